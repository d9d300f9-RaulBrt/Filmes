      *           disponiveis de cada um, e devolve o codigo escolhido
      *           ao chamador (zero se nenhum), sem o atendente
      *           precisar abandonar o atendimento.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCOLHERFILME.
                                     ==FS-MOV-SUBTITLE==
                                         BY ==WRK-MOV-SUBTITLE==
                                     ==FS-MOV-SECTION==
                                         BY ==WRK-MOV-SECTION==
                                     ==FS-MOV-ITEM-TYPE==
                                         BY ==WRK-MOV-ITEM-TYPE==
                                     ==FS-MOV-PLATFORM==
                                         BY ==WRK-MOV-PLATFORM==.

       LINKAGE SECTION.
       77  LNK-PICKED-COD          PIC 9(05).
       0000-MAIN-PROCEDURE.
           MOVE ZEROES TO LNK-PICKED-COD.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           DISPLAY "TITULO (PARCIAL): " AT 0305.
           ACCEPT WRK-TITLE-FILTER AT 0324.
           IF WRK-TITLE-FILTER EQUAL SPACES
