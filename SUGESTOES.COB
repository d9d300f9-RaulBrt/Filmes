      *           levaram. Mostra os dez primeiros com a
      *           disponibilidade, para o atendente oferecer a
      *           segunda noite em vez de chutar.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUGESTOES.
                                     ==FS-MOV-SUBTITLE==
                                         BY ==WRK-MOV-SUBTITLE==
                                     ==FS-MOV-SECTION==
                                         BY ==WRK-MOV-SECTION==
                                     ==FS-MOV-ITEM-TYPE==
                                         BY ==WRK-MOV-ITEM-TYPE==
                                     ==FS-MOV-PLATFORM==
                                         BY ==WRK-MOV-PLATFORM==.

       LINKAGE SECTION.
       77  LNK-MOV-COD             PIC 9(05).
       PROCEDURE DIVISION USING LNK-MOV-COD.
       0000-MAIN-PROCEDURE.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           MOVE ZEROES TO WRK-CUST-COUNT.
           MOVE ZEROES TO WRK-MOV-COUNT.
           PERFORM 0010-COLLECT-CUSTOMERS.
