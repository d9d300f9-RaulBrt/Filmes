      * 02/SET/2026 RTB - Rodada agendada ("B"): sem operador para
      *                   digitar, assume o mes anterior ao da data
      *                   corrente em vez de sair sem imprimir
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIOMENSAL.
                                     ==FS-MOV-SUBTITLE==
                                         BY ==WRK-MOV-SUBTITLE==
                                     ==FS-MOV-SECTION==
                                         BY ==WRK-MOV-SECTION==
                                     ==FS-MOV-ITEM-TYPE==
                                         BY ==WRK-MOV-ITEM-TYPE==
                                     ==FS-MOV-PLATFORM==
                                         BY ==WRK-MOV-PLATFORM==.

       LINKAGE SECTION.
       77  LNK-BUFF PIC X(1) VALUE SPACES.
      *Recebe o mes do relatorio (AAAAMM)
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           DISPLAY "MES DO RELATORIO (AAAAMM): " AT 0305.
           IF WRK-RUN-MODE EQUAL "B"
               PERFORM 0015-DEFAULT-MONTH
      *Rodada agendada: sem operador para digitar, o relatorio sai do
      *mes anterior ao da data corrente
      *=================================================================
           CALL "LERDATANEG" USING WRK-BATCH-DATE.
           IF WRK-BD-MM EQUAL 1
               SUBTRACT 1 FROM WRK-BD-YYYY
               MOVE 12 TO WRK-BD-MM
      *Mostra e imprime os totais do mes por genero e por formato
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           MOVE 03 TO WRK-LINE.

           MOVE SPACES TO WRK-BUFF.
