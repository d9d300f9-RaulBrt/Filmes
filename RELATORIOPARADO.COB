      * 02/SET/2026 RTB - Rodada agendada ("B"): sem operador para
      *                   digitar, assume o corte no dia 01 de tres
      *                   meses atras em vez de sair sem imprimir
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Chave alternativa de MOVIES.DAT pelo titulo
      *                   declarada no SELECT
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIOPARADO.
           FILE STATUS IS WRK-STATUS
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES.

           SELECT RENTALS ASSIGN TO "RENTALS.DAT"
           FILE STATUS IS WRK-RENT-STATUS
                         ==FS-PAR-IDLE-MIN==
                             BY ==WRK-PAR-IDLE-MIN==
                         ==FS-PAR-PWD-DAYS==
                             BY ==WRK-PAR-PWD-DAYS==
                         ==FS-PAR-DUN-DAYS1==
                             BY ==WRK-PAR-DUN-DAYS1==
                         ==FS-PAR-DUN-DAYS2==
                             BY ==WRK-PAR-DUN-DAYS2==
                         ==FS-PAR-DUN-DAYS3==
                             BY ==WRK-PAR-DUN-DAYS3==
                         ==FS-PAR-LOST-DAYS==
                             BY ==WRK-PAR-LOST-DAYS==
                         ==FS-PAR-BOL-DAYS==
                             BY ==WRK-PAR-BOL-DAYS==
                         ==FS-PAR-ISS-RATE==
                             BY ==WRK-PAR-ISS-RATE==
                         ==FS-PAR-INSC-MUN==
                             BY ==WRK-PAR-INSC-MUN==
                         ==FS-PAR-CUST-RETAIN==
                             BY ==WRK-PAR-CUST-RETAIN==
                         ==FS-PAR-NEW-DAYS==
                             BY ==WRK-PAR-NEW-DAYS==
                         ==FS-PAR-NEW-RENTALS==
                             BY ==WRK-PAR-NEW-RENTALS==
                         ==FS-PAR-NEW-MAX-ITEMS==
                             BY ==WRK-PAR-NEW-MAX-ITEMS==
                         ==FS-PAR-NEW-MAX-VALUE==
                             BY ==WRK-PAR-NEW-MAX-VALUE==
                         ==FS-PAR-NEW-DEPOSIT==
                             BY ==WRK-PAR-NEW-DEPOSIT==
                         ==FS-PAR-GAME-DAYS==
                             BY ==WRK-PAR-GAME-DAYS==
                         ==FS-PAR-OPEN-HOUR==
                             BY ==WRK-PAR-OPEN-HOUR==
                         ==FS-PAR-CLOSE-HOUR==
                             BY ==WRK-PAR-CLOSE-HOUR==
                         ==FS-PAR-TERMS-VER==
                             BY ==WRK-PAR-TERMS-VER==.
       01  WRK-RECENT-TABLE.
           05 WRK-RECENT-COD           PIC 9(05) OCCURS 2000 TIMES
                                        VALUE ZEROES.
      *Recebe a data de corte: filmes sem aluguel desde esta data (e
      *com a prateleira cheia) entram no relatorio
      *=================================================================
           DISPLAY CLEAR-SCREEN
           CALL "MARCATREINO".
           DISPLAY "SEM ALUGUEL DESDE (AAAAMMDD): " AT 0305.
           IF WRK-RUN-MODE EQUAL "B"
               PERFORM 0007-DEFAULT-CUTOFF
      *Rodada agendada: sem operador para digitar, o corte cai no dia
      *01 de tres meses atras -- parado ha um trimestre entra na lista
      *=================================================================
           CALL "LERDATANEG" USING WRK-BATCH-DATE.
           IF WRK-BD-MM GREATER THAN 3
               SUBTRACT 3 FROM WRK-BD-MM
           ELSE
               "COPIAS CUSTO"
               INTO WRK-HEADER.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           DISPLAY HEADER-SCREEN.
           WRITE FS-PRINT-LINE FROM WRK-HEADER.
           MOVE 03 TO WRK-LINE.
