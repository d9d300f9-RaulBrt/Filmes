      *           devolucao no proximo atendimento, e a copia alugada
      *           em outra filial entra em transito (FS-COPY-TRANSIT)
      *           como na devolucao normal.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Multa de atraso pela tabela de multas por
      *                   formato (CALCMULTA), a mesma da devolucao
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Gravacoes em RENTALS e COPIES anotadas tambem
      *                   no jornal de recuperacao (WRITEJORNAL)
      * 15/OUT/2026 RTB - Chave alternativa de MOVIES.DAT pelo titulo
      *                   declarada no SELECT
      * 15/OUT/2026 RTB - Copia recebida pela etiqueta com digito
      *                   verificador (CONFERECOPIA); o codigo de barras
      *                   lido no campo do filme traz filme e copia
      * 15/OUT/2026 RTB - Aluguel devolvido somado na contagem de uso da
      *                   copia (FS-COPY-RENT-COUNT)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVOLVERLOTE.
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES
           LOCK MODE IS AUTOMATIC.

           SELECT RENTALS ASSIGN TO "RENTALS.DAT"
       77  WRK-WAIT-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-PRINT-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-STATUS              PIC 9(03) VALUE ZEROES.
       77  WRK-MOV-COD-MSK         PIC X(09) JUSTIFIED RIGHT.
       77  WRK-COPY-MSK            PIC X(09) JUSTIFIED RIGHT.
       77  WRK-MOV-COD             PIC 9(05) VALUE ZEROES.
       77  WRK-COPY-NUM            PIC 9(03) VALUE ZEROES.
       77  WRK-FOUND               PIC 9(01) VALUE ZEROES.
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

       01  WRK-AREA.
           05 WRK-MENU-TITLE       PIC X(30).
                                     ==FS-MOV-SUBTITLE==
                                         BY ==WRK-MOV-SUBTITLE==
                                     ==FS-MOV-SECTION==
                                         BY ==WRK-MOV-SECTION==
                                     ==FS-MOV-ITEM-TYPE==
                                         BY ==WRK-MOV-ITEM-TYPE==
                                     ==FS-MOV-PLATFORM==
                                         BY ==WRK-MOV-PLATFORM==.

       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
           MOVE ZEROES TO WRK-DONE.
           MOVE ZEROES TO WRK-RES-COUNT.
           MOVE ZEROES TO WRK-TOT-FEES.
           CALL "LERDATANEG" USING WRK-TODAY.
           PERFORM 0020-DRAW-MENU.
           PERFORM 0030-PROCESS-ONE UNTIL WRK-DONE EQUAL 1.
           IF WRK-RES-COUNT GREATER THAN ZEROES
      *=================================================================
           MOVE "DEVOLUCAO RAPIDA (CAIXA)" TO WRK-MENU-TITLE.
           MOVE "CODIGO DO FILME: " TO WRK-MENU-ITEM(01).
           MOVE "ETIQUETA DA COPIA: " TO WRK-MENU-ITEM(02).
           MOVE 2 TO WRK-MENU-SIZE.
           CALL "MENUS" USING WRK-AREA.
           DISPLAY "ENTER SEM CODIGO ENCERRA O LOTE" AT 1005.

      *=================================================================
       0030-PROCESS-ONE      SECTION.
      *Recebe um par filme/copia e processa a devolucao sem dialogos.
      *O codigo de barras da etiqueta lido no campo do filme (mais de
      *5 digitos) ja traz filme, copia e digito, sem o segundo campo
      *=================================================================
           MOVE SPACES TO WRK-MOV-COD-MSK.
           MOVE SPACES TO WRK-COPY-MSK.
               MOVE 1 TO WRK-DONE
               GO TO 0030-FIM
           END-IF.
           MOVE ZEROES TO WRK-STATUS.
           IF WRK-MOV-COD-MSK(01:04) NOT EQUAL SPACES
               MOVE ZEROES TO WRK-MOV-COD
               CALL "CONFERECOPIA" USING WRK-MOV-COD, WRK-MOV-COD-MSK,
                   WRK-COPY-NUM, WRK-STATUS
           ELSE
               ACCEPT WRK-COPY-MSK AT 0429
               MOVE WRK-MOV-COD-MSK(05:05) TO WRK-MOV-COD
               CALL "CONFERECOPIA" USING WRK-MOV-COD, WRK-COPY-MSK,
                   WRK-COPY-NUM, WRK-STATUS
           END-IF.
           IF WRK-STATUS EQUAL ZEROES
               MOVE WRK-MOV-COD TO WRK-MOV-M-COD
               CALL "SEARCHMOVIE" USING WRK-MOVIE, WRK-STATUS
           END-IF.
           IF WRK-STATUS EQUAL ZEROES
               PERFORM 0040-FIND-OPEN-RENTAL
           END-IF.
               MOVE FS-RENT-BRANCH TO WRK-RENT-BRANCH-SAVE
               MOVE FS-RENT-CUST-COD TO WRK-RENT-CUST-SAVE
               PERFORM 0060-CLOSE-RENTAL
               PERFORM 0076-COUNT-COPY-USE
               IF WRK-FEE GREATER THAN ZEROES
                   PERFORM 0070-POST-FEE
               END-IF

      *=================================================================
       0050-ASSESS-LATE-FEE      SECTION.
      *Apura os dias de atraso e a multa pela tabela de multas do
      *formato (CALCMULTA), como na devolucao normal
      *=================================================================
           MOVE ZEROES TO WRK-DAYS-LATE.
           MOVE ZEROES TO WRK-FEE.
               CALL "DIASUTEIS" USING FS-RENT-DUE-DATE, WRK-TODAY,
                   WRK-DAYS-LATE, WRK-TRANS-STATUS
               MOVE ZEROES TO WRK-TRANS-STATUS
               CALL "CALCMULTA" USING FS-RENT-MOV-COD, FS-RENT-COPY-NUM,
                   WRK-DAYS-LATE, WRK-DAILY-FEE, WRK-FEE,
                   WRK-TRANS-STATUS
               MOVE ZEROES TO WRK-TRANS-STATUS
           END-IF.

      *=================================================================
           MOVE "D" TO FS-RENT-STATUS.
           MOVE WRK-TODAY TO FS-RENT-RETURN-DATE.
           REWRITE FS-RENTAL.
           IF WRK-RENT-FSTAT EQUAL ZEROES
               CALL "WRITEJORNAL" USING "R", "R",
                   "DEVOLVERLOTE    ", FS-RENTAL
           END-IF.
           CLOSE RENTALS.

      *=================================================================
               CALL "ERROS" USING WRK-TRANS-STATUS, "DEVOLVERLOTE"
           END-IF.

      *=================================================================
       0076-COUNT-COPY-USE      SECTION.
      *Soma o aluguel devolvido na contagem de uso da unidade, como
      *na devolucao normal
      *=================================================================
           OPEN I-O COPIES.
           IF WRK-COPY-FSTAT EQUAL ZEROES
               MOVE WRK-MOV-COD TO FS-COPY-MOV-COD
               MOVE WRK-COPY-NUM TO FS-COPY-NUM
               READ COPIES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FS-COPY-RENT-COUNT LESS THAN 99999
                           ADD 1 TO FS-COPY-RENT-COUNT
                       END-IF
                       REWRITE FS-COPY
                       IF WRK-COPY-FSTAT EQUAL ZEROES
                           CALL "WRITEJORNAL" USING "P", "R",
                               "DEVOLVERLOTE    ", FS-COPY
                       END-IF
               END-READ
               CLOSE COPIES
           END-IF.
           MOVE ZEROES TO WRK-COPY-FSTAT.

      *=================================================================
       0077-MARK-IN-TRANSIT      SECTION.
      *Copia alugada em outra filial: entra em transito de volta e
                   NOT INVALID KEY
                       MOVE "S" TO FS-COPY-TRANSIT
                       REWRITE FS-COPY
                       IF WRK-COPY-FSTAT EQUAL ZEROES
                           CALL "WRITEJORNAL" USING "P", "R",
                               "DEVOLVERLOTE    ", FS-COPY
                       END-IF
               END-READ
               CLOSE COPIES
           END-IF.
