      *                   indicador FS-COPY-TRANSIT e limpo e a copia
      *                   volta para a disponibilidade do titulo, que
      *                   ficou retida desde a devolucao
      * 15/OUT/2026 RTB - Gravacoes em COPIES anotadas tambem no jornal
      *                   de recuperacao (WRITEJORNAL)
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Chave alternativa de MOVIES.DAT pelo titulo
      *                   declarada no SELECT
      * 15/OUT/2026 RTB - Copia recebida pela etiqueta (copia e digito
      *                   verificador, ou o codigo de barras completo),
      *                   conferida pelo CONFERECOPIA
      * 15/OUT/2026 RTB - Confirmacao de uma vez da lista de
      *                   transferencias sugeridas pelo balanceamento de
      *                   estoque (BALANCOESTOQUE), oferecida na entrada
      *                   quando ha sugestoes pendentes em TRANSFSUG.DAT
      * 15/OUT/2026 RTB - Recebe tambem as copias despachadas para a
      *                   solicitacao de um cliente desta filial
      *                   (SOLICITARFILIAL): a solicitacao passa a
      *                   chegou e a copia fica guardada para o cliente
      *                   na lista de espera; unidade ainda reservada na
      *                   origem (FS-COPY-TRANSIT "R") nao e transferida
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSFERENCIA.
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES
           LOCK MODE IS AUTOMATIC.

           SELECT TRANSFSUG ASSIGN TO "TRANSFSUG.DAT"
           FILE STATUS IS WRK-TSG-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-TSG-KEY.

           SELECT RENTALS ASSIGN TO "RENTALS.DAT"
           FILE STATUS IS WRK-RENT-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-RENT-KEY.

           SELECT SOLFILIAL ASSIGN TO "SOLFILIAL.DAT"
           FILE STATUS IS WRK-SOL-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-SOL-KEY
           LOCK MODE IS AUTOMATIC.

           SELECT WAITLIST ASSIGN TO "WAITLIST.DAT"
           FILE STATUS IS WRK-WAIT-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-WAIT-KEY
           LOCK MODE IS AUTOMATIC.
       DATA DIVISION.
       FILE SECTION.
           FD  MOVIES.
           01 FS-MOVIE.
               COPY MOVIEFLDS.
           FD  TRANSFSUG.
           01 FS-TRANSFSUG.
               COPY TSGFLDS.
           FD  RENTALS.
           01 FS-RENTAL.
               COPY RENTFLDS.
           FD  SOLFILIAL.
           01 FS-SOLICITACAO.
               COPY SOLFLDS.
           FD  WAITLIST.
           01 FS-WAITREC.
               COPY WAITFLDS.
       WORKING-STORAGE SECTION.
       77  WRK-COPY-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-MOV-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-CONFIRM-OUT         PIC X(01) VALUE SPACES.
       77  WRK-CONFIRM-IN          PIC X(01) VALUE SPACES.
       77  WRK-MOV-COD-MSK         PIC X(05) JUSTIFIED RIGHT.
       77  WRK-COPY-MSK            PIC X(09) JUSTIFIED RIGHT.
       77  WRK-MOV-COD             PIC 9(05) VALUE ZEROES.
       77  WRK-COPY-NUM            PIC 9(03) VALUE ZEROES.
       77  WRK-LABEL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-DEST-MSK            PIC X(02) JUSTIFIED RIGHT.
       77  WRK-DEST-BRANCH         PIC 9(02) VALUE ZEROES.
       77  WRK-AUDIT-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-AUDIT-BEFORE        PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-AFTER         PIC X(30) VALUE SPACES.
       77  WRK-TSG-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-RENT-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-HAS-RENTALS         PIC 9(01) VALUE ZEROES.
       77  WRK-EOF                 PIC 9(01) VALUE ZEROES.
       77  WRK-OPTION              PIC X(01) VALUE SPACES.
       77  WRK-LINE                PIC 9(02) VALUE ZEROES.
       77  WRK-FROM-BRANCH         PIC 9(02) VALUE ZEROES.
       77  WRK-COPY-OK             PIC 9(01) VALUE ZEROES.
       77  WRK-SUG-PEND            PIC 9(05) VALUE ZEROES.
       77  WRK-SUG-DONE            PIC 9(05) VALUE ZEROES.
       77  WRK-SUG-DROP            PIC 9(05) VALUE ZEROES.
       77  WRK-SOL-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-WAIT-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-PARAM-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-TRIES               PIC 9(01) VALUE ZEROES.
       77  WRK-FOUND               PIC 9(01) VALUE ZEROES.
       77  WRK-TODAY               PIC 9(08) VALUE ZEROES.
       77  WRK-NOW                 PIC 9(08) VALUE ZEROES.
       77  WRK-HOLD-DAYS           PIC 9(02) VALUE 3.
       77  WRK-HOLD-INT            PIC S9(08) COMP.
       77  WRK-HOLD-DATE           PIC 9(08) VALUE ZEROES.
       77  WRK-SOL-CUST            PIC 9(05) VALUE ZEROES.
       01  WRK-PARAMS.
           COPY PARAMFLDS
               REPLACING ==FS-PAR-DAILY-FEE==
                             BY ==WRK-PAR-DAILY-FEE==
                         ==FS-PAR-RENT-DAYS==
                             BY ==WRK-PAR-RENT-DAYS==
                         ==FS-PAR-DEBT-LIMIT==
                             BY ==WRK-PAR-DEBT-LIMIT==
                         ==FS-PAR-RETAIN-NIGHTS==
                             BY ==WRK-PAR-RETAIN-NIGHTS==
                         ==FS-PAR-PAGE-BOTTOM==
                             BY ==WRK-PAR-PAGE-BOTTOM==
                         ==FS-PAR-HOLD-DAYS==
                             BY ==WRK-PAR-HOLD-DAYS==
                         ==FS-PAR-MAX-OPEN==
                             BY ==WRK-PAR-MAX-OPEN==
                         ==FS-PAR-WAIVER-FEE==
                             BY ==WRK-PAR-WAIVER-FEE==
                         ==FS-PAR-STAFF-MAX==
                             BY ==WRK-PAR-STAFF-MAX==
                         ==FS-PAR-PTS-EARN==
                             BY ==WRK-PAR-PTS-EARN==
                         ==FS-PAR-PTS-VALUE==
                             BY ==WRK-PAR-PTS-VALUE==
                         ==FS-PAR-TAX-RATE==
                             BY ==WRK-PAR-TAX-RATE==
                         ==FS-PAR-ARCH-MONTHS==
                             BY ==WRK-PAR-ARCH-MONTHS==
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

       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           PERFORM 0020-COUNT-SUGGESTIONS.
           IF WRK-SUG-PEND GREATER THAN ZEROES
               DISPLAY "TRANSFERENCIAS SUGERIDAS PENDENTES: " AT 0305
               DISPLAY WRK-SUG-PEND AT 0342
               DISPLAY "CONFIRMAR A LISTA SUGERIDA (S/N)? " AT 0405
               MOVE SPACES TO WRK-OPTION
               ACCEPT WRK-OPTION AT 0440
               IF WRK-OPTION EQUAL 'S' OR WRK-OPTION EQUAL 's'
                   PERFORM 0030-CONFIRM-LIST
                   GOBACK
               END-IF
               DISPLAY CLEAR-SCREEN
               DISPLAY TITLE-SCREEN
               CALL "MARCATREINO"
           END-IF.
           DISPLAY "CODIGO DO FILME: " AT 0305.
           ACCEPT WRK-MOV-COD-MSK AT 0323.
           IF WRK-MOV-COD-MSK EQUAL SPACES
               GOBACK
           END-IF.
           DISPLAY "ETIQUETA DA COPIA: " AT 0405.
           ACCEPT WRK-COPY-MSK AT 0425.
           IF WRK-COPY-MSK EQUAL SPACES
               GOBACK
           END-IF.
           MOVE WRK-MOV-COD-MSK TO WRK-MOV-COD.
           CALL "CONFERECOPIA" USING WRK-MOV-COD, WRK-COPY-MSK,
               WRK-COPY-NUM, WRK-LABEL-STATUS.
           IF WRK-LABEL-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-LABEL-STATUS, "TRANSFERENCIA"
               GOBACK
           END-IF.
           OPEN I-O COPIES.
           IF WRK-COPY-FSTAT NOT EQUAL ZEROES
               MOVE 620 TO WRK-COPY-FSTAT
               CALL "ERROS" USING WRK-COPY-FSTAT, "TRANSFERENCIA"
               GOBACK
           END-IF.
           MOVE WRK-MOV-COD TO FS-COPY-MOV-COD.
           MOVE WRK-COPY-NUM TO FS-COPY-NUM.
           READ COPIES
               INVALID KEY
                   CLOSE COPIES
               DISPLAY "UNIDADE EM TRANSITO (DEVOLVIDA EM OUTRA "
                   "FILIAL)" AT 0630
           END-IF.
      *Reservada para outra filial: sai so pela separacao da origem
           IF FS-COPY-TRANSIT EQUAL "R"
               CLOSE COPIES
               MOVE 668 TO WRK-COPY-FSTAT
               CALL "ERROS" USING WRK-COPY-FSTAT, "TRANSFERENCIA"
               GOBACK
           END-IF.
           DISPLAY "FILIAL DE DESTINO: " AT 0705.
           ACCEPT WRK-DEST-MSK AT 0725.
           IF WRK-DEST-MSK EQUAL SPACES
                   MOVE "N" TO FS-COPY-TRANSIT
               END-IF
               REWRITE FS-COPY
               IF WRK-COPY-FSTAT EQUAL ZEROES
                   CALL "WRITEJORNAL" USING "P", "R",
                       "TRANSFERENCIA   ", FS-COPY
               END-IF
               IF WRK-WAS-TRANSIT EQUAL 1
                   PERFORM 0010-RESTORE-AVAILABILITY
                   PERFORM 0050-DELIVER-REQUEST
               END-IF
               MOVE SPACES TO WRK-AUDIT-AFTER
               STRING "TRANSFERIDA PARA FILIAL "
                   REWRITE FS-MOVIE
           END-READ.
           CLOSE MOVIES.

      *=================================================================
       0020-COUNT-SUGGESTIONS      SECTION.
      *Conta as transferencias sugeridas ainda pendentes
      *=================================================================
           MOVE ZEROES TO WRK-SUG-PEND.
           OPEN INPUT TRANSFSUG.
           IF WRK-TSG-FSTAT NOT EQUAL ZEROES
               GO TO 0020-FIM
           END-IF.
           PERFORM UNTIL WRK-TSG-FSTAT NOT EQUAL ZEROES
               READ TRANSFSUG NEXT RECORD
                   AT END
                       MOVE 100 TO WRK-TSG-FSTAT
                   NOT AT END
                       IF FS-TSG-PENDENTE
                           ADD 1 TO WRK-SUG-PEND
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANSFSUG.
       0020-FIM.
           EXIT.

      *=================================================================
       0030-CONFIRM-LIST      SECTION.
      *Mostra a lista sugerida e, com a confirmacao dos dois lados,
      *transfere todas as unidades de uma vez. A unidade que mudou
      *desde a sugestao (saiu da filial, foi alugada, entrou em
      *transito ou em reparo) e descartada da lista
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           MOVE 02 TO WRK-LINE.
           OPEN INPUT TRANSFSUG.
           PERFORM UNTIL WRK-TSG-FSTAT NOT EQUAL ZEROES
               READ TRANSFSUG NEXT RECORD
                   AT END
                       MOVE 100 TO WRK-TSG-FSTAT
                   NOT AT END
                       IF FS-TSG-PENDENTE
                           PERFORM 0035-SHOW-SUGGESTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANSFSUG.
      *Os dois lados confirmam: quem despacha e quem recebe
           DISPLAY "FILIAIS DE ORIGEM CONFIRMAM A SAIDA (S/N)? "
               AT 2205.
           MOVE SPACES TO WRK-CONFIRM-OUT.
           ACCEPT WRK-CONFIRM-OUT AT 2250.
           DISPLAY "FILIAIS DE DESTINO CONFIRMAM A ENTRADA (S/N)? "
               AT 2305.
           MOVE SPACES TO WRK-CONFIRM-IN.
           ACCEPT WRK-CONFIRM-IN AT 2352.
           IF NOT ((WRK-CONFIRM-OUT EQUAL 'S' OR WRK-CONFIRM-OUT
               EQUAL 's')
               AND (WRK-CONFIRM-IN EQUAL 'S' OR WRK-CONFIRM-IN
                   EQUAL 's'))
               DISPLAY "LISTA NAO CONFIRMADA. PRESSIONE ENTER" AT 2405
               ACCEPT WRK-TECLA AT 2445
               GO TO 0030-FIM
           END-IF.
           OPEN I-O COPIES.
           IF WRK-COPY-FSTAT NOT EQUAL ZEROES
               MOVE 620 TO WRK-COPY-FSTAT
               CALL "ERROS" USING WRK-COPY-FSTAT, "TRANSFERENCIA"
               GO TO 0030-FIM
           END-IF.
           MOVE ZEROES TO WRK-HAS-RENTALS.
           OPEN INPUT RENTALS.
           IF WRK-RENT-FSTAT EQUAL ZEROES
               MOVE 1 TO WRK-HAS-RENTALS
           END-IF.
           MOVE ZEROES TO WRK-SUG-DONE WRK-SUG-DROP.
           OPEN I-O TRANSFSUG.
           PERFORM UNTIL WRK-TSG-FSTAT NOT EQUAL ZEROES
               READ TRANSFSUG NEXT RECORD
                   AT END
                       MOVE 100 TO WRK-TSG-FSTAT
                   NOT AT END
                       IF FS-TSG-PENDENTE
                           PERFORM 0040-APPLY-SUGGESTION
                           MOVE LNK-OPERATOR TO FS-TSG-OPERATOR
                           REWRITE FS-TRANSFSUG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANSFSUG COPIES.
           IF WRK-HAS-RENTALS EQUAL 1
               CLOSE RENTALS
           END-IF.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           DISPLAY "UNIDADES TRANSFERIDAS: " AT 0305.
           DISPLAY WRK-SUG-DONE AT 0330.
           DISPLAY "DESCARTADAS (MUDARAM DESDE A SUGESTAO): " AT 0405.
           DISPLAY WRK-SUG-DROP AT 0447.
           DISPLAY "PRESSIONE ENTER" AT 0605.
           ACCEPT WRK-TECLA.
       0030-FIM.
           EXIT.

      *=================================================================
       0035-SHOW-SUGGESTION      SECTION.
      *Mostra uma linha da lista sugerida, paginando a tela
      *=================================================================
           ADD 1 TO WRK-LINE.
           DISPLAY "FILME " AT LINE WRK-LINE COLUMN 05.
           DISPLAY FS-TSG-MOV-COD AT LINE WRK-LINE COLUMN 11.
           DISPLAY " COPIA " AT LINE WRK-LINE COLUMN 16.
           DISPLAY FS-TSG-COPY-NUM AT LINE WRK-LINE COLUMN 23.
           DISPLAY " DA FILIAL " AT LINE WRK-LINE COLUMN 26.
           DISPLAY FS-TSG-FROM AT LINE WRK-LINE COLUMN 37.
           DISPLAY " PARA A FILIAL " AT LINE WRK-LINE COLUMN 39.
           DISPLAY FS-TSG-TO AT LINE WRK-LINE COLUMN 54.
           IF WRK-LINE GREATER THAN 19
               DISPLAY "PRESSIONE ENTER PARA CONTINUAR" AT 2405
               ACCEPT WRK-TECLA AT 2436
               DISPLAY CLEAR-SCREEN
               DISPLAY TITLE-SCREEN
               CALL "MARCATREINO"
               MOVE 02 TO WRK-LINE
           END-IF.

      *=================================================================
       0040-APPLY-SUGGESTION      SECTION.
      *Transfere a unidade da sugestao corrente se ela ainda estiver
      *na prateleira da filial de origem
      *=================================================================
           SET FS-TSG-DESCARTADA TO TRUE.
           MOVE FS-TSG-MOV-COD TO FS-COPY-MOV-COD.
           MOVE FS-TSG-COPY-NUM TO FS-COPY-NUM.
           READ COPIES
               INVALID KEY
                   ADD 1 TO WRK-SUG-DROP
                   GO TO 0040-FIM
           END-READ.
           IF FS-COPY-BRANCH NOT NUMERIC
               OR FS-COPY-BRANCH EQUAL ZEROES
               MOVE 1 TO WRK-FROM-BRANCH
           ELSE
               MOVE FS-COPY-BRANCH TO WRK-FROM-BRANCH
           END-IF.
           IF WRK-FROM-BRANCH NOT EQUAL FS-TSG-FROM
               OR FS-COPY-TRANSIT EQUAL "S"
               OR FS-COPY-TRANSIT EQUAL "R"
               OR NOT FS-COPY-REP-NORMAL
               ADD 1 TO WRK-SUG-DROP
               GO TO 0040-FIM
           END-IF.
           PERFORM 0045-CHECK-RENTED.
           IF WRK-COPY-OK EQUAL ZEROES
               ADD 1 TO WRK-SUG-DROP
               GO TO 0040-FIM
           END-IF.
           MOVE SPACES TO WRK-AUDIT-BEFORE.
           STRING "COPIA " FS-COPY-NUM " FILIAL "
               FS-COPY-BRANCH INTO WRK-AUDIT-BEFORE.
           MOVE FS-TSG-TO TO FS-COPY-BRANCH.
           REWRITE FS-COPY.
           IF WRK-COPY-FSTAT NOT EQUAL ZEROES
               ADD 1 TO WRK-SUG-DROP
               GO TO 0040-FIM
           END-IF.
           CALL "WRITEJORNAL" USING "P", "R",
               "TRANSFERENCIA   ", FS-COPY.
           MOVE SPACES TO WRK-AUDIT-AFTER.
           STRING "TRANSFERIDA PARA FILIAL "
               FS-TSG-TO INTO WRK-AUDIT-AFTER.
           CALL "WRITEAUDIT" USING "F", FS-COPY-MOV-COD,
               WRK-AUDIT-BEFORE, WRK-AUDIT-AFTER, LNK-OPERATOR,
               WRK-AUDIT-STATUS.
           SET FS-TSG-TRANSFERIDA TO TRUE.
           ADD 1 TO WRK-SUG-DONE.
       0040-FIM.
           EXIT.

      *=================================================================
       0045-CHECK-RENTED      SECTION.
      *WRK-COPY-OK fica zerado se a unidade estiver num aluguel em
      *aberto
      *=================================================================
           MOVE 1 TO WRK-COPY-OK.
           IF WRK-HAS-RENTALS EQUAL ZEROES
               GO TO 0045-FIM
           END-IF.
           MOVE FS-COPY-MOV-COD TO FS-RENT-MOV-COD.
           MOVE ZEROES TO FS-RENT-DUE-DATE FS-RENT-CUST-COD.
           MOVE ZEROES TO WRK-EOF.
           START RENTALS KEY IS NOT LESS THAN FS-RENT-KEY
               INVALID KEY
                   MOVE 1 TO WRK-EOF
           END-START.
           PERFORM UNTIL WRK-EOF EQUAL 1
               READ RENTALS NEXT RECORD
                   AT END
                       MOVE 1 TO WRK-EOF
                   NOT AT END
                       IF FS-RENT-MOV-COD NOT EQUAL FS-COPY-MOV-COD
                           MOVE 1 TO WRK-EOF
                       ELSE
                           IF FS-RENT-ABERTO
                               AND FS-RENT-COPY-NUM EQUAL FS-COPY-NUM
                               MOVE ZEROES TO WRK-COPY-OK
                               MOVE 1 TO WRK-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       0045-FIM.
           EXIT.

      *=================================================================
       0050-DELIVER-REQUEST      SECTION.
      *A unidade chegou despachada para a solicitacao de um cliente
      *da filial de destino: a solicitacao passa a chegou e a copia
      *fica guardada para o cliente como reserva avisada da lista de
      *espera, ate a data limite da reserva
      *=================================================================
           OPEN I-O SOLFILIAL.
           IF WRK-SOL-FSTAT NOT EQUAL ZEROES
               GO TO 0050-FIM
           END-IF.
           MOVE ZEROES TO WRK-FOUND.
           MOVE FS-COPY-MOV-COD TO FS-SOL-MOV-COD.
           MOVE FS-COPY-NUM TO FS-SOL-COPY-NUM.
           MOVE ZEROES TO FS-SOL-DATE FS-SOL-TIME.
           MOVE ZEROES TO WRK-EOF.
           START SOLFILIAL KEY IS NOT LESS THAN FS-SOL-KEY
               INVALID KEY
                   MOVE 1 TO WRK-EOF
           END-START.
           PERFORM UNTIL WRK-EOF EQUAL 1
               READ SOLFILIAL NEXT RECORD
                   AT END
                       MOVE 1 TO WRK-EOF
                   NOT AT END
                       IF FS-SOL-MOV-COD NOT EQUAL FS-COPY-MOV-COD
                           OR FS-SOL-COPY-NUM NOT EQUAL FS-COPY-NUM
                           MOVE 1 TO WRK-EOF
                       ELSE
                           IF FS-SOL-ENVIADA
                               AND FS-SOL-TO EQUAL WRK-DEST-BRANCH
                               MOVE 1 TO WRK-FOUND
                               MOVE 1 TO WRK-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-FOUND EQUAL ZEROES
               CLOSE SOLFILIAL
               GO TO 0050-FIM
           END-IF.
           CALL "LERPARAMS" USING WRK-PARAMS, WRK-PARAM-STATUS.
           MOVE WRK-PAR-HOLD-DAYS TO WRK-HOLD-DAYS.
           CALL "LERDATANEG" USING WRK-TODAY.
           COMPUTE WRK-HOLD-INT =
               FUNCTION INTEGER-OF-DATE(WRK-TODAY) + WRK-HOLD-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WRK-HOLD-INT)
               TO WRK-HOLD-DATE.
           SET FS-SOL-CHEGOU TO TRUE.
           MOVE WRK-TODAY TO FS-SOL-ARRIVED-DATE.
           MOVE WRK-HOLD-DATE TO FS-SOL-HOLD-DATE.
           MOVE LNK-OPERATOR TO FS-SOL-OPERATOR.
           REWRITE FS-SOLICITACAO.
           MOVE FS-SOL-CUST-COD TO WRK-SOL-CUST.
           CLOSE SOLFILIAL.
           PERFORM 0055-HOLD-FOR-CUSTOMER.
           DISPLAY "COPIA DA SOLICITACAO DO CLIENTE " AT 1105.
           DISPLAY WRK-SOL-CUST AT 1137.
           DISPLAY "- AVISAR. GUARDADA ATE " AT 1143.
           DISPLAY WRK-HOLD-DATE AT 1166.
       0050-FIM.
           EXIT.

      *=================================================================
       0055-HOLD-FOR-CUSTOMER      SECTION.
      *Guarda a copia para o cliente: a entrada pendente ou avisada
      *dele para o titulo passa a avisada com a nova data limite; se
      *ele nao estava na lista de espera, entra ja avisado
      *=================================================================
           MOVE ZEROES TO WRK-TRIES.
           OPEN I-O WAITLIST.
           IF WRK-WAIT-FSTAT EQUAL 350 AND WRK-TRIES LESS THAN 1
               ADD 1 TO WRK-TRIES
               CLOSE WAITLIST
               OPEN OUTPUT WAITLIST
               CLOSE WAITLIST
               OPEN I-O WAITLIST
           END-IF.
           IF WRK-WAIT-FSTAT NOT EQUAL ZEROES
               GO TO 0055-FIM
           END-IF.
           MOVE ZEROES TO WRK-FOUND.
           MOVE FS-COPY-MOV-COD TO FS-WAIT-MOV-COD.
           MOVE ZEROES TO FS-WAIT-DATE FS-WAIT-TIME.
           MOVE ZEROES TO WRK-EOF.
           START WAITLIST KEY IS NOT LESS THAN FS-WAIT-KEY
               INVALID KEY
                   MOVE 1 TO WRK-EOF
           END-START.
           PERFORM UNTIL WRK-EOF EQUAL 1
               READ WAITLIST NEXT RECORD
                   AT END
                       MOVE 1 TO WRK-EOF
                   NOT AT END
                       IF FS-WAIT-MOV-COD NOT EQUAL FS-COPY-MOV-COD
                           MOVE 1 TO WRK-EOF
                       ELSE
                           IF FS-WAIT-CUST-COD EQUAL WRK-SOL-CUST
                               AND (FS-WAIT-PENDENTE
                                   OR FS-WAIT-AVISADO)
                               MOVE 1 TO WRK-FOUND
                               MOVE 1 TO WRK-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-FOUND EQUAL 1
               SET FS-WAIT-AVISADO TO TRUE
               MOVE WRK-HOLD-DATE TO FS-WAIT-HOLD-DATE
               MOVE WRK-DEST-BRANCH TO FS-WAIT-BRANCH
               REWRITE FS-WAITREC
           ELSE
               MOVE FS-COPY-MOV-COD TO FS-WAIT-MOV-COD
               MOVE WRK-TODAY TO FS-WAIT-DATE
               ACCEPT WRK-NOW FROM TIME
               MOVE WRK-NOW TO FS-WAIT-TIME
               MOVE WRK-SOL-CUST TO FS-WAIT-CUST-COD
               SET FS-WAIT-AVISADO TO TRUE
               MOVE WRK-HOLD-DATE TO FS-WAIT-HOLD-DATE
               MOVE WRK-DEST-BRANCH TO FS-WAIT-BRANCH
               WRITE FS-WAITREC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           CLOSE WAITLIST.
       0055-FIM.
           EXIT.
       END PROGRAM TRANSFERENCIA.
