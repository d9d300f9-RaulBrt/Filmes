      *           (custo vezes copias, como em RELATORIOVALOR). Sem
      *           operador no terminal roda sem tela, para o agendador
      *           de fim de mes.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Rodada registrada em RODADAS.DAT
      *                   (CONTROLERODADA): mes ja fotografado, mes sem
      *                   o FIMDODIA do ultimo dia ou sem a DEPRECIACAO
      *                   nao rodam sem liberacao do gerente
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Chaves alternativas de MOVIES.DAT (titulo) e
      *                   de CUSTOMERS.DAT (nome e documento)
      *                   declaradas nos SELECT
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTATMENSAL.
           FILE STATUS IS WRK-MOV-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES.

           SELECT CUSTOMERS ASSIGN TO "CUSTOMERS.DAT"
           FILE STATUS IS WRK-CUST-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-CUST-COD
           ALTERNATE RECORD KEY IS FS-CUST-NAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS FS-CUST-DOC WITH DUPLICATES.

           SELECT RENTALS ASSIGN TO "RENTALS.DAT"
           FILE STATUS IS WRK-RENT-FSTAT
       77  WRK-YEAR                PIC 9(04) VALUE ZEROES.
       77  WRK-MM                  PIC 9(02) VALUE ZEROES.
       77  WRK-REC-MONTH           PIC 9(06) VALUE ZEROES.
       77  WRK-RUN-OPER            PIC X(08) VALUE "NOTURNO".
       77  WRK-RUN-PERIOD          PIC 9(08) VALUE ZEROES.
       77  WRK-RUN-STATUS          PIC 9(03) VALUE ZEROES.
       77  WRK-RUN-READ            PIC 9(07) VALUE ZEROES.
       77  WRK-RUN-WRITTEN         PIC 9(07) VALUE ZEROES.
       77  WRK-RUN-RC              PIC 9(03) VALUE ZEROES.
       01  WRK-STAT.
           COPY STATFLDS
               REPLACING ==FS-STAT-MONTH==     BY ==WRK-STAT-MONTH==

       PROCEDURE DIVISION USING OPTIONAL LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           CALL "LERDATANEG" USING WRK-TODAY.
           PERFORM 0005-DEFAULT-MONTH.
           IF LNK-OPERATOR NOT OMITTED
               MOVE LNK-OPERATOR TO WRK-RUN-OPER
               DISPLAY CLEAR-SCREEN
               CALL "MARCATREINO"
               DISPLAY "FOTOGRAFIA ESTATISTICA DO MES (AAAAMM, "
                   "ENTER=" AT 0105
               DISPLAY WRK-MONTH AT 0148
               END-IF
           END-IF.
           MOVE WRK-MONTH TO WRK-STAT-MONTH.
           COMPUTE WRK-RUN-PERIOD = WRK-MONTH * 100.
           CALL "CONTROLERODADA" USING "I", "ESTATMENSAL     ",
               WRK-RUN-PERIOD, WRK-RUN-OPER, WRK-RUN-READ,
               WRK-RUN-WRITTEN, WRK-RUN-RC, WRK-RUN-STATUS.
           IF WRK-RUN-STATUS NOT EQUAL ZEROES
               IF LNK-OPERATOR OMITTED
                   CALL "ERROS" USING WRK-RUN-STATUS, "ESTATMENSAL",
                       "B"
                   MOVE 2 TO RETURN-CODE
               ELSE
                   CALL "ERROS" USING WRK-RUN-STATUS, "ESTATMENSAL"
               END-IF
               GOBACK
           END-IF.
           PERFORM 0010-SCAN-MOVIES.
           PERFORM 0020-SCAN-CUSTOMERS.
           PERFORM 0030-SCAN-RENTALS.
           PERFORM 0040-SCAN-TRANSACTIONS.
           PERFORM 0050-APPEND-SNAPSHOT.
           COMPUTE WRK-RUN-READ = WRK-RUN-READ + WRK-STAT-TITLES
               + WRK-STAT-CUSTOMERS.
           IF WRK-STAT-FSTAT EQUAL ZEROES
               MOVE 1 TO WRK-RUN-WRITTEN
           ELSE
               MOVE WRK-STAT-FSTAT TO WRK-RUN-RC
           END-IF.
           CALL "CONTROLERODADA" USING "C", "ESTATMENSAL     ",
               WRK-RUN-PERIOD, WRK-RUN-OPER, WRK-RUN-READ,
               WRK-RUN-WRITTEN, WRK-RUN-RC, WRK-RUN-STATUS.
           IF LNK-OPERATOR NOT OMITTED
               DISPLAY "FOTOGRAFIA GRAVADA. PRESSIONE ENTER" AT 0305
               ACCEPT WRK-TECLA
                       AT END
                           MOVE 100 TO WRK-RENT-FSTAT
                       NOT AT END
                           ADD 1 TO WRK-RUN-READ
                           MOVE FS-RENT-DATE(1:6) TO WRK-REC-MONTH
                           IF WRK-REC-MONTH EQUAL WRK-MONTH
                               AND NOT FS-RENT-ANULADO
                       AT END
                           MOVE 100 TO WRK-TRANS-FSTAT
                       NOT AT END
                           ADD 1 TO WRK-RUN-READ
                           MOVE FS-TRANS-DATE(1:6) TO WRK-REC-MONTH
                           IF WRK-REC-MONTH EQUAL WRK-MONTH
                               AND FS-TRANS-MULTA
