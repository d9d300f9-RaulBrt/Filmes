      *           consultaveis em CONSULTAAUDIT e CONSULTALOG.
      *           Sem operador no terminal (chamada do agendador, sem
      *           parametro), roda sem tela usando o mes anterior.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Rodada registrada em RODADAS.DAT
      *                   (CONTROLERODADA): mes ja rotacionado e mes
      *                   sem o FIMDODIA (backup) do ultimo dia nao
      *                   rodam sem liberacao do gerente
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROTACIONARLOG.
       77  WRK-AUD-COUNT           PIC 9(06) VALUE ZEROES.
       77  WRK-LOG-COUNT           PIC 9(06) VALUE ZEROES.
       77  WRK-BATCH               PIC 9(01) VALUE ZEROES.
       77  WRK-RUN-OPER            PIC X(08) VALUE "NOTURNO".
       77  WRK-RUN-PERIOD          PIC 9(08) VALUE ZEROES.
       77  WRK-RUN-STATUS          PIC 9(03) VALUE ZEROES.
       77  WRK-RUN-READ            PIC 9(07) VALUE ZEROES.
       77  WRK-RUN-WRITTEN         PIC 9(07) VALUE ZEROES.
       77  WRK-RUN-RC              PIC 9(03) VALUE ZEROES.

       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION USING OPTIONAL LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           CALL "LERDATANEG" USING WRK-TODAY.
           PERFORM 0005-DEFAULT-MONTH.
           IF LNK-OPERATOR OMITTED
               MOVE 1 TO WRK-BATCH
           ELSE
               MOVE ZEROES TO WRK-BATCH
               MOVE LNK-OPERATOR TO WRK-RUN-OPER
               DISPLAY CLEAR-SCREEN
               DISPLAY TITLE-SCREEN
               CALL "MARCATREINO"
               DISPLAY "MES A ARQUIVAR (AAAAMM, ENTER=" AT 0305
               DISPLAY WRK-MONTH AT 0336
               DISPLAY "): " AT 0342
                   MOVE WRK-MONTH-MSK TO WRK-MONTH
               END-IF
           END-IF.
           COMPUTE WRK-RUN-PERIOD = WRK-MONTH * 100.
           CALL "CONTROLERODADA" USING "I", "ROTACIONARLOG   ",
               WRK-RUN-PERIOD, WRK-RUN-OPER, WRK-RUN-READ,
               WRK-RUN-WRITTEN, WRK-RUN-RC, WRK-RUN-STATUS.
           IF WRK-RUN-STATUS NOT EQUAL ZEROES
               IF WRK-BATCH EQUAL 1
                   CALL "ERROS" USING WRK-RUN-STATUS, "ROTACIONARLOG",
                       "B"
                   MOVE 2 TO RETURN-CODE
               ELSE
                   CALL "ERROS" USING WRK-RUN-STATUS, "ROTACIONARLOG"
               END-IF
               GOBACK
           END-IF.
           PERFORM 0010-ROTATE-AUDIT.
           PERFORM 0020-ROTATE-ERRLOG.
           COMPUTE WRK-RUN-READ = WRK-AUD-COUNT + WRK-LOG-COUNT.
           MOVE WRK-RUN-READ TO WRK-RUN-WRITTEN.
           CALL "CONTROLERODADA" USING "C", "ROTACIONARLOG   ",
               WRK-RUN-PERIOD, WRK-RUN-OPER, WRK-RUN-READ,
               WRK-RUN-WRITTEN, WRK-RUN-RC, WRK-RUN-STATUS.
           IF WRK-BATCH EQUAL ZEROES
               DISPLAY "AUDITORIA ARQUIVADA: " AT 0505
               DISPLAY WRK-AUD-COUNT AT 0527
