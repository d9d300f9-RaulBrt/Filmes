      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Controle comum das rotinas de lote no registro de
      *           rodadas (RODADAS.DAT). Funcao "I" (inicio): recusa a
      *           rodada de um periodo ja concluido (659) e a rodada
      *           cuja rotina anterior ainda nao concluiu (660), a
      *           menos que o gerente tenha liberado o periodo (linha
      *           L, que vale para uma rodada so); senao grava a linha
      *           de inicio. Funcao "C" (fim) ou "P" (fim parcial, ha
      *           mais a processar): grava o fim com lidos, gravados e
      *           o codigo de retorno -- retorno diferente de zero fica
      *           como falha e nao conta como concluida. Funcao "L":
      *           liberacao do gerente (CONSULTARODADAS).
      *           Dependencias entre as rotinas:
      *           ROTACIONARLOG e ESTATMENSAL do mes: FIMDODIA (com o
      *           backup) do ultimo dia do mes; ESTATMENSAL tambem a
      *           DEPRECIACAO do mesmo mes. ARQUIVARALUGUEIS e
      *           AGENDADOR do dia: FIMDODIA do dia anterior.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROLERODADA.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT RODADAS ASSIGN TO "RODADAS.DAT"
           FILE STATUS IS WRK-RUN-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  RODADAS.
           01 FS-RODADA.
               COPY RODADAFLDS.
       WORKING-STORAGE SECTION.
       77  WRK-RUN-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-TODAY                  PIC 9(08) VALUE ZEROES.
       77  WRK-CLOCK-DATE             PIC 9(08) VALUE ZEROES.
       77  WRK-CLOCK-TIME             PIC 9(08) VALUE ZEROES.
       77  WRK-DONE                   PIC 9(01) VALUE ZEROES.
       77  WRK-RELEASED               PIC 9(01) VALUE ZEROES.
       77  WRK-RELEASED-BY            PIC X(08) VALUE SPACES.
       77  WRK-START-DT               PIC 9(08) VALUE ZEROES.
       77  WRK-START-TM               PIC 9(08) VALUE ZEROES.
       77  WRK-START-OVR              PIC X(08) VALUE SPACES.
       77  WRK-DEP-COUNT              PIC 9(01) VALUE ZEROES.
       77  WRK-DEP-SUB                PIC 9(01) VALUE ZEROES.
       77  WRK-MISSING                PIC 9(01) VALUE ZEROES.
       77  WRK-DATE-INT               PIC 9(07) VALUE ZEROES.
       77  WRK-YEAR                   PIC 9(04) VALUE ZEROES.
       77  WRK-MM                     PIC 9(02) VALUE ZEROES.
       77  WRK-NEXT-FIRST             PIC 9(08) VALUE ZEROES.
       77  WRK-LAST-DAY               PIC 9(08) VALUE ZEROES.
       01  WRK-DEP-TABLE.
           05 WRK-DEP-ENTRY           OCCURS 2 TIMES.
               10 WRK-DEP-JOB         PIC X(16) VALUE SPACES.
               10 WRK-DEP-MIN         PIC 9(08) VALUE ZEROES.
      *E = exige o mesmo periodo; M = periodo igual ou posterior
               10 WRK-DEP-RULE        PIC X(01) VALUE SPACES.
               10 WRK-DEP-FOUND       PIC 9(01) VALUE ZEROES.
       LINKAGE SECTION.
       77  LNK-FUNC                   PIC X(01).
       77  LNK-JOB                    PIC X(16).
       77  LNK-PERIOD                 PIC 9(08).
       77  LNK-OPERATOR               PIC X(08).
       77  LNK-READ                   PIC 9(07).
       77  LNK-WRITTEN                PIC 9(07).
       77  LNK-RC                     PIC 9(03).
       77  LNK-STATUS                 PIC 9(03).

       PROCEDURE DIVISION USING LNK-FUNC, LNK-JOB, LNK-PERIOD,
               LNK-OPERATOR, LNK-READ, LNK-WRITTEN, LNK-RC,
               LNK-STATUS.
       0000-MAIN-PROCEDURE.
           MOVE ZEROES TO LNK-STATUS.
           CALL "LERDATANEG" USING WRK-TODAY.
           ACCEPT WRK-CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT WRK-CLOCK-TIME FROM TIME.
           EVALUATE LNK-FUNC
               WHEN "I"
                   PERFORM 0010-START-RUN
               WHEN "C"
               WHEN "P"
                   PERFORM 0030-FINISH-RUN
               WHEN "L"
                   PERFORM 0040-RELEASE-RUN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GOBACK.

      *=================================================================
       0010-START-RUN      SECTION.
      *Confere o periodo e as dependencias e grava o inicio ou a
      *recusa
      *=================================================================
           PERFORM 0015-SET-DEPENDENCIES.
           PERFORM 0020-SCAN-LEDGER.
           MOVE SPACES TO FS-RODADA.
           MOVE LNK-JOB TO FS-RUN-JOB.
           MOVE LNK-PERIOD TO FS-RUN-PERIOD.
           MOVE LNK-OPERATOR TO FS-RUN-OPERATOR.
           MOVE WRK-TODAY TO FS-RUN-BUS-DATE.
           MOVE WRK-CLOCK-DATE TO FS-RUN-START-DT.
           MOVE WRK-CLOCK-TIME TO FS-RUN-START-TM.
           MOVE ZEROES TO FS-RUN-END-DT FS-RUN-END-TM FS-RUN-READ
               FS-RUN-WRITTEN FS-RUN-RC.
           SET FS-RUN-INICIADA TO TRUE.
      *Liberacao do gerente vale para uma rodada, repetida ou fora de
      *ordem
           IF WRK-RELEASED EQUAL 1
               MOVE WRK-RELEASED-BY TO FS-RUN-OVERRIDE-BY
               MOVE "LIBERADA PELO GERENTE" TO FS-RUN-NOTE
               PERFORM 0050-APPEND-LINE
               GO TO 0010-FIM
           END-IF.
           IF WRK-DONE EQUAL 1
               SET FS-RUN-RECUSADA TO TRUE
               MOVE "JA CONCLUIDA" TO FS-RUN-NOTE
               MOVE 659 TO LNK-STATUS
               PERFORM 0050-APPEND-LINE
               GO TO 0010-FIM
           END-IF.
           MOVE ZEROES TO WRK-MISSING.
           PERFORM VARYING WRK-DEP-SUB FROM 1 BY 1
                   UNTIL WRK-DEP-SUB GREATER THAN WRK-DEP-COUNT
                      OR WRK-MISSING NOT EQUAL ZEROES
               IF WRK-DEP-FOUND(WRK-DEP-SUB) EQUAL ZEROES
                   MOVE WRK-DEP-SUB TO WRK-MISSING
               END-IF
           END-PERFORM.
           IF WRK-MISSING NOT EQUAL ZEROES
               SET FS-RUN-RECUSADA TO TRUE
               STRING "FALTA " WRK-DEP-JOB(WRK-MISSING)
                   DELIMITED BY SIZE INTO FS-RUN-NOTE
               MOVE 660 TO LNK-STATUS
               PERFORM 0050-APPEND-LINE
               GO TO 0010-FIM
           END-IF.
           PERFORM 0050-APPEND-LINE.
       0010-FIM.
           EXIT.

      *=================================================================
       0015-SET-DEPENDENCIES      SECTION.
      *Monta a tabela das rotinas que precisam ter concluido antes da
      *rotina pedida, com o periodo minimo exigido de cada uma
      *=================================================================
           MOVE ZEROES TO WRK-DEP-COUNT.
           INITIALIZE WRK-DEP-TABLE.
           EVALUATE LNK-JOB
               WHEN "ROTACIONARLOG"
                   PERFORM 0017-MONTH-LAST-DAY
                   MOVE 1 TO WRK-DEP-COUNT
                   MOVE "FIMDODIA" TO WRK-DEP-JOB(1)
                   MOVE WRK-LAST-DAY TO WRK-DEP-MIN(1)
                   MOVE "M" TO WRK-DEP-RULE(1)
               WHEN "ESTATMENSAL"
                   PERFORM 0017-MONTH-LAST-DAY
                   MOVE 2 TO WRK-DEP-COUNT
                   MOVE "FIMDODIA" TO WRK-DEP-JOB(1)
                   MOVE WRK-LAST-DAY TO WRK-DEP-MIN(1)
                   MOVE "M" TO WRK-DEP-RULE(1)
                   MOVE "DEPRECIACAO" TO WRK-DEP-JOB(2)
                   MOVE LNK-PERIOD TO WRK-DEP-MIN(2)
                   MOVE "E" TO WRK-DEP-RULE(2)
               WHEN "ARQUIVARALUGUEIS"
               WHEN "AGENDADOR"
                   COMPUTE WRK-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(LNK-PERIOD) - 1
                   MOVE 1 TO WRK-DEP-COUNT
                   MOVE "FIMDODIA" TO WRK-DEP-JOB(1)
                   MOVE FUNCTION DATE-OF-INTEGER(WRK-DATE-INT)
                       TO WRK-DEP-MIN(1)
                   MOVE "M" TO WRK-DEP-RULE(1)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *=================================================================
       0017-MONTH-LAST-DAY      SECTION.
      *Ultimo dia do mes do periodo mensal (AAAAMM00), pelo primeiro
      *dia do mes seguinte menos um
      *=================================================================
           MOVE LNK-PERIOD(1:4) TO WRK-YEAR.
           MOVE LNK-PERIOD(5:2) TO WRK-MM.
           IF WRK-MM EQUAL 12
               ADD 1 TO WRK-YEAR
               MOVE 1 TO WRK-MM
           ELSE
               ADD 1 TO WRK-MM
           END-IF.
           COMPUTE WRK-NEXT-FIRST = WRK-YEAR * 10000 + WRK-MM * 100
               + 1.
           COMPUTE WRK-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WRK-NEXT-FIRST) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(WRK-DATE-INT)
               TO WRK-LAST-DAY.

      *=================================================================
       0020-SCAN-LEDGER      SECTION.
      *Le o registro inteiro: situacao da rotina no periodo pedido
      *(concluida, liberada) e as dependencias ja concluidas
      *=================================================================
           MOVE ZEROES TO WRK-DONE WRK-RELEASED.
           MOVE SPACES TO WRK-RELEASED-BY.
           OPEN INPUT RODADAS.
           IF WRK-RUN-FSTAT NOT EQUAL ZEROES
               MOVE ZEROES TO WRK-RUN-FSTAT
               GO TO 0020-FIM
           END-IF.
           PERFORM UNTIL WRK-RUN-FSTAT NOT EQUAL ZEROES
               READ RODADAS
                   AT END
                       MOVE 100 TO WRK-RUN-FSTAT
                   NOT AT END
                       PERFORM 0025-CHECK-LINE
               END-READ
           END-PERFORM.
           CLOSE RODADAS.
           MOVE ZEROES TO WRK-RUN-FSTAT.
       0020-FIM.
           EXIT.

      *=================================================================
       0025-CHECK-LINE      SECTION.
      *Aplica a linha corrente do registro na situacao da rotina e
      *das dependencias
      *=================================================================
           IF FS-RUN-JOB EQUAL LNK-JOB
               AND FS-RUN-PERIOD EQUAL LNK-PERIOD
               EVALUATE TRUE
                   WHEN FS-RUN-CONCLUIDA
                       MOVE 1 TO WRK-DONE
                       MOVE ZEROES TO WRK-RELEASED
                   WHEN FS-RUN-LIBERADA
                       MOVE 1 TO WRK-RELEASED
                       MOVE FS-RUN-OVERRIDE-BY TO WRK-RELEASED-BY
      *Inicio liberado consome a liberacao
                   WHEN FS-RUN-INICIADA
                       IF FS-RUN-OVERRIDE-BY NOT EQUAL SPACES
                           MOVE ZEROES TO WRK-RELEASED
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF NOT FS-RUN-CONCLUIDA
               GO TO 0025-FIM
           END-IF.
           PERFORM VARYING WRK-DEP-SUB FROM 1 BY 1
                   UNTIL WRK-DEP-SUB GREATER THAN WRK-DEP-COUNT
               IF FS-RUN-JOB EQUAL WRK-DEP-JOB(WRK-DEP-SUB)
                   IF FS-RUN-PERIOD EQUAL WRK-DEP-MIN(WRK-DEP-SUB)
                      OR (WRK-DEP-RULE(WRK-DEP-SUB) EQUAL "M"
                          AND FS-RUN-PERIOD GREATER THAN
                              WRK-DEP-MIN(WRK-DEP-SUB))
                       MOVE 1 TO WRK-DEP-FOUND(WRK-DEP-SUB)
                   END-IF
               END-IF
           END-PERFORM.
       0025-FIM.
           EXIT.

      *=================================================================
       0030-FINISH-RUN      SECTION.
      *Grava o fim da rodada, com o inicio tirado da ultima linha de
      *inicio da rotina no periodo
      *=================================================================
           MOVE ZEROES TO WRK-START-DT WRK-START-TM.
           MOVE SPACES TO WRK-START-OVR.
           OPEN INPUT RODADAS.
           IF WRK-RUN-FSTAT EQUAL ZEROES
               PERFORM UNTIL WRK-RUN-FSTAT NOT EQUAL ZEROES
                   READ RODADAS
                       AT END
                           MOVE 100 TO WRK-RUN-FSTAT
                       NOT AT END
                           IF FS-RUN-JOB EQUAL LNK-JOB
                               AND FS-RUN-PERIOD EQUAL LNK-PERIOD
                               AND FS-RUN-INICIADA
                               MOVE FS-RUN-START-DT TO WRK-START-DT
                               MOVE FS-RUN-START-TM TO WRK-START-TM
                               MOVE FS-RUN-OVERRIDE-BY
                                   TO WRK-START-OVR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RODADAS
           END-IF.
           MOVE ZEROES TO WRK-RUN-FSTAT.
           MOVE SPACES TO FS-RODADA.
           MOVE LNK-JOB TO FS-RUN-JOB.
           MOVE LNK-PERIOD TO FS-RUN-PERIOD.
           MOVE LNK-OPERATOR TO FS-RUN-OPERATOR.
           MOVE WRK-TODAY TO FS-RUN-BUS-DATE.
           MOVE WRK-START-DT TO FS-RUN-START-DT.
           MOVE WRK-START-TM TO FS-RUN-START-TM.
           MOVE WRK-CLOCK-DATE TO FS-RUN-END-DT.
           MOVE WRK-CLOCK-TIME TO FS-RUN-END-TM.
           MOVE LNK-READ TO FS-RUN-READ.
           MOVE LNK-WRITTEN TO FS-RUN-WRITTEN.
           MOVE LNK-RC TO FS-RUN-RC.
           MOVE WRK-START-OVR TO FS-RUN-OVERRIDE-BY.
           EVALUATE TRUE
               WHEN LNK-RC NOT EQUAL ZEROES
                   SET FS-RUN-FALHOU TO TRUE
               WHEN LNK-FUNC EQUAL "P"
                   SET FS-RUN-PARCIAL TO TRUE
                   MOVE "RESTA PROCESSAR" TO FS-RUN-NOTE
               WHEN OTHER
                   SET FS-RUN-CONCLUIDA TO TRUE
           END-EVALUATE.
           PERFORM 0050-APPEND-LINE.

      *=================================================================
       0040-RELEASE-RUN      SECTION.
      *Grava a liberacao do gerente para mais uma rodada do periodo
      *=================================================================
           MOVE SPACES TO FS-RODADA.
           MOVE LNK-JOB TO FS-RUN-JOB.
           MOVE LNK-PERIOD TO FS-RUN-PERIOD.
           SET FS-RUN-LIBERADA TO TRUE.
           MOVE LNK-OPERATOR TO FS-RUN-OPERATOR.
           MOVE LNK-OPERATOR TO FS-RUN-OVERRIDE-BY.
           MOVE WRK-TODAY TO FS-RUN-BUS-DATE.
           MOVE WRK-CLOCK-DATE TO FS-RUN-START-DT.
           MOVE WRK-CLOCK-TIME TO FS-RUN-START-TM.
           MOVE ZEROES TO FS-RUN-END-DT FS-RUN-END-TM FS-RUN-READ
               FS-RUN-WRITTEN FS-RUN-RC.
           MOVE "LIBERACAO" TO FS-RUN-NOTE.
           PERFORM 0050-APPEND-LINE.

      *=================================================================
       0050-APPEND-LINE      SECTION.
      *Acrescenta a linha montada em RODADAS.DAT, criando o arquivo
      *na primeira rodada
      *=================================================================
           OPEN EXTEND RODADAS.
           IF WRK-RUN-FSTAT EQUAL 350
               OPEN OUTPUT RODADAS
           END-IF.
           IF WRK-RUN-FSTAT EQUAL ZEROES
               WRITE FS-RODADA
               CLOSE RODADAS
           END-IF.
           IF WRK-RUN-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-RUN-FSTAT, "CONTROLERODADA",
                   "B"
               MOVE ZEROES TO WRK-RUN-FSTAT
           END-IF.
       END PROGRAM CONTROLERODADA.
