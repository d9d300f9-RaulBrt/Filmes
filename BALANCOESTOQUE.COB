      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Balanceamento de estoque entre filiais: para cada
      *           titulo compara a demanda de cada filial -- alugueis
      *           em aberto (FS-RENT-BRANCH), clientes na lista de
      *           espera (FS-WAIT-BRANCH) e o volume de alugueis dos
      *           ultimos dias -- com as unidades na prateleira de cada
      *           filial (FS-COPY-BRANCH, fora as em transito, as em
      *           reparo e as alugadas). A meta de prateleira de uma
      *           filial e um disco por cliente esperando mais um disco
      *           para cada tantos alugueis do periodo; o que sobra
      *           numa filial cobre o que falta na outra, unidade por
      *           unidade. As transferencias sugeridas saem em
      *           BALANCOESTOQUE.PRN e em TRANSFSUG.DAT, confirmadas
      *           de uma vez em TRANSFERENCIA. Aceita o modo batch
      *           ("B") do agendador.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Unidade reservada para solicitacao de outra
      *                   filial (FS-COPY-TRANSIT "R") fica fora da
      *                   prateleira
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCOESTOQUE.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT MOVIES ASSIGN TO "MOVIES.DAT"
           FILE STATUS IS WRK-MOV-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES.

           SELECT COPIES ASSIGN TO "COPIES.DAT"
           FILE STATUS IS WRK-COPY-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-COPY-KEY.

           SELECT RENTALS ASSIGN TO "RENTALS.DAT"
           FILE STATUS IS WRK-RENT-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-RENT-KEY.

           SELECT WAITLIST ASSIGN TO "WAITLIST.DAT"
           FILE STATUS IS WRK-WAIT-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-WAIT-KEY.

           SELECT TRANSFSUG ASSIGN TO "TRANSFSUG.DAT"
           FILE STATUS IS WRK-TSG-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-TSG-KEY.

           SELECT PRINT-FILE ASSIGN TO "BALANCOESTOQUE.PRN"
           FILE STATUS IS WRK-PRINT-STATUS
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  MOVIES.
           01 FS-MOVIE.
               COPY MOVIEFLDS.
           FD  COPIES.
           01 FS-COPY.
               COPY COPYFLDS.
           FD  RENTALS.
           01 FS-RENTAL.
               COPY RENTFLDS.
           FD  WAITLIST.
           01 FS-WAITREC.
               COPY WAITFLDS.
           FD  TRANSFSUG.
           01 FS-TRANSFSUG.
               COPY TSGFLDS.
           FD  PRINT-FILE.
           01 FS-PRINT-LINE            PIC X(71).
       WORKING-STORAGE SECTION.
       77  WRK-MOV-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-COPY-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-RENT-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-WAIT-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-TSG-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-PRINT-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-SPOOL-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-RUN-MODE                PIC X(01) VALUE SPACES.
       77  WRK-TECLA                   PIC X(01) VALUE SPACES.
       77  WRK-BUFF                    PIC X(71) VALUE SPACES.
       77  WRK-LINE                    PIC 9(04) VALUE ZEROES.
       77  WRK-TODAY                   PIC 9(08) VALUE ZEROES.
       77  WRK-CUTOFF                  PIC 9(08) VALUE ZEROES.
       77  WRK-CUTOFF-INT              PIC 9(08) VALUE ZEROES.
      *Janela do volume recente e alugueis por disco na prateleira
       77  WRK-RECENT-DAYS             PIC 9(03) VALUE 30.
       77  WRK-TURNS-PER-COPY          PIC 9(02) VALUE 4.
       77  WRK-HAS-RENTALS             PIC 9(01) VALUE ZEROES.
       77  WRK-HAS-WAITLIST            PIC 9(01) VALUE ZEROES.
       77  WRK-EOF                     PIC 9(01) VALUE ZEROES.
       77  WRK-BR                      PIC 9(03) VALUE ZEROES.
       77  WRK-BR-DSP                  PIC 9(02) VALUE ZEROES.
       77  WRK-DONOR                   PIC 9(02) VALUE ZEROES.
       77  WRK-DONOR-SPARE             PIC 9(03) VALUE ZEROES.
       77  WRK-SLOT                    PIC 9(03) VALUE ZEROES.
       77  WRK-FOUND                   PIC 9(01) VALUE ZEROES.
       77  WRK-ACTIVITY                PIC 9(04) VALUE ZEROES.
       77  WRK-TOTAL-NEED              PIC 9(04) VALUE ZEROES.
       77  WRK-TOTAL-SPARE             PIC 9(04) VALUE ZEROES.
       77  WRK-TITLE-PRINTED           PIC 9(01) VALUE ZEROES.
       77  WRK-TITLES-SUG              PIC 9(05) VALUE ZEROES.
       77  WRK-COPIES-SUG              PIC 9(05) VALUE ZEROES.
       01  WRK-BRANCH-TABLE.
           05 WRK-BT-ENTRY             OCCURS 99 TIMES.
               10 WRK-BT-SHELF         PIC 9(03).
               10 WRK-BT-OPEN          PIC 9(03).
               10 WRK-BT-WAIT          PIC 9(03).
               10 WRK-BT-RECENT        PIC 9(03).
               10 WRK-BT-TARGET        PIC 9(03).
               10 WRK-BT-NEED          PIC 9(03).
               10 WRK-BT-SPARE         PIC 9(03).
      *Copias alugadas do titulo corrente, pelo numero da copia
       01  WRK-OUT-TABLE.
           05 WRK-OUT-FLAG             PIC X(01) OCCURS 999 TIMES.
      *Unidades na prateleira do titulo corrente
       01  WRK-SHELF-TABLE.
           05 WRK-SH-COUNT             PIC 9(03).
           05 WRK-SH-ENTRY             OCCURS 200 TIMES.
               10 WRK-SH-COPY-NUM      PIC 9(03).
               10 WRK-SH-BRANCH        PIC 9(02).
               10 WRK-SH-USED          PIC 9(01).

       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
       77  LNK-MODE PIC X(01) VALUE SPACES.
       SCREEN  SECTION.
       01  CLEAR.
           05 CLEAR-SCREEN.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL.
       01  SHOW-MV.
           05 TITLE-SCREEN.
               10 LINE 01 COLUMN 01    PIC X(33) ERASE EOL
                  BACKGROUND-COLOR 2 FROM
                  "BALANCEAMENTO DE ESTOQUE".
       01  SHOW-LINE.
           05 DTA.
               10 LINE WRK-LINE COLUMN 01 PIC X(71) ERASE EOL
                  BACKGROUND-COLOR 0 FOREGROUND-COLOR 2 FROM WRK-BUFF.

       PROCEDURE DIVISION USING LNK-OPERATOR, OPTIONAL LNK-MODE.
       0000-MAIN-PROCEDURE.
           MOVE SPACES TO WRK-RUN-MODE.
           IF LNK-MODE NOT OMITTED
               MOVE LNK-MODE TO WRK-RUN-MODE
           END-IF.
           CALL "LERDATANEG" USING WRK-TODAY.
           COMPUTE WRK-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(WRK-TODAY) - WRK-RECENT-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WRK-CUTOFF-INT)
               TO WRK-CUTOFF.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           OPEN INPUT MOVIES.
           IF WRK-MOV-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-MOV-FSTAT, "BALANCOESTOQUE",
                   WRK-RUN-MODE
               GOBACK
           END-IF.
           OPEN INPUT COPIES.
           IF WRK-COPY-FSTAT NOT EQUAL ZEROES
               CLOSE MOVIES
               MOVE 620 TO WRK-COPY-FSTAT
               CALL "ERROS" USING WRK-COPY-FSTAT, "BALANCOESTOQUE",
                   WRK-RUN-MODE
               GOBACK
           END-IF.
           MOVE ZEROES TO WRK-HAS-RENTALS WRK-HAS-WAITLIST.
           OPEN INPUT RENTALS.
           IF WRK-RENT-FSTAT EQUAL ZEROES
               MOVE 1 TO WRK-HAS-RENTALS
           END-IF.
           OPEN INPUT WAITLIST.
           IF WRK-WAIT-FSTAT EQUAL ZEROES
               MOVE 1 TO WRK-HAS-WAITLIST
           END-IF.
      *A lista nova substitui a anterior, confirmada ou nao
           OPEN OUTPUT TRANSFSUG.
           OPEN OUTPUT PRINT-FILE.
           MOVE 02 TO WRK-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "TRANSFERENCIAS SUGERIDAS EM " WRK-TODAY
               " (ALUGUEIS DESDE " WRK-CUTOFF ")" INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           PERFORM UNTIL WRK-MOV-FSTAT NOT EQUAL ZEROES
               READ MOVIES NEXT RECORD
                   AT END
                       MOVE 100 TO WRK-MOV-FSTAT
                   NOT AT END
                       PERFORM 0010-BALANCE-MOVIE
               END-READ
           END-PERFORM.
           CLOSE MOVIES COPIES TRANSFSUG.
           IF WRK-HAS-RENTALS EQUAL 1
               CLOSE RENTALS
           END-IF.
           IF WRK-HAS-WAITLIST EQUAL 1
               CLOSE WAITLIST
           END-IF.
           MOVE SPACES TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "TITULOS COM SUGESTAO: " WRK-TITLES-SUG
               " COPIAS A TRANSFERIR: " WRK-COPIES-SUG INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           IF WRK-COPIES-SUG GREATER THAN ZEROES
               MOVE "CONFIRMAR A LISTA EM TRANSFERENCIA ENTRE FILIAIS"
                   TO WRK-BUFF
               PERFORM 0070-PRINT-LINE
           END-IF.
           CLOSE PRINT-FILE.
           CALL "ESPOLAR" USING "BALANCOESTOQUE.PRN  ",
               LNK-OPERATOR, WRK-SPOOL-STATUS.
           DISPLAY "IMPRESSO EM BALANCOESTOQUE.PRN. PRESSIONE ENTER"
               AT 2301.
           IF WRK-RUN-MODE NOT EQUAL "B"
               ACCEPT WRK-TECLA AT 2349
           END-IF.
           GOBACK.

      *=================================================================
       0010-BALANCE-MOVIE      SECTION.
      *Levanta demanda e prateleira do titulo corrente por filial e
      *sugere as transferencias que cobrem a falta de uma filial com a
      *sobra de outra
      *=================================================================
           INITIALIZE WRK-BRANCH-TABLE.
           MOVE ALL "N" TO WRK-OUT-TABLE.
           MOVE ZEROES TO WRK-SH-COUNT.
           MOVE ZEROES TO WRK-TITLE-PRINTED.
           IF WRK-HAS-RENTALS EQUAL 1
               PERFORM 0020-SCAN-RENTALS
           END-IF.
           IF WRK-HAS-WAITLIST EQUAL 1
               PERFORM 0030-SCAN-WAITLIST
           END-IF.
           PERFORM 0040-SCAN-COPIES.
           IF WRK-SH-COUNT EQUAL ZEROES
               GO TO 0010-FIM
           END-IF.
           PERFORM 0050-COMPUTE-NEEDS.
           IF WRK-TOTAL-NEED EQUAL ZEROES
               OR WRK-TOTAL-SPARE EQUAL ZEROES
               GO TO 0010-FIM
           END-IF.
           PERFORM 0060-SUGGEST-TRANSFERS
               VARYING WRK-BR FROM 1 BY 1
               UNTIL WRK-BR GREATER THAN 99.
           IF WRK-TITLE-PRINTED EQUAL 1
               ADD 1 TO WRK-TITLES-SUG
           END-IF.
       0010-FIM.
           EXIT.

      *=================================================================
       0020-SCAN-RENTALS      SECTION.
      *Alugueis do titulo: os em aberto marcam a copia como fora da
      *prateleira e contam na filial do aluguel; os ja encerrados,
      *feitos dentro da janela, contam como volume recente
      *=================================================================
           MOVE FS-MOV-COD TO FS-RENT-MOV-COD.
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
                       IF FS-RENT-MOV-COD NOT EQUAL FS-MOV-COD
                           MOVE 1 TO WRK-EOF
                       ELSE
                           PERFORM 0025-COUNT-RENTAL
                       END-IF
               END-READ
           END-PERFORM.

      *=================================================================
       0025-COUNT-RENTAL      SECTION.
      *Soma o aluguel corrente na filial em que foi feito
      *=================================================================
           IF FS-RENT-BRANCH NOT NUMERIC
               OR FS-RENT-BRANCH EQUAL ZEROES
               MOVE 1 TO WRK-BR
           ELSE
               MOVE FS-RENT-BRANCH TO WRK-BR
           END-IF.
           IF FS-RENT-ABERTO
               ADD 1 TO WRK-BT-OPEN(WRK-BR)
               IF FS-RENT-COPY-NUM GREATER THAN ZEROES
                   MOVE "S" TO WRK-OUT-FLAG(FS-RENT-COPY-NUM)
               END-IF
               GO TO 0025-FIM
           END-IF.
           IF FS-RENT-DEVOLVIDO
               AND FS-RENT-DATE NOT LESS THAN WRK-CUTOFF
               ADD 1 TO WRK-BT-RECENT(WRK-BR)
           END-IF.
       0025-FIM.
           EXIT.

      *=================================================================
       0030-SCAN-WAITLIST      SECTION.
      *Clientes ainda esperando o titulo, pela filial em que entraram
      *na lista
      *=================================================================
           MOVE FS-MOV-COD TO FS-WAIT-MOV-COD.
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
                       IF FS-WAIT-MOV-COD NOT EQUAL FS-MOV-COD
                           MOVE 1 TO WRK-EOF
                       ELSE
                           IF FS-WAIT-PENDENTE OR FS-WAIT-AVISADO
                               IF FS-WAIT-BRANCH NOT NUMERIC
                                   OR FS-WAIT-BRANCH EQUAL ZEROES
                                   MOVE 1 TO WRK-BR
                               ELSE
                                   MOVE FS-WAIT-BRANCH TO WRK-BR
                               END-IF
                               ADD 1 TO WRK-BT-WAIT(WRK-BR)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *=================================================================
       0040-SCAN-COPIES      SECTION.
      *Unidades do titulo na prateleira de cada filial: fora as em
      *transito, as em reparo e as que estao com um cliente
      *=================================================================
           MOVE FS-MOV-COD TO FS-COPY-MOV-COD.
           MOVE ZEROES TO FS-COPY-NUM.
           MOVE ZEROES TO WRK-EOF.
           START COPIES KEY IS NOT LESS THAN FS-COPY-KEY
               INVALID KEY
                   MOVE 1 TO WRK-EOF
           END-START.
           PERFORM UNTIL WRK-EOF EQUAL 1
               READ COPIES NEXT RECORD
                   AT END
                       MOVE 1 TO WRK-EOF
                   NOT AT END
                       IF FS-COPY-MOV-COD NOT EQUAL FS-MOV-COD
                           MOVE 1 TO WRK-EOF
                       ELSE
                           PERFORM 0045-CHECK-COPY
                       END-IF
               END-READ
           END-PERFORM.

      *=================================================================
       0045-CHECK-COPY      SECTION.
      *Guarda a copia corrente se estiver na prateleira
      *=================================================================
           IF FS-COPY-TRANSIT EQUAL "S"
               OR FS-COPY-TRANSIT EQUAL "R"
               OR NOT FS-COPY-REP-NORMAL
               GO TO 0045-FIM
           END-IF.
           IF FS-COPY-NUM EQUAL ZEROES
               OR WRK-OUT-FLAG(FS-COPY-NUM) EQUAL "S"
               GO TO 0045-FIM
           END-IF.
           IF WRK-SH-COUNT NOT LESS THAN 200
               GO TO 0045-FIM
           END-IF.
           IF FS-COPY-BRANCH NOT NUMERIC
               OR FS-COPY-BRANCH EQUAL ZEROES
               MOVE 1 TO WRK-BR
           ELSE
               MOVE FS-COPY-BRANCH TO WRK-BR
           END-IF.
           ADD 1 TO WRK-BT-SHELF(WRK-BR).
           ADD 1 TO WRK-SH-COUNT.
           MOVE FS-COPY-NUM TO WRK-SH-COPY-NUM(WRK-SH-COUNT).
           MOVE WRK-BR TO WRK-SH-BRANCH(WRK-SH-COUNT).
           MOVE ZEROES TO WRK-SH-USED(WRK-SH-COUNT).
       0045-FIM.
           EXIT.

      *=================================================================
       0050-COMPUTE-NEEDS      SECTION.
      *Meta de prateleira de cada filial: um disco por cliente
      *esperando mais um para cada WRK-TURNS-PER-COPY alugueis (em
      *aberto e recentes). Abaixo da meta e falta; acima, sobra
      *=================================================================
           MOVE ZEROES TO WRK-TOTAL-NEED WRK-TOTAL-SPARE.
           PERFORM VARYING WRK-BR FROM 1 BY 1
                   UNTIL WRK-BR GREATER THAN 99
               COMPUTE WRK-ACTIVITY = WRK-BT-OPEN(WRK-BR)
                   + WRK-BT-RECENT(WRK-BR)
               COMPUTE WRK-BT-TARGET(WRK-BR) = WRK-BT-WAIT(WRK-BR)
                   + (WRK-ACTIVITY + WRK-TURNS-PER-COPY - 1)
                   / WRK-TURNS-PER-COPY
               IF WRK-BT-SHELF(WRK-BR) GREATER THAN
                   WRK-BT-TARGET(WRK-BR)
                   COMPUTE WRK-BT-SPARE(WRK-BR) =
                       WRK-BT-SHELF(WRK-BR) - WRK-BT-TARGET(WRK-BR)
                   ADD WRK-BT-SPARE(WRK-BR) TO WRK-TOTAL-SPARE
               END-IF
               IF WRK-BT-TARGET(WRK-BR) GREATER THAN
                   WRK-BT-SHELF(WRK-BR)
                   COMPUTE WRK-BT-NEED(WRK-BR) =
                       WRK-BT-TARGET(WRK-BR) - WRK-BT-SHELF(WRK-BR)
                   ADD WRK-BT-NEED(WRK-BR) TO WRK-TOTAL-NEED
               END-IF
           END-PERFORM.

      *=================================================================
       0060-SUGGEST-TRANSFERS      SECTION.
      *Cobre a falta da filial WRK-BR, disco por disco, com a filial
      *de maior sobra no momento
      *=================================================================
           PERFORM UNTIL WRK-BT-NEED(WRK-BR) EQUAL ZEROES
               MOVE ZEROES TO WRK-DONOR WRK-DONOR-SPARE
               PERFORM VARYING WRK-SLOT FROM 1 BY 1
                       UNTIL WRK-SLOT GREATER THAN 99
                   IF WRK-BT-SPARE(WRK-SLOT) GREATER THAN
                       WRK-DONOR-SPARE
                       MOVE WRK-SLOT TO WRK-DONOR
                       MOVE WRK-BT-SPARE(WRK-SLOT) TO WRK-DONOR-SPARE
                   END-IF
               END-PERFORM
               IF WRK-DONOR EQUAL ZEROES
                   GO TO 0060-FIM
               END-IF
               PERFORM 0065-PICK-COPY
               IF WRK-FOUND EQUAL ZEROES
                   MOVE ZEROES TO WRK-BT-SPARE(WRK-DONOR)
               ELSE
                   SUBTRACT 1 FROM WRK-BT-SPARE(WRK-DONOR)
                   SUBTRACT 1 FROM WRK-BT-NEED(WRK-BR)
               END-IF
           END-PERFORM.
       0060-FIM.
           EXIT.

      *=================================================================
       0065-PICK-COPY      SECTION.
      *Escolhe uma unidade da prateleira da filial doadora, grava a
      *sugestao e imprime a linha
      *=================================================================
           MOVE ZEROES TO WRK-FOUND.
           PERFORM VARYING WRK-SLOT FROM 1 BY 1
                   UNTIL WRK-SLOT GREATER THAN WRK-SH-COUNT
                   OR WRK-FOUND EQUAL 1
               IF WRK-SH-BRANCH(WRK-SLOT) EQUAL WRK-DONOR
                   AND WRK-SH-USED(WRK-SLOT) EQUAL ZEROES
                   MOVE 1 TO WRK-FOUND
                   MOVE 1 TO WRK-SH-USED(WRK-SLOT)
                   MOVE WRK-SH-COPY-NUM(WRK-SLOT) TO FS-TSG-COPY-NUM
               END-IF
           END-PERFORM.
           IF WRK-FOUND EQUAL ZEROES
               GO TO 0065-FIM
           END-IF.
           IF WRK-TITLE-PRINTED EQUAL ZEROES
               PERFORM 0068-PRINT-TITLE
           END-IF.
           MOVE FS-MOV-COD TO FS-TSG-MOV-COD.
           MOVE WRK-DONOR TO FS-TSG-FROM.
           MOVE WRK-BR TO FS-TSG-TO.
           MOVE WRK-TODAY TO FS-TSG-DATE.
           SET FS-TSG-PENDENTE TO TRUE.
           MOVE SPACES TO FS-TSG-OPERATOR.
           WRITE FS-TRANSFSUG
               INVALID KEY
                   CONTINUE
           END-WRITE.
           ADD 1 TO WRK-COPIES-SUG.
           MOVE SPACES TO WRK-BUFF.
           STRING "      TRANSFERIR COPIA " FS-TSG-COPY-NUM
               " DA FILIAL " FS-TSG-FROM " PARA A FILIAL " FS-TSG-TO
               INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
       0065-FIM.
           EXIT.

      *=================================================================
       0068-PRINT-TITLE      SECTION.
      *Cabecalho do titulo: demanda e prateleira de cada filial
      *envolvida
      *=================================================================
           MOVE 1 TO WRK-TITLE-PRINTED.
           MOVE SPACES TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING FS-MOV-COD " " FS-MOV-TITLE INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           PERFORM VARYING WRK-SLOT FROM 1 BY 1
                   UNTIL WRK-SLOT GREATER THAN 99
               IF WRK-BT-SHELF(WRK-SLOT) GREATER THAN ZEROES
                   OR WRK-BT-TARGET(WRK-SLOT) GREATER THAN ZEROES
                   MOVE WRK-SLOT TO WRK-BR-DSP
                   MOVE SPACES TO WRK-BUFF
                   STRING "   FIL " WRK-BR-DSP
                       " PRATELEIRA " WRK-BT-SHELF(WRK-SLOT)
                       " ALUGADAS " WRK-BT-OPEN(WRK-SLOT)
                       " ESPERA " WRK-BT-WAIT(WRK-SLOT)
                       " RECENTES " WRK-BT-RECENT(WRK-SLOT)
                       INTO WRK-BUFF
                   PERFORM 0070-PRINT-LINE
               END-IF
           END-PERFORM.

      *=================================================================
       0070-PRINT-LINE      SECTION.
      *Mostra a linha corrente na tela e grava no arquivo de impressao
      *=================================================================
           ADD 1 TO WRK-LINE.
           DISPLAY DTA.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           IF WRK-LINE GREATER THAN 21
               DISPLAY "PRESSIONE ENTER PARA CONTINUAR" AT 2401
               IF WRK-RUN-MODE NOT EQUAL "B"
                   ACCEPT WRK-TECLA AT 2401
               END-IF
               DISPLAY CLEAR-SCREEN
               DISPLAY TITLE-SCREEN
               CALL "MARCATREINO"
               MOVE 02 TO WRK-LINE
           END-IF.
       END PROGRAM BALANCOESTOQUE.
