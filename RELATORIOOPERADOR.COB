      *           de supervisor (OVERRIDES.DAT) de cada um -- a
      *           conversa de avaliacao deixa de ser anedota. Par do
      *           cadastro de operadores. Impresso em OPERADOR.PRN.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Mes de exercicio ja encerrado e lido dos
      *                   arquivos do ano (TRANSACT-AAAA.DAT e
      *                   OVERRIDES-AAAA.DAT); linhas de abertura do
      *                   exercicio nao sao transacao de operador
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Horas trabalhadas pelo relogio de ponto
      *                   (CALCHORAS); a estimativa pelo diario fica so
      *                   para quem nao tem marcacao no mes (H.EST)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIOOPERADOR.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT TRANSACT ASSIGN TO DYNAMIC WRK-TRANS-NAME
           FILE STATUS IS WRK-TRANS-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT OVERRIDES ASSIGN TO DYNAMIC WRK-OVR-NAME
           FILE STATUS IS WRK-OVR-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

       77  WRK-TODAY                   PIC 9(08)  VALUE ZEROES.
       77  WRK-MONTH-MSK               PIC X(06)  JUSTIFIED RIGHT.
       77  WRK-MONTH                   PIC 9(06)  VALUE ZEROES.
       77  WRK-TRANS-NAME              PIC X(40)  VALUE SPACES.
       77  WRK-OVR-NAME                PIC X(40)  VALUE SPACES.
       77  WRK-CLOSED-YEAR             PIC 9(04)  VALUE ZEROES.
       77  WRK-EXE-STATUS              PIC 9(03)  VALUE ZEROES.
       77  WRK-SLOT                    PIC 9(02)  VALUE ZEROES.
       77  WRK-OPER-COUNT              PIC 9(02)  VALUE ZEROES.
       77  WRK-FOUND                   PIC 9(01)  VALUE ZEROES.
       77  WRK-FIRST-MM                PIC 9(02)  VALUE ZEROES.
       77  WRK-LAST-HH                 PIC 9(02)  VALUE ZEROES.
       77  WRK-LAST-MM                 PIC 9(02)  VALUE ZEROES.
       77  WRK-HRS-STATUS              PIC 9(03)  VALUE ZEROES.
       77  WRK-HRS-SUB                 PIC 9(02)  VALUE ZEROES.
       77  WRK-HRS-LABEL               PIC X(07)  VALUE SPACES.
       77  WRK-EST-COUNT               PIC 9(02)  VALUE ZEROES.
       01  WRK-OPER-TABLE.
           05 WRK-OT-ENTRY             OCCURS 20 TIMES.
               10 WRK-OT-ID            PIC X(08) VALUE SPACES.
               10 WRK-OT-CUR-DATE      PIC 9(08) VALUE ZEROES.
               10 WRK-OT-DAY-FIRST     PIC 9(04) VALUE ZEROES.
               10 WRK-OT-DAY-LAST      PIC 9(04) VALUE ZEROES.
               10 WRK-OT-SOURCE        PIC X(01) VALUE "E".
                   88 WRK-OT-PONTO               VALUE "P".
      *Horas do mes pelo relogio de ponto
       01  WRK-PNT-HOURS.
           COPY HORASFLDS.
       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
       SCREEN  SECTION.
       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           CALL "LERDATANEG" USING WRK-TODAY.
           DISPLAY "MES (AAAAMM, ENTER=ATUAL): " AT 0305.
           MOVE SPACES TO WRK-MONTH-MSK.
           ACCEPT WRK-MONTH-MSK AT 0333.
           ELSE
               MOVE WRK-MONTH-MSK TO WRK-MONTH
           END-IF.
      *Mes de exercicio encerrado foi para os arquivos do ano
           MOVE "TRANSACT.DAT" TO WRK-TRANS-NAME.
           MOVE "OVERRIDES.DAT" TO WRK-OVR-NAME.
           CALL "LEREXERCICIO" USING WRK-CLOSED-YEAR, WRK-EXE-STATUS.
           IF WRK-MONTH(1:4) NOT GREATER THAN WRK-CLOSED-YEAR
               MOVE SPACES TO WRK-TRANS-NAME WRK-OVR-NAME
               STRING "TRANSACT-" WRK-MONTH(1:4) ".DAT"
                   INTO WRK-TRANS-NAME
               STRING "OVERRIDES-" WRK-MONTH(1:4) ".DAT"
                   INTO WRK-OVR-NAME
           END-IF.
           PERFORM 0010-SCAN-TRANSACTIONS.
           PERFORM 0030-SCAN-OVERRIDES.
           PERFORM 0035-CLOSE-OPEN-DAYS.
           PERFORM 0038-APPLY-TIME-CLOCK.
           OPEN OUTPUT PRINT-FILE.
           PERFORM 0040-PRINT-REPORT.
           CLOSE PRINT-FILE.
                       MOVE 100 TO WRK-TRANS-FSTAT
                   NOT AT END
                       IF FS-TRANS-DATE(1:6) EQUAL WRK-MONTH
                           AND NOT FS-TRANS-ABERTURA
                           PERFORM 0020-TALLY-ONE
                       END-IF
               END-READ
               MOVE ZEROES TO WRK-OT-CUR-DATE(WRK-SLOT)
           END-PERFORM.

      *=================================================================
       0038-APPLY-TIME-CLOCK      SECTION.
      *Troca a estimativa pelas horas batidas no relogio de ponto de
      *quem tem marcacao no mes; meses de antes do relogio e quem nao
      *bateu o ponto ficam com a estimativa pelo diario
      *=================================================================
           CALL "CALCHORAS" USING WRK-MONTH, WRK-PNT-HOURS,
               WRK-HRS-STATUS.
           PERFORM VARYING WRK-SLOT FROM 1 BY 1
                   UNTIL WRK-SLOT GREATER THAN WRK-OPER-COUNT
               PERFORM VARYING WRK-HRS-SUB FROM 1 BY 1
                       UNTIL WRK-HRS-SUB GREATER THAN FS-HRS-COUNT
                   IF FS-HRS-OPER(WRK-HRS-SUB) EQUAL WRK-OT-ID(WRK-SLOT)
                       AND FS-HRS-WORKED(WRK-HRS-SUB) GREATER THAN
                           ZEROES
                       MOVE FS-HRS-WORKED(WRK-HRS-SUB)
                           TO WRK-OT-MINUTES(WRK-SLOT)
                       MOVE "P" TO WRK-OT-SOURCE(WRK-SLOT)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *=================================================================
       0040-PRINT-REPORT      SECTION.
      *Imprime a produtividade de cada operador
           STRING "PRODUTIVIDADE DE OPERADOR - MES " WRK-MONTH
               INTO WRK-BUFF.
           PERFORM 0045-PRINT-LINE.
           MOVE ZEROES TO WRK-EST-COUNT.
           PERFORM VARYING WRK-SLOT FROM 1 BY 1
                   UNTIL WRK-SLOT GREATER THAN WRK-OPER-COUNT
               IF WRK-OT-PONTO(WRK-SLOT)
                   MOVE " HORAS " TO WRK-HRS-LABEL
               ELSE
                   MOVE " H.EST " TO WRK-HRS-LABEL
                   ADD 1 TO WRK-EST-COUNT
               END-IF
               COMPUTE WRK-HOURS ROUNDED =
                   WRK-OT-MINUTES(WRK-SLOT) / 60
               IF WRK-HOURS GREATER THAN ZEROES
               END-IF
               MOVE SPACES TO WRK-BUFF
               STRING WRK-OT-ID(WRK-SLOT) " TOT "
                   WRK-OT-TOTAL(WRK-SLOT) WRK-HRS-LABEL
                   WRK-HOURS " TRANS/H " WRK-PER-HOUR
                   INTO WRK-BUFF
               PERFORM 0045-PRINT-LINE
                   INTO WRK-BUFF
               PERFORM 0045-PRINT-LINE
           END-PERFORM.
           IF WRK-EST-COUNT GREATER THAN ZEROES
               MOVE SPACES TO WRK-BUFF
               STRING "H.EST = SEM RELOGIO DE PONTO NO MES, ESTIMADA "
                   "PELO DIARIO" INTO WRK-BUFF
               PERFORM 0045-PRINT-LINE
           END-IF.

      *=================================================================
       0045-PRINT-LINE      SECTION.
