      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Conferencia semanal de excecoes de caixa por
      *           operador, juntando o que cada rotina ja grava em
      *           separado: anulacao feita pouco depois do aluguel
      *           (diario de caixa), autorizacao de supervisor dada a
      *           si mesmo ou sempre pelo mesmo supervisor e reducao
      *           de multa acima do limite (OVERRIDES.DAT), estorno
      *           lancado para a ficha do proprio operador ou do seu
      *           grupo familiar (FS-OPER-CUST-COD e FAMILIAS.DAT),
      *           lancamento depois do fechamento do dia (CAIXAFECHADO
      *           e o selo do DIARIOHASH.DAT) e diferenca de gaveta
      *           alem da tolerancia (VARIACAOCAIXA.DAT). Lista cada
      *           ocorrencia e, no resumo, a taxa de ocorrencias por
      *           100 linhas do diario de cada operador contra a media
      *           da loja (indice 100 = media), em EXCECOES.PRN. No
      *           terminal o periodo padrao sao os ultimos 7 dias ate
      *           hoje; no modo batch ("B", AGENDADOR) e a semana
      *           anterior, de 7 dias atras ate ontem.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCECOESCAIXA.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT TRANSACT ASSIGN TO "TRANSACT.DAT"
           FILE STATUS IS WRK-TRANS-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT OVERRIDES ASSIGN TO "OVERRIDES.DAT"
           FILE STATUS IS WRK-OVR-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT VARIACAO ASSIGN TO "VARIACAOCAIXA.DAT"
           FILE STATUS IS WRK-VAR-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT FECHADOS ASSIGN TO "CAIXAFECHADO.DAT"
           FILE STATUS IS WRK-FECH-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT HASHDIA ASSIGN TO "DIARIOHASH.DAT"
           FILE STATUS IS WRK-HSH-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT OPERADORES ASSIGN TO "OPERADORES.DAT"
           FILE STATUS IS WRK-OPER-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-OPER-ID.

           SELECT PRINT-FILE ASSIGN TO "EXCECOES.PRN"
           FILE STATUS IS WRK-PRINT-STATUS
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  TRANSACT.
           01 FS-TRANS.
               COPY TRANSFLDS.
           FD  OVERRIDES.
           01 FS-OVERRIDE.
               COPY OVERRFLDS.
           FD  VARIACAO.
           01 FS-VAR-REC.
               05 FS-VAR-DATE          PIC 9(08).
               05 FS-VAR-OPERATOR      PIC X(08).
               05 FS-VAR-BRANCH        PIC 9(02).
               05 FS-VAR-EXPECTED      PIC S9(09)V99.
               05 FS-VAR-COUNTED       PIC 9(09)V99.
               05 FS-VAR-DIFF          PIC S9(09)V99.
           FD  FECHADOS.
           01 FS-FECH-LINE             PIC 9(08).
           FD  HASHDIA.
           01 FS-HSH-REC.
               05 FS-HSH-DATE          PIC 9(08).
               05 FS-HSH-LINES         PIC 9(06).
               05 FS-HSH-TOTAL         PIC 9(10)V99.
               05 FS-HSH-VALUE         PIC 9(09).
               05 FS-HSH-SEALED        PIC 9(08).
           FD  OPERADORES.
           01 FS-OPERATOR.
               COPY OPERFLDS.
           FD  PRINT-FILE.
           01 FS-PRINT-LINE            PIC X(71).
       WORKING-STORAGE SECTION.
       77  WRK-TRANS-FSTAT             PIC 9(03) VALUE ZEROES.
       77  WRK-OVR-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-VAR-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-FECH-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-HSH-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-OPER-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-FAM-STATUS              PIC 9(03) VALUE ZEROES.
       77  WRK-PRINT-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-SPOOL-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-NIVEL-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-MIN-LEVEL               PIC 9(01) VALUE 3.
       77  WRK-RUN-MODE                PIC X(01) VALUE SPACES.
       77  WRK-TECLA                   PIC X(01) VALUE SPACES.
       77  WRK-BUFF                    PIC X(71) VALUE SPACES.
       77  WRK-LINE                    PIC 9(04) VALUE ZEROES.
       77  WRK-TODAY                   PIC 9(08) VALUE ZEROES.
       77  WRK-START-DATE              PIC 9(08) VALUE ZEROES.
       77  WRK-END-DATE                PIC 9(08) VALUE ZEROES.
       77  WRK-DATE-MSK                PIC X(08) VALUE SPACES.
      *Limites da conferencia
       77  WRK-VOID-MINUTES            PIC 9(03) VALUE 30.
       77  WRK-WAIVE-LIMIT             PIC 9(04)V99 VALUE 10.00.
       77  WRK-DRAWER-TOL              PIC 9(04)V99 VALUE 5.00.
       77  WRK-PAIR-MIN                PIC 9(03) VALUE 3.
       77  WRK-PAIR-PCT                PIC 9(03) VALUE 80.
       77  WRK-ALERT-INDEX             PIC 9(04) VALUE 200.
      *Ocorrencia corrente
       77  WRK-KIND                    PIC 9(01) VALUE ZEROES.
       77  WRK-EXC-OPER                PIC X(08) VALUE SPACES.
       77  WRK-EXC-DATE                PIC 9(08) VALUE ZEROES.
       77  WRK-EXC-TEXT                PIC X(53) VALUE SPACES.
       77  WRK-EXC-COUNT               PIC 9(05) VALUE ZEROES.
      *Operadores
       77  WRK-OPER-ID                 PIC X(08) VALUE SPACES.
       77  WRK-OP-COUNT                PIC 9(02) VALUE ZEROES.
       77  WRK-OP-SUB                  PIC 9(02) VALUE ZEROES.
       77  WRK-FAM-SUB                 PIC 9(02) VALUE ZEROES.
       77  WRK-FOUND                   PIC 9(01) VALUE ZEROES.
       77  WRK-TABLE-FULL              PIC 9(01) VALUE ZEROES.
      *Anulacao rapida: ultimas cobrancas de aluguel do diario
       77  WRK-RING-NEXT               PIC 9(03) VALUE ZEROES.
       77  WRK-RING-SUB                PIC 9(03) VALUE ZEROES.
       77  WRK-STAMP                   PIC 9(16) VALUE ZEROES.
       77  WRK-BEST-STAMP              PIC 9(16) VALUE ZEROES.
       77  WRK-BEST-SUB                PIC 9(03) VALUE ZEROES.
       77  WRK-MIN-VOID                PIC 9(05) VALUE ZEROES.
       77  WRK-MIN-RENT                PIC 9(05) VALUE ZEROES.
       77  WRK-MINUTES                 PIC 9(05) VALUE ZEROES.
      *Lancamento depois do fechamento
       77  WRK-MAX-DATE                PIC 9(08) VALUE ZEROES.
       77  WRK-CLOSED                  PIC 9(01) VALUE ZEROES.
       77  WRK-LATE                    PIC 9(01) VALUE ZEROES.
       77  WRK-FECH-COUNT              PIC 9(03) VALUE ZEROES.
       77  WRK-FECH-SUB                PIC 9(03) VALUE ZEROES.
       77  WRK-SEAL-COUNT              PIC 9(03) VALUE ZEROES.
       77  WRK-SEAL-SUB                PIC 9(03) VALUE ZEROES.
       77  WRK-DAY-COUNT               PIC 9(03) VALUE ZEROES.
       77  WRK-DAY-SUB                 PIC 9(03) VALUE ZEROES.
      *Pares operador/supervisor
       77  WRK-PAIR-COUNT              PIC 9(03) VALUE ZEROES.
       77  WRK-PAIR-SUB                PIC 9(03) VALUE ZEROES.
       77  WRK-PCT                     PIC 9(03) VALUE ZEROES.
       77  WRK-REDUCTION               PIC 9(06)V99 VALUE ZEROES.
      *Resumo
       77  WRK-TOT-LINES               PIC 9(07) VALUE ZEROES.
       77  WRK-TOT-EXC                 PIC 9(05) VALUE ZEROES.
       77  WRK-BASE                    PIC 9(07) VALUE ZEROES.
       77  WRK-STORE-RATE              PIC 9(05)V9999 VALUE ZEROES.
       77  WRK-OPER-RATE               PIC 9(05)V9999 VALUE ZEROES.
       77  WRK-INDEX                   PIC 9(04) VALUE ZEROES.
       77  WRK-K                       PIC 9(01) VALUE ZEROES.
       77  WRK-NUM5                    PIC 9(05) VALUE ZEROES.
      *Valores impressos com a virgula
       01  WRK-MONEY                   PIC 9(06)V99 VALUE ZEROES.
       01  WRK-MONEY-R REDEFINES WRK-MONEY.
           05 WRK-MONEY-INT            PIC 9(06).
           05 WRK-MONEY-DEC            PIC 9(02).
       01  WRK-MONEY2                  PIC 9(06)V99 VALUE ZEROES.
       01  WRK-MONEY2-R REDEFINES WRK-MONEY2.
           05 WRK-MONEY2-INT           PIC 9(06).
           05 WRK-MONEY2-DEC           PIC 9(02).
       01  WRK-RATE                    PIC 9(03)V9 VALUE ZEROES.
       01  WRK-RATE-R REDEFINES WRK-RATE.
           05 WRK-RATE-INT             PIC 9(03).
           05 WRK-RATE-DEC             PIC 9(01).
      *Hora do diario, HHMMSSCC
       01  WRK-TIME                    PIC 9(08) VALUE ZEROES.
       01  WRK-TIME-R REDEFINES WRK-TIME.
           05 WRK-TIME-HH              PIC 9(02).
           05 WRK-TIME-MM              PIC 9(02).
           05 WRK-TIME-SSCC            PIC 9(04).
       01  WRK-RING-TABLE.
           05 WRK-RING-ENTRY           OCCURS 300 TIMES.
               10 WRK-RING-DATE        PIC 9(08).
               10 WRK-RING-TIME        PIC 9(08).
               10 WRK-RING-CUST        PIC 9(05).
               10 WRK-RING-MOV         PIC 9(05).
       01  WRK-FECH-TABLE.
           05 WRK-FECH-DATE            PIC 9(08) OCCURS 400 TIMES.
       01  WRK-SEAL-TABLE.
           05 WRK-SEAL-ENTRY           OCCURS 400 TIMES.
               10 WRK-SEAL-DATE        PIC 9(08).
               10 WRK-SEAL-LINES       PIC 9(06).
       01  WRK-DAY-TABLE.
           05 WRK-DAY-ENTRY            OCCURS 400 TIMES.
               10 WRK-DAY-DATE         PIC 9(08).
               10 WRK-DAY-LINES        PIC 9(06).
       01  WRK-PAIR-TABLE.
           05 WRK-PAIR-ENTRY           OCCURS 200 TIMES.
               10 WRK-PAIR-OPER        PIC X(08).
               10 WRK-PAIR-SUP         PIC X(08).
               10 WRK-PAIR-QTY         PIC 9(05).
      *Ocorrencias por operador: 1 = anulacao rapida, 2 = autorizou a
      *si mesmo, 3 = sempre o mesmo supervisor, 4 = multa reduzida
      *acima do limite, 5 = estorno para o proprio grupo familiar,
      *6 = lancado depois do fechamento, 7 = gaveta fora da tolerancia
       01  WRK-OP-TABLE.
           05 WRK-OP-ENTRY             OCCURS 50 TIMES.
               10 WRK-OP-ID            PIC X(08).
               10 WRK-OP-CUST          PIC 9(05).
               10 WRK-OP-FAMILY.
                   15 WRK-OP-FAM-COUNT PIC 9(02).
                   15 WRK-OP-FAM       PIC 9(05) OCCURS 20 TIMES.
               10 WRK-OP-LINES         PIC 9(07).
               10 WRK-OP-OVR           PIC 9(05).
               10 WRK-OP-FLAG          PIC 9(05) OCCURS 7 TIMES.
               10 WRK-OP-TOTAL         PIC 9(05).
       01  WRK-STORE-FLAGS.
           05 WRK-STORE-FLAG           PIC 9(05) OCCURS 7 TIMES.
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
               10 LINE 01 COLUMN 01    PIC X(25) ERASE EOL
                  BACKGROUND-COLOR 2 FROM "EXCECOES DE CAIXA".
       01  SHOW-LINE.
           05 DTA.
               10 LINE WRK-LINE COLUMN 01 PIC X(71) ERASE EOL
                  BACKGROUND-COLOR 0 FOREGROUND-COLOR 2 FROM WRK-BUFF.

       PROCEDURE DIVISION USING LNK-OPERATOR, OPTIONAL LNK-MODE.
       0000-MAIN-PROCEDURE.
      *Modo batch ("B", vindo do AGENDADOR): sem pausas e sem operador
      *no terminal, entao o nivel so e conferido pelo menu
           MOVE SPACES TO WRK-RUN-MODE.
           IF LNK-MODE NOT OMITTED
               MOVE LNK-MODE TO WRK-RUN-MODE
           END-IF.
           IF WRK-RUN-MODE NOT EQUAL "B"
               CALL "CHECKNIVEL" USING LNK-OPERATOR, WRK-MIN-LEVEL,
                   WRK-NIVEL-STATUS, "EXCECOESCAIXA   "
               IF WRK-NIVEL-STATUS NOT EQUAL ZEROES
                   CALL "ERROS" USING WRK-NIVEL-STATUS,
                       "EXCECOESCAIXA"
                   GOBACK
               END-IF
           END-IF.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           CALL "LERDATANEG" USING WRK-TODAY.
           PERFORM 0010-GET-PERIOD.
           INITIALIZE WRK-OP-TABLE WRK-RING-TABLE WRK-FECH-TABLE
               WRK-SEAL-TABLE WRK-DAY-TABLE WRK-PAIR-TABLE
               WRK-STORE-FLAGS.
           MOVE ZEROES TO WRK-OP-COUNT WRK-RING-NEXT WRK-FECH-COUNT
               WRK-SEAL-COUNT WRK-DAY-COUNT WRK-PAIR-COUNT
               WRK-TABLE-FULL WRK-EXC-COUNT WRK-MAX-DATE.
           PERFORM 0015-LOAD-OPERATORS.
           PERFORM 0017-LOAD-CLOSED-DAYS.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           OPEN OUTPUT PRINT-FILE.
           MOVE 02 TO WRK-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "EXCECOES DE CAIXA DE " WRK-START-DATE " A "
               WRK-END-DATE INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE "OCORRENCIAS" TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           PERFORM 0020-SCAN-TRANSACT.
           PERFORM 0040-SCAN-OVERRIDES.
           PERFORM 0048-CHECK-PAIRS.
           PERFORM 0050-SCAN-DRAWER.
           IF WRK-EXC-COUNT EQUAL ZEROES
               MOVE "  NENHUMA OCORRENCIA NO PERIODO" TO WRK-BUFF
               PERFORM 0070-PRINT-LINE
           END-IF.
           PERFORM 0060-PRINT-SUMMARY.
           CLOSE PRINT-FILE.
      *Copia datada no spool, antes da proxima rodada
      *sobrescrever o PRN fixo
           CALL "ESPOLAR" USING "EXCECOES.PRN        ",
               LNK-OPERATOR, WRK-SPOOL-STATUS.
           DISPLAY "IMPRESSO EM EXCECOES.PRN. PRESSIONE ENTER"
               AT 2301.
           IF WRK-RUN-MODE NOT EQUAL "B"
               ACCEPT WRK-TECLA AT 2345
           END-IF.
           GOBACK.

      *=================================================================
       0010-GET-PERIOD      SECTION.
      *Periodo da conferencia. No terminal o padrao sao os ultimos 7
      *dias ate hoje; no modo batch e a semana anterior ate ontem
      *=================================================================
           IF WRK-RUN-MODE EQUAL "B"
               COMPUTE WRK-START-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WRK-TODAY) - 7)
               COMPUTE WRK-END-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WRK-TODAY) - 1)
               GO TO 0010-FIM
           END-IF.
           COMPUTE WRK-START-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WRK-TODAY) - 6).
           MOVE WRK-TODAY TO WRK-END-DATE.
           DISPLAY "DATA INICIAL (AAAAMMDD, ENTER=7 DIAS ATRAS): "
               AT 0305.
           MOVE SPACES TO WRK-DATE-MSK.
           ACCEPT WRK-DATE-MSK AT 0352.
           IF WRK-DATE-MSK NOT EQUAL SPACES
               AND WRK-DATE-MSK IS NUMERIC
               MOVE WRK-DATE-MSK TO WRK-START-DATE
           END-IF.
           DISPLAY "DATA FINAL (AAAAMMDD, ENTER=HOJE): " AT 0405.
           MOVE SPACES TO WRK-DATE-MSK.
           ACCEPT WRK-DATE-MSK AT 0441.
           IF WRK-DATE-MSK NOT EQUAL SPACES
               AND WRK-DATE-MSK IS NUMERIC
               MOVE WRK-DATE-MSK TO WRK-END-DATE
           END-IF.
       0010-FIM.
           EXIT.

      *=================================================================
       0015-LOAD-OPERATORS      SECTION.
      *Carrega o quadro de operadores com a ficha de cliente de cada
      *um e os membros do seu grupo familiar
      *=================================================================
           OPEN INPUT OPERADORES.
           IF WRK-OPER-FSTAT NOT EQUAL ZEROES
               MOVE ZEROES TO WRK-OPER-FSTAT
               GO TO 0015-FIM
           END-IF.
           PERFORM UNTIL WRK-OPER-FSTAT NOT EQUAL ZEROES
               READ OPERADORES NEXT RECORD
                   AT END
                       MOVE 100 TO WRK-OPER-FSTAT
                   NOT AT END
                       MOVE FS-OPER-ID TO WRK-OPER-ID
                       PERFORM 0055-FIND-OPERATOR
                       IF WRK-OP-SUB NOT EQUAL ZEROES
                           AND FS-OPER-CUST-COD IS NUMERIC
                           AND FS-OPER-CUST-COD NOT EQUAL ZEROES
                           MOVE FS-OPER-CUST-COD
                               TO WRK-OP-CUST(WRK-OP-SUB)
                           CALL "LERFAMILIA" USING
                               WRK-OP-CUST(WRK-OP-SUB),
                               WRK-OP-FAMILY(WRK-OP-SUB),
                               WRK-FAM-STATUS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPERADORES.
           MOVE ZEROES TO WRK-OPER-FSTAT.
       0015-FIM.
           EXIT.

      *=================================================================
       0017-LOAD-CLOSED-DAYS      SECTION.
      *Dias do periodo fechados no relatorio Z e os selos do diario
      *(quantas linhas o dia tinha quando foi selado)
      *=================================================================
           OPEN INPUT FECHADOS.
           IF WRK-FECH-FSTAT EQUAL ZEROES
               PERFORM UNTIL WRK-FECH-FSTAT NOT EQUAL ZEROES
                   READ FECHADOS
                       AT END
                           MOVE 100 TO WRK-FECH-FSTAT
                       NOT AT END
                           IF FS-FECH-LINE NOT LESS THAN WRK-START-DATE
                               AND FS-FECH-LINE NOT GREATER THAN
                                   WRK-END-DATE
                               AND WRK-FECH-COUNT LESS THAN 400
                               ADD 1 TO WRK-FECH-COUNT
                               MOVE FS-FECH-LINE
                                   TO WRK-FECH-DATE(WRK-FECH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FECHADOS
           END-IF.
           MOVE ZEROES TO WRK-FECH-FSTAT.
           OPEN INPUT HASHDIA.
           IF WRK-HSH-FSTAT EQUAL ZEROES
               PERFORM UNTIL WRK-HSH-FSTAT NOT EQUAL ZEROES
                   READ HASHDIA
                       AT END
                           MOVE 100 TO WRK-HSH-FSTAT
                       NOT AT END
                           IF FS-HSH-DATE NOT LESS THAN WRK-START-DATE
                               AND FS-HSH-DATE NOT GREATER THAN
                                   WRK-END-DATE
                               AND WRK-SEAL-COUNT LESS THAN 400
                               ADD 1 TO WRK-SEAL-COUNT
                               MOVE FS-HSH-DATE
                                   TO WRK-SEAL-DATE(WRK-SEAL-COUNT)
                               MOVE FS-HSH-LINES
                                   TO WRK-SEAL-LINES(WRK-SEAL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HASHDIA
           END-IF.
           MOVE ZEROES TO WRK-HSH-FSTAT.

      *=================================================================
       0020-SCAN-TRANSACT      SECTION.
      *Varre o diario de caixa inteiro (a cobranca anulada pode ser de
      *antes do periodo) conferindo as linhas do periodo
      *=================================================================
           OPEN INPUT TRANSACT.
           IF WRK-TRANS-FSTAT NOT EQUAL ZEROES
               MOVE ZEROES TO WRK-TRANS-FSTAT
               GO TO 0020-FIM
           END-IF.
           PERFORM UNTIL WRK-TRANS-FSTAT NOT EQUAL ZEROES
               READ TRANSACT
                   AT END
                       MOVE 100 TO WRK-TRANS-FSTAT
                   NOT AT END
                       IF NOT FS-TRANS-ABERTURA
                           PERFORM 0025-CHECK-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANSACT.
           MOVE ZEROES TO WRK-TRANS-FSTAT.
       0020-FIM.
           EXIT.

      *=================================================================
       0025-CHECK-LINE      SECTION.
      *Confere uma linha do diario
      *=================================================================
           MOVE ZEROES TO WRK-LATE.
           IF FS-TRANS-DATE LESS THAN WRK-MAX-DATE
               MOVE 1 TO WRK-LATE
           ELSE
               MOVE FS-TRANS-DATE TO WRK-MAX-DATE
           END-IF.
           IF FS-TRANS-ALUGUEL
               PERFORM 0027-KEEP-RENTAL
           END-IF.
           IF FS-TRANS-DATE LESS THAN WRK-START-DATE
               OR FS-TRANS-DATE GREATER THAN WRK-END-DATE
               GO TO 0025-FIM
           END-IF.
           MOVE FS-TRANS-OPERATOR TO WRK-OPER-ID.
           PERFORM 0055-FIND-OPERATOR.
           IF WRK-OP-SUB NOT EQUAL ZEROES
               ADD 1 TO WRK-OP-LINES(WRK-OP-SUB)
           END-IF.
           ADD 1 TO WRK-TOT-LINES.
           PERFORM 0038-CHECK-LATE-POST.
           IF FS-TRANS-ESTORNO
               PERFORM 0030-CHECK-VOID
               PERFORM 0035-CHECK-REFUND
           END-IF.
       0025-FIM.
           EXIT.

      *=================================================================
       0027-KEEP-RENTAL      SECTION.
      *Guarda a cobranca de aluguel no anel das ultimas 300
      *=================================================================
           ADD 1 TO WRK-RING-NEXT.
           IF WRK-RING-NEXT GREATER THAN 300
               MOVE 1 TO WRK-RING-NEXT
           END-IF.
           MOVE FS-TRANS-DATE TO WRK-RING-DATE(WRK-RING-NEXT).
           MOVE FS-TRANS-TIME TO WRK-RING-TIME(WRK-RING-NEXT).
           MOVE FS-TRANS-CUST-COD TO WRK-RING-CUST(WRK-RING-NEXT).
           MOVE FS-TRANS-MOV-COD TO WRK-RING-MOV(WRK-RING-NEXT).

      *=================================================================
       0030-CHECK-VOID      SECTION.
      *Estorno de aluguel: acha a cobranca mais recente do mesmo
      *cliente e filme e mede quantos minutos depois veio a anulacao
      *=================================================================
           COMPUTE WRK-STAMP =
               FS-TRANS-DATE * 100000000 + FS-TRANS-TIME.
           MOVE ZEROES TO WRK-BEST-STAMP WRK-BEST-SUB.
           PERFORM VARYING WRK-RING-SUB FROM 1 BY 1
                   UNTIL WRK-RING-SUB GREATER THAN 300
               IF WRK-RING-CUST(WRK-RING-SUB) EQUAL FS-TRANS-CUST-COD
                   AND WRK-RING-MOV(WRK-RING-SUB) EQUAL
                       FS-TRANS-MOV-COD
                   AND WRK-RING-DATE(WRK-RING-SUB) EQUAL
                       FS-TRANS-DATE
                   AND WRK-RING-DATE(WRK-RING-SUB) * 100000000
                       + WRK-RING-TIME(WRK-RING-SUB)
                       NOT GREATER THAN WRK-STAMP
                   AND WRK-RING-DATE(WRK-RING-SUB) * 100000000
                       + WRK-RING-TIME(WRK-RING-SUB)
                       GREATER THAN WRK-BEST-STAMP
                   COMPUTE WRK-BEST-STAMP =
                       WRK-RING-DATE(WRK-RING-SUB) * 100000000
                       + WRK-RING-TIME(WRK-RING-SUB)
                   MOVE WRK-RING-SUB TO WRK-BEST-SUB
               END-IF
           END-PERFORM.
           IF WRK-BEST-SUB EQUAL ZEROES
               GO TO 0030-FIM
           END-IF.
           MOVE FS-TRANS-TIME TO WRK-TIME.
           COMPUTE WRK-MIN-VOID = WRK-TIME-HH * 60 + WRK-TIME-MM.
           MOVE WRK-RING-TIME(WRK-BEST-SUB) TO WRK-TIME.
           COMPUTE WRK-MIN-RENT = WRK-TIME-HH * 60 + WRK-TIME-MM.
           COMPUTE WRK-MINUTES = WRK-MIN-VOID - WRK-MIN-RENT.
           IF WRK-MINUTES GREATER THAN WRK-VOID-MINUTES
               GO TO 0030-FIM
           END-IF.
      *A cobranca foi usada: nao casa com um segundo estorno
           MOVE ZEROES TO WRK-RING-CUST(WRK-BEST-SUB)
               WRK-RING-MOV(WRK-BEST-SUB).
           MOVE 1 TO WRK-KIND.
           MOVE FS-TRANS-OPERATOR TO WRK-EXC-OPER.
           MOVE FS-TRANS-DATE TO WRK-EXC-DATE.
           MOVE SPACES TO WRK-EXC-TEXT.
           STRING "ANULACAO " WRK-MINUTES(3:3) " MIN APOS ALUGUEL CLI "
               FS-TRANS-CUST-COD " FILME " FS-TRANS-MOV-COD
               INTO WRK-EXC-TEXT.
           PERFORM 0058-PRINT-EXCEPTION.
       0030-FIM.
           EXIT.

      *=================================================================
       0035-CHECK-REFUND      SECTION.
      *Estorno lancado para a ficha do proprio operador ou de alguem
      *do seu grupo familiar
      *=================================================================
           IF WRK-OP-SUB EQUAL ZEROES
               OR WRK-OP-CUST(WRK-OP-SUB) EQUAL ZEROES
               OR FS-TRANS-CUST-COD EQUAL ZEROES
               GO TO 0035-FIM
           END-IF.
           MOVE ZEROES TO WRK-FOUND.
           IF FS-TRANS-CUST-COD EQUAL WRK-OP-CUST(WRK-OP-SUB)
               MOVE 1 TO WRK-FOUND
           END-IF.
           PERFORM VARYING WRK-FAM-SUB FROM 1 BY 1
                   UNTIL WRK-FAM-SUB GREATER THAN
                       WRK-OP-FAM-COUNT(WRK-OP-SUB)
                   OR WRK-FOUND EQUAL 1
               IF WRK-OP-FAM(WRK-OP-SUB, WRK-FAM-SUB) EQUAL
                   FS-TRANS-CUST-COD
                   MOVE 1 TO WRK-FOUND
               END-IF
           END-PERFORM.
           IF WRK-FOUND EQUAL ZEROES
               GO TO 0035-FIM
           END-IF.
           MOVE 5 TO WRK-KIND.
           MOVE FS-TRANS-OPERATOR TO WRK-EXC-OPER.
           MOVE FS-TRANS-DATE TO WRK-EXC-DATE.
           MOVE FS-TRANS-AMOUNT TO WRK-MONEY.
           MOVE SPACES TO WRK-EXC-TEXT.
           STRING "ESTORNO DE " WRK-MONEY-INT "," WRK-MONEY-DEC
               " AO PROPRIO GRUPO CLI " FS-TRANS-CUST-COD
               INTO WRK-EXC-TEXT.
           PERFORM 0058-PRINT-EXCEPTION.
       0035-FIM.
           EXIT.

      *=================================================================
       0038-CHECK-LATE-POST      SECTION.
      *Linha de um dia ja fechado que entrou no diario depois de uma
      *linha de dia posterior, ou alem da quantidade de linhas que o
      *dia tinha quando foi selado
      *=================================================================
           MOVE ZEROES TO WRK-FOUND.
           PERFORM VARYING WRK-DAY-SUB FROM 1 BY 1
                   UNTIL WRK-DAY-SUB GREATER THAN WRK-DAY-COUNT
                   OR WRK-FOUND EQUAL 1
               IF WRK-DAY-DATE(WRK-DAY-SUB) EQUAL FS-TRANS-DATE
                   MOVE 1 TO WRK-FOUND
               END-IF
           END-PERFORM.
           IF WRK-FOUND EQUAL 1
               SUBTRACT 1 FROM WRK-DAY-SUB
           ELSE
               IF WRK-DAY-COUNT LESS THAN 400
                   ADD 1 TO WRK-DAY-COUNT
                   MOVE WRK-DAY-COUNT TO WRK-DAY-SUB
                   MOVE FS-TRANS-DATE TO WRK-DAY-DATE(WRK-DAY-SUB)
               ELSE
                   GO TO 0038-FIM
               END-IF
           END-IF.
           ADD 1 TO WRK-DAY-LINES(WRK-DAY-SUB).
           MOVE ZEROES TO WRK-CLOSED.
           PERFORM VARYING WRK-FECH-SUB FROM 1 BY 1
                   UNTIL WRK-FECH-SUB GREATER THAN WRK-FECH-COUNT
               IF WRK-FECH-DATE(WRK-FECH-SUB) EQUAL FS-TRANS-DATE
                   MOVE 1 TO WRK-CLOSED
               END-IF
           END-PERFORM.
           IF WRK-CLOSED EQUAL ZEROES
               MOVE ZEROES TO WRK-LATE
           END-IF.
           PERFORM VARYING WRK-SEAL-SUB FROM 1 BY 1
                   UNTIL WRK-SEAL-SUB GREATER THAN WRK-SEAL-COUNT
               IF WRK-SEAL-DATE(WRK-SEAL-SUB) EQUAL FS-TRANS-DATE
                   AND WRK-DAY-LINES(WRK-DAY-SUB) GREATER THAN
                       WRK-SEAL-LINES(WRK-SEAL-SUB)
                   MOVE 1 TO WRK-LATE
               END-IF
           END-PERFORM.
           IF WRK-LATE EQUAL ZEROES
               GO TO 0038-FIM
           END-IF.
           MOVE 6 TO WRK-KIND.
           MOVE FS-TRANS-OPERATOR TO WRK-EXC-OPER.
           MOVE FS-TRANS-DATE TO WRK-EXC-DATE.
           MOVE FS-TRANS-AMOUNT TO WRK-MONEY.
           MOVE SPACES TO WRK-EXC-TEXT.
           STRING "LINHA TIPO " FS-TRANS-TYPE " DE " WRK-MONEY-INT ","
               WRK-MONEY-DEC " APOS O FECHAMENTO DO DIA"
               INTO WRK-EXC-TEXT.
           PERFORM 0058-PRINT-EXCEPTION.
       0038-FIM.
           EXIT.

      *=================================================================
       0040-SCAN-OVERRIDES      SECTION.
      *Varre as autorizacoes de supervisor do periodo
      *=================================================================
           OPEN INPUT OVERRIDES.
           IF WRK-OVR-FSTAT NOT EQUAL ZEROES
               MOVE ZEROES TO WRK-OVR-FSTAT
               GO TO 0040-FIM
           END-IF.
           PERFORM UNTIL WRK-OVR-FSTAT NOT EQUAL ZEROES
               READ OVERRIDES
                   AT END
                       MOVE 100 TO WRK-OVR-FSTAT
                   NOT AT END
                       IF FS-OVR-DATE NOT LESS THAN WRK-START-DATE
                           AND FS-OVR-DATE NOT GREATER THAN
                               WRK-END-DATE
                           PERFORM 0045-CHECK-OVERRIDE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OVERRIDES.
           MOVE ZEROES TO WRK-OVR-FSTAT.
       0040-FIM.
           EXIT.

      *=================================================================
       0045-CHECK-OVERRIDE      SECTION.
      *Autorizacao dada a si mesmo, contagem do par operador/supervisor
      *e reducao de multa acima do limite
      *=================================================================
           MOVE FS-OVR-OPERATOR TO WRK-OPER-ID.
           PERFORM 0055-FIND-OPERATOR.
           IF WRK-OP-SUB NOT EQUAL ZEROES
               ADD 1 TO WRK-OP-OVR(WRK-OP-SUB)
           END-IF.
           IF FS-OVR-OPERATOR EQUAL FS-OVR-SUPERVISOR
               MOVE 2 TO WRK-KIND
               MOVE FS-OVR-OPERATOR TO WRK-EXC-OPER
               MOVE FS-OVR-DATE TO WRK-EXC-DATE
               MOVE SPACES TO WRK-EXC-TEXT
               STRING "AUTORIZOU O PROPRIO AJUSTE TIPO " FS-OVR-TYPE
                   " CLI " FS-OVR-CUST-COD INTO WRK-EXC-TEXT
               PERFORM 0058-PRINT-EXCEPTION
           ELSE
               PERFORM 0047-COUNT-PAIR
           END-IF.
           IF NOT FS-OVR-MULTA
               OR FS-OVR-AFTER NOT LESS THAN FS-OVR-BEFORE
               GO TO 0045-FIM
           END-IF.
           COMPUTE WRK-REDUCTION = FS-OVR-BEFORE - FS-OVR-AFTER.
           IF WRK-REDUCTION NOT GREATER THAN WRK-WAIVE-LIMIT
               GO TO 0045-FIM
           END-IF.
           MOVE 4 TO WRK-KIND.
           MOVE FS-OVR-OPERATOR TO WRK-EXC-OPER.
           MOVE FS-OVR-DATE TO WRK-EXC-DATE.
           MOVE FS-OVR-BEFORE TO WRK-MONEY.
           MOVE FS-OVR-AFTER TO WRK-MONEY2.
           MOVE SPACES TO WRK-EXC-TEXT.
           STRING "MULTA " WRK-MONEY-INT "," WRK-MONEY-DEC " -> "
               WRK-MONEY2-INT "," WRK-MONEY2-DEC " SUP "
               FS-OVR-SUPERVISOR INTO WRK-EXC-TEXT.
           PERFORM 0058-PRINT-EXCEPTION.
       0045-FIM.
           EXIT.

      *=================================================================
       0047-COUNT-PAIR      SECTION.
      *Conta a autorizacao no par operador/supervisor
      *=================================================================
           MOVE ZEROES TO WRK-FOUND.
           PERFORM VARYING WRK-PAIR-SUB FROM 1 BY 1
                   UNTIL WRK-PAIR-SUB GREATER THAN WRK-PAIR-COUNT
                   OR WRK-FOUND EQUAL 1
               IF WRK-PAIR-OPER(WRK-PAIR-SUB) EQUAL FS-OVR-OPERATOR
                   AND WRK-PAIR-SUP(WRK-PAIR-SUB) EQUAL
                       FS-OVR-SUPERVISOR
                   MOVE 1 TO WRK-FOUND
               END-IF
           END-PERFORM.
           IF WRK-FOUND EQUAL 1
               SUBTRACT 1 FROM WRK-PAIR-SUB
           ELSE
               IF WRK-PAIR-COUNT NOT LESS THAN 200
                   MOVE 1 TO WRK-TABLE-FULL
                   GO TO 0047-FIM
               END-IF
               ADD 1 TO WRK-PAIR-COUNT
               MOVE WRK-PAIR-COUNT TO WRK-PAIR-SUB
               MOVE FS-OVR-OPERATOR TO WRK-PAIR-OPER(WRK-PAIR-SUB)
               MOVE FS-OVR-SUPERVISOR TO WRK-PAIR-SUP(WRK-PAIR-SUB)
           END-IF.
           ADD 1 TO WRK-PAIR-QTY(WRK-PAIR-SUB).
       0047-FIM.
           EXIT.

      *=================================================================
       0048-CHECK-PAIRS      SECTION.
      *Operador com varias autorizacoes no periodo e quase todas pelo
      *mesmo supervisor
      *=================================================================
           PERFORM VARYING WRK-PAIR-SUB FROM 1 BY 1
                   UNTIL WRK-PAIR-SUB GREATER THAN WRK-PAIR-COUNT
               MOVE WRK-PAIR-OPER(WRK-PAIR-SUB) TO WRK-OPER-ID
               PERFORM 0055-FIND-OPERATOR
               IF WRK-OP-SUB NOT EQUAL ZEROES
                   AND WRK-OP-OVR(WRK-OP-SUB) NOT LESS THAN
                       WRK-PAIR-MIN
                   COMPUTE WRK-PCT = WRK-PAIR-QTY(WRK-PAIR-SUB) * 100
                       / WRK-OP-OVR(WRK-OP-SUB)
                   IF WRK-PCT NOT LESS THAN WRK-PAIR-PCT
                       MOVE 3 TO WRK-KIND
                       MOVE WRK-PAIR-OPER(WRK-PAIR-SUB)
                           TO WRK-EXC-OPER
                       MOVE WRK-END-DATE TO WRK-EXC-DATE
                       MOVE WRK-OP-OVR(WRK-OP-SUB) TO WRK-NUM5
                       MOVE SPACES TO WRK-EXC-TEXT
                       STRING "MESMO SUPERVISOR "
                           WRK-PAIR-SUP(WRK-PAIR-SUB) " EM "
                           WRK-PAIR-QTY(WRK-PAIR-SUB)(3:3) " DE "
                           WRK-NUM5(3:3) " AUTORIZACOES"
                           INTO WRK-EXC-TEXT
                       PERFORM 0058-PRINT-EXCEPTION
                   END-IF
               END-IF
           END-PERFORM.

      *=================================================================
       0050-SCAN-DRAWER      SECTION.
      *Fechamentos de gaveta do periodo com sobra ou falta alem da
      *tolerancia
      *=================================================================
           OPEN INPUT VARIACAO.
           IF WRK-VAR-FSTAT NOT EQUAL ZEROES
               MOVE ZEROES TO WRK-VAR-FSTAT
               GO TO 0050-FIM
           END-IF.
           PERFORM UNTIL WRK-VAR-FSTAT NOT EQUAL ZEROES
               READ VARIACAO
                   AT END
                       MOVE 100 TO WRK-VAR-FSTAT
                   NOT AT END
                       IF FS-VAR-DATE NOT LESS THAN WRK-START-DATE
                           AND FS-VAR-DATE NOT GREATER THAN
                               WRK-END-DATE
                           AND (FS-VAR-DIFF GREATER THAN
                               WRK-DRAWER-TOL
                           OR FS-VAR-DIFF LESS THAN
                               0 - WRK-DRAWER-TOL)
                           PERFORM 0052-DRAWER-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VARIACAO.
           MOVE ZEROES TO WRK-VAR-FSTAT.
       0050-FIM.
           EXIT.

      *=================================================================
       0052-DRAWER-EXCEPTION      SECTION.
      *Imprime a diferenca de gaveta do registro corrente
      *=================================================================
           MOVE 7 TO WRK-KIND.
           MOVE FS-VAR-OPERATOR TO WRK-EXC-OPER.
           MOVE FS-VAR-DATE TO WRK-EXC-DATE.
           MOVE FS-VAR-DIFF TO WRK-MONEY.
           MOVE FS-VAR-COUNTED TO WRK-MONEY2.
           MOVE SPACES TO WRK-EXC-TEXT.
           IF FS-VAR-DIFF LESS THAN ZEROES
               STRING "GAVETA COM FALTA DE " WRK-MONEY-INT ","
                   WRK-MONEY-DEC " CONTADO " WRK-MONEY2-INT ","
                   WRK-MONEY2-DEC INTO WRK-EXC-TEXT
           ELSE
               STRING "GAVETA COM SOBRA DE " WRK-MONEY-INT ","
                   WRK-MONEY-DEC " CONTADO " WRK-MONEY2-INT ","
                   WRK-MONEY2-DEC INTO WRK-EXC-TEXT
           END-IF.
           PERFORM 0058-PRINT-EXCEPTION.

      *=================================================================
       0055-FIND-OPERATOR      SECTION.
      *Acha (ou abre) a posicao de WRK-OPER-ID na tabela; WRK-OP-SUB
      *zerado com a tabela cheia ou sem operador
      *=================================================================
           MOVE ZEROES TO WRK-FOUND.
           IF WRK-OPER-ID EQUAL SPACES
               MOVE ZEROES TO WRK-OP-SUB
               GO TO 0055-FIM
           END-IF.
           PERFORM VARYING WRK-OP-SUB FROM 1 BY 1
                   UNTIL WRK-OP-SUB GREATER THAN WRK-OP-COUNT
                   OR WRK-FOUND EQUAL 1
               IF WRK-OP-ID(WRK-OP-SUB) EQUAL WRK-OPER-ID
                   MOVE 1 TO WRK-FOUND
               END-IF
           END-PERFORM.
           IF WRK-FOUND EQUAL 1
               SUBTRACT 1 FROM WRK-OP-SUB
               GO TO 0055-FIM
           END-IF.
           IF WRK-OP-COUNT NOT LESS THAN 50
               MOVE 1 TO WRK-TABLE-FULL
               MOVE ZEROES TO WRK-OP-SUB
               GO TO 0055-FIM
           END-IF.
           ADD 1 TO WRK-OP-COUNT.
           MOVE WRK-OP-COUNT TO WRK-OP-SUB.
           MOVE WRK-OPER-ID TO WRK-OP-ID(WRK-OP-SUB).
       0055-FIM.
           EXIT.

      *=================================================================
       0058-PRINT-EXCEPTION      SECTION.
      *Imprime a ocorrencia corrente e soma no operador e na loja
      *=================================================================
           ADD 1 TO WRK-EXC-COUNT.
           ADD 1 TO WRK-STORE-FLAG(WRK-KIND).
           MOVE WRK-EXC-OPER TO WRK-OPER-ID.
           PERFORM 0055-FIND-OPERATOR.
           IF WRK-OP-SUB NOT EQUAL ZEROES
               ADD 1 TO WRK-OP-FLAG(WRK-OP-SUB, WRK-KIND)
               ADD 1 TO WRK-OP-TOTAL(WRK-OP-SUB)
           END-IF.
           MOVE SPACES TO WRK-BUFF.
           STRING WRK-EXC-OPER " " WRK-EXC-DATE " " WRK-EXC-TEXT
               DELIMITED BY SIZE INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.

      *=================================================================
       0060-PRINT-SUMMARY      SECTION.
      *Resumo por operador: ocorrencias de cada tipo, taxa por 100
      *linhas do diario e indice contra a media da loja
      *=================================================================
           MOVE ZEROES TO WRK-TOT-EXC.
           PERFORM VARYING WRK-K FROM 1 BY 1 UNTIL WRK-K GREATER THAN 7
               ADD WRK-STORE-FLAG(WRK-K) TO WRK-TOT-EXC
           END-PERFORM.
           MOVE WRK-TOT-LINES TO WRK-BASE.
           IF WRK-BASE EQUAL ZEROES
               MOVE 1 TO WRK-BASE
           END-IF.
           COMPUTE WRK-STORE-RATE = WRK-TOT-EXC * 100 / WRK-BASE.
           MOVE SPACES TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE "RESUMO POR OPERADOR" TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "OPERADOR LINHAS  ANU  AUT  PAR  MUL  FAM  FEC  GAV"
               "  TOTL  /100 INDC" INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           PERFORM VARYING WRK-OP-SUB FROM 1 BY 1
                   UNTIL WRK-OP-SUB GREATER THAN WRK-OP-COUNT
               IF WRK-OP-LINES(WRK-OP-SUB) GREATER THAN ZEROES
                   OR WRK-OP-TOTAL(WRK-OP-SUB) GREATER THAN ZEROES
                   PERFORM 0065-PRINT-OPERATOR
               END-IF
           END-PERFORM.
           MOVE SPACES TO WRK-BUFF.
           MOVE "LOJA" TO WRK-BUFF(1:8).
           MOVE WRK-TOT-LINES(2:6) TO WRK-BUFF(10:6).
           PERFORM VARYING WRK-K FROM 1 BY 1 UNTIL WRK-K GREATER THAN 7
               MOVE WRK-STORE-FLAG(WRK-K)(3:3)
                   TO WRK-BUFF(13 + WRK-K * 5:3)
           END-PERFORM.
           MOVE WRK-TOT-EXC(2:4) TO WRK-BUFF(53:4).
           MOVE WRK-STORE-RATE TO WRK-RATE.
           STRING WRK-RATE-INT "," WRK-RATE-DEC " 0100"
               DELIMITED BY SIZE INTO WRK-BUFF(58:10).
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "ANU=ANULACAO RAPIDA AUT=AUTORIZOU A SI MESMO "
               "PAR=MESMO SUPERVISOR" INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "MUL=MULTA REDUZIDA FAM=ESTORNO AO PROPRIO GRUPO "
               "FEC=APOS FECHAMENTO" INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "GAV=GAVETA FORA DA TOLERANCIA /100=OCORRENCIAS POR "
               "100 LINHAS" INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "INDC=TAXA DO OPERADOR SOBRE A DA LOJA (100=MEDIA, "
               "**=2X A MEDIA)" INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           IF WRK-TABLE-FULL EQUAL 1
               MOVE "TABELA CHEIA - RESULTADO PARCIAL" TO WRK-BUFF
               PERFORM 0070-PRINT-LINE
           END-IF.

      *=================================================================
       0065-PRINT-OPERATOR      SECTION.
      *Monta e imprime a linha de um operador
      *=================================================================
           MOVE SPACES TO WRK-BUFF.
           MOVE WRK-OP-ID(WRK-OP-SUB) TO WRK-BUFF(1:8).
           MOVE WRK-OP-LINES(WRK-OP-SUB)(2:6) TO WRK-BUFF(10:6).
           PERFORM VARYING WRK-K FROM 1 BY 1 UNTIL WRK-K GREATER THAN 7
               MOVE WRK-OP-FLAG(WRK-OP-SUB, WRK-K)(3:3)
                   TO WRK-BUFF(13 + WRK-K * 5:3)
           END-PERFORM.
           MOVE WRK-OP-TOTAL(WRK-OP-SUB)(2:4) TO WRK-BUFF(53:4).
           MOVE WRK-OP-LINES(WRK-OP-SUB) TO WRK-BASE.
           IF WRK-BASE EQUAL ZEROES
               MOVE 1 TO WRK-BASE
           END-IF.
           COMPUTE WRK-OPER-RATE =
               WRK-OP-TOTAL(WRK-OP-SUB) * 100 / WRK-BASE.
           MOVE WRK-OPER-RATE TO WRK-RATE.
           IF WRK-STORE-RATE EQUAL ZEROES
               MOVE ZEROES TO WRK-INDEX
           ELSE
               COMPUTE WRK-INDEX ROUNDED =
                   WRK-OPER-RATE * 100 / WRK-STORE-RATE
                   ON SIZE ERROR
                       MOVE 9999 TO WRK-INDEX
               END-COMPUTE
           END-IF.
           STRING WRK-RATE-INT "," WRK-RATE-DEC " " WRK-INDEX
               DELIMITED BY SIZE INTO WRK-BUFF(58:10).
           IF WRK-INDEX NOT LESS THAN WRK-ALERT-INDEX
               MOVE "**" TO WRK-BUFF(69:2)
           END-IF.
           PERFORM 0070-PRINT-LINE.

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
       END PROGRAM EXCECOESCAIXA.
