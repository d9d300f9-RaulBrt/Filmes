      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Conciliacao entre os alugueis (RENTALS.DAT) e o
      *           diario de caixa (TRANSACT.DAT) num periodo de datas
      *           de aluguel: lista os alugueis sem linha de cobranca
      *           (tipo A) no diario, as cobrancas sem aluguel, as
      *           cobrancas de valor diferente do que o CALCPRECO
      *           cobraria pelo prazo do aluguel (descontados a
      *           campanha lancada no recibo e o ajuste autorizado
      *           pelo supervisor) e os alugueis anulados sem o
      *           estorno (tipo E). Pega a cesta cortada no meio e o
      *           aluguel lancado por fora do caixa. Detalhe em
      *           CONCILIAALUG.PRN.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Chave alternativa de MOVIES.DAT pelo titulo
      *                   declarada no SELECT
      * 15/OUT/2026 RTB - Aluguel de jogo conferido pelas faixas de
      *                   prazo de jogo (CALCPRECO com o tipo do item)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIAALUG.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT RENTALS ASSIGN TO "RENTALS.DAT"
           FILE STATUS IS WRK-RENT-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-RENT-KEY.

           SELECT TRANSACT ASSIGN TO "TRANSACT.DAT"
           FILE STATUS IS WRK-TRANS-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT MOVIES ASSIGN TO "MOVIES.DAT"
           FILE STATUS IS WRK-MOV-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES.

           SELECT COPIES ASSIGN TO "COPIES.DAT"
           FILE STATUS IS WRK-COPY-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-COPY-KEY.

           SELECT ASSINATURAS ASSIGN TO "ASSINATURAS.DAT"
           FILE STATUS IS WRK-ASS-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-ASS-CUST-COD.

           SELECT OVERRIDES ASSIGN TO "OVERRIDES.DAT"
           FILE STATUS IS WRK-OVR-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT PRINT-FILE ASSIGN TO "CONCILIAALUG.PRN"
           FILE STATUS IS WRK-PRINT-STATUS
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  RENTALS.
           01 FS-RENTAL.
               COPY RENTFLDS.
           FD  TRANSACT.
           01 FS-TRANS.
               COPY TRANSFLDS.
           FD  MOVIES.
           01 FS-MOVIE.
               COPY MOVIEFLDS.
           FD  COPIES.
           01 FS-COPY.
               COPY COPYFLDS.
           FD  ASSINATURAS.
           01 FS-ASSINATURA.
               COPY ASSINFLDS.
           FD  OVERRIDES.
           01 FS-OVERRIDE.
               COPY OVERRFLDS.
           FD  PRINT-FILE.
           01 FS-PRINT-LINE            PIC X(71).
       WORKING-STORAGE SECTION.
       77  WRK-RENT-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-TRANS-FSTAT         PIC 9(03) VALUE ZEROES.
       77  WRK-MOV-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-COPY-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-ASS-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-OVR-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-PRINT-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-SPOOL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-PRICE-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-RUN-MODE            PIC X(01) VALUE SPACES.
       77  WRK-TECLA               PIC X(01) VALUE SPACES.
       77  WRK-BUFF                PIC X(71) VALUE SPACES.
       77  WRK-DATE-MSK            PIC X(08) JUSTIFIED RIGHT.
       77  WRK-TODAY               PIC 9(08) VALUE ZEROES.
       77  WRK-START-DATE          PIC 9(08) VALUE ZEROES.
       77  WRK-END-DATE            PIC 9(08) VALUE ZEROES.
       77  WRK-SCAN-START          PIC 9(08) VALUE ZEROES.
       77  WRK-SCAN-END            PIC 9(08) VALUE ZEROES.
       77  WRK-LIMIT-DATE          PIC 9(08) VALUE ZEROES.
       77  WRK-DATE-INT            PIC S9(08) COMP.
       77  WRK-DUE-INT             PIC S9(08) COMP.
       77  WRK-IN-RANGE            PIC 9(01) VALUE ZEROES.
       77  WRK-CHG-COUNT           PIC 9(04) VALUE ZEROES.
       77  WRK-REV-COUNT           PIC 9(04) VALUE ZEROES.
       77  WRK-CMP-COUNT           PIC 9(04) VALUE ZEROES.
       77  WRK-OVR-COUNT           PIC 9(04) VALUE ZEROES.
       77  WRK-SUB                 PIC 9(04) VALUE ZEROES.
       77  WRK-HIT                 PIC 9(04) VALUE ZEROES.
       77  WRK-TABLE-FULL          PIC 9(01) VALUE ZEROES.
       77  WRK-RENTALS-READ        PIC 9(06) VALUE ZEROES.
       77  WRK-NO-CHARGE           PIC 9(05) VALUE ZEROES.
       77  WRK-NO-RENTAL           PIC 9(05) VALUE ZEROES.
       77  WRK-BAD-AMOUNT          PIC 9(05) VALUE ZEROES.
       77  WRK-NO-REVERSAL         PIC 9(05) VALUE ZEROES.
       77  WRK-PRICE-OK            PIC 9(01) VALUE ZEROES.
       77  WRK-DIAS                PIC 9(03) VALUE ZEROES.
       77  WRK-DIAS-MIN            PIC 9(03) VALUE ZEROES.
       77  WRK-TERM                PIC S9(05) VALUE ZEROES.
       77  WRK-FORMAT              PIC X(10) VALUE SPACES.
       77  WRK-FLAT-PRICE          PIC 9(04)V99 VALUE ZEROES.
       77  WRK-ITEM-TYPE           PIC X(01) VALUE SPACES.
       77  WRK-CALC-CHARGE         PIC 9(06)V99 VALUE ZEROES.
       77  WRK-CAMP-DISCOUNT       PIC 9(06)V99 VALUE ZEROES.
       77  WRK-EXPECTED            PIC S9(07)V99 VALUE ZEROES.
       77  WRK-FIRST-EXPECTED      PIC S9(07)V99 VALUE ZEROES.
      *Cobrancas de aluguel (tipo A) do periodo, na ordem do diario
       01  WRK-CHG-TABLE.
           05 WRK-CHG-ENTRY            OCCURS 5000 TIMES.
               10 WRK-CHG-DATE         PIC 9(08) VALUE ZEROES.
               10 WRK-CHG-CUST         PIC 9(05) VALUE ZEROES.
               10 WRK-CHG-MOV          PIC 9(05) VALUE ZEROES.
               10 WRK-CHG-AMOUNT       PIC 9(06)V99 VALUE ZEROES.
               10 WRK-CHG-RECEIPT      PIC 9(06) VALUE ZEROES.
               10 WRK-CHG-OPERATOR     PIC X(08) VALUE SPACES.
               10 WRK-CHG-MATCHED      PIC 9(01) VALUE ZEROES.
      *Estornos (tipo E) do periodo
       01  WRK-REV-TABLE.
           05 WRK-REV-ENTRY            OCCURS 2000 TIMES.
               10 WRK-REV-DATE         PIC 9(08) VALUE ZEROES.
               10 WRK-REV-CUST         PIC 9(05) VALUE ZEROES.
               10 WRK-REV-MOV          PIC 9(05) VALUE ZEROES.
               10 WRK-REV-AMOUNT       PIC 9(06)V99 VALUE ZEROES.
               10 WRK-REV-MATCHED      PIC 9(01) VALUE ZEROES.
      *Descontos de campanha (tipo K) por recibo e filme
       01  WRK-CMP-TABLE.
           05 WRK-CMP-ENTRY            OCCURS 2000 TIMES.
               10 WRK-CMP-RECEIPT      PIC 9(06) VALUE ZEROES.
               10 WRK-CMP-MOV          PIC 9(05) VALUE ZEROES.
               10 WRK-CMP-AMOUNT       PIC 9(06)V99 VALUE ZEROES.
      *Ajustes de preco autorizados (OVERRIDES.DAT tipo P)
       01  WRK-OVR-TABLE.
           05 WRK-OVR-ENTRY            OCCURS 1000 TIMES.
               10 WRK-OVR-DATE         PIC 9(08) VALUE ZEROES.
               10 WRK-OVR-CUST         PIC 9(05) VALUE ZEROES.
               10 WRK-OVR-MOV          PIC 9(05) VALUE ZEROES.
               10 WRK-OVR-AFTER        PIC 9(06)V99 VALUE ZEROES.
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
               10 LINE 01 COLUMN 01    PIC X(30) ERASE EOL
                  BACKGROUND-COLOR 2 FROM
                  "CONCILIACAO ALUGUEL X CAIXA".

       PROCEDURE DIVISION USING LNK-OPERATOR, OPTIONAL LNK-MODE.
       0000-MAIN-PROCEDURE.
      *Modo batch ("B", vindo do agendador): o periodo fica no dia
      *corrente e as pausas de tela sao puladas
           MOVE SPACES TO WRK-RUN-MODE.
           IF LNK-MODE NOT OMITTED
               MOVE LNK-MODE TO WRK-RUN-MODE
           END-IF.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           CALL "LERDATANEG" USING WRK-TODAY.
           PERFORM 0005-ZERO-INFO.
           PERFORM 0010-GET-PERIOD.
           OPEN INPUT RENTALS.
           IF WRK-RENT-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-RENT-FSTAT, "CONCILIAALUG",
                   WRK-RUN-MODE
               GOBACK
           END-IF.
           PERFORM 0020-LOAD-JOURNAL.
           PERFORM 0025-LOAD-OVERRIDES.
           OPEN OUTPUT PRINT-FILE.
           MOVE SPACES TO WRK-BUFF.
           STRING "CONCILIACAO ALUGUEIS X DIARIO - PERIODO "
               WRK-START-DATE " A " WRK-END-DATE INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           STRING "EMITIDO EM " WRK-TODAY " POR " LNK-OPERATOR
               INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           IF WRK-TABLE-FULL EQUAL 1
               MOVE "ATENCAO: TABELA CHEIA - CONCILIACAO PARCIAL, REDUZA
      -            " O PERIODO" TO WRK-BUFF
               WRITE FS-PRINT-LINE FROM WRK-BUFF
           END-IF.
           MOVE SPACES TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           OPEN INPUT MOVIES.
           OPEN INPUT COPIES.
           OPEN INPUT ASSINATURAS.
           PERFORM 0030-SCAN-RENTALS.
           CLOSE RENTALS.
           CLOSE MOVIES.
           CLOSE COPIES.
           CLOSE ASSINATURAS.
           PERFORM 0050-LIST-ORPHAN-CHARGES.
           MOVE SPACES TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           STRING "LIDOS: " WRK-RENTALS-READ
               "  SEM COBRANCA: " WRK-NO-CHARGE
               "  COBRANCA SEM ALUGUEL: " WRK-NO-RENTAL INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           STRING "VALOR DIFERENTE: " WRK-BAD-AMOUNT
               "  ANULADOS SEM ESTORNO: " WRK-NO-REVERSAL
               INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           CLOSE PRINT-FILE.
      *Copia datada no spool, antes da proxima rodada sobrescrever o
      *PRN fixo
           CALL "ESPOLAR" USING "CONCILIAALUG.PRN    ",
               LNK-OPERATOR, WRK-SPOOL-STATUS.
           DISPLAY "ALUGUEIS SEM COBRANCA: " AT 0705.
           DISPLAY WRK-NO-CHARGE AT 0733.
           DISPLAY "COBRANCAS SEM ALUGUEL: " AT 0805.
           DISPLAY WRK-NO-RENTAL AT 0833.
           DISPLAY "VALOR DIFERENTE DO CALCULADO: " AT 0905.
           DISPLAY WRK-BAD-AMOUNT AT 0936.
           DISPLAY "ANULADOS SEM ESTORNO: " AT 1005.
           DISPLAY WRK-NO-REVERSAL AT 1033.
           DISPLAY "IMPRESSO EM CONCILIAALUG.PRN. PRESSIONE ENTER"
               AT 1205.
           IF WRK-RUN-MODE NOT EQUAL "B"
               ACCEPT WRK-TECLA AT 1255
           END-IF.
           GOBACK.

      *=================================================================
       0005-ZERO-INFO      SECTION.
      *Zera contadores e tabelas de uma chamada anterior
      *=================================================================
           MOVE ZEROES TO WRK-CHG-COUNT WRK-REV-COUNT WRK-CMP-COUNT
               WRK-OVR-COUNT WRK-TABLE-FULL WRK-RENTALS-READ
               WRK-NO-CHARGE WRK-NO-RENTAL WRK-BAD-AMOUNT
               WRK-NO-REVERSAL.
           INITIALIZE WRK-CHG-TABLE WRK-REV-TABLE WRK-CMP-TABLE
               WRK-OVR-TABLE.

      *=================================================================
       0010-GET-PERIOD      SECTION.
      *Periodo das datas de aluguel; ENTER fica com o dia corrente.
      *O diario e lido com folga de 30 dias depois do fim (cobranca
      *reprocessada da contingencia sai com a data do reprocessamento)
      *e os alugueis com folga de 30 dias antes do inicio (para a
      *cobranca reprocessada no periodo achar o seu aluguel)
      *=================================================================
           MOVE WRK-TODAY TO WRK-START-DATE.
           MOVE WRK-TODAY TO WRK-END-DATE.
           DISPLAY "DATA INICIAL (AAAAMMDD, ENTER=HOJE): " AT 0305.
           MOVE SPACES TO WRK-DATE-MSK.
           IF WRK-RUN-MODE NOT EQUAL "B"
               ACCEPT WRK-DATE-MSK AT 0343
           END-IF.
           IF WRK-DATE-MSK NOT EQUAL SPACES
               MOVE WRK-DATE-MSK TO WRK-START-DATE
           END-IF.
           DISPLAY "DATA FINAL (AAAAMMDD, ENTER=HOJE): " AT 0405.
           MOVE SPACES TO WRK-DATE-MSK.
           IF WRK-RUN-MODE NOT EQUAL "B"
               ACCEPT WRK-DATE-MSK AT 0441
           END-IF.
           IF WRK-DATE-MSK NOT EQUAL SPACES
               MOVE WRK-DATE-MSK TO WRK-END-DATE
           END-IF.
           COMPUTE WRK-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WRK-START-DATE) - 30.
           MOVE FUNCTION DATE-OF-INTEGER(WRK-DATE-INT)
               TO WRK-SCAN-START.
           COMPUTE WRK-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WRK-END-DATE) + 30.
           MOVE FUNCTION DATE-OF-INTEGER(WRK-DATE-INT)
               TO WRK-SCAN-END.

      *=================================================================
       0020-LOAD-JOURNAL      SECTION.
      *Carrega do diario as cobrancas de aluguel, os estornos e os
      *descontos de campanha a partir do inicio do periodo
      *=================================================================
           OPEN INPUT TRANSACT.
           IF WRK-TRANS-FSTAT NOT EQUAL ZEROES
               GO TO 0020-FIM
           END-IF.
           PERFORM UNTIL WRK-TRANS-FSTAT NOT EQUAL ZEROES
               READ TRANSACT
                   AT END
                       MOVE 100 TO WRK-TRANS-FSTAT
                   NOT AT END
                       IF FS-TRANS-DATE NOT LESS THAN WRK-START-DATE
                           AND FS-TRANS-DATE NOT GREATER THAN
                               WRK-SCAN-END
                           PERFORM 0022-KEEP-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANSACT.
       0020-FIM.
           MOVE ZEROES TO WRK-TRANS-FSTAT.

      *=================================================================
       0022-KEEP-LINE      SECTION.
      *Guarda a linha corrente na tabela do seu tipo
      *=================================================================
           EVALUATE TRUE
               WHEN FS-TRANS-ALUGUEL
                   IF WRK-CHG-COUNT NOT LESS THAN 5000
                       MOVE 1 TO WRK-TABLE-FULL
                   ELSE
                       ADD 1 TO WRK-CHG-COUNT
                       MOVE FS-TRANS-DATE
                           TO WRK-CHG-DATE(WRK-CHG-COUNT)
                       MOVE FS-TRANS-CUST-COD
                           TO WRK-CHG-CUST(WRK-CHG-COUNT)
                       MOVE FS-TRANS-MOV-COD
                           TO WRK-CHG-MOV(WRK-CHG-COUNT)
                       MOVE FS-TRANS-AMOUNT
                           TO WRK-CHG-AMOUNT(WRK-CHG-COUNT)
                       MOVE FS-TRANS-RECEIPT
                           TO WRK-CHG-RECEIPT(WRK-CHG-COUNT)
                       MOVE FS-TRANS-OPERATOR
                           TO WRK-CHG-OPERATOR(WRK-CHG-COUNT)
                   END-IF
               WHEN FS-TRANS-ESTORNO
                   IF WRK-REV-COUNT NOT LESS THAN 2000
                       MOVE 1 TO WRK-TABLE-FULL
                   ELSE
                       ADD 1 TO WRK-REV-COUNT
                       MOVE FS-TRANS-DATE
                           TO WRK-REV-DATE(WRK-REV-COUNT)
                       MOVE FS-TRANS-CUST-COD
                           TO WRK-REV-CUST(WRK-REV-COUNT)
                       MOVE FS-TRANS-MOV-COD
                           TO WRK-REV-MOV(WRK-REV-COUNT)
                       MOVE FS-TRANS-AMOUNT
                           TO WRK-REV-AMOUNT(WRK-REV-COUNT)
                   END-IF
               WHEN FS-TRANS-CAMPANHA
                   IF WRK-CMP-COUNT NOT LESS THAN 2000
                       MOVE 1 TO WRK-TABLE-FULL
                   ELSE
                       ADD 1 TO WRK-CMP-COUNT
                       MOVE FS-TRANS-RECEIPT
                           TO WRK-CMP-RECEIPT(WRK-CMP-COUNT)
                       MOVE FS-TRANS-MOV-COD
                           TO WRK-CMP-MOV(WRK-CMP-COUNT)
                       MOVE FS-TRANS-AMOUNT
                           TO WRK-CMP-AMOUNT(WRK-CMP-COUNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *=================================================================
       0025-LOAD-OVERRIDES      SECTION.
      *Carrega os ajustes de preco autorizados no periodo
      *=================================================================
           OPEN INPUT OVERRIDES.
           IF WRK-OVR-FSTAT NOT EQUAL ZEROES
               GO TO 0025-FIM
           END-IF.
           PERFORM UNTIL WRK-OVR-FSTAT NOT EQUAL ZEROES
               READ OVERRIDES
                   AT END
                       MOVE 100 TO WRK-OVR-FSTAT
                   NOT AT END
                       IF FS-OVR-PRECO
                           AND FS-OVR-DATE NOT LESS THAN WRK-SCAN-START
                           AND FS-OVR-DATE NOT GREATER THAN
                               WRK-SCAN-END
                           AND WRK-OVR-COUNT LESS THAN 1000
                           ADD 1 TO WRK-OVR-COUNT
                           MOVE FS-OVR-DATE
                               TO WRK-OVR-DATE(WRK-OVR-COUNT)
                           MOVE FS-OVR-CUST-COD
                               TO WRK-OVR-CUST(WRK-OVR-COUNT)
                           MOVE FS-OVR-MOV-COD
                               TO WRK-OVR-MOV(WRK-OVR-COUNT)
                           MOVE FS-OVR-AFTER
                               TO WRK-OVR-AFTER(WRK-OVR-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OVERRIDES.
       0025-FIM.
           MOVE ZEROES TO WRK-OVR-FSTAT.

      *=================================================================
       0030-SCAN-RENTALS      SECTION.
      *Passa RENTALS.DAT casando cada aluguel com a sua cobranca
      *=================================================================
           MOVE "ALUGUEIS SEM COBRANCA / VALOR DIFERENTE / ANULADOS SEM
      -        " ESTORNO:" TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           PERFORM UNTIL WRK-RENT-FSTAT NOT EQUAL ZEROES
               READ RENTALS
                   AT END
                       MOVE 100 TO WRK-RENT-FSTAT
                   NOT AT END
                       IF FS-RENT-DATE NOT LESS THAN WRK-SCAN-START
                           AND FS-RENT-DATE NOT GREATER THAN
                               WRK-END-DATE
                           PERFORM 0032-CHECK-ONE-RENTAL
                       END-IF
               END-READ
           END-PERFORM.
           MOVE ZEROES TO WRK-RENT-FSTAT.

      *=================================================================
       0032-CHECK-ONE-RENTAL      SECTION.
      *Procura a cobranca do aluguel corrente: mesmo cliente e filme,
      *lancada no dia do aluguel ou depois (reprocessamento); na falta,
      *mesmo filme e mesmo dia com outro cliente (cadastros fundidos
      *depois do aluguel). Os alugueis da folga antes do periodo so
      *servem para casar cobrancas e nao entram no relatorio
      *=================================================================
           MOVE ZEROES TO WRK-IN-RANGE.
           IF FS-RENT-DATE NOT LESS THAN WRK-START-DATE
               MOVE 1 TO WRK-IN-RANGE
               ADD 1 TO WRK-RENTALS-READ
           END-IF.
           COMPUTE WRK-DATE-INT =
               FUNCTION INTEGER-OF-DATE(FS-RENT-DATE) + 30.
           MOVE FUNCTION DATE-OF-INTEGER(WRK-DATE-INT)
               TO WRK-LIMIT-DATE.
           MOVE ZEROES TO WRK-HIT.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB GREATER THAN WRK-CHG-COUNT
                      OR WRK-HIT GREATER THAN ZEROES
               IF WRK-CHG-MATCHED(WRK-SUB) EQUAL ZEROES
                   AND WRK-CHG-CUST(WRK-SUB) EQUAL FS-RENT-CUST-COD
                   AND WRK-CHG-MOV(WRK-SUB) EQUAL FS-RENT-MOV-COD
                   AND WRK-CHG-DATE(WRK-SUB) NOT LESS THAN
                       FS-RENT-DATE
                   AND WRK-CHG-DATE(WRK-SUB) NOT GREATER THAN
                       WRK-LIMIT-DATE
                   MOVE WRK-SUB TO WRK-HIT
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB GREATER THAN WRK-CHG-COUNT
                      OR WRK-HIT GREATER THAN ZEROES
               IF WRK-CHG-MATCHED(WRK-SUB) EQUAL ZEROES
                   AND WRK-CHG-MOV(WRK-SUB) EQUAL FS-RENT-MOV-COD
                   AND WRK-CHG-DATE(WRK-SUB) EQUAL FS-RENT-DATE
                   MOVE WRK-SUB TO WRK-HIT
               END-IF
           END-PERFORM.
           IF WRK-HIT EQUAL ZEROES
               IF WRK-IN-RANGE EQUAL 1
                   ADD 1 TO WRK-NO-CHARGE
                   MOVE SPACES TO WRK-BUFF
                   STRING "  SEM COBRANCA: ALUGUEL " FS-RENT-DATE
                       " CLIENTE " FS-RENT-CUST-COD " FILME "
                       FS-RENT-MOV-COD " COPIA " FS-RENT-COPY-NUM
                       INTO WRK-BUFF
                   WRITE FS-PRINT-LINE FROM WRK-BUFF
               END-IF
               GO TO 0032-FIM
           END-IF.
           MOVE 1 TO WRK-CHG-MATCHED(WRK-HIT).
           IF WRK-IN-RANGE EQUAL ZEROES
               GO TO 0032-FIM
           END-IF.
           IF FS-RENT-ANULADO
               PERFORM 0040-CHECK-REVERSAL
           ELSE
               PERFORM 0034-CHECK-AMOUNT
           END-IF.
       0032-FIM.
           EXIT.

      *=================================================================
       0034-CHECK-AMOUNT      SECTION.
      *Confere o valor cobrado (WRK-HIT) com o que o CALCPRECO cobra
      *pelo prazo do aluguel, menos o desconto de campanha lancado no
      *mesmo recibo. Aluguel de funcionario tem que sair a zero;
      *cobranca zero de assinante e franquia do plano; ajuste
      *autorizado vale o valor do supervisor. O vencimento pode ter
      *sido empurrado por dia fechado da loja (PROXDIAUTIL), entao
      *ate tres dias a menos de prazo tambem valem
      *=================================================================
           MOVE 1 TO WRK-PRICE-OK.
           IF FS-RENT-STAFF-ID NOT EQUAL SPACES
               MOVE ZEROES TO WRK-FIRST-EXPECTED
               IF WRK-CHG-AMOUNT(WRK-HIT) NOT EQUAL ZEROES
                   MOVE ZEROES TO WRK-PRICE-OK
               END-IF
               GO TO 0034-REPORT
           END-IF.
           IF WRK-CHG-AMOUNT(WRK-HIT) EQUAL ZEROES
               MOVE FS-RENT-CUST-COD TO FS-ASS-CUST-COD
               READ ASSINATURAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       GO TO 0034-FIM
               END-READ
           END-IF.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB GREATER THAN WRK-OVR-COUNT
               IF WRK-OVR-CUST(WRK-SUB) EQUAL FS-RENT-CUST-COD
                   AND WRK-OVR-MOV(WRK-SUB) EQUAL FS-RENT-MOV-COD
                   AND WRK-OVR-DATE(WRK-SUB) EQUAL
                       WRK-CHG-DATE(WRK-HIT)
                   AND WRK-OVR-AFTER(WRK-SUB) EQUAL
                       WRK-CHG-AMOUNT(WRK-HIT)
                   GO TO 0034-FIM
               END-IF
           END-PERFORM.
           MOVE FS-RENT-MOV-COD TO FS-MOV-COD.
           READ MOVIES
               INVALID KEY
                   MOVE ZEROES TO FS-MOV-RENTPRICE
                   MOVE "F" TO FS-MOV-ITEM-TYPE
           END-READ.
           MOVE FS-MOV-RENTPRICE TO WRK-FLAT-PRICE.
           MOVE FS-MOV-ITEM-TYPE TO WRK-ITEM-TYPE.
           MOVE SPACES TO WRK-FORMAT.
           IF FS-RENT-COPY-NUM GREATER THAN ZEROES
               MOVE FS-RENT-MOV-COD TO FS-COPY-MOV-COD
               MOVE FS-RENT-COPY-NUM TO FS-COPY-NUM
               READ COPIES
                   NOT INVALID KEY
                       MOVE FS-COPY-FORMAT TO WRK-FORMAT
               END-READ
           END-IF.
           MOVE ZEROES TO WRK-CAMP-DISCOUNT.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB GREATER THAN WRK-CMP-COUNT
               IF WRK-CMP-RECEIPT(WRK-SUB) EQUAL
                   WRK-CHG-RECEIPT(WRK-HIT)
                   AND WRK-CMP-MOV(WRK-SUB) EQUAL FS-RENT-MOV-COD
                   MOVE WRK-CMP-AMOUNT(WRK-SUB) TO WRK-CAMP-DISCOUNT
               END-IF
           END-PERFORM.
           COMPUTE WRK-DATE-INT =
               FUNCTION INTEGER-OF-DATE(FS-RENT-DATE).
           COMPUTE WRK-DUE-INT =
               FUNCTION INTEGER-OF-DATE(FS-RENT-DUE-DATE).
           COMPUTE WRK-TERM = WRK-DUE-INT - WRK-DATE-INT.
           IF WRK-TERM LESS THAN 1
               MOVE 1 TO WRK-TERM
           END-IF.
           IF WRK-TERM GREATER THAN 999
               MOVE 999 TO WRK-TERM
           END-IF.
           MOVE WRK-TERM TO WRK-DIAS.
           MOVE 1 TO WRK-DIAS-MIN.
           IF WRK-DIAS GREATER THAN 4
               COMPUTE WRK-DIAS-MIN = WRK-DIAS - 3
           END-IF.
           MOVE ZEROES TO WRK-PRICE-OK.
           PERFORM 0036-PRICE-ONE-TERM.
           MOVE WRK-EXPECTED TO WRK-FIRST-EXPECTED.
           PERFORM UNTIL WRK-PRICE-OK EQUAL 1
                      OR WRK-DIAS NOT GREATER THAN WRK-DIAS-MIN
               SUBTRACT 1 FROM WRK-DIAS
               PERFORM 0036-PRICE-ONE-TERM
           END-PERFORM.
       0034-REPORT.
           IF WRK-PRICE-OK EQUAL ZEROES
               ADD 1 TO WRK-BAD-AMOUNT
               MOVE SPACES TO WRK-BUFF
               STRING "  VALOR DIFERENTE: ALUGUEL " FS-RENT-DATE
                   " CLIENTE " FS-RENT-CUST-COD " FILME "
                   FS-RENT-MOV-COD INTO WRK-BUFF
               WRITE FS-PRINT-LINE FROM WRK-BUFF
               MOVE SPACES TO WRK-BUFF
               STRING "    RECIBO " WRK-CHG-RECEIPT(WRK-HIT)
                   " OPERADOR " WRK-CHG-OPERATOR(WRK-HIT)
                   " COBRADO " WRK-CHG-AMOUNT(WRK-HIT)
                   " CALCULO "
                   WRK-FIRST-EXPECTED INTO WRK-BUFF
               WRITE FS-PRINT-LINE FROM WRK-BUFF
           END-IF.
       0034-FIM.
           EXIT.

      *=================================================================
       0036-PRICE-ONE-TERM      SECTION.
      *Preco de tabela para o prazo WRK-DIAS, sem campanha (a campanha
      *vigente hoje nao e a do dia do aluguel: vale a linha K lancada)
      *=================================================================
           CALL "CALCPRECO" USING WRK-FLAT-PRICE, WRK-DIAS, WRK-FORMAT,
               WRK-CALC-CHARGE, WRK-PRICE-STATUS, OMITTED, OMITTED,
               OMITTED, WRK-ITEM-TYPE.
           COMPUTE WRK-EXPECTED = WRK-CALC-CHARGE - WRK-CAMP-DISCOUNT.
           IF WRK-EXPECTED EQUAL WRK-CHG-AMOUNT(WRK-HIT)
               MOVE 1 TO WRK-PRICE-OK
           END-IF.

      *=================================================================
       0040-CHECK-REVERSAL      SECTION.
      *Aluguel anulado: a cobranca (se teve valor) precisa do estorno
      *do mesmo valor para o mesmo cliente e filme, na data da
      *cobranca ou depois
      *=================================================================
           IF WRK-CHG-AMOUNT(WRK-HIT) EQUAL ZEROES
               GO TO 0040-FIM
           END-IF.
           MOVE ZEROES TO WRK-PRICE-OK.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB GREATER THAN WRK-REV-COUNT
                      OR WRK-PRICE-OK EQUAL 1
               IF WRK-REV-MATCHED(WRK-SUB) EQUAL ZEROES
                   AND WRK-REV-CUST(WRK-SUB) EQUAL
                       WRK-CHG-CUST(WRK-HIT)
                   AND WRK-REV-MOV(WRK-SUB) EQUAL FS-RENT-MOV-COD
                   AND WRK-REV-AMOUNT(WRK-SUB) EQUAL
                       WRK-CHG-AMOUNT(WRK-HIT)
                   AND WRK-REV-DATE(WRK-SUB) NOT LESS THAN
                       WRK-CHG-DATE(WRK-HIT)
                   MOVE 1 TO WRK-REV-MATCHED(WRK-SUB)
                   MOVE 1 TO WRK-PRICE-OK
               END-IF
           END-PERFORM.
           IF WRK-PRICE-OK EQUAL ZEROES
               ADD 1 TO WRK-NO-REVERSAL
               MOVE SPACES TO WRK-BUFF
               STRING "  ANULADO SEM ESTORNO: ALUGUEL " FS-RENT-DATE
                   " CLIENTE " FS-RENT-CUST-COD " FILME "
                   FS-RENT-MOV-COD INTO WRK-BUFF
               WRITE FS-PRINT-LINE FROM WRK-BUFF
               MOVE SPACES TO WRK-BUFF
               STRING "    RECIBO " WRK-CHG-RECEIPT(WRK-HIT)
                   " OPERADOR " WRK-CHG-OPERATOR(WRK-HIT)
                   " VALOR " WRK-CHG-AMOUNT(WRK-HIT) INTO WRK-BUFF
               WRITE FS-PRINT-LINE FROM WRK-BUFF
           END-IF.
       0040-FIM.
           EXIT.

      *=================================================================
       0050-LIST-ORPHAN-CHARGES      SECTION.
      *Cobrancas do periodo que nenhum aluguel reclamou
      *=================================================================
           MOVE SPACES TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE "COBRANCAS DE ALUGUEL SEM ALUGUEL EM RENTALS.DAT:"
               TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB GREATER THAN WRK-CHG-COUNT
               IF WRK-CHG-MATCHED(WRK-SUB) EQUAL ZEROES
                   AND WRK-CHG-DATE(WRK-SUB) NOT GREATER THAN
                       WRK-END-DATE
                   ADD 1 TO WRK-NO-RENTAL
                   MOVE SPACES TO WRK-BUFF
                   STRING "  " WRK-CHG-DATE(WRK-SUB)
                       " RECIBO " WRK-CHG-RECEIPT(WRK-SUB)
                       " CLI " WRK-CHG-CUST(WRK-SUB)
                       " FILME " WRK-CHG-MOV(WRK-SUB)
                       " " WRK-CHG-OPERATOR(WRK-SUB)
                       " VALOR " WRK-CHG-AMOUNT(WRK-SUB)
                       INTO WRK-BUFF
                   WRITE FS-PRINT-LINE FROM WRK-BUFF
               END-IF
           END-PERFORM.
       END PROGRAM CONCILIAALUG.
