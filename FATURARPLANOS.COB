      *           alugueis consumidos e marca o ciclo cobrado.
      *           Rodar uma vez por mes; meses ja cobrados sao
      *           pulados, entao rodar de novo nao duplica cobranca.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Rodada registrada em RODADAS.DAT
      *                   (CONTROLERODADA); mes ja faturado nao roda de
      *                   novo sem liberacao do gerente
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Primeira mensalidade depois da adesao lancada
      *                   em nome do operador que fez a adesao, com o
      *                   campo de filme 1 (adesao), para a comissao de
      *                   vendas
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATURARPLANOS.
       77  WRK-BILLED              PIC 9(05) VALUE ZEROES.
       77  WRK-SKIPPED             PIC 9(05) VALUE ZEROES.
       77  WRK-MOV-COD-ZERO        PIC 9(05) VALUE ZEROES.
       77  WRK-MOV-COD-ADESAO      PIC 9(05) VALUE 1.
       77  WRK-BILL-OPER           PIC X(08) VALUE SPACES.
       77  WRK-RECEIPT             PIC 9(06) VALUE ZEROES.
       77  WRK-TRANS-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-BAL-STATUS          PIC 9(03) VALUE ZEROES.
       77  WRK-RUN-PERIOD          PIC 9(08) VALUE ZEROES.
       77  WRK-RUN-STATUS          PIC 9(03) VALUE ZEROES.
       77  WRK-RUN-READ            PIC 9(07) VALUE ZEROES.
       77  WRK-RUN-WRITTEN         PIC 9(07) VALUE ZEROES.
       77  WRK-RUN-RC              PIC 9(03) VALUE ZEROES.
       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
       SCREEN  SECTION.
       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           CALL "LERDATANEG" USING WRK-TODAY.
           MOVE WRK-TODAY(1:6) TO WRK-MONTH.
           COMPUTE WRK-RUN-PERIOD = WRK-MONTH * 100.
           CALL "CONTROLERODADA" USING "I", "FATURARPLANOS   ",
               WRK-RUN-PERIOD, LNK-OPERATOR, WRK-RUN-READ,
               WRK-RUN-WRITTEN, WRK-RUN-RC, WRK-RUN-STATUS.
           IF WRK-RUN-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-RUN-STATUS, "FATURARPLANOS"
               GOBACK
           END-IF.
           OPEN I-O ASSINATURAS.
           IF WRK-ASS-FSTAT NOT EQUAL ZEROES
               PERFORM 0090-END-RUN
               DISPLAY "NENHUMA ASSINATURA CADASTRADA" AT 0305
               DISPLAY "PRESSIONE ENTER" AT 0405
               ACCEPT WRK-TECLA
           END-IF.
           PERFORM 0010-BILL-LOOP.
           CLOSE ASSINATURAS.
           PERFORM 0090-END-RUN.
           DISPLAY "MENSALIDADES COBRADAS: " AT 0305.
           DISPLAY WRK-BILLED AT 0329.
           DISPLAY "PULADAS (JA COBRADAS/CANCELADAS): " AT 0405.
           END-READ.
           CLOSE PLANOS.
           MOVE ZEROES TO WRK-RECEIPT.
      *Primeira mensalidade depois da adesao: sai em nome de quem fez
      *a adesao e marcada no campo de filme, para a comissao de vendas
           IF FS-ASS-CYCLE EQUAL ZEROES
               AND FS-ASS-SOLD-BY NOT EQUAL SPACES
               MOVE FS-ASS-SOLD-BY TO WRK-BILL-OPER
               CALL "WRITETRANS" USING "N", FS-ASS-CUST-COD,
                   WRK-MOV-COD-ADESAO, FS-PLAN-PRICE, "N",
                   WRK-BILL-OPER, WRK-RECEIPT, WRK-TRANS-STATUS
           ELSE
               CALL "WRITETRANS" USING "N", FS-ASS-CUST-COD,
                   WRK-MOV-COD-ZERO, FS-PLAN-PRICE, "N", LNK-OPERATOR,
                   WRK-RECEIPT, WRK-TRANS-STATUS
           END-IF.
           IF WRK-TRANS-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-TRANS-STATUS, "FATURARPLANOS",
                   "B"
           ADD 1 TO WRK-BILLED.
       0020-FIM.
           EXIT.

      *=================================================================
       0090-END-RUN      SECTION.
      *Grava o fim da rodada no registro de rodadas
      *=================================================================
           COMPUTE WRK-RUN-READ = WRK-BILLED + WRK-SKIPPED.
           MOVE WRK-BILLED TO WRK-RUN-WRITTEN.
           CALL "CONTROLERODADA" USING "C", "FATURARPLANOS   ",
               WRK-RUN-PERIOD, LNK-OPERATOR, WRK-RUN-READ,
               WRK-RUN-WRITTEN, WRK-RUN-RC, WRK-RUN-STATUS.
       END PROGRAM FATURARPLANOS.
