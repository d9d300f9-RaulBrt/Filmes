      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Importacao do arquivo diario de liquidacao da
      *           adquirente de cartao e PIX (LIQUIDACAO.DAT,
      *           posicional: data, autorizacao, forma, natureza,
      *           recibo, valor bruto, taxa, liquido e data prevista
      *           do credito) e conciliacao contra as parcelas em
      *           cartao e PIX do diario de caixa (TRANSACT.DAT),
      *           somadas por data, recibo e forma. Imprime em
      *           CONCILIACAOADQ.PRN o que a adquirente liquidou sem
      *           lancamento no diario (inclusive contestacoes), o
      *           que o diario tem sem liquidacao, as taxas retidas e
      *           os depositos ainda por cair na conta.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTARLIQ.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT LIQUIDACAO ASSIGN TO "LIQUIDACAO.DAT"
           FILE STATUS IS WRK-LIQ-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT TRANSACT ASSIGN TO "TRANSACT.DAT"
           FILE STATUS IS WRK-TRANS-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT PRINT-FILE ASSIGN TO "CONCILIACAOADQ.PRN"
           FILE STATUS IS WRK-PRINT-STATUS
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  LIQUIDACAO.
           01 FS-LIQ-REC.
               05 FS-LIQ-DATE          PIC 9(08).
               05 FS-LIQ-AUTH          PIC X(12).
               05 FS-LIQ-TENDER        PIC X(01).
                   88 FS-LIQ-CARTAO            VALUE "C".
                   88 FS-LIQ-PIX               VALUE "P".
               05 FS-LIQ-KIND          PIC X(01).
                   88 FS-LIQ-VENDA             VALUE "V".
                   88 FS-LIQ-ESTORNO           VALUE "E".
                   88 FS-LIQ-CONTESTACAO       VALUE "C".
               05 FS-LIQ-RECEIPT       PIC 9(06).
               05 FS-LIQ-GROSS         PIC 9(06)V99.
               05 FS-LIQ-FEE           PIC 9(06)V99.
               05 FS-LIQ-NET           PIC 9(06)V99.
               05 FS-LIQ-CREDIT-DATE   PIC 9(08).
           FD  TRANSACT.
           01 FS-TRANS.
               COPY TRANSFLDS.
           FD  PRINT-FILE.
           01 FS-PRINT-LINE            PIC X(71).
       WORKING-STORAGE SECTION.
       77  WRK-LIQ-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-TRANS-FSTAT         PIC 9(03) VALUE ZEROES.
       77  WRK-PRINT-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-SPOOL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-RUN-MODE            PIC X(01) VALUE SPACES.
       77  WRK-TECLA               PIC X(01) VALUE SPACES.
       77  WRK-BUFF                PIC X(71) VALUE SPACES.
       77  WRK-DATE-MSK            PIC X(08) JUSTIFIED RIGHT.
       77  WRK-START-DATE          PIC 9(08) VALUE ZEROES.
       77  WRK-END-DATE            PIC 9(08) VALUE ZEROES.
       77  WRK-TODAY               PIC 9(08) VALUE ZEROES.
       77  WRK-LIQ-COUNT           PIC 9(04) VALUE ZEROES.
       77  WRK-JRN-COUNT           PIC 9(04) VALUE ZEROES.
       77  WRK-LIQ-SUB             PIC 9(04) VALUE ZEROES.
       77  WRK-JRN-SUB             PIC 9(04) VALUE ZEROES.
       77  WRK-HIT                 PIC 9(04) VALUE ZEROES.
       77  WRK-TABLE-FULL          PIC 9(01) VALUE ZEROES.
       77  WRK-PART                PIC S9(07)V99 VALUE ZEROES.
       77  WRK-PART-TENDER         PIC X(01) VALUE SPACES.
       77  WRK-PART-KIND           PIC X(01) VALUE SPACES.
       77  WRK-SIGN                PIC S9(01) VALUE +1.
       77  WRK-MATCHED             PIC 9(04) VALUE ZEROES.
       77  WRK-UNM-LIQ             PIC 9(04) VALUE ZEROES.
       77  WRK-UNM-JRN             PIC 9(04) VALUE ZEROES.
       77  WRK-PENDING             PIC 9(04) VALUE ZEROES.
       77  WRK-TOT-GROSS           PIC 9(09)V99 VALUE ZEROES.
       77  WRK-TOT-NET             PIC 9(09)V99 VALUE ZEROES.
       77  WRK-TOT-FEE-CARTAO      PIC 9(09)V99 VALUE ZEROES.
       77  WRK-TOT-FEE-PIX         PIC 9(09)V99 VALUE ZEROES.
       77  WRK-TOT-PENDING         PIC 9(09)V99 VALUE ZEROES.
       77  WRK-KIND-DESC           PIC X(11) VALUE SPACES.
       01  WRK-LIQ-TABLE.
           05 WRK-LIQ-ENTRY            OCCURS 2000 TIMES.
               10 WRK-LIQ-DATE         PIC 9(08) VALUE ZEROES.
               10 WRK-LIQ-AUTH         PIC X(12) VALUE SPACES.
               10 WRK-LIQ-TENDER       PIC X(01) VALUE SPACES.
               10 WRK-LIQ-KIND         PIC X(01) VALUE SPACES.
               10 WRK-LIQ-RECEIPT      PIC 9(06) VALUE ZEROES.
               10 WRK-LIQ-GROSS        PIC 9(06)V99 VALUE ZEROES.
               10 WRK-LIQ-FEE          PIC 9(06)V99 VALUE ZEROES.
               10 WRK-LIQ-NET          PIC 9(06)V99 VALUE ZEROES.
               10 WRK-LIQ-CREDIT-DATE  PIC 9(08) VALUE ZEROES.
               10 WRK-LIQ-MATCHED      PIC 9(01) VALUE ZEROES.
       01  WRK-JRN-TABLE.
           05 WRK-JRN-ENTRY            OCCURS 2000 TIMES.
               10 WRK-JRN-DATE         PIC 9(08) VALUE ZEROES.
               10 WRK-JRN-RECEIPT      PIC 9(06) VALUE ZEROES.
               10 WRK-JRN-TENDER       PIC X(01) VALUE SPACES.
               10 WRK-JRN-KIND         PIC X(01) VALUE SPACES.
               10 WRK-JRN-OPERATOR     PIC X(08) VALUE SPACES.
               10 WRK-JRN-AMOUNT       PIC S9(07)V99 VALUE ZEROES.
               10 WRK-JRN-MATCHED      PIC 9(01) VALUE ZEROES.
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
                  "CONCILIACAO CARTAO/PIX".

       PROCEDURE DIVISION USING LNK-OPERATOR, OPTIONAL LNK-MODE.
       0000-MAIN-PROCEDURE.
      *Modo batch ("B", vindo do agendador): o periodo fica nas
      *datas do proprio arquivo e as pausas de tela sao puladas
           MOVE SPACES TO WRK-RUN-MODE.
           IF LNK-MODE NOT OMITTED
               MOVE LNK-MODE TO WRK-RUN-MODE
           END-IF.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           CALL "LERDATANEG" USING WRK-TODAY.
           PERFORM 0005-ZERO-INFO.
           PERFORM 0010-LOAD-SETTLEMENT.
           IF WRK-LIQ-FSTAT NOT EQUAL ZEROES
               DISPLAY "ARQUIVO LIQUIDACAO.DAT NAO ENCONTRADO"
                   AT 0305
               DISPLAY "PRESSIONE ENTER" AT 0405
               IF WRK-RUN-MODE NOT EQUAL "B"
                   ACCEPT WRK-TECLA
               END-IF
               GOBACK
           END-IF.
           PERFORM 0015-GET-PERIOD.
           PERFORM 0020-LOAD-JOURNAL.
           PERFORM 0030-MATCH-ITEMS.
           OPEN OUTPUT PRINT-FILE.
           PERFORM 0040-PRINT-REPORT.
           CLOSE PRINT-FILE.
      *Copia datada no spool, antes da proxima importacao
      *sobrescrever o PRN fixo
           CALL "ESPOLAR" USING "CONCILIACAOADQ.PRN  ",
               LNK-OPERATOR, WRK-SPOOL-STATUS.
           DISPLAY "CONCILIADAS: " AT 0705.
           DISPLAY WRK-MATCHED AT 0718.
           DISPLAY "SO NA ADQUIRENTE: " AT 0805.
           DISPLAY WRK-UNM-LIQ AT 0823.
           DISPLAY "SO NO DIARIO: " AT 0905.
           DISPLAY WRK-UNM-JRN AT 0919.
           DISPLAY "DEPOSITOS PENDENTES: " AT 1005.
           DISPLAY WRK-PENDING AT 1026.
           DISPLAY "IMPRESSO EM CONCILIACAOADQ.PRN. PRESSIONE ENTER"
               AT 1205.
           IF WRK-RUN-MODE NOT EQUAL "B"
               ACCEPT WRK-TECLA AT 1255
           END-IF.
           GOBACK.

      *=================================================================
       0005-ZERO-INFO      SECTION.
      *Zera contadores, totais e tabelas de uma chamada anterior
      *=================================================================
           MOVE ZEROES TO WRK-LIQ-COUNT WRK-JRN-COUNT WRK-TABLE-FULL
               WRK-START-DATE WRK-END-DATE WRK-MATCHED WRK-UNM-LIQ
               WRK-UNM-JRN WRK-PENDING WRK-TOT-GROSS WRK-TOT-NET
               WRK-TOT-FEE-CARTAO WRK-TOT-FEE-PIX WRK-TOT-PENDING.
           INITIALIZE WRK-LIQ-TABLE WRK-JRN-TABLE.

      *=================================================================
       0010-LOAD-SETTLEMENT      SECTION.
      *Carrega as linhas de liquidacao da adquirente na tabela,
      *guardando a menor e a maior data do arquivo como periodo padrao
      *=================================================================
           OPEN INPUT LIQUIDACAO.
           IF WRK-LIQ-FSTAT NOT EQUAL ZEROES
               GO TO 0010-FIM
           END-IF.
           PERFORM UNTIL WRK-LIQ-FSTAT NOT EQUAL ZEROES
               READ LIQUIDACAO
                   AT END
                       MOVE 100 TO WRK-LIQ-FSTAT
                   NOT AT END
                       PERFORM 0012-KEEP-SETTLEMENT
               END-READ
           END-PERFORM.
           CLOSE LIQUIDACAO.
           MOVE ZEROES TO WRK-LIQ-FSTAT.
       0010-FIM.
           EXIT.

      *=================================================================
       0012-KEEP-SETTLEMENT      SECTION.
      *Guarda a linha corrente de LIQUIDACAO.DAT na tabela
      *=================================================================
           IF WRK-LIQ-COUNT NOT LESS THAN 2000
               MOVE 1 TO WRK-TABLE-FULL
               GO TO 0012-FIM
           END-IF.
           ADD 1 TO WRK-LIQ-COUNT.
           MOVE FS-LIQ-DATE    TO WRK-LIQ-DATE(WRK-LIQ-COUNT).
           MOVE FS-LIQ-AUTH    TO WRK-LIQ-AUTH(WRK-LIQ-COUNT).
           MOVE FS-LIQ-TENDER  TO WRK-LIQ-TENDER(WRK-LIQ-COUNT).
           MOVE FS-LIQ-KIND    TO WRK-LIQ-KIND(WRK-LIQ-COUNT).
           MOVE FS-LIQ-RECEIPT TO WRK-LIQ-RECEIPT(WRK-LIQ-COUNT).
           MOVE FS-LIQ-GROSS   TO WRK-LIQ-GROSS(WRK-LIQ-COUNT).
           MOVE FS-LIQ-FEE     TO WRK-LIQ-FEE(WRK-LIQ-COUNT).
           MOVE FS-LIQ-NET     TO WRK-LIQ-NET(WRK-LIQ-COUNT).
           MOVE FS-LIQ-CREDIT-DATE
               TO WRK-LIQ-CREDIT-DATE(WRK-LIQ-COUNT).
           IF WRK-START-DATE EQUAL ZEROES
               OR FS-LIQ-DATE LESS THAN WRK-START-DATE
               MOVE FS-LIQ-DATE TO WRK-START-DATE
           END-IF.
           IF FS-LIQ-DATE GREATER THAN WRK-END-DATE
               MOVE FS-LIQ-DATE TO WRK-END-DATE
           END-IF.
       0012-FIM.
           EXIT.

      *=================================================================
       0015-GET-PERIOD      SECTION.
      *Periodo do diario a conciliar; ENTER fica com as datas do
      *arquivo. Um periodo maior que o arquivo mostra os dias em que
      *o lote da maquininha nao foi liquidado
      *=================================================================
           DISPLAY "PERIODO INICIAL (AAAAMMDD, ENTER=ARQUIVO): "
               AT 0305.
           MOVE SPACES TO WRK-DATE-MSK.
           IF WRK-RUN-MODE NOT EQUAL "B"
               ACCEPT WRK-DATE-MSK AT 0349
           END-IF.
           IF WRK-DATE-MSK NOT EQUAL SPACES
               MOVE WRK-DATE-MSK TO WRK-START-DATE
           END-IF.
           DISPLAY "PERIODO FINAL (AAAAMMDD, ENTER=ARQUIVO): "
               AT 0405.
           MOVE SPACES TO WRK-DATE-MSK.
           IF WRK-RUN-MODE NOT EQUAL "B"
               ACCEPT WRK-DATE-MSK AT 0447
           END-IF.
           IF WRK-DATE-MSK NOT EQUAL SPACES
               MOVE WRK-DATE-MSK TO WRK-END-DATE
           END-IF.

      *=================================================================
       0020-LOAD-JOURNAL      SECTION.
      *Passa o diario de caixa somando as parcelas em cartao e PIX
      *das linhas pagas do periodo por data, recibo e forma. Os
      *abatimentos do mesmo recibo (vale, credito, pontos) reduzem a
      *soma; os estornos formam itens proprios, que casam com o
      *estorno lancado pela adquirente
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
                       IF FS-TRANS-PAGO
                           AND NOT FS-TRANS-CAMPANHA
                           AND FS-TRANS-DATE NOT LESS THAN
                               WRK-START-DATE
                           AND FS-TRANS-DATE NOT GREATER THAN
                               WRK-END-DATE
                           PERFORM 0022-SPLIT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANSACT.
           MOVE ZEROES TO WRK-TRANS-FSTAT.
       0020-FIM.
           EXIT.

      *=================================================================
       0022-SPLIT-LINE      SECTION.
      *Separa a linha corrente nas parcelas da forma principal e da
      *segunda forma e soma as que foram em cartao ou PIX
      *=================================================================
           MOVE "V" TO WRK-PART-KIND.
           MOVE +1 TO WRK-SIGN.
           IF FS-TRANS-ESTORNO
               MOVE "E" TO WRK-PART-KIND
           END-IF.
           IF FS-TRANS-CAUCAO-DEV OR FS-TRANS-PONTOS
               OR FS-TRANS-VALE-RESGATE OR FS-TRANS-CREDITO
               OR FS-TRANS-COMPRA OR FS-TRANS-SANGRIA
               MOVE -1 TO WRK-SIGN
           END-IF.
           IF FS-TRANS-TENDER2 NOT EQUAL SPACES
               AND FS-TRANS-AMOUNT2 GREATER THAN ZEROES
               MOVE FS-TRANS-TENDER2 TO WRK-PART-TENDER
               COMPUTE WRK-PART = FS-TRANS-AMOUNT2 * WRK-SIGN
               PERFORM 0024-ADD-PART
               COMPUTE WRK-PART =
                   (FS-TRANS-AMOUNT - FS-TRANS-AMOUNT2) * WRK-SIGN
           ELSE
               COMPUTE WRK-PART = FS-TRANS-AMOUNT * WRK-SIGN
           END-IF.
           MOVE FS-TRANS-TENDER TO WRK-PART-TENDER.
           PERFORM 0024-ADD-PART.

      *=================================================================
       0024-ADD-PART      SECTION.
      *Soma a parcela WRK-PART no item do diario da mesma data,
      *recibo, forma e natureza, abrindo um item novo se preciso.
      *Parcelas em dinheiro ou cheque nao passam pela adquirente
      *=================================================================
           IF WRK-PART-TENDER NOT EQUAL "C"
               AND WRK-PART-TENDER NOT EQUAL "P"
               GO TO 0024-FIM
           END-IF.
           MOVE ZEROES TO WRK-HIT.
           PERFORM VARYING WRK-JRN-SUB FROM 1 BY 1
                   UNTIL WRK-JRN-SUB GREATER THAN WRK-JRN-COUNT
                      OR WRK-HIT GREATER THAN ZEROES
               IF WRK-JRN-DATE(WRK-JRN-SUB) EQUAL FS-TRANS-DATE
                   AND WRK-JRN-RECEIPT(WRK-JRN-SUB)
                       EQUAL FS-TRANS-RECEIPT
                   AND WRK-JRN-TENDER(WRK-JRN-SUB)
                       EQUAL WRK-PART-TENDER
                   AND WRK-JRN-KIND(WRK-JRN-SUB) EQUAL WRK-PART-KIND
                   MOVE WRK-JRN-SUB TO WRK-HIT
               END-IF
           END-PERFORM.
           IF WRK-HIT EQUAL ZEROES
               IF WRK-JRN-COUNT NOT LESS THAN 2000
                   MOVE 1 TO WRK-TABLE-FULL
                   GO TO 0024-FIM
               END-IF
               ADD 1 TO WRK-JRN-COUNT
               MOVE WRK-JRN-COUNT TO WRK-HIT
               MOVE FS-TRANS-DATE TO WRK-JRN-DATE(WRK-HIT)
               MOVE FS-TRANS-RECEIPT TO WRK-JRN-RECEIPT(WRK-HIT)
               MOVE WRK-PART-TENDER TO WRK-JRN-TENDER(WRK-HIT)
               MOVE WRK-PART-KIND TO WRK-JRN-KIND(WRK-HIT)
               MOVE FS-TRANS-OPERATOR TO WRK-JRN-OPERATOR(WRK-HIT)
               MOVE ZEROES TO WRK-JRN-AMOUNT(WRK-HIT)
           END-IF.
           ADD WRK-PART TO WRK-JRN-AMOUNT(WRK-HIT).
       0024-FIM.
           EXIT.

      *=================================================================
       0030-MATCH-ITEMS      SECTION.
      *Casa cada linha da adquirente com um item do diario ainda livre
      *da mesma data, forma, natureza e valor bruto; quando a
      *adquirente traz o numero do recibo (digitado na maquininha),
      *ele tambem tem que bater. Contestacoes nunca casam: sao
      *dinheiro tirado pela adquirente sem lancamento no balcao
      *=================================================================
           PERFORM VARYING WRK-LIQ-SUB FROM 1 BY 1
                   UNTIL WRK-LIQ-SUB GREATER THAN WRK-LIQ-COUNT
               IF WRK-LIQ-KIND(WRK-LIQ-SUB) NOT EQUAL "C"
                   PERFORM 0032-FIND-JOURNAL-ITEM
               END-IF
           END-PERFORM.

      *=================================================================
       0032-FIND-JOURNAL-ITEM      SECTION.
      *Procura o item do diario para a linha WRK-LIQ-SUB
      *=================================================================
           MOVE ZEROES TO WRK-HIT.
           PERFORM VARYING WRK-JRN-SUB FROM 1 BY 1
                   UNTIL WRK-JRN-SUB GREATER THAN WRK-JRN-COUNT
                      OR WRK-HIT GREATER THAN ZEROES
               IF WRK-JRN-MATCHED(WRK-JRN-SUB) EQUAL ZEROES
                   AND WRK-JRN-DATE(WRK-JRN-SUB)
                       EQUAL WRK-LIQ-DATE(WRK-LIQ-SUB)
                   AND WRK-JRN-TENDER(WRK-JRN-SUB)
                       EQUAL WRK-LIQ-TENDER(WRK-LIQ-SUB)
                   AND WRK-JRN-KIND(WRK-JRN-SUB)
                       EQUAL WRK-LIQ-KIND(WRK-LIQ-SUB)
                   AND WRK-JRN-AMOUNT(WRK-JRN-SUB)
                       EQUAL WRK-LIQ-GROSS(WRK-LIQ-SUB)
                   AND (WRK-LIQ-RECEIPT(WRK-LIQ-SUB) EQUAL ZEROES
                     OR WRK-LIQ-RECEIPT(WRK-LIQ-SUB)
                       EQUAL WRK-JRN-RECEIPT(WRK-JRN-SUB))
                   MOVE WRK-JRN-SUB TO WRK-HIT
               END-IF
           END-PERFORM.
           IF WRK-HIT GREATER THAN ZEROES
               MOVE 1 TO WRK-JRN-MATCHED(WRK-HIT)
               MOVE 1 TO WRK-LIQ-MATCHED(WRK-LIQ-SUB)
               ADD 1 TO WRK-MATCHED
           END-IF.

      *=================================================================
       0040-PRINT-REPORT      SECTION.
      *Imprime as quatro partes da conciliacao: so na adquirente, so
      *no diario, taxas retidas e depositos pendentes
      *=================================================================
           MOVE SPACES TO WRK-BUFF.
           STRING "CONCILIACAO CARTAO/PIX - PERIODO " WRK-START-DATE
               " A " WRK-END-DATE INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           STRING "IMPORTADO EM " WRK-TODAY " POR " LNK-OPERATOR
               INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           IF WRK-TABLE-FULL EQUAL 1
               MOVE SPACES TO WRK-BUFF
               STRING "ATENCAO: TABELA CHEIA - CONCILIACAO PARCIAL, "
                   "REDUZA O PERIODO" INTO WRK-BUFF
               WRITE FS-PRINT-LINE FROM WRK-BUFF
           END-IF.

           MOVE SPACES TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE "LIQUIDADO PELA ADQUIRENTE SEM LANCAMENTO NO DIARIO:"
               TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           PERFORM VARYING WRK-LIQ-SUB FROM 1 BY 1
                   UNTIL WRK-LIQ-SUB GREATER THAN WRK-LIQ-COUNT
               IF WRK-LIQ-MATCHED(WRK-LIQ-SUB) EQUAL ZEROES
                   PERFORM 0042-PRINT-UNMATCHED-LIQ
               END-IF
           END-PERFORM.

           MOVE SPACES TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE "LANCADO NO DIARIO SEM LIQUIDACAO DA ADQUIRENTE:"
               TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           PERFORM VARYING WRK-JRN-SUB FROM 1 BY 1
                   UNTIL WRK-JRN-SUB GREATER THAN WRK-JRN-COUNT
               IF WRK-JRN-MATCHED(WRK-JRN-SUB) EQUAL ZEROES
                   AND WRK-JRN-AMOUNT(WRK-JRN-SUB) GREATER THAN ZEROES
                   PERFORM 0044-PRINT-UNMATCHED-JRN
               END-IF
           END-PERFORM.

           MOVE SPACES TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE "DEPOSITOS PENDENTES (CREDITO PREVISTO APOS HOJE):"
               TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           PERFORM VARYING WRK-LIQ-SUB FROM 1 BY 1
                   UNTIL WRK-LIQ-SUB GREATER THAN WRK-LIQ-COUNT
               PERFORM 0046-TOTAL-SETTLEMENT
           END-PERFORM.

           MOVE SPACES TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           STRING "BRUTO LIQUIDADO: " WRK-TOT-GROSS
               "  LIQUIDO: " WRK-TOT-NET INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           STRING "TAXAS RETIDAS - CARTAO: " WRK-TOT-FEE-CARTAO
               "  PIX: " WRK-TOT-FEE-PIX INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           STRING "DEPOSITOS PENDENTES: " WRK-PENDING
               "  VALOR: " WRK-TOT-PENDING INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           STRING "CONCILIADAS: " WRK-MATCHED
               "  SO NA ADQUIRENTE: " WRK-UNM-LIQ
               "  SO NO DIARIO: " WRK-UNM-JRN INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.

      *=================================================================
       0042-PRINT-UNMATCHED-LIQ      SECTION.
      *Linha da adquirente sem item no diario
      *=================================================================
           ADD 1 TO WRK-UNM-LIQ.
           EVALUATE WRK-LIQ-KIND(WRK-LIQ-SUB)
               WHEN "E"   MOVE "ESTORNO    " TO WRK-KIND-DESC
               WHEN "C"   MOVE "CONTESTACAO" TO WRK-KIND-DESC
               WHEN OTHER MOVE "VENDA      " TO WRK-KIND-DESC
           END-EVALUATE.
           MOVE SPACES TO WRK-BUFF.
           STRING "  " WRK-LIQ-DATE(WRK-LIQ-SUB) " "
               WRK-LIQ-TENDER(WRK-LIQ-SUB) " " WRK-KIND-DESC
               " AUT " WRK-LIQ-AUTH(WRK-LIQ-SUB)
               " REC " WRK-LIQ-RECEIPT(WRK-LIQ-SUB)
               " BRUTO " WRK-LIQ-GROSS(WRK-LIQ-SUB) INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.

      *=================================================================
       0044-PRINT-UNMATCHED-JRN      SECTION.
      *Item do diario sem liquidacao da adquirente
      *=================================================================
           ADD 1 TO WRK-UNM-JRN.
           IF WRK-JRN-KIND(WRK-JRN-SUB) EQUAL "E"
               MOVE "ESTORNO    " TO WRK-KIND-DESC
           ELSE
               MOVE "VENDA      " TO WRK-KIND-DESC
           END-IF.
           MOVE SPACES TO WRK-BUFF.
           STRING "  " WRK-JRN-DATE(WRK-JRN-SUB) " "
               WRK-JRN-TENDER(WRK-JRN-SUB) " " WRK-KIND-DESC
               " RECIBO " WRK-JRN-RECEIPT(WRK-JRN-SUB)
               " OPER " WRK-JRN-OPERATOR(WRK-JRN-SUB)
               " VALOR " WRK-JRN-AMOUNT(WRK-JRN-SUB) INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.

      *=================================================================
       0046-TOTAL-SETTLEMENT      SECTION.
      *Soma bruto, liquido e taxas da linha WRK-LIQ-SUB e lista o
      *deposito se o credito ainda nao caiu
      *=================================================================
           ADD WRK-LIQ-GROSS(WRK-LIQ-SUB) TO WRK-TOT-GROSS.
           ADD WRK-LIQ-NET(WRK-LIQ-SUB) TO WRK-TOT-NET.
           IF WRK-LIQ-TENDER(WRK-LIQ-SUB) EQUAL "P"
               ADD WRK-LIQ-FEE(WRK-LIQ-SUB) TO WRK-TOT-FEE-PIX
           ELSE
               ADD WRK-LIQ-FEE(WRK-LIQ-SUB) TO WRK-TOT-FEE-CARTAO
           END-IF.
           IF WRK-LIQ-CREDIT-DATE(WRK-LIQ-SUB) GREATER THAN WRK-TODAY
               ADD 1 TO WRK-PENDING
               ADD WRK-LIQ-NET(WRK-LIQ-SUB) TO WRK-TOT-PENDING
               MOVE SPACES TO WRK-BUFF
               STRING "  CREDITO EM " WRK-LIQ-CREDIT-DATE(WRK-LIQ-SUB)
                   " " WRK-LIQ-TENDER(WRK-LIQ-SUB)
                   " AUT " WRK-LIQ-AUTH(WRK-LIQ-SUB)
                   " LIQUIDO " WRK-LIQ-NET(WRK-LIQ-SUB)
                   INTO WRK-BUFF
               WRITE FS-PRINT-LINE FROM WRK-BUFF
           END-IF.
       END PROGRAM IMPORTARLIQ.
