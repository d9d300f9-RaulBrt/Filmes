      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Comissao mensal de vendas do balcao por operador.
      *           Paga sobre o que o operador vende ativamente, nao
      *           sobre aluguel: venda de copia usada (tipo V do
      *           diario), vale-presente (T), adesao a plano (primeira
      *           mensalidade, tipo N marcado com 1 no campo de filme),
      *           seguro contra danos (W) e aluguel de equipamento
      *           (Q). Lista cada linha do mes em COMISSAO.PRN com o
      *           percentual da tabela de comissoes (PRECOS.DAT, tipo
      *           O, mantido pelo gerente) e o valor devido; linha com
      *           estorno posterior (E do mesmo cliente e filme, do
      *           mesmo valor, ou qualquer estorno do aluguel no caso
      *           do seguro) sai como ANULADO e nao paga comissao.
      *           Grava uma linha por operador para a folha em
      *           FOLHACOMISSAO.DAT (delimitado por ";", como o
      *           EXPORTARAGENCIA). O mes padrao e o anterior; no modo
      *           batch ("B", AGENDADOR) nao ha pergunta.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIOCOMISSAO.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT TRANSACT ASSIGN TO "TRANSACT.DAT"
           FILE STATUS IS WRK-TRANS-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT PRECOS ASSIGN TO "PRECOS.DAT"
           FILE STATUS IS WRK-PRC-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-PRC-KEY.

           SELECT OPERADORES ASSIGN TO "OPERADORES.DAT"
           FILE STATUS IS WRK-OPER-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-OPER-ID.

           SELECT PRINT-FILE ASSIGN TO "COMISSAO.PRN"
           FILE STATUS IS WRK-PRINT-STATUS
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT EXPORT-FILE ASSIGN TO "FOLHACOMISSAO.DAT"
           FILE STATUS IS WRK-EXP-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  TRANSACT.
           01 FS-TRANS.
               COPY TRANSFLDS.
           FD  PRECOS.
           01 FS-PRICE.
               COPY PRICEFLDS.
           FD  OPERADORES.
           01 FS-OPERATOR.
               COPY OPERFLDS.
           FD  PRINT-FILE.
           01 FS-PRINT-LINE            PIC X(71).
           FD  EXPORT-FILE.
           01 FS-EXP-LINE              PIC X(100).
       WORKING-STORAGE SECTION.
       77  WRK-TRANS-FSTAT             PIC 9(03) VALUE ZEROES.
       77  WRK-PRC-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-OPER-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-PRINT-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-EXP-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-SPOOL-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-NIVEL-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-MIN-LEVEL               PIC 9(01) VALUE 3.
       77  WRK-RUN-MODE                PIC X(01) VALUE SPACES.
       77  WRK-TECLA                   PIC X(01) VALUE SPACES.
       77  WRK-BUFF                    PIC X(71) VALUE SPACES.
       77  WRK-EXP-BUFF                PIC X(100) VALUE SPACES.
       77  WRK-LINE                    PIC 9(04) VALUE ZEROES.
       77  WRK-TODAY                   PIC 9(08) VALUE ZEROES.
       77  WRK-YEAR                    PIC 9(04) VALUE ZEROES.
       77  WRK-MONTH                   PIC 9(02) VALUE ZEROES.
       77  WRK-MONTH-MSK               PIC X(06) VALUE SPACES.
       77  WRK-PAY-MONTH               PIC 9(06) VALUE ZEROES.
       77  WRK-START-DATE              PIC 9(08) VALUE ZEROES.
       77  WRK-END-DATE                PIC 9(08) VALUE ZEROES.
      *Linhas do diario que pagam comissao
       77  WRK-SALE-COUNT              PIC 9(04) VALUE ZEROES.
       77  WRK-SALE-SUB                PIC 9(04) VALUE ZEROES.
       77  WRK-VOID-SUB                PIC 9(04) VALUE ZEROES.
       77  WRK-TABLE-FULL              PIC 9(01) VALUE ZEROES.
      *Operadores
       77  WRK-OPER-ID                 PIC X(08) VALUE SPACES.
       77  WRK-OP-COUNT                PIC 9(02) VALUE ZEROES.
       77  WRK-OP-SUB                  PIC 9(02) VALUE ZEROES.
       77  WRK-FOUND                   PIC 9(01) VALUE ZEROES.
      *Percentuais
       77  WRK-RATE-COUNT              PIC 9(02) VALUE ZEROES.
       77  WRK-RATE-SUB                PIC 9(02) VALUE ZEROES.
       77  WRK-PCT                     PIC 9(04)V99 VALUE ZEROES.
       77  WRK-COMMISSION              PIC 9(06)V99 VALUE ZEROES.
      *Totais da loja e da folha
       77  WRK-EXP-LINES               PIC 9(05) VALUE ZEROES.
       77  WRK-TOT-QTY                 PIC 9(05) VALUE ZEROES.
       77  WRK-TOT-SALES               PIC 9(09)V99 VALUE ZEROES.
       77  WRK-TOT-COMM                PIC 9(09)V99 VALUE ZEROES.
      *Valores impressos com a virgula
       01  WRK-MONEY                   PIC 9(06)V99 VALUE ZEROES.
       01  WRK-MONEY-R REDEFINES WRK-MONEY.
           05 WRK-MONEY-INT            PIC 9(06).
           05 WRK-MONEY-DEC            PIC 9(02).
       01  WRK-MONEY2                  PIC 9(06)V99 VALUE ZEROES.
       01  WRK-MONEY2-R REDEFINES WRK-MONEY2.
           05 WRK-MONEY2-INT           PIC 9(06).
           05 WRK-MONEY2-DEC           PIC 9(02).
       01  WRK-BIG                     PIC 9(09)V99 VALUE ZEROES.
       01  WRK-BIG-R REDEFINES WRK-BIG.
           05 WRK-BIG-INT              PIC 9(09).
           05 WRK-BIG-DEC              PIC 9(02).
       01  WRK-PCT-SHOW                PIC 9(03)V99 VALUE ZEROES.
       01  WRK-PCT-SHOW-R REDEFINES WRK-PCT-SHOW.
           05 WRK-PCT-INT              PIC 9(03).
           05 WRK-PCT-DEC              PIC 9(02).
      *Percentual de comissao por tipo de item (PRECOS tipo O)
       01  WRK-RATE-TABLE.
           05 WRK-RATE-ENTRY           OCCURS 10 TIMES.
               10 WRK-RATE-TYPE        PIC X(01).
               10 WRK-RATE-PCT         PIC 9(04)V99.
       01  WRK-SALE-TABLE.
           05 WRK-SALE-ENTRY           OCCURS 2000 TIMES.
               10 WRK-SALE-DATE        PIC 9(08).
               10 WRK-SALE-OPER        PIC X(08).
               10 WRK-SALE-TYPE        PIC X(01).
               10 WRK-SALE-CUST        PIC 9(05).
               10 WRK-SALE-MOV         PIC 9(05).
               10 WRK-SALE-AMOUNT      PIC 9(06)V99.
               10 WRK-SALE-RECEIPT     PIC 9(06).
               10 WRK-SALE-VOID        PIC X(01).
                   88 WRK-SALE-ANULADA          VALUE "S".
       01  WRK-OP-TABLE.
           05 WRK-OP-ENTRY             OCCURS 50 TIMES.
               10 WRK-OP-ID            PIC X(08).
               10 WRK-OP-NAME          PIC X(30).
               10 WRK-OP-QTY           PIC 9(05).
               10 WRK-OP-SALES         PIC 9(09)V99.
               10 WRK-OP-COMM          PIC 9(09)V99.
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
                  BACKGROUND-COLOR 2 FROM "COMISSAO DE VENDAS".
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
                   WRK-NIVEL-STATUS, "COMISSOES       "
               IF WRK-NIVEL-STATUS NOT EQUAL ZEROES
                   CALL "ERROS" USING WRK-NIVEL-STATUS,
                       "RELATORIOCOMISSAO"
                   GOBACK
               END-IF
           END-IF.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           CALL "LERDATANEG" USING WRK-TODAY.
           PERFORM 0010-GET-MONTH.
           COMPUTE WRK-PAY-MONTH = WRK-YEAR * 100 + WRK-MONTH.
           COMPUTE WRK-START-DATE = WRK-PAY-MONTH * 100 + 1.
           COMPUTE WRK-END-DATE = WRK-PAY-MONTH * 100 + 31.
           INITIALIZE WRK-RATE-TABLE WRK-SALE-TABLE WRK-OP-TABLE.
           MOVE ZEROES TO WRK-RATE-COUNT WRK-SALE-COUNT WRK-OP-COUNT
               WRK-TABLE-FULL WRK-EXP-LINES WRK-TOT-QTY WRK-TOT-SALES
               WRK-TOT-COMM.
           PERFORM 0015-LOAD-RATES.
           PERFORM 0020-SCAN-TRANSACT.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           OPEN OUTPUT PRINT-FILE.
           OPEN OUTPUT EXPORT-FILE.
           OPEN INPUT OPERADORES.
           MOVE 02 TO WRK-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "COMISSAO DE VENDAS DO MES " WRK-PAY-MONTH
               " (" WRK-START-DATE " A " WRK-END-DATE ")"
               INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-EXP-BUFF.
           STRING "COMISSAO;" WRK-PAY-MONTH ";" LNK-OPERATOR
               INTO WRK-EXP-BUFF.
           WRITE FS-EXP-LINE FROM WRK-EXP-BUFF.
           IF WRK-OP-COUNT EQUAL ZEROES
               MOVE SPACES TO WRK-BUFF
               PERFORM 0070-PRINT-LINE
               MOVE "  NENHUMA VENDA COMISSIONADA NO MES" TO WRK-BUFF
               PERFORM 0070-PRINT-LINE
           END-IF.
           PERFORM VARYING WRK-OP-SUB FROM 1 BY 1
                   UNTIL WRK-OP-SUB GREATER THAN WRK-OP-COUNT
               PERFORM 0040-PRINT-OPERATOR
           END-PERFORM.
           PERFORM 0060-PRINT-TOTALS.
           MOVE SPACES TO WRK-EXP-BUFF.
           STRING "FIM;" WRK-EXP-LINES ";" WRK-TOT-COMM
               INTO WRK-EXP-BUFF.
           WRITE FS-EXP-LINE FROM WRK-EXP-BUFF.
           CLOSE OPERADORES.
           MOVE ZEROES TO WRK-OPER-FSTAT.
           CLOSE EXPORT-FILE.
           CLOSE PRINT-FILE.
      *Copia datada no spool, antes da proxima rodada
      *sobrescrever o PRN fixo
           CALL "ESPOLAR" USING "COMISSAO.PRN        ",
               LNK-OPERATOR, WRK-SPOOL-STATUS.
           DISPLAY "IMPRESSO EM COMISSAO.PRN. PRESSIONE ENTER"
               AT 2301.
           IF WRK-RUN-MODE NOT EQUAL "B"
               ACCEPT WRK-TECLA AT 2345
           END-IF.
           GOBACK.

      *=================================================================
       0010-GET-MONTH      SECTION.
      *Mes da comissao. O padrao e o mes anterior, ja fechado; no
      *terminal o operador pode digitar outro
      *=================================================================
           MOVE WRK-TODAY(1:4) TO WRK-YEAR.
           MOVE WRK-TODAY(5:2) TO WRK-MONTH.
           IF WRK-MONTH EQUAL 1
               MOVE 12 TO WRK-MONTH
               SUBTRACT 1 FROM WRK-YEAR
           ELSE
               SUBTRACT 1 FROM WRK-MONTH
           END-IF.
           IF WRK-RUN-MODE EQUAL "B"
               GO TO 0010-FIM
           END-IF.
           DISPLAY "MES DA COMISSAO (AAAAMM, ENTER=MES ANTERIOR): "
               AT 0305.
           MOVE SPACES TO WRK-MONTH-MSK.
           ACCEPT WRK-MONTH-MSK AT 0352.
           IF WRK-MONTH-MSK NOT EQUAL SPACES
               AND WRK-MONTH-MSK IS NUMERIC
               AND WRK-MONTH-MSK(5:2) GREATER THAN "00"
               AND WRK-MONTH-MSK(5:2) LESS THAN "13"
               MOVE WRK-MONTH-MSK(1:4) TO WRK-YEAR
               MOVE WRK-MONTH-MSK(5:2) TO WRK-MONTH
           END-IF.
       0010-FIM.
           EXIT.

      *=================================================================
       0015-LOAD-RATES      SECTION.
      *Carrega os percentuais de comissao da tabela de precos (tipo O,
      *com o tipo de item na primeira posicao do argumento)
      *=================================================================
           OPEN INPUT PRECOS.
           IF WRK-PRC-FSTAT NOT EQUAL ZEROES
               MOVE ZEROES TO WRK-PRC-FSTAT
               GO TO 0015-FIM
           END-IF.
           PERFORM UNTIL WRK-PRC-FSTAT NOT EQUAL ZEROES
               READ PRECOS NEXT RECORD
                   AT END
                       MOVE 100 TO WRK-PRC-FSTAT
                   NOT AT END
                       IF FS-PRC-COMISSAO
                           AND WRK-RATE-COUNT LESS THAN 10
                           ADD 1 TO WRK-RATE-COUNT
                           MOVE FS-PRC-ARG(1:1)
                               TO WRK-RATE-TYPE(WRK-RATE-COUNT)
                           MOVE FS-PRC-VALUE
                               TO WRK-RATE-PCT(WRK-RATE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRECOS.
           MOVE ZEROES TO WRK-PRC-FSTAT.
       0015-FIM.
           EXIT.

      *=================================================================
       0020-SCAN-TRANSACT      SECTION.
      *Guarda as linhas comissionadas do mes e confere os estornos
      *lancados depois delas, ate o fim do diario
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
                       IF FS-TRANS-ESTORNO
                           PERFORM 0030-CHECK-REVERSAL
                       END-IF
                       IF FS-TRANS-DATE NOT LESS THAN WRK-START-DATE
                           AND FS-TRANS-DATE NOT GREATER THAN
                               WRK-END-DATE
                           AND (FS-TRANS-VENDA
                               OR FS-TRANS-VALE-VENDA
                               OR FS-TRANS-SEGURO
                               OR FS-TRANS-EQUIPAMENTO
                               OR (FS-TRANS-MENSALIDADE
                                   AND FS-TRANS-MEN-ADESAO))
                           PERFORM 0025-KEEP-SALE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANSACT.
           MOVE ZEROES TO WRK-TRANS-FSTAT.
       0020-FIM.
           EXIT.

      *=================================================================
       0025-KEEP-SALE      SECTION.
      *Guarda a linha corrente na tabela e abre o operador no quadro
      *=================================================================
           MOVE FS-TRANS-OPERATOR TO WRK-OPER-ID.
           PERFORM 0055-FIND-OPERATOR.
           IF WRK-SALE-COUNT NOT LESS THAN 2000
               OR WRK-OP-SUB EQUAL ZEROES
               MOVE 1 TO WRK-TABLE-FULL
               GO TO 0025-FIM
           END-IF.
           ADD 1 TO WRK-SALE-COUNT.
           MOVE FS-TRANS-DATE TO WRK-SALE-DATE(WRK-SALE-COUNT).
           MOVE FS-TRANS-OPERATOR TO WRK-SALE-OPER(WRK-SALE-COUNT).
           MOVE FS-TRANS-TYPE TO WRK-SALE-TYPE(WRK-SALE-COUNT).
           MOVE FS-TRANS-CUST-COD TO WRK-SALE-CUST(WRK-SALE-COUNT).
           MOVE FS-TRANS-MOV-COD TO WRK-SALE-MOV(WRK-SALE-COUNT).
           MOVE FS-TRANS-AMOUNT TO WRK-SALE-AMOUNT(WRK-SALE-COUNT).
           MOVE FS-TRANS-RECEIPT TO WRK-SALE-RECEIPT(WRK-SALE-COUNT).
           MOVE "N" TO WRK-SALE-VOID(WRK-SALE-COUNT).
       0025-FIM.
           EXIT.

      *=================================================================
       0030-CHECK-REVERSAL      SECTION.
      *Um estorno anula a ultima linha ainda valida do mesmo cliente e
      *filme: a do mesmo valor ou, no seguro, qualquer estorno, pois
      *anular o aluguel estorna so a cobranca do aluguel
      *=================================================================
           MOVE ZEROES TO WRK-VOID-SUB.
           PERFORM VARYING WRK-SALE-SUB FROM WRK-SALE-COUNT BY -1
                   UNTIL WRK-SALE-SUB EQUAL ZEROES
                      OR WRK-VOID-SUB NOT EQUAL ZEROES
               IF NOT WRK-SALE-ANULADA(WRK-SALE-SUB)
                   AND WRK-SALE-CUST(WRK-SALE-SUB) EQUAL
                       FS-TRANS-CUST-COD
                   AND WRK-SALE-MOV(WRK-SALE-SUB) EQUAL
                       FS-TRANS-MOV-COD
                   AND (WRK-SALE-TYPE(WRK-SALE-SUB) EQUAL "W"
                       OR WRK-SALE-AMOUNT(WRK-SALE-SUB) EQUAL
                           FS-TRANS-AMOUNT)
                   MOVE WRK-SALE-SUB TO WRK-VOID-SUB
               END-IF
           END-PERFORM.
           IF WRK-VOID-SUB NOT EQUAL ZEROES
               MOVE "S" TO WRK-SALE-VOID(WRK-VOID-SUB)
           END-IF.

      *=================================================================
       0040-PRINT-OPERATOR      SECTION.
      *Lista as linhas de um operador, o subtotal e a linha da folha
      *=================================================================
           MOVE WRK-OP-ID(WRK-OP-SUB) TO FS-OPER-ID.
           READ OPERADORES
               INVALID KEY
                   MOVE SPACES TO FS-OPER-NAME
           END-READ.
           MOVE FS-OPER-NAME TO WRK-OP-NAME(WRK-OP-SUB).
           MOVE SPACES TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "OPERADOR " WRK-OP-ID(WRK-OP-SUB) " "
               WRK-OP-NAME(WRK-OP-SUB) INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "DATA     RECIBO TP CLIEN ITEM      VALOR      %"
               "   COMISSAO" INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           PERFORM VARYING WRK-SALE-SUB FROM 1 BY 1
                   UNTIL WRK-SALE-SUB GREATER THAN WRK-SALE-COUNT
               IF WRK-SALE-OPER(WRK-SALE-SUB) EQUAL
                   WRK-OP-ID(WRK-OP-SUB)
                   PERFORM 0045-PRINT-SALE
               END-IF
           END-PERFORM.
           MOVE SPACES TO WRK-BUFF.
           MOVE "SUBTOTAL" TO WRK-BUFF(1:8).
           MOVE WRK-OP-QTY(WRK-OP-SUB) TO WRK-BUFF(10:5).
           MOVE "ITENS" TO WRK-BUFF(16:5).
           MOVE WRK-OP-SALES(WRK-OP-SUB) TO WRK-BIG.
           STRING WRK-BIG-INT "," WRK-BIG-DEC
               DELIMITED BY SIZE INTO WRK-BUFF(22:12).
           MOVE WRK-OP-COMM(WRK-OP-SUB) TO WRK-BIG.
           STRING WRK-BIG-INT "," WRK-BIG-DEC
               DELIMITED BY SIZE INTO WRK-BUFF(47:12).
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-EXP-BUFF.
           STRING WRK-OP-ID(WRK-OP-SUB) ";"
                  WRK-OP-NAME(WRK-OP-SUB) ";"
                  WRK-OP-QTY(WRK-OP-SUB) ";"
                  WRK-OP-SALES(WRK-OP-SUB) ";"
                  WRK-OP-COMM(WRK-OP-SUB)
                  INTO WRK-EXP-BUFF.
           WRITE FS-EXP-LINE FROM WRK-EXP-BUFF.
           ADD 1 TO WRK-EXP-LINES.
           ADD WRK-OP-QTY(WRK-OP-SUB) TO WRK-TOT-QTY.
           ADD WRK-OP-SALES(WRK-OP-SUB) TO WRK-TOT-SALES.
           ADD WRK-OP-COMM(WRK-OP-SUB) TO WRK-TOT-COMM.

      *=================================================================
       0045-PRINT-SALE      SECTION.
      *Aplica o percentual do tipo de item e imprime a linha; linha
      *estornada sai marcada e nao entra na comissao
      *=================================================================
           MOVE ZEROES TO WRK-PCT.
           PERFORM VARYING WRK-RATE-SUB FROM 1 BY 1
                   UNTIL WRK-RATE-SUB GREATER THAN WRK-RATE-COUNT
               IF WRK-RATE-TYPE(WRK-RATE-SUB) EQUAL
                   WRK-SALE-TYPE(WRK-SALE-SUB)
                   MOVE WRK-RATE-PCT(WRK-RATE-SUB) TO WRK-PCT
               END-IF
           END-PERFORM.
           IF WRK-SALE-ANULADA(WRK-SALE-SUB)
               MOVE ZEROES TO WRK-COMMISSION
           ELSE
               COMPUTE WRK-COMMISSION ROUNDED =
                   WRK-SALE-AMOUNT(WRK-SALE-SUB) * WRK-PCT / 100
               ADD 1 TO WRK-OP-QTY(WRK-OP-SUB)
               ADD WRK-SALE-AMOUNT(WRK-SALE-SUB)
                   TO WRK-OP-SALES(WRK-OP-SUB)
               ADD WRK-COMMISSION TO WRK-OP-COMM(WRK-OP-SUB)
           END-IF.
           MOVE SPACES TO WRK-BUFF.
           MOVE WRK-SALE-DATE(WRK-SALE-SUB) TO WRK-BUFF(1:8).
           MOVE WRK-SALE-RECEIPT(WRK-SALE-SUB) TO WRK-BUFF(10:6).
           MOVE WRK-SALE-TYPE(WRK-SALE-SUB) TO WRK-BUFF(17:1).
           MOVE WRK-SALE-CUST(WRK-SALE-SUB) TO WRK-BUFF(20:5).
           MOVE WRK-SALE-MOV(WRK-SALE-SUB) TO WRK-BUFF(26:5).
           MOVE WRK-SALE-AMOUNT(WRK-SALE-SUB) TO WRK-MONEY.
           STRING WRK-MONEY-INT "," WRK-MONEY-DEC
               DELIMITED BY SIZE INTO WRK-BUFF(32:9).
           MOVE WRK-PCT TO WRK-PCT-SHOW.
           STRING WRK-PCT-INT "," WRK-PCT-DEC
               DELIMITED BY SIZE INTO WRK-BUFF(42:6).
           IF WRK-SALE-ANULADA(WRK-SALE-SUB)
               MOVE "ANULADO" TO WRK-BUFF(52:7)
           ELSE
               MOVE WRK-COMMISSION TO WRK-MONEY2
               STRING WRK-MONEY2-INT "," WRK-MONEY2-DEC
                   DELIMITED BY SIZE INTO WRK-BUFF(50:9)
           END-IF.
           PERFORM 0070-PRINT-LINE.

      *=================================================================
       0055-FIND-OPERATOR      SECTION.
      *Acha (ou inclui) o operador WRK-OPER-ID no quadro; WRK-OP-SUB
      *fica zerado quando o quadro esta cheio
      *=================================================================
           MOVE ZEROES TO WRK-FOUND.
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
               MOVE ZEROES TO WRK-OP-SUB
               GO TO 0055-FIM
           END-IF.
           ADD 1 TO WRK-OP-COUNT.
           MOVE WRK-OP-COUNT TO WRK-OP-SUB.
           MOVE WRK-OPER-ID TO WRK-OP-ID(WRK-OP-SUB).
       0055-FIM.
           EXIT.

      *=================================================================
       0060-PRINT-TOTALS      SECTION.
      *Total da loja, percentuais em vigor e legenda
      *=================================================================
           MOVE SPACES TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           MOVE "TOTAL" TO WRK-BUFF(1:8).
           MOVE WRK-TOT-QTY TO WRK-BUFF(10:5).
           MOVE "ITENS" TO WRK-BUFF(16:5).
           MOVE WRK-TOT-SALES TO WRK-BIG.
           STRING WRK-BIG-INT "," WRK-BIG-DEC
               DELIMITED BY SIZE INTO WRK-BUFF(22:12).
           MOVE WRK-TOT-COMM TO WRK-BIG.
           STRING WRK-BIG-INT "," WRK-BIG-DEC
               DELIMITED BY SIZE INTO WRK-BUFF(47:12).
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           IF WRK-RATE-COUNT EQUAL ZEROES
               MOVE "TABELA DE COMISSOES VAZIA - NADA A PAGAR"
                   TO WRK-BUFF
               PERFORM 0070-PRINT-LINE
           END-IF.
           PERFORM VARYING WRK-RATE-SUB FROM 1 BY 1
                   UNTIL WRK-RATE-SUB GREATER THAN WRK-RATE-COUNT
               MOVE WRK-RATE-PCT(WRK-RATE-SUB) TO WRK-PCT-SHOW
               MOVE SPACES TO WRK-BUFF
               STRING "COMISSAO ITEM " WRK-RATE-TYPE(WRK-RATE-SUB)
                   " : " WRK-PCT-INT "," WRK-PCT-DEC " %"
                   DELIMITED BY SIZE INTO WRK-BUFF
               PERFORM 0070-PRINT-LINE
           END-PERFORM.
           MOVE SPACES TO WRK-BUFF.
           STRING "V=COPIA USADA T=VALE-PRESENTE N=ADESAO A PLANO "
               "W=SEGURO" INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "Q=EQUIPAMENTO ITEM=FILME OU EQUIPAMENTO "
               "ANULADO=ESTORNADO" INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE "FOLHA GRAVADA EM FOLHACOMISSAO.DAT" TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           IF WRK-TABLE-FULL EQUAL 1
               MOVE "TABELA CHEIA - RESULTADO PARCIAL" TO WRK-BUFF
               PERFORM 0070-PRINT-LINE
           END-IF.

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
       END PROGRAM RELATORIOCOMISSAO.
