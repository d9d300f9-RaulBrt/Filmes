      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Refazer o saldo de cada cliente a partir do diario
      *           de caixa e conferir com BALANCE.DAT. O saldo
      *           esperado soma as cobrancas deixadas pendentes no
      *           diario (multa M, reposicao R, mensalidade N), as
      *           faturas corporativas (FATURAS.DAT) e o credito
      *           pre-pago consumido no aluguel (X), e abate os
      *           pagamentos (P). Cadastros fundidos em outro
      *           (FUNDIRCLIENTES) contam no sobrevivente. Cada
      *           divergencia sai em REFAZERSALDO.PRN com as linhas
      *           que formam o saldo esperado; com a senha de um
      *           gerente o saldo divergente e acertado para o valor
      *           refeito (lancado pelo POSTBALANCE) e o acerto fica
      *           na auditoria de clientes (AUDITCLI.DAT).
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Baixa de divida incobravel (tipo I) abate o
      *                   saldo esperado, como o BAIXARDEVEDOR abate
      *                   o saldo gravado
      * 15/OUT/2026 RTB - Estorno da reposicao de aluguel convertido em
      *                   perda (tipo Z) abate o saldo esperado
      * 15/OUT/2026 RTB - Linha de abertura do encerramento do
      *                   exercicio (tipo O) soma o saldo devedor e
      *                   abate o credito transportados; faturas de
      *                   exercicio encerrado ja estao na abertura
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Chaves alternativas de CUSTOMERS.DAT pelo
      *                   nome e pelo documento declaradas no SELECT
      * 15/OUT/2026 RTB - Credito dado na solucao de uma ocorrencia
      *                   (tipo C) abate o saldo refeito
      * 15/OUT/2026 RTB - Diferenca nao recebida no acerto da entrega a
      *                   domicilio (linha tipo 2 pendente) soma no
      *                   saldo do cliente
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFAZERSALDO.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT BALANCE ASSIGN TO "BALANCE.DAT"
           FILE STATUS IS WRK-BAL-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-BAL-CUST-COD.

           SELECT TRANSACT ASSIGN TO "TRANSACT.DAT"
           FILE STATUS IS WRK-TRANS-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT CUSTOMERS ASSIGN TO "CUSTOMERS.DAT"
           FILE STATUS IS WRK-CUST-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-CUST-COD
           ALTERNATE RECORD KEY IS FS-CUST-NAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS FS-CUST-DOC WITH DUPLICATES.

           SELECT FATURAS ASSIGN TO "FATURAS.DAT"
           FILE STATUS IS WRK-FAT-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-FAT-KEY.

           SELECT PRINT-FILE ASSIGN TO "REFAZERSALDO.PRN"
           FILE STATUS IS WRK-PRINT-STATUS
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  BALANCE.
           01 FS-BALANCE.
               COPY BALFLDS.
           FD  TRANSACT.
           01 FS-TRANS.
               COPY TRANSFLDS.
           FD  CUSTOMERS.
           01 FS-CUSTOMER.
               COPY CUSTFLDS.
           FD  FATURAS.
           01 FS-FATURA.
               COPY FATFLDS.
           FD  PRINT-FILE.
           01 FS-PRINT-LINE            PIC X(71).
       WORKING-STORAGE SECTION.
       77  WRK-BAL-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-TRANS-FSTAT         PIC 9(03) VALUE ZEROES.
       77  WRK-CUST-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-FAT-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-PRINT-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-SPOOL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-NIVEL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-MGR-STATUS          PIC 9(03) VALUE ZEROES.
       77  WRK-POST-STATUS         PIC 9(03) VALUE ZEROES.
       77  WRK-AUDIT-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-MIN-LEVEL           PIC 9(01) VALUE 1.
       77  WRK-MGR-ID              PIC X(08) VALUE SPACES.
       77  WRK-MGR-PASS            PIC X(08) VALUE SPACES.
       77  WRK-MGR-LEVEL           PIC 9(01) VALUE ZEROES.
       77  WRK-RUN-MODE            PIC X(01) VALUE SPACES.
       77  WRK-TECLA               PIC X(01) VALUE SPACES.
       77  WRK-CONFIRM             PIC X(01) VALUE SPACES.
       77  WRK-BUFF                PIC X(71) VALUE SPACES.
       77  WRK-CUST-MSK            PIC X(05) JUSTIFIED RIGHT.
       77  WRK-SEL-CUST            PIC 9(05) VALUE ZEROES.
       77  WRK-LINE-CUST           PIC 9(05) VALUE ZEROES.
       77  WRK-TODAY               PIC 9(08) VALUE ZEROES.
       77  WRK-CLOSED-YEAR         PIC 9(04) VALUE ZEROES.
       77  WRK-EXE-STATUS          PIC 9(03) VALUE ZEROES.
       77  WRK-SUB                 PIC 9(04) VALUE ZEROES.
       77  WRK-SUB2                PIC 9(04) VALUE ZEROES.
       77  WRK-HOPS                PIC 9(01) VALUE ZEROES.
       77  WRK-SLOT                PIC 9(04) VALUE ZEROES.
       77  WRK-CUS-COUNT           PIC 9(04) VALUE ZEROES.
       77  WRK-MRG-COUNT           PIC 9(04) VALUE ZEROES.
       77  WRK-TABLE-FULL          PIC 9(01) VALUE ZEROES.
       77  WRK-DIFF-COUNT          PIC 9(04) VALUE ZEROES.
       77  WRK-FIXED-COUNT         PIC 9(04) VALUE ZEROES.
       77  WRK-EFFECT              PIC S9(07)V99 VALUE ZEROES.
       77  WRK-RUNNING             PIC S9(07)V99 VALUE ZEROES.
       77  WRK-DIFF                PIC S9(07)V99 VALUE ZEROES.
       77  WRK-POST-AMOUNT         PIC 9(06)V99 VALUE ZEROES.
       77  WRK-POST-OPER           PIC X(01) VALUE SPACES.
       77  WRK-LINE-DESC           PIC X(12) VALUE SPACES.
       77  WRK-AUDIT-FIELD         PIC X(12) VALUE "SALDO".
       77  WRK-AUDIT-BEFORE        PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-AFTER         PIC X(30) VALUE SPACES.
      *Valores com sinal para o relatorio
       77  WRK-PRT-EXPECTED        PIC S9(07)V99
                                   SIGN IS LEADING SEPARATE.
       77  WRK-PRT-ACTUAL          PIC S9(07)V99
                                   SIGN IS LEADING SEPARATE.
       77  WRK-PRT-EFFECT          PIC S9(07)V99
                                   SIGN IS LEADING SEPARATE.
       77  WRK-PRT-RUNNING         PIC S9(07)V99
                                   SIGN IS LEADING SEPARATE.
      *Saldo esperado (refeito do diario) e saldo gravado por cliente
       01  WRK-CUS-TABLE.
           05 WRK-CUS-ENTRY            OCCURS 2000 TIMES.
               10 WRK-CUS-COD          PIC 9(05) VALUE ZEROES.
               10 WRK-CUS-EXPECTED     PIC S9(07)V99 VALUE ZEROES.
               10 WRK-CUS-ACTUAL       PIC S9(07)V99 VALUE ZEROES.
               10 WRK-CUS-DIFFERS      PIC 9(01) VALUE ZEROES.
      *Cadastros fundidos: codigo do duplicado e do sobrevivente
       01  WRK-MRG-TABLE.
           05 WRK-MRG-ENTRY            OCCURS 500 TIMES.
               10 WRK-MRG-DUP          PIC 9(05) VALUE ZEROES.
               10 WRK-MRG-SURV         PIC 9(05) VALUE ZEROES.
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
                  "REFAZER SALDOS PELO DIARIO".

       PROCEDURE DIVISION USING LNK-OPERATOR, OPTIONAL LNK-MODE.
       0000-MAIN-PROCEDURE.
      *Modo batch ("B"): confere todos os clientes e so imprime; o
      *acerto exige o gerente no terminal
           MOVE SPACES TO WRK-RUN-MODE.
           IF LNK-MODE NOT OMITTED
               MOVE LNK-MODE TO WRK-RUN-MODE
           END-IF.
           CALL "CHECKNIVEL" USING LNK-OPERATOR, WRK-MIN-LEVEL,
               WRK-NIVEL-STATUS, "REFAZERSALDO    ".
           IF WRK-NIVEL-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-NIVEL-STATUS, "REFAZERSALDO",
                   WRK-RUN-MODE
               GOBACK
           END-IF.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           CALL "LERDATANEG" USING WRK-TODAY.
           PERFORM 0005-ZERO-INFO.
           PERFORM 0010-GET-CUSTOMER.
           PERFORM 0015-LOAD-MERGES.
           PERFORM 0020-SUM-JOURNAL.
           PERFORM 0025-SUM-INVOICES.
           PERFORM 0030-LOAD-BALANCES.
           OPEN OUTPUT PRINT-FILE.
           MOVE SPACES TO WRK-BUFF.
           STRING "SALDOS REFEITOS PELO DIARIO EM " WRK-TODAY
               " POR " LNK-OPERATOR INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           IF WRK-SEL-CUST NOT EQUAL ZEROES
               MOVE SPACES TO WRK-BUFF
               STRING "SOMENTE O CLIENTE " WRK-SEL-CUST INTO WRK-BUFF
               WRITE FS-PRINT-LINE FROM WRK-BUFF
           END-IF.
           IF WRK-TABLE-FULL EQUAL 1
               MOVE "ATENCAO: TABELA CHEIA - CONFERENCIA PARCIAL"
                   TO WRK-BUFF
               WRITE FS-PRINT-LINE FROM WRK-BUFF
           END-IF.
           PERFORM 0040-REPORT-DIFFERENCES.
           MOVE SPACES TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           STRING "CLIENTES CONFERIDOS: " WRK-CUS-COUNT
               "  SALDOS DIVERGENTES: " WRK-DIFF-COUNT INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           DISPLAY "CLIENTES CONFERIDOS: " AT 0705.
           DISPLAY WRK-CUS-COUNT AT 0727.
           DISPLAY "SALDOS DIVERGENTES: " AT 0805.
           DISPLAY WRK-DIFF-COUNT AT 0827.
           IF WRK-DIFF-COUNT GREATER THAN ZEROES
               AND WRK-TABLE-FULL EQUAL ZEROES
               AND WRK-RUN-MODE NOT EQUAL "B"
               PERFORM 0050-RESET-BALANCES
           END-IF.
           CLOSE PRINT-FILE.
      *Copia datada no spool, antes da proxima rodada sobrescrever o
      *PRN fixo
           CALL "ESPOLAR" USING "REFAZERSALDO.PRN    ",
               LNK-OPERATOR, WRK-SPOOL-STATUS.
           DISPLAY "IMPRESSO EM REFAZERSALDO.PRN. PRESSIONE ENTER"
               AT 1405.
           IF WRK-RUN-MODE NOT EQUAL "B"
               ACCEPT WRK-TECLA AT 1455
           END-IF.
           GOBACK.

      *=================================================================
       0005-ZERO-INFO      SECTION.
      *Zera contadores e tabelas de uma chamada anterior
      *=================================================================
           MOVE ZEROES TO WRK-CUS-COUNT WRK-MRG-COUNT WRK-TABLE-FULL
               WRK-DIFF-COUNT WRK-FIXED-COUNT WRK-SEL-CUST.
           MOVE SPACES TO WRK-MGR-ID WRK-MGR-PASS.
           INITIALIZE WRK-CUS-TABLE WRK-MRG-TABLE.

      *=================================================================
       0010-GET-CUSTOMER      SECTION.
      *Um cliente so ou, com ENTER, todos
      *=================================================================
           DISPLAY "CLIENTE (CODIGO, ENTER=TODOS): " AT 0305.
           MOVE SPACES TO WRK-CUST-MSK.
           IF WRK-RUN-MODE NOT EQUAL "B"
               ACCEPT WRK-CUST-MSK AT 0337
           END-IF.
           IF WRK-CUST-MSK NOT EQUAL SPACES
               INSPECT WRK-CUST-MSK REPLACING LEADING SPACES BY ZEROES
               IF WRK-CUST-MSK IS NUMERIC
                   MOVE WRK-CUST-MSK TO WRK-SEL-CUST
               END-IF
           END-IF.

      *=================================================================
       0015-LOAD-MERGES      SECTION.
      *O FUNDIRCLIENTES soma o saldo do duplicado no sobrevivente, mas
      *o diario continua com o codigo antigo: guarda de CUSTOMERS.DAT
      *os registros marcados "*FUNDIDO EM nnnnn*" para as linhas do
      *duplicado contarem no sobrevivente
      *=================================================================
           OPEN INPUT CUSTOMERS.
           IF WRK-CUST-FSTAT NOT EQUAL ZEROES
               GO TO 0015-FIM
           END-IF.
           PERFORM UNTIL WRK-CUST-FSTAT NOT EQUAL ZEROES
               READ CUSTOMERS
                   AT END
                       MOVE 100 TO WRK-CUST-FSTAT
                   NOT AT END
                       IF FS-CUST-NAME(1:12) EQUAL "*FUNDIDO EM "
                           AND FS-CUST-NAME(13:5) IS NUMERIC
                           AND WRK-MRG-COUNT LESS THAN 500
                           ADD 1 TO WRK-MRG-COUNT
                           MOVE FS-CUST-COD
                               TO WRK-MRG-DUP(WRK-MRG-COUNT)
                           MOVE FS-CUST-NAME(13:5)
                               TO WRK-MRG-SURV(WRK-MRG-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CUSTOMERS.
       0015-FIM.
           MOVE ZEROES TO WRK-CUST-FSTAT.

      *=================================================================
       0016-MAP-CUSTOMER      SECTION.
      *Troca WRK-LINE-CUST pelo sobrevivente da fusao, seguindo fusoes
      *em cadeia (duplicado fundido num cliente depois fundido noutro)
      *=================================================================
           MOVE ZEROES TO WRK-HOPS.
       0016-NEXT-HOP.
           IF WRK-HOPS NOT LESS THAN 5
               GO TO 0016-FIM
           END-IF.
           PERFORM VARYING WRK-SUB2 FROM 1 BY 1
                   UNTIL WRK-SUB2 GREATER THAN WRK-MRG-COUNT
               IF WRK-MRG-DUP(WRK-SUB2) EQUAL WRK-LINE-CUST
                   MOVE WRK-MRG-SURV(WRK-SUB2) TO WRK-LINE-CUST
                   ADD 1 TO WRK-HOPS
                   GO TO 0016-NEXT-HOP
               END-IF
           END-PERFORM.
       0016-FIM.
           EXIT.

      *=================================================================
       0018-FIND-SLOT      SECTION.
      *Posicao de WRK-LINE-CUST na tabela (WRK-SLOT), incluindo o
      *cliente quando ainda nao esta; tabela cheia devolve zero
      *=================================================================
           MOVE ZEROES TO WRK-SLOT.
           PERFORM VARYING WRK-SUB2 FROM 1 BY 1
                   UNTIL WRK-SUB2 GREATER THAN WRK-CUS-COUNT
                      OR WRK-SLOT GREATER THAN ZEROES
               IF WRK-CUS-COD(WRK-SUB2) EQUAL WRK-LINE-CUST
                   MOVE WRK-SUB2 TO WRK-SLOT
               END-IF
           END-PERFORM.
           IF WRK-SLOT EQUAL ZEROES
               IF WRK-CUS-COUNT NOT LESS THAN 2000
                   MOVE 1 TO WRK-TABLE-FULL
               ELSE
                   ADD 1 TO WRK-CUS-COUNT
                   MOVE WRK-CUS-COUNT TO WRK-SLOT
                   MOVE WRK-LINE-CUST TO WRK-CUS-COD(WRK-SLOT)
               END-IF
           END-IF.

      *=================================================================
       0020-SUM-JOURNAL      SECTION.
      *Soma no saldo esperado de cada cliente o efeito de cada linha
      *do diario
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
                       PERFORM 0022-LINE-EFFECT
                       IF WRK-EFFECT NOT EQUAL ZEROES
                           MOVE FS-TRANS-CUST-COD TO WRK-LINE-CUST
                           PERFORM 0016-MAP-CUSTOMER
                           IF WRK-SEL-CUST EQUAL ZEROES
                               OR WRK-SEL-CUST EQUAL WRK-LINE-CUST
                               PERFORM 0018-FIND-SLOT
                               IF WRK-SLOT GREATER THAN ZEROES
                                   ADD WRK-EFFECT
                                       TO WRK-CUS-EXPECTED(WRK-SLOT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANSACT.
       0020-FIM.
           MOVE ZEROES TO WRK-TRANS-FSTAT.

      *=================================================================
       0022-LINE-EFFECT      SECTION.
      *Efeito da linha corrente do diario no saldo do cliente, igual
      *ao que o programa que gravou a linha lancou pelo POSTBALANCE:
      *multa, reposicao e mensalidade deixadas pendentes somam; o
      *pagamento abate; o credito pre-pago usado no aluguel soma (o
      *credito e saldo negativo), assim como a diferenca deixada no
      *acerto da entrega a domicilio. Aluguel pendente de conta
      *corporativa entra pela fatura, nao pela linha. A abertura do
      *exercicio traz o saldo devedor (soma) ou o credito (abate) do
      *cliente no encerramento
      *=================================================================
           MOVE ZEROES TO WRK-EFFECT.
           MOVE SPACES TO WRK-LINE-DESC.
           EVALUATE TRUE
               WHEN FS-TRANS-MULTA AND FS-TRANS-PENDENTE
                   MOVE FS-TRANS-AMOUNT TO WRK-EFFECT
                   MOVE "MULTA"        TO WRK-LINE-DESC
               WHEN FS-TRANS-REPOSICAO AND FS-TRANS-PENDENTE
                   MOVE FS-TRANS-AMOUNT TO WRK-EFFECT
                   MOVE "REPOSICAO"    TO WRK-LINE-DESC
               WHEN FS-TRANS-MENSALIDADE AND FS-TRANS-PENDENTE
                   MOVE FS-TRANS-AMOUNT TO WRK-EFFECT
                   MOVE "MENSALIDADE"  TO WRK-LINE-DESC
               WHEN FS-TRANS-ACERTO-ENTREGA AND FS-TRANS-PENDENTE
                   MOVE FS-TRANS-AMOUNT TO WRK-EFFECT
                   MOVE "ENTREGA"      TO WRK-LINE-DESC
               WHEN FS-TRANS-PAGAMENTO
                   COMPUTE WRK-EFFECT = ZEROES - FS-TRANS-AMOUNT
                   MOVE "PAGAMENTO"    TO WRK-LINE-DESC
               WHEN FS-TRANS-CREDITO
                   MOVE FS-TRANS-AMOUNT TO WRK-EFFECT
                   MOVE "CREDITO USADO" TO WRK-LINE-DESC
               WHEN FS-TRANS-INCOBRAVEL
                   COMPUTE WRK-EFFECT = ZEROES - FS-TRANS-AMOUNT
                   MOVE "INCOBRAVEL"   TO WRK-LINE-DESC
               WHEN FS-TRANS-ESTORNO-REPOS
                   COMPUTE WRK-EFFECT = ZEROES - FS-TRANS-AMOUNT
                   MOVE "ESTORNO REP." TO WRK-LINE-DESC
               WHEN FS-TRANS-CRED-OCORRENCIA
                   COMPUTE WRK-EFFECT = ZEROES - FS-TRANS-AMOUNT
                   MOVE "CRED.OCORR." TO WRK-LINE-DESC
               WHEN FS-TRANS-ABERTURA AND FS-TRANS-ABR-DEVEDOR
                   MOVE FS-TRANS-AMOUNT TO WRK-EFFECT
                   MOVE "SALDO ANTER." TO WRK-LINE-DESC
               WHEN FS-TRANS-ABERTURA AND FS-TRANS-ABR-CREDOR
                   COMPUTE WRK-EFFECT = ZEROES - FS-TRANS-AMOUNT
                   MOVE "CREDITO ANT." TO WRK-LINE-DESC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *=================================================================
       0025-SUM-INVOICES      SECTION.
      *Soma as faturas corporativas, lancadas no saldo pelo
      *FATURARCORP sem linha propria no diario. As de exercicio ja
      *encerrado estao na linha de abertura
      *=================================================================
           CALL "LEREXERCICIO" USING WRK-CLOSED-YEAR, WRK-EXE-STATUS.
           OPEN INPUT FATURAS.
           IF WRK-FAT-FSTAT NOT EQUAL ZEROES
               GO TO 0025-FIM
           END-IF.
           PERFORM UNTIL WRK-FAT-FSTAT NOT EQUAL ZEROES
               READ FATURAS
                   AT END
                       MOVE 100 TO WRK-FAT-FSTAT
                   NOT AT END
                       MOVE FS-FAT-CUST-COD TO WRK-LINE-CUST
                       PERFORM 0016-MAP-CUSTOMER
                       IF (WRK-SEL-CUST EQUAL ZEROES
                           OR WRK-SEL-CUST EQUAL WRK-LINE-CUST)
                           AND FS-FAT-DATE(1:4) GREATER THAN
                               WRK-CLOSED-YEAR
                           PERFORM 0018-FIND-SLOT
                           IF WRK-SLOT GREATER THAN ZEROES
                               ADD FS-FAT-TOTAL
                                   TO WRK-CUS-EXPECTED(WRK-SLOT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FATURAS.
       0025-FIM.
           MOVE ZEROES TO WRK-FAT-FSTAT.

      *=================================================================
       0030-LOAD-BALANCES      SECTION.
      *Saldo gravado em BALANCE.DAT de cada cliente
      *=================================================================
           OPEN INPUT BALANCE.
           IF WRK-BAL-FSTAT NOT EQUAL ZEROES
               GO TO 0030-FIM
           END-IF.
           PERFORM UNTIL WRK-BAL-FSTAT NOT EQUAL ZEROES
               READ BALANCE
                   AT END
                       MOVE 100 TO WRK-BAL-FSTAT
                   NOT AT END
                       IF WRK-SEL-CUST EQUAL ZEROES
                           OR WRK-SEL-CUST EQUAL FS-BAL-CUST-COD
                           MOVE FS-BAL-CUST-COD TO WRK-LINE-CUST
                           PERFORM 0018-FIND-SLOT
                           IF WRK-SLOT GREATER THAN ZEROES
                               MOVE FS-BAL-AMOUNT
                                   TO WRK-CUS-ACTUAL(WRK-SLOT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BALANCE.
       0030-FIM.
           MOVE ZEROES TO WRK-BAL-FSTAT.

      *=================================================================
       0040-REPORT-DIFFERENCES      SECTION.
      *Um bloco por cliente com saldo divergente: saldo gravado,
      *saldo refeito e as linhas que formam o saldo refeito
      *=================================================================
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB GREATER THAN WRK-CUS-COUNT
               IF WRK-CUS-EXPECTED(WRK-SUB) NOT EQUAL
                   WRK-CUS-ACTUAL(WRK-SUB)
                   MOVE 1 TO WRK-CUS-DIFFERS(WRK-SUB)
                   ADD 1 TO WRK-DIFF-COUNT
                   MOVE WRK-CUS-EXPECTED(WRK-SUB) TO WRK-PRT-EXPECTED
                   MOVE WRK-CUS-ACTUAL(WRK-SUB) TO WRK-PRT-ACTUAL
                   MOVE SPACES TO WRK-BUFF
                   WRITE FS-PRINT-LINE FROM WRK-BUFF
                   MOVE SPACES TO WRK-BUFF
                   STRING "CLIENTE " WRK-CUS-COD(WRK-SUB)
                       "  GRAVADO " WRK-PRT-ACTUAL
                       "  REFEITO " WRK-PRT-EXPECTED INTO WRK-BUFF
                   WRITE FS-PRINT-LINE FROM WRK-BUFF
                   PERFORM 0045-EXPLAIN-CUSTOMER
               END-IF
           END-PERFORM.

      *=================================================================
       0045-EXPLAIN-CUSTOMER      SECTION.
      *Lista as linhas do diario e as faturas do cliente WRK-SUB, com
      *o saldo acumulado linha a linha
      *=================================================================
           MOVE ZEROES TO WRK-RUNNING.
           OPEN INPUT TRANSACT.
           IF WRK-TRANS-FSTAT NOT EQUAL ZEROES
               GO TO 0045-INVOICES
           END-IF.
           PERFORM UNTIL WRK-TRANS-FSTAT NOT EQUAL ZEROES
               READ TRANSACT
                   AT END
                       MOVE 100 TO WRK-TRANS-FSTAT
                   NOT AT END
                       PERFORM 0022-LINE-EFFECT
                       IF WRK-EFFECT NOT EQUAL ZEROES
                           MOVE FS-TRANS-CUST-COD TO WRK-LINE-CUST
                           PERFORM 0016-MAP-CUSTOMER
                           IF WRK-LINE-CUST EQUAL WRK-CUS-COD(WRK-SUB)
                               PERFORM 0047-PRINT-JOURNAL-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANSACT.
       0045-INVOICES.
           MOVE ZEROES TO WRK-TRANS-FSTAT.
           OPEN INPUT FATURAS.
           IF WRK-FAT-FSTAT NOT EQUAL ZEROES
               GO TO 0045-FIM
           END-IF.
           PERFORM UNTIL WRK-FAT-FSTAT NOT EQUAL ZEROES
               READ FATURAS
                   AT END
                       MOVE 100 TO WRK-FAT-FSTAT
                   NOT AT END
                       MOVE FS-FAT-CUST-COD TO WRK-LINE-CUST
                       PERFORM 0016-MAP-CUSTOMER
                       IF WRK-LINE-CUST EQUAL WRK-CUS-COD(WRK-SUB)
                           AND FS-FAT-DATE(1:4) GREATER THAN
                               WRK-CLOSED-YEAR
                           ADD FS-FAT-TOTAL TO WRK-RUNNING
                           MOVE FS-FAT-TOTAL TO WRK-PRT-EFFECT
                           MOVE WRK-RUNNING TO WRK-PRT-RUNNING
                           MOVE SPACES TO WRK-BUFF
                           STRING "  " FS-FAT-DATE " FATURA "
                               FS-FAT-NUM " MES " FS-FAT-MONTH
                               "     " WRK-PRT-EFFECT
                               " " WRK-PRT-RUNNING INTO WRK-BUFF
                           WRITE FS-PRINT-LINE FROM WRK-BUFF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FATURAS.
       0045-FIM.
           MOVE ZEROES TO WRK-FAT-FSTAT.

      *=================================================================
       0047-PRINT-JOURNAL-LINE      SECTION.
      *Uma linha do diario no bloco do cliente
      *=================================================================
           ADD WRK-EFFECT TO WRK-RUNNING.
           MOVE WRK-EFFECT TO WRK-PRT-EFFECT.
           MOVE WRK-RUNNING TO WRK-PRT-RUNNING.
           MOVE SPACES TO WRK-BUFF.
           STRING "  " FS-TRANS-DATE " " WRK-LINE-DESC
               " REC " FS-TRANS-RECEIPT " "
               FS-TRANS-CUST-COD " " WRK-PRT-EFFECT
               " " WRK-PRT-RUNNING INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.

      *=================================================================
       0050-RESET-BALANCES      SECTION.
      *Acerto dos saldos divergentes para o valor refeito, so com a
      *senha de um gerente. A diferenca e lancada pelo POSTBALANCE
      *(cobranca ou pagamento) e cada acerto vira uma linha na
      *auditoria de clientes com o saldo de antes e o de depois
      *=================================================================
           DISPLAY "ACERTAR OS SALDOS DIVERGENTES PELO DIARIO (S/N)? "
               AT 1005.
           MOVE SPACES TO WRK-CONFIRM.
           ACCEPT WRK-CONFIRM AT 1055.
           IF WRK-CONFIRM NOT EQUAL 'S' AND WRK-CONFIRM NOT EQUAL 's'
               GO TO 0050-FIM
           END-IF.
           DISPLAY "GERENTE (ID): " AT 1105.
           MOVE SPACES TO WRK-MGR-ID.
           ACCEPT WRK-MGR-ID AT 1120.
           DISPLAY "SENHA: " AT 1205.
           MOVE SPACES TO WRK-MGR-PASS.
           ACCEPT WRK-MGR-PASS AT 1213.
           MOVE ZEROES TO WRK-MGR-LEVEL.
           CALL "VALIDAOPERADOR" USING WRK-MGR-ID, WRK-MGR-PASS,
               WRK-MGR-LEVEL, WRK-MGR-STATUS.
           IF WRK-MGR-LEVEL LESS THAN 3
               MOVE "SALDOS NAO ACERTADOS: SEM AUTORIZACAO DE GERENTE"
                   TO WRK-BUFF
               DISPLAY WRK-BUFF AT 1305
               WRITE FS-PRINT-LINE FROM WRK-BUFF
               GO TO 0050-FIM
           END-IF.
           MOVE SPACES TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB GREATER THAN WRK-CUS-COUNT
               IF WRK-CUS-DIFFERS(WRK-SUB) EQUAL 1
                   PERFORM 0055-RESET-ONE
               END-IF
           END-PERFORM.
           MOVE SPACES TO WRK-BUFF.
           STRING "SALDOS ACERTADOS: " WRK-FIXED-COUNT
               " - AUTORIZADO POR " WRK-MGR-ID INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           DISPLAY WRK-BUFF AT 1305.
       0050-FIM.
           EXIT.

      *=================================================================
       0055-RESET-ONE      SECTION.
      *Lanca a diferenca do cliente WRK-SUB e grava a auditoria
      *=================================================================
           COMPUTE WRK-DIFF = WRK-CUS-EXPECTED(WRK-SUB)
               - WRK-CUS-ACTUAL(WRK-SUB).
           IF WRK-DIFF GREATER THAN ZEROES
               MOVE "C" TO WRK-POST-OPER
               MOVE WRK-DIFF TO WRK-POST-AMOUNT
           ELSE
               MOVE "P" TO WRK-POST-OPER
               COMPUTE WRK-POST-AMOUNT = ZEROES - WRK-DIFF
           END-IF.
           CALL "POSTBALANCE" USING WRK-CUS-COD(WRK-SUB),
               WRK-POST-AMOUNT, WRK-POST-OPER, WRK-POST-STATUS.
           IF WRK-POST-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-POST-STATUS, "REFAZERSALDO"
               GO TO 0055-FIM
           END-IF.
           ADD 1 TO WRK-FIXED-COUNT.
           MOVE WRK-CUS-ACTUAL(WRK-SUB) TO WRK-PRT-ACTUAL.
           MOVE WRK-CUS-EXPECTED(WRK-SUB) TO WRK-PRT-EXPECTED.
           MOVE SPACES TO WRK-AUDIT-BEFORE.
           STRING "SALDO " WRK-PRT-ACTUAL INTO WRK-AUDIT-BEFORE.
           MOVE SPACES TO WRK-AUDIT-AFTER.
           STRING "REFEITO DIARIO " WRK-PRT-EXPECTED
               INTO WRK-AUDIT-AFTER.
           CALL "WRITEAUDITCLI" USING "S", WRK-CUS-COD(WRK-SUB),
               WRK-AUDIT-FIELD, WRK-AUDIT-BEFORE, WRK-AUDIT-AFTER,
               LNK-OPERATOR, WRK-MGR-ID, WRK-AUDIT-STATUS.
           MOVE SPACES TO WRK-BUFF.
           STRING "ACERTADO: CLIENTE " WRK-CUS-COD(WRK-SUB)
               " DE " WRK-PRT-ACTUAL " PARA " WRK-PRT-EXPECTED
               INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
       0055-FIM.
           EXIT.
       END PROGRAM REFAZERSALDO.
