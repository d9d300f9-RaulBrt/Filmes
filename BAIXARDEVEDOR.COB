      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Baixa de dividas incobraveis. O gerente informa a
      *           idade minima da divida (padrao 90 dias, a faixa 90+
      *           do RELATORIOAGING); os saldos devedores de
      *           BALANCE.DAT com essa idade -- apurada como no
      *           RELATORIOAGING, pela cobranca pendente mais antiga
      *           no diario ou pela ultima movimentacao do saldo --
      *           sao listados em BAIXAS.PRN e, confirmados, cada um
      *           vira uma linha tipo I no diario (levada pelo
      *           CONTASGL.DAT para a conta de perdas no extrato
      *           contabil), tem o saldo zerado e fica registrado em
      *           BAIXAS.DAT com o cliente bloqueado para novos
      *           alugueis e pronto para o envio a agencia de cobranca
      *           (EXPORTARAGENCIA). A opcao L libera o bloqueio de um
      *           cliente que acertou a divida na loja.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAIXARDEVEDOR.
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

           SELECT BAIXAS ASSIGN TO "BAIXAS.DAT"
           FILE STATUS IS WRK-BXA-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-BXA-CUST-COD.

           SELECT CONTASGL ASSIGN TO "CONTASGL.DAT"
           FILE STATUS IS WRK-GL-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-GL-TYPE.

           SELECT PRINT-FILE ASSIGN TO "BAIXAS.PRN"
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
           FD  BAIXAS.
           01 FS-BAIXA.
               COPY BAIXAFLDS.
           FD  CONTASGL.
           01 FS-CONTAGL.
               COPY GLFLDS.
           FD  PRINT-FILE.
           01 FS-PRINT-LINE            PIC X(71).
       WORKING-STORAGE SECTION.
       77  WRK-BAL-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-TRANS-FSTAT         PIC 9(03) VALUE ZEROES.
       77  WRK-BXA-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-GL-FSTAT            PIC 9(03) VALUE ZEROES.
       77  WRK-PRINT-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-SPOOL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-NIVEL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-POST-STATUS         PIC 9(03) VALUE ZEROES.
       77  WRK-AUDIT-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-MIN-LEVEL           PIC 9(01) VALUE 3.
       77  WRK-OPTION              PIC X(01) VALUE SPACES.
       77  WRK-TECLA               PIC X(01) VALUE SPACES.
       77  WRK-CONFIRM             PIC X(01) VALUE SPACES.
       77  WRK-BUFF                PIC X(71) VALUE SPACES.
       77  WRK-DAYS-MSK            PIC X(03) JUSTIFIED RIGHT.
       77  WRK-MIN-DAYS            PIC 9(03) VALUE 90.
       77  WRK-CUST-MSK            PIC X(05) JUSTIFIED RIGHT.
       77  WRK-SEL-CUST            PIC 9(05) VALUE ZEROES.
       77  WRK-TODAY               PIC 9(08) VALUE ZEROES.
       77  WRK-TODAY-INT           PIC S9(08) COMP.
       77  WRK-AGE-INT             PIC S9(08) COMP.
       77  WRK-AGE-DAYS            PIC 9(05) VALUE ZEROES.
       77  WRK-AGE-DATE            PIC 9(08) VALUE ZEROES.
       77  WRK-SLOT                PIC 9(04) VALUE ZEROES.
       77  WRK-SUB                 PIC 9(04) VALUE ZEROES.
       77  WRK-FOUND               PIC 9(01) VALUE ZEROES.
       77  WRK-PEND-COUNT          PIC 9(04) VALUE ZEROES.
       77  WRK-CAND-COUNT          PIC 9(04) VALUE ZEROES.
       77  WRK-DONE-COUNT          PIC 9(04) VALUE ZEROES.
       77  WRK-TABLE-FULL          PIC 9(01) VALUE ZEROES.
       77  WRK-CAND-TOTAL          PIC 9(09)V99 VALUE ZEROES.
       77  WRK-DONE-TOTAL          PIC 9(09)V99 VALUE ZEROES.
       77  WRK-AMOUNT              PIC 9(06)V99 VALUE ZEROES.
       77  WRK-ZERO-MOV            PIC 9(05) VALUE ZEROES.
       77  WRK-RECEIPT             PIC 9(06) VALUE ZEROES.
       77  WRK-SUPERVISOR          PIC X(08) VALUE SPACES.
       77  WRK-AUDIT-FIELD         PIC X(12) VALUE SPACES.
       77  WRK-AUDIT-BEFORE        PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-AFTER         PIC X(30) VALUE SPACES.
      *Cobranca pendente mais antiga de cada cliente, como no
      *RELATORIOAGING
       01  WRK-PEND-TABLE.
           05 WRK-PT-ENTRY             OCCURS 2000 TIMES.
               10 WRK-PT-CUST          PIC 9(05) VALUE ZEROES.
               10 WRK-PT-OLDEST        PIC 9(08) VALUE ZEROES.
      *Saldos com a idade pedida, candidatos a baixa
       01  WRK-CAND-TABLE.
           05 WRK-CD-ENTRY             OCCURS 1000 TIMES.
               10 WRK-CD-CUST          PIC 9(05) VALUE ZEROES.
               10 WRK-CD-AMOUNT        PIC 9(06)V99 VALUE ZEROES.
               10 WRK-CD-DAYS          PIC 9(05) VALUE ZEROES.
       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
       SCREEN  SECTION.
       01  CLEAR.
           05 CLEAR-SCREEN.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL.
       01  SHOW-MV.
           05 TITLE-SCREEN.
               10 LINE 01 COLUMN 01    PIC X(30) ERASE EOL
                  BACKGROUND-COLOR 2 FROM
                  "BAIXA DE DIVIDAS INCOBRAVEIS".

       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           CALL "CHECKNIVEL" USING LNK-OPERATOR, WRK-MIN-LEVEL,
               WRK-NIVEL-STATUS, "BAIXARDEVEDOR   ".
           IF WRK-NIVEL-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-NIVEL-STATUS, "BAIXARDEVEDOR"
               GOBACK
           END-IF.
      *O proprio gerente autoriza a baixa e a liberacao
           MOVE LNK-OPERATOR TO WRK-SUPERVISOR.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           CALL "LERDATANEG" USING WRK-TODAY.
           COMPUTE WRK-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WRK-TODAY).
           DISPLAY "BAIXAR DIVIDAS (B), LIBERAR CLIENTE (L), "
               "ENTER=VOLTAR: " AT 0305.
           MOVE SPACES TO WRK-OPTION.
           ACCEPT WRK-OPTION AT 0360.
           EVALUATE WRK-OPTION
               WHEN 'B' WHEN 'b'
                   PERFORM 0005-ZERO-INFO
                   PERFORM 0010-WRITE-OFF
               WHEN 'L' WHEN 'l'
                   PERFORM 0060-RELEASE-CUSTOMER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GOBACK.

      *=================================================================
       0005-ZERO-INFO      SECTION.
      *Zera contadores e tabelas de uma chamada anterior
      *=================================================================
           MOVE ZEROES TO WRK-PEND-COUNT WRK-CAND-COUNT WRK-DONE-COUNT
               WRK-TABLE-FULL WRK-CAND-TOTAL WRK-DONE-TOTAL.
           MOVE 90 TO WRK-MIN-DAYS.
           INITIALIZE WRK-PEND-TABLE WRK-CAND-TABLE.

      *=================================================================
       0010-WRITE-OFF      SECTION.
      *Lista os saldos com a idade pedida e, confirmados, baixa todos
      *=================================================================
           DISPLAY "IDADE MINIMA DA DIVIDA EM DIAS (ENTER=90): "
               AT 0505.
           MOVE SPACES TO WRK-DAYS-MSK.
           ACCEPT WRK-DAYS-MSK AT 0549.
           IF WRK-DAYS-MSK NOT EQUAL SPACES
               INSPECT WRK-DAYS-MSK REPLACING LEADING SPACES BY ZEROES
               IF WRK-DAYS-MSK IS NUMERIC
                   MOVE WRK-DAYS-MSK TO WRK-MIN-DAYS
               END-IF
           END-IF.
           PERFORM 0015-SCAN-PENDING.
           PERFORM 0020-LOAD-CANDIDATES.
           OPEN OUTPUT PRINT-FILE.
           MOVE SPACES TO WRK-BUFF.
           STRING "BAIXA DE INCOBRAVEIS EM " WRK-TODAY
               " - IDADE MINIMA " WRK-MIN-DAYS " DIAS" INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           PERFORM 0025-CHECK-GL-MAP.
           IF WRK-TABLE-FULL EQUAL 1
               MOVE "ATENCAO: TABELA CHEIA - LISTA PARCIAL" TO WRK-BUFF
               WRITE FS-PRINT-LINE FROM WRK-BUFF
           END-IF.
           MOVE "CLIENTE  SALDO      DIAS" TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB GREATER THAN WRK-CAND-COUNT
               MOVE SPACES TO WRK-BUFF
               STRING WRK-CD-CUST(WRK-SUB) "    "
                   WRK-CD-AMOUNT(WRK-SUB) " "
                   WRK-CD-DAYS(WRK-SUB) INTO WRK-BUFF
               WRITE FS-PRINT-LINE FROM WRK-BUFF
           END-PERFORM.
           MOVE SPACES TO WRK-BUFF.
           STRING "SALDOS A BAIXAR: " WRK-CAND-COUNT
               "  TOTAL: " WRK-CAND-TOTAL INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           DISPLAY WRK-BUFF AT 0705.
           IF WRK-CAND-COUNT EQUAL ZEROES
               GO TO 0010-CLOSE
           END-IF.
           DISPLAY "CONFIRMA A BAIXA E O BLOQUEIO DOS CLIENTES (S/N)? "
               AT 0905.
           MOVE SPACES TO WRK-CONFIRM.
           ACCEPT WRK-CONFIRM AT 0956.
           IF WRK-CONFIRM NOT EQUAL 'S' AND WRK-CONFIRM NOT EQUAL 's'
               MOVE "BAIXA NAO CONFIRMADA" TO WRK-BUFF
               WRITE FS-PRINT-LINE FROM WRK-BUFF
               GO TO 0010-CLOSE
           END-IF.
           PERFORM 0030-OPEN-BAIXAS.
           IF WRK-BXA-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-BXA-FSTAT, "BAIXARDEVEDOR"
               GO TO 0010-CLOSE
           END-IF.
           MOVE SPACES TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB GREATER THAN WRK-CAND-COUNT
               PERFORM 0040-WRITE-OFF-ONE
           END-PERFORM.
           CLOSE BAIXAS.
           MOVE SPACES TO WRK-BUFF.
           STRING "SALDOS BAIXADOS: " WRK-DONE-COUNT
               "  TOTAL: " WRK-DONE-TOTAL INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           DISPLAY WRK-BUFF AT 1105.
       0010-CLOSE.
           CLOSE PRINT-FILE.
      *Copia datada no spool, antes da proxima rodada sobrescrever o
      *PRN fixo
           CALL "ESPOLAR" USING "BAIXAS.PRN          ",
               LNK-OPERATOR, WRK-SPOOL-STATUS.
           DISPLAY "IMPRESSO EM BAIXAS.PRN. PRESSIONE ENTER" AT 1405.
           ACCEPT WRK-TECLA AT 1445.

      *=================================================================
       0015-SCAN-PENDING      SECTION.
      *Uma passada pelo diario guardando, por cliente, a data da
      *cobranca pendente mais antiga
      *=================================================================
           OPEN INPUT TRANSACT.
           IF WRK-TRANS-FSTAT NOT EQUAL ZEROES
               GO TO 0015-FIM
           END-IF.
           PERFORM UNTIL WRK-TRANS-FSTAT NOT EQUAL ZEROES
               READ TRANSACT
                   AT END
                       MOVE 100 TO WRK-TRANS-FSTAT
                   NOT AT END
                       IF FS-TRANS-PENDENTE
                           AND NOT FS-TRANS-INCOBRAVEL
                           AND NOT FS-TRANS-RECUPERACAO
                           PERFORM 0017-NOTE-PENDING
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANSACT.
       0015-FIM.
           MOVE ZEROES TO WRK-TRANS-FSTAT.

      *=================================================================
       0017-NOTE-PENDING      SECTION.
      *Guarda a data pendente mais antiga do cliente corrente
      *=================================================================
           MOVE ZEROES TO WRK-FOUND.
           PERFORM VARYING WRK-SLOT FROM 1 BY 1
                   UNTIL WRK-SLOT GREATER THAN WRK-PEND-COUNT
                      OR WRK-FOUND EQUAL 1
               IF WRK-PT-CUST(WRK-SLOT) EQUAL FS-TRANS-CUST-COD
                   IF FS-TRANS-DATE LESS THAN
                       WRK-PT-OLDEST(WRK-SLOT)
                       MOVE FS-TRANS-DATE
                           TO WRK-PT-OLDEST(WRK-SLOT)
                   END-IF
                   MOVE 1 TO WRK-FOUND
               END-IF
           END-PERFORM.
           IF WRK-FOUND EQUAL ZEROES
               AND WRK-PEND-COUNT LESS THAN 2000
               ADD 1 TO WRK-PEND-COUNT
               MOVE FS-TRANS-CUST-COD TO WRK-PT-CUST(WRK-PEND-COUNT)
               MOVE FS-TRANS-DATE TO WRK-PT-OLDEST(WRK-PEND-COUNT)
           END-IF.

      *=================================================================
       0020-LOAD-CANDIDATES      SECTION.
      *Guarda os saldos devedores com a idade minima pedida
      *=================================================================
           OPEN INPUT BALANCE.
           IF WRK-BAL-FSTAT NOT EQUAL ZEROES
               GO TO 0020-FIM
           END-IF.
           PERFORM UNTIL WRK-BAL-FSTAT NOT EQUAL ZEROES
               READ BALANCE
                   AT END
                       MOVE 100 TO WRK-BAL-FSTAT
                   NOT AT END
                       IF FS-BAL-AMOUNT GREATER THAN ZEROES
                           PERFORM 0022-AGE-ONE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BALANCE.
       0020-FIM.
           MOVE ZEROES TO WRK-BAL-FSTAT.

      *=================================================================
       0022-AGE-ONE      SECTION.
      *Apura a idade da divida do cliente corrente e guarda quando
      *alcanca a idade minima
      *=================================================================
           MOVE FS-BAL-UPDATED-DT TO WRK-AGE-DATE.
           PERFORM VARYING WRK-SLOT FROM 1 BY 1
                   UNTIL WRK-SLOT GREATER THAN WRK-PEND-COUNT
               IF WRK-PT-CUST(WRK-SLOT) EQUAL FS-BAL-CUST-COD
                   MOVE WRK-PT-OLDEST(WRK-SLOT) TO WRK-AGE-DATE
               END-IF
           END-PERFORM.
           MOVE ZEROES TO WRK-AGE-DAYS.
           IF WRK-AGE-DATE GREATER THAN ZEROES
               COMPUTE WRK-AGE-INT =
                   FUNCTION INTEGER-OF-DATE(WRK-AGE-DATE)
               IF WRK-TODAY-INT GREATER THAN WRK-AGE-INT
                   COMPUTE WRK-AGE-DAYS =
                       WRK-TODAY-INT - WRK-AGE-INT
               END-IF
           END-IF.
           IF WRK-AGE-DAYS LESS THAN WRK-MIN-DAYS
               GO TO 0022-FIM
           END-IF.
           IF WRK-CAND-COUNT NOT LESS THAN 1000
               MOVE 1 TO WRK-TABLE-FULL
               GO TO 0022-FIM
           END-IF.
           ADD 1 TO WRK-CAND-COUNT.
           MOVE FS-BAL-CUST-COD TO WRK-CD-CUST(WRK-CAND-COUNT).
           MOVE FS-BAL-AMOUNT TO WRK-CD-AMOUNT(WRK-CAND-COUNT).
           MOVE WRK-AGE-DAYS TO WRK-CD-DAYS(WRK-CAND-COUNT).
           ADD FS-BAL-AMOUNT TO WRK-CAND-TOTAL.
       0022-FIM.
           EXIT.

      *=================================================================
       0025-CHECK-GL-MAP      SECTION.
      *Avisa no relatorio quando o tipo I ainda nao tem conta no plano
      *de contas: o extrato contabil jogaria a baixa na conta
      *transitoria 99999999
      *=================================================================
           OPEN INPUT CONTASGL.
           IF WRK-GL-FSTAT EQUAL ZEROES
               MOVE "I" TO FS-GL-TYPE
               READ CONTASGL
                   INVALID KEY
                       MOVE 350 TO WRK-GL-FSTAT
               END-READ
               CLOSE CONTASGL
           END-IF.
           IF WRK-GL-FSTAT NOT EQUAL ZEROES
               MOVE "ATENCAO: TIPO I SEM CONTA DE PERDAS EM CONTASGL"
                   TO WRK-BUFF
               WRITE FS-PRINT-LINE FROM WRK-BUFF
               DISPLAY WRK-BUFF AT 0605
           ELSE
               MOVE SPACES TO WRK-BUFF
               STRING "CONTA DE PERDAS: " FS-GL-DEBIT
                   " CONTRA " FS-GL-CREDIT INTO WRK-BUFF
               WRITE FS-PRINT-LINE FROM WRK-BUFF
           END-IF.
           MOVE ZEROES TO WRK-GL-FSTAT.

      *=================================================================
       0030-OPEN-BAIXAS      SECTION.
      *Abre BAIXAS.DAT para atualizacao, criando o arquivo na primeira
      *baixa
      *=================================================================
           OPEN I-O BAIXAS.
           IF WRK-BXA-FSTAT EQUAL 350
               OPEN OUTPUT BAIXAS
               CLOSE BAIXAS
               OPEN I-O BAIXAS
           END-IF.

      *=================================================================
       0040-WRITE-OFF-ONE      SECTION.
      *Baixa o saldo do candidato WRK-SUB: linha I no diario, saldo
      *zerado pelo POSTBALANCE, registro e bloqueio em BAIXAS.DAT e
      *auditoria do cliente. Uma nova baixa do mesmo cliente soma na
      *anterior e volta para o envio a agencia
      *=================================================================
           MOVE WRK-CD-AMOUNT(WRK-SUB) TO WRK-AMOUNT.
           MOVE ZEROES TO WRK-RECEIPT.
           CALL "WRITETRANS" USING "I", WRK-CD-CUST(WRK-SUB),
               WRK-ZERO-MOV, WRK-AMOUNT, "N", LNK-OPERATOR,
               WRK-RECEIPT, WRK-TRANS-FSTAT.
           IF WRK-TRANS-FSTAT NOT EQUAL ZEROES
               MOVE SPACES TO WRK-BUFF
               STRING "NAO BAIXADO: CLIENTE " WRK-CD-CUST(WRK-SUB)
                   " - ERRO " WRK-TRANS-FSTAT " NO DIARIO"
                   INTO WRK-BUFF
               WRITE FS-PRINT-LINE FROM WRK-BUFF
               MOVE ZEROES TO WRK-TRANS-FSTAT
               GO TO 0040-FIM
           END-IF.
           CALL "POSTBALANCE" USING WRK-CD-CUST(WRK-SUB), WRK-AMOUNT,
               "P", WRK-POST-STATUS.
           IF WRK-POST-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-POST-STATUS, "BAIXARDEVEDOR"
           END-IF.
           MOVE WRK-CD-CUST(WRK-SUB) TO FS-BXA-CUST-COD.
           READ BAIXAS
               INVALID KEY
                   MOVE ZEROES TO FS-BXA-AMOUNT FS-BXA-RECOVERED
                       FS-BXA-COMMISSION
                   MOVE SPACES TO FS-BXA-LAST-REF
                   MOVE 350 TO WRK-BXA-FSTAT
           END-READ.
           ADD WRK-AMOUNT TO FS-BXA-AMOUNT.
           MOVE WRK-TODAY TO FS-BXA-DATE.
           MOVE ZEROES TO FS-BXA-AGENCY-DT.
           MOVE "S" TO FS-BXA-BLOCKED.
           MOVE LNK-OPERATOR TO FS-BXA-OPERATOR.
           IF WRK-BXA-FSTAT EQUAL 350
               MOVE ZEROES TO WRK-BXA-FSTAT
               WRITE FS-BAIXA
           ELSE
               REWRITE FS-BAIXA
           END-IF.
           IF WRK-BXA-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-BXA-FSTAT, "BAIXARDEVEDOR"
               MOVE ZEROES TO WRK-BXA-FSTAT
           END-IF.
           MOVE "BAIXA" TO WRK-AUDIT-FIELD.
           MOVE SPACES TO WRK-AUDIT-BEFORE.
           STRING "SALDO " WRK-AMOUNT INTO WRK-AUDIT-BEFORE.
           MOVE SPACES TO WRK-AUDIT-AFTER.
           STRING "INCOBRAVEL - BLOQUEADO" INTO WRK-AUDIT-AFTER.
           CALL "WRITEAUDITCLI" USING "B", WRK-CD-CUST(WRK-SUB),
               WRK-AUDIT-FIELD, WRK-AUDIT-BEFORE, WRK-AUDIT-AFTER,
               LNK-OPERATOR, WRK-SUPERVISOR, WRK-AUDIT-STATUS.
           ADD 1 TO WRK-DONE-COUNT.
           ADD WRK-AMOUNT TO WRK-DONE-TOTAL.
           MOVE SPACES TO WRK-BUFF.
           STRING "BAIXADO: CLIENTE " WRK-CD-CUST(WRK-SUB)
               " VALOR " WRK-AMOUNT " RECIBO " WRK-RECEIPT
               INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
       0040-FIM.
           EXIT.

      *=================================================================
       0060-RELEASE-CUSTOMER      SECTION.
      *Libera o bloqueio de um cliente com divida baixada, quando a
      *divida foi acertada na loja ou por acordo. O registro continua
      *em BAIXAS.DAT para a agencia e para o historico
      *=================================================================
           DISPLAY "CLIENTE A LIBERAR (CODIGO): " AT 0505.
           MOVE SPACES TO WRK-CUST-MSK.
           ACCEPT WRK-CUST-MSK AT 0533.
           IF WRK-CUST-MSK EQUAL SPACES
               GO TO 0060-FIM
           END-IF.
           INSPECT WRK-CUST-MSK REPLACING LEADING SPACES BY ZEROES.
           IF WRK-CUST-MSK IS NOT NUMERIC
               GO TO 0060-FIM
           END-IF.
           MOVE WRK-CUST-MSK TO WRK-SEL-CUST.
           OPEN I-O BAIXAS.
           IF WRK-BXA-FSTAT NOT EQUAL ZEROES
               DISPLAY "NENHUMA DIVIDA BAIXADA" AT 0705
               MOVE ZEROES TO WRK-BXA-FSTAT
               ACCEPT WRK-TECLA AT 0735
               GO TO 0060-FIM
           END-IF.
           MOVE WRK-SEL-CUST TO FS-BXA-CUST-COD.
           READ BAIXAS
               INVALID KEY
                   MOVE 350 TO WRK-BXA-FSTAT
           END-READ.
           IF WRK-BXA-FSTAT NOT EQUAL ZEROES
               OR NOT FS-BXA-BLOQUEADO
               CLOSE BAIXAS
               MOVE ZEROES TO WRK-BXA-FSTAT
               DISPLAY "CLIENTE NAO ESTA BLOQUEADO" AT 0705
               ACCEPT WRK-TECLA AT 0735
               GO TO 0060-FIM
           END-IF.
           MOVE SPACES TO WRK-BUFF.
           STRING "BAIXADO " FS-BXA-AMOUNT " EM " FS-BXA-DATE
               " RECUPERADO " FS-BXA-RECOVERED INTO WRK-BUFF.
           DISPLAY WRK-BUFF AT 0705.
           DISPLAY "LIBERAR O CLIENTE PARA NOVOS ALUGUEIS (S/N)? "
               AT 0905.
           MOVE SPACES TO WRK-CONFIRM.
           ACCEPT WRK-CONFIRM AT 0951.
           IF WRK-CONFIRM EQUAL 'S' OR WRK-CONFIRM EQUAL 's'
               MOVE "N" TO FS-BXA-BLOCKED
               REWRITE FS-BAIXA
               MOVE "BLOQUEIO" TO WRK-AUDIT-FIELD
               MOVE "BLOQUEADO" TO WRK-AUDIT-BEFORE
               MOVE "LIBERADO" TO WRK-AUDIT-AFTER
               CALL "WRITEAUDITCLI" USING "B", WRK-SEL-CUST,
                   WRK-AUDIT-FIELD, WRK-AUDIT-BEFORE,
                   WRK-AUDIT-AFTER, LNK-OPERATOR, WRK-SUPERVISOR,
                   WRK-AUDIT-STATUS
               DISPLAY "CLIENTE LIBERADO. PRESSIONE ENTER" AT 1105
               ACCEPT WRK-TECLA AT 1140
           END-IF.
           CLOSE BAIXAS.
       0060-FIM.
           MOVE ZEROES TO WRK-BXA-FSTAT.
       END PROGRAM BAIXARDEVEDOR.
