      *                   credito por transacao e totais de controle
      *                   iguais dos dois lados, para a importacao
      *                   direta no sistema do contador
      * 15/OUT/2026 RTB - Baixa de divida incobravel (I) e recuperacao
      *                   pela agencia (Y) com nome proprio no extrato
      * 15/OUT/2026 RTB - Estorno da reposicao de copia perdida que
      *                   apareceu (Z) com nome proprio no extrato
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Recusado no modo treinamento (LERTREINO)
      * 15/OUT/2026 RTB - Contas a pagar: notas lancadas (H) e
      *                   pagamentos (J) as distribuidoras do dia no
      *                   extrato e no razao; tabela do plano de contas
      *                   para 40 tipos
      * 15/OUT/2026 RTB - Credito dado na solucao de uma ocorrencia
      *                   (tipo C) sai com o nome CRED.OCOR.
      * 15/OUT/2026 RTB - Taxa de entrega a domicilio (tipo 1) e acerto
      *                   da entrega (tipo 2) saem com os nomes TAXA
      *                   ENTR. e ACERTO ENT
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRATOCONTABIL.
           SELECT EXTRATOGL ASSIGN TO "CONTABILGL.DAT"
           FILE STATUS IS WRK-EXTGL-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT CONTASPAGAR ASSIGN TO "CONTASPAGAR.DAT"
           FILE STATUS IS WRK-AP-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-AP-KEY.
       DATA DIVISION.
       FILE SECTION.
           FD  TRANSACT.
               COPY GLFLDS.
           FD  EXTRATOGL.
           01 FS-EXTGL-LINE            PIC X(80).
           FD  CONTASPAGAR.
           01 FS-CONTAPAGAR.
               COPY APFLDS.
       WORKING-STORAGE SECTION.
       77  WRK-TRANS-FSTAT         PIC 9(03) VALUE ZEROES.
       77  WRK-RENT-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-GL-CREDIT           PIC X(08) VALUE SPACES.
       77  WRK-TOT-DEBIT           PIC 9(12)V99 VALUE ZEROES.
       77  WRK-TOT-CREDIT          PIC 9(12)V99 VALUE ZEROES.
       77  WRK-TRAINING            PIC 9(01) VALUE ZEROES.
       77  WRK-TRN-STATUS          PIC 9(03) VALUE ZEROES.
       77  WRK-AP-FSTAT            PIC 9(03) VALUE ZEROES.
       77  WRK-AP-TYPE             PIC X(01) VALUE SPACES.
       77  WRK-AP-AMOUNT           PIC 9(08)V99 VALUE ZEROES.
       01  WRK-GL-TABLE.
           05 WRK-GT-ENTRY         OCCURS 40 TIMES.
               10 WRK-GT-TYPE      PIC X(01) VALUE SPACES.
               10 WRK-GT-DEBIT     PIC X(08) VALUE SPACES.
               10 WRK-GT-CREDIT    PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION USING OPTIONAL LNK-DATE, OPTIONAL LNK-STATUS.
       0000-MAIN-PROCEDURE.
      *Lancamentos do modo treinamento nunca vao para a contabilidade
           CALL "LERTREINO" USING WRK-TRAINING.
           IF WRK-TRAINING EQUAL 1
               MOVE 661 TO WRK-TRN-STATUS
               CALL "ERROS" USING WRK-TRN-STATUS, "EXTRATOCONTABIL",
                   "B"
               IF LNK-STATUS NOT OMITTED
                   MOVE WRK-TRN-STATUS TO LNK-STATUS
               END-IF
               GOBACK
           END-IF.
           IF LNK-DATE OMITTED
               CALL "LERDATANEG" USING WRK-TODAY
           ELSE
               IF LNK-DATE EQUAL ZEROES
                   CALL "LERDATANEG" USING WRK-TODAY
               ELSE
                   MOVE LNK-DATE TO WRK-TODAY
               END-IF
           OPEN OUTPUT EXTRATO.
           PERFORM 0010-EXTRACT-TRANSACTIONS.
           PERFORM 0020-EXTRACT-RETURNS.
           PERFORM 0025-EXTRACT-PAYABLES.
           PERFORM 0030-WRITE-TOTALS.
           CLOSE EXTRATO.
           PERFORM 0040-LOAD-GL-MAP.
                   MOVE "REPOSICAO" TO WRK-TYPE-NAME
               WHEN FS-TRANS-ESTORNO
                   MOVE "ESTORNO" TO WRK-TYPE-NAME
               WHEN FS-TRANS-INCOBRAVEL
                   MOVE "INCOBRAVEL" TO WRK-TYPE-NAME
               WHEN FS-TRANS-RECUPERACAO
                   MOVE "RECUPERADO" TO WRK-TYPE-NAME
               WHEN FS-TRANS-ESTORNO-REPOS
                   MOVE "EST.REPOS." TO WRK-TYPE-NAME
               WHEN FS-TRANS-CRED-OCORRENCIA
                   MOVE "CRED.OCOR." TO WRK-TYPE-NAME
               WHEN FS-TRANS-TAXA-ENTREGA
                   MOVE "TAXA ENTR." TO WRK-TYPE-NAME
               WHEN FS-TRANS-ACERTO-ENTREGA
                   MOVE "ACERTO ENT" TO WRK-TYPE-NAME
               WHEN OTHER
                   MOVE "OUTRO" TO WRK-TYPE-NAME
           END-EVALUATE.
           END-IF.
           MOVE ZEROES TO WRK-RENT-FSTAT.

      *=================================================================
       0025-EXTRACT-PAYABLES      SECTION.
      *Grava uma linha para cada nota de distribuidora lancada no dia
      *(NOTAFORN, valor liquido) e cada pagamento a distribuidora
      *feito no dia (PAGFORN), com a distribuidora e o numero da nota
      *no lugar do cliente e do filme
      *=================================================================
           OPEN INPUT CONTASPAGAR.
           IF WRK-AP-FSTAT EQUAL ZEROES
               PERFORM UNTIL WRK-AP-FSTAT NOT EQUAL ZEROES
                   READ CONTASPAGAR
                       AT END
                           MOVE 100 TO WRK-AP-FSTAT
                       NOT AT END
                           IF FS-AP-POST-DATE EQUAL WRK-TODAY
                               MOVE SPACES TO WRK-BUFF
                               STRING WRK-TODAY ",NOTAFORN,"
                                   FS-AP-DISTRIB ","
                                   FS-AP-INVOICE ","
                                   FS-AP-NET
                                   INTO WRK-BUFF
                               WRITE FS-EXT-LINE FROM WRK-BUFF
                               ADD 1 TO WRK-COUNT
                               ADD FS-AP-NET TO WRK-AMOUNT-TOTAL
                           END-IF
                           IF FS-AP-PAGO
                               AND FS-AP-PAY-DATE EQUAL WRK-TODAY
                               MOVE SPACES TO WRK-BUFF
                               STRING WRK-TODAY ",PAGFORN,"
                                   FS-AP-DISTRIB ","
                                   FS-AP-INVOICE ","
                                   FS-AP-PAID
                                   INTO WRK-BUFF
                               WRITE FS-EXT-LINE FROM WRK-BUFF
                               ADD 1 TO WRK-COUNT
                               ADD FS-AP-PAID TO WRK-AMOUNT-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTASPAGAR
           END-IF.
           MOVE ZEROES TO WRK-AP-FSTAT.

      *=================================================================
       0030-WRITE-TOTALS      SECTION.
      *Encerra o extrato com os totais de controle
                   AT END
                       MOVE 100 TO WRK-GL-FSTAT
                   NOT AT END
                       IF WRK-GL-COUNT LESS THAN 40
                           ADD 1 TO WRK-GL-COUNT
                           MOVE FS-GL-TYPE
                               TO WRK-GT-TYPE(WRK-GL-COUNT)
               CLOSE TRANSACT
           END-IF.
           MOVE ZEROES TO WRK-TRANS-FSTAT.
           PERFORM 0060-WRITE-AP-JOURNAL.
           MOVE SPACES TO WRK-BUFF.
           STRING "*FIM,D," WRK-TOT-DEBIT ",C," WRK-TOT-CREDIT
               INTO WRK-BUFF.
           WRITE FS-EXTGL-LINE FROM WRK-BUFF.
           ADD FS-TRANS-AMOUNT TO WRK-TOT-DEBIT.
           ADD FS-TRANS-AMOUNT TO WRK-TOT-CREDIT.

      *=================================================================
       0060-WRITE-AP-JOURNAL      SECTION.
      *Pares debito/credito do contas a pagar do dia: nota lancada
      *pelo tipo H e pagamento pelo tipo J do plano de contas
      *=================================================================
           OPEN INPUT CONTASPAGAR.
           IF WRK-AP-FSTAT EQUAL ZEROES
               PERFORM UNTIL WRK-AP-FSTAT NOT EQUAL ZEROES
                   READ CONTASPAGAR
                       AT END
                           MOVE 100 TO WRK-AP-FSTAT
                       NOT AT END
                           IF FS-AP-POST-DATE EQUAL WRK-TODAY
                               MOVE "H" TO WRK-AP-TYPE
                               MOVE FS-AP-NET TO WRK-AP-AMOUNT
                               PERFORM 0065-WRITE-AP-PAIR
                           END-IF
                           IF FS-AP-PAGO
                               AND FS-AP-PAY-DATE EQUAL WRK-TODAY
                               MOVE "J" TO WRK-AP-TYPE
                               MOVE FS-AP-PAID TO WRK-AP-AMOUNT
                               PERFORM 0065-WRITE-AP-PAIR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTASPAGAR
           END-IF.
           MOVE ZEROES TO WRK-AP-FSTAT.

      *=================================================================
       0065-WRITE-AP-PAIR      SECTION.
      *Grava o par debito/credito do titulo corrente, com a
      *distribuidora e a nota como referencia
      *=================================================================
           MOVE "99999999" TO WRK-GL-DEBIT.
           MOVE "99999999" TO WRK-GL-CREDIT.
           PERFORM VARYING WRK-GL-SUB FROM 1 BY 1
                   UNTIL WRK-GL-SUB GREATER THAN WRK-GL-COUNT
               IF WRK-GT-TYPE(WRK-GL-SUB) EQUAL WRK-AP-TYPE
                   MOVE WRK-GT-DEBIT(WRK-GL-SUB) TO WRK-GL-DEBIT
                   MOVE WRK-GT-CREDIT(WRK-GL-SUB) TO WRK-GL-CREDIT
               END-IF
           END-PERFORM.
           MOVE SPACES TO WRK-BUFF.
           STRING WRK-TODAY ",D," WRK-GL-DEBIT ","
               WRK-AP-AMOUNT "," WRK-AP-TYPE ","
               FS-AP-DISTRIB "/" FS-AP-INVOICE INTO WRK-BUFF.
           WRITE FS-EXTGL-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           STRING WRK-TODAY ",C," WRK-GL-CREDIT ","
               WRK-AP-AMOUNT "," WRK-AP-TYPE ","
               FS-AP-DISTRIB "/" FS-AP-INVOICE INTO WRK-BUFF.
           WRITE FS-EXTGL-LINE FROM WRK-BUFF.
           ADD WRK-AP-AMOUNT TO WRK-TOT-DEBIT.
           ADD WRK-AP-AMOUNT TO WRK-TOT-CREDIT.
       END PROGRAM EXTRATOCONTABIL.
