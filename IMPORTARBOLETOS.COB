      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Importacao do retorno diario do banco da cobranca
      *           por boleto (BANCORET.DAT, posicional: nosso numero,
      *           codigo da ocorrencia, valor pago, data do pagamento
      *           e complemento do banco). Ocorrencias tratadas:
      *             02 - entrada confirmada: so conta;
      *             06 - liquidacao: lanca o pagamento no diario (tipo
      *                  P, pendente -- o dinheiro cai na conta, nao na
      *                  gaveta) e abate o saldo devedor do cliente;
      *                  boleto pago por inteiro fica liquidado e, se
      *                  for de fatura corporativa, a fatura fica paga;
      *             03 - entrada rejeitada e 09 - baixa pelo banco: o
      *                  boleto fica rejeitado/baixado e a mensalidade
      *                  ou fatura volta a ficar sem boleto, para sair
      *                  de novo na proxima remessa (GERARBOLETOS).
      *           Vao para a lista de pendencias os rejeitados e
      *           baixados, os pagos a menor ou a maior, os nossos
      *           numeros nao encontrados, os ja liquidados (retorno
      *           repetido) e as ocorrencias desconhecidas. Impresso em
      *           BANCORET.PRN.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTARBOLETOS.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT RETORNO ASSIGN TO "BANCORET.DAT"
           FILE STATUS IS WRK-RET-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT BOLETOS ASSIGN TO "BOLETOS.DAT"
           FILE STATUS IS WRK-BOL-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-BOL-NUM.

           SELECT FATURAS ASSIGN TO "FATURAS.DAT"
           FILE STATUS IS WRK-FAT-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-FAT-KEY
           LOCK MODE IS AUTOMATIC.

           SELECT ASSINATURAS ASSIGN TO "ASSINATURAS.DAT"
           FILE STATUS IS WRK-ASS-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-ASS-CUST-COD
           LOCK MODE IS AUTOMATIC.

           SELECT PRINT-FILE ASSIGN TO "BANCORET.PRN"
           FILE STATUS IS WRK-PRINT-STATUS
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  RETORNO.
           01 FS-RET-REC.
               05 FS-RET-BOL-NUM       PIC 9(08).
               05 FS-RET-OCCURRENCE    PIC X(02).
                   88 FS-RET-CONFIRMADO        VALUE "02".
                   88 FS-RET-REJEITADO         VALUE "03".
                   88 FS-RET-LIQUIDADO         VALUE "06".
                   88 FS-RET-BAIXADO           VALUE "09".
               05 FS-RET-PAID          PIC 9(07)V99.
               05 FS-RET-DATE          PIC 9(08).
               05 FS-RET-DETAIL        PIC X(30).
           FD  BOLETOS.
           01 FS-BOLETO.
               COPY BOLFLDS.
           FD  FATURAS.
           01 FS-FATURA.
               COPY FATFLDS.
           FD  ASSINATURAS.
           01 FS-ASSINATURA.
               COPY ASSINFLDS.
           FD  PRINT-FILE.
           01 FS-PRINT-LINE            PIC X(71).
       WORKING-STORAGE SECTION.
       77  WRK-RET-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-BOL-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-FAT-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-ASS-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-TRANS-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-BAL-STATUS          PIC 9(03) VALUE ZEROES.
       77  WRK-PRINT-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-SPOOL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-NIVEL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-MIN-LEVEL           PIC 9(01) VALUE 3.
       77  WRK-RUN-MODE            PIC X(01) VALUE SPACES.
       77  WRK-TECLA               PIC X(01) VALUE SPACES.
       77  WRK-BUFF                PIC X(71) VALUE SPACES.
       77  WRK-TODAY               PIC 9(08) VALUE ZEROES.
       77  WRK-ZERO-MOV            PIC 9(05) VALUE ZEROES.
       77  WRK-RECEIPT             PIC 9(06) VALUE ZEROES.
       77  WRK-PENDING-MSG         PIC X(30) VALUE SPACES.
       77  WRK-READ-COUNT          PIC 9(05) VALUE ZEROES.
       77  WRK-PAID-COUNT          PIC 9(05) VALUE ZEROES.
       77  WRK-CONF-COUNT          PIC 9(05) VALUE ZEROES.
       77  WRK-PEND-COUNT          PIC 9(05) VALUE ZEROES.
       77  WRK-TOT-PAID            PIC 9(09)V99 VALUE ZEROES.
       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
       77  LNK-MODE PIC X(01) VALUE SPACES.
       77  LNK-PAID PIC 9(05) VALUE ZEROES.
       77  LNK-PENDING PIC 9(05) VALUE ZEROES.
       SCREEN  SECTION.
       01  CLEAR.
           05 CLEAR-SCREEN.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL.
       01  SHOW-MV.
           05 TITLE-SCREEN.
               10 LINE 01 COLUMN 01    PIC X(30) ERASE EOL
                  BACKGROUND-COLOR 2 FROM
                  "RETORNO DO BANCO".

       PROCEDURE DIVISION USING LNK-OPERATOR, OPTIONAL LNK-MODE,
               OPTIONAL LNK-PAID, OPTIONAL LNK-PENDING.
       0000-MAIN-PROCEDURE.
      *Modo batch ("B", vindo do agendador): sem tela e sem operador
      *no terminal, entao o nivel so e conferido pelo menu
           MOVE SPACES TO WRK-RUN-MODE.
           IF LNK-MODE NOT OMITTED
               MOVE LNK-MODE TO WRK-RUN-MODE
           END-IF.
           IF WRK-RUN-MODE NOT EQUAL "B"
               CALL "CHECKNIVEL" USING LNK-OPERATOR, WRK-MIN-LEVEL,
                   WRK-NIVEL-STATUS, "IMPORTARBOLETOS "
               IF WRK-NIVEL-STATUS NOT EQUAL ZEROES
                   CALL "ERROS" USING WRK-NIVEL-STATUS,
                       "IMPORTARBOLETOS"
                   GOBACK
               END-IF
               DISPLAY CLEAR-SCREEN
               DISPLAY TITLE-SCREEN
               CALL "MARCATREINO"
           END-IF.
           CALL "LERDATANEG" USING WRK-TODAY.
           PERFORM 0005-ZERO-INFO.
           OPEN INPUT RETORNO.
           IF WRK-RET-FSTAT NOT EQUAL ZEROES
               IF WRK-RUN-MODE NOT EQUAL "B"
                   DISPLAY "ARQUIVO BANCORET.DAT NAO ENCONTRADO"
                       AT 0305
               END-IF
               MOVE ZEROES TO WRK-RET-FSTAT
               GO TO 0000-FIM
           END-IF.
           OPEN I-O BOLETOS.
           IF WRK-BOL-FSTAT NOT EQUAL ZEROES
               IF WRK-RUN-MODE NOT EQUAL "B"
                   DISPLAY "NENHUM BOLETO EMITIDO" AT 0305
               END-IF
               CLOSE RETORNO
               MOVE ZEROES TO WRK-RET-FSTAT WRK-BOL-FSTAT
               GO TO 0000-FIM
           END-IF.
           OPEN I-O FATURAS.
           OPEN I-O ASSINATURAS.
           OPEN OUTPUT PRINT-FILE.
           MOVE SPACES TO WRK-BUFF.
           STRING "RETORNO DO BANCO IMPORTADO EM " WRK-TODAY
               " POR " LNK-OPERATOR INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE "NR BOLETO CLIENTE  PAGO EM   VALOR PAGO"
               TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           PERFORM UNTIL WRK-RET-FSTAT NOT EQUAL ZEROES
               READ RETORNO
                   AT END
                       MOVE 100 TO WRK-RET-FSTAT
                   NOT AT END
                       ADD 1 TO WRK-READ-COUNT
                       PERFORM 0010-POST-ONE
               END-READ
           END-PERFORM.
           CLOSE RETORNO.
           CLOSE BOLETOS.
           CLOSE FATURAS.
           CLOSE ASSINATURAS.
           MOVE ZEROES TO WRK-RET-FSTAT WRK-BOL-FSTAT WRK-FAT-FSTAT
               WRK-ASS-FSTAT.
           MOVE SPACES TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           STRING "LIDAS: " WRK-READ-COUNT "  LIQUIDADAS: "
               WRK-PAID-COUNT "  CONFIRMADAS: " WRK-CONF-COUNT
               "  PENDENCIAS: " WRK-PEND-COUNT INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           STRING "TOTAL RECEBIDO: " WRK-TOT-PAID INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           CLOSE PRINT-FILE.
      *Copia datada no spool, antes da proxima rodada sobrescrever o
      *PRN fixo
           CALL "ESPOLAR" USING "BANCORET.PRN        ",
               LNK-OPERATOR, WRK-SPOOL-STATUS.
       0000-FIM.
           IF LNK-PAID NOT OMITTED
               MOVE WRK-PAID-COUNT TO LNK-PAID
           END-IF.
           IF LNK-PENDING NOT OMITTED
               MOVE WRK-PEND-COUNT TO LNK-PENDING
           END-IF.
           IF WRK-RUN-MODE NOT EQUAL "B"
               DISPLAY "LIQUIDADAS: " AT 0405
               DISPLAY WRK-PAID-COUNT AT 0418
               DISPLAY "PENDENCIAS: " AT 0505
               DISPLAY WRK-PEND-COUNT AT 0518
               DISPLAY "IMPRESSO EM BANCORET.PRN" AT 0605
               DISPLAY "PRESSIONE ENTER" AT 0705
               ACCEPT WRK-TECLA AT 0721
           END-IF.
           GOBACK.

      *=================================================================
       0005-ZERO-INFO      SECTION.
      *Zera contadores e totais de uma chamada anterior
      *=================================================================
           MOVE ZEROES TO WRK-READ-COUNT WRK-PAID-COUNT WRK-CONF-COUNT
               WRK-PEND-COUNT WRK-TOT-PAID.

      *=================================================================
       0010-POST-ONE      SECTION.
      *Localiza o boleto da linha do retorno e trata a ocorrencia
      *=================================================================
           MOVE SPACES TO WRK-PENDING-MSG.
           IF FS-RET-BOL-NUM IS NOT NUMERIC
               MOVE "LINHA INVALIDA" TO WRK-PENDING-MSG
               GO TO 0010-PENDING
           END-IF.
           MOVE FS-RET-BOL-NUM TO FS-BOL-NUM.
           READ BOLETOS
               INVALID KEY
                   MOVE "NOSSO NUMERO NAO ENCONTRADO" TO WRK-PENDING-MSG
                   GO TO 0010-PENDING
           END-READ.
           EVALUATE TRUE
               WHEN FS-RET-CONFIRMADO
                   ADD 1 TO WRK-CONF-COUNT
                   GO TO 0010-FIM
               WHEN FS-BOL-PAGO
                   MOVE "BOLETO JA LIQUIDADO" TO WRK-PENDING-MSG
                   GO TO 0010-PENDING
               WHEN FS-RET-LIQUIDADO
                   CONTINUE
               WHEN FS-RET-REJEITADO
                   SET FS-BOL-REJEITADO TO TRUE
                   MOVE "REJEITADO - SAI NA PROXIMA REMESSA"
                       TO WRK-PENDING-MSG
                   PERFORM 0030-RELEASE-CHARGE
                   GO TO 0010-PENDING
               WHEN FS-RET-BAIXADO
                   SET FS-BOL-BAIXADO TO TRUE
                   MOVE "BAIXADO - SAI NA PROXIMA REMESSA"
                       TO WRK-PENDING-MSG
                   PERFORM 0030-RELEASE-CHARGE
                   GO TO 0010-PENDING
               WHEN OTHER
                   MOVE "OCORRENCIA DESCONHECIDA" TO WRK-PENDING-MSG
                   GO TO 0010-PENDING
           END-EVALUATE.
           IF FS-RET-PAID IS NOT NUMERIC
               OR FS-RET-PAID EQUAL ZEROES
               MOVE "LIQUIDACAO SEM VALOR" TO WRK-PENDING-MSG
               GO TO 0010-PENDING
           END-IF.
           PERFORM 0020-POST-PAYMENT.
           GO TO 0010-FIM.
       0010-PENDING.
           MOVE ZEROES TO WRK-BOL-FSTAT.
           ADD 1 TO WRK-PEND-COUNT.
           MOVE SPACES TO WRK-BUFF.
           STRING "PENDENCIA: " FS-RET-BOL-NUM " "
               FS-RET-OCCURRENCE " - " WRK-PENDING-MSG INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
       0010-FIM.
           EXIT.

      *=================================================================
       0020-POST-PAYMENT      SECTION.
      *Lanca o valor pago no diario e no saldo do cliente, soma no
      *boleto e, pago por inteiro, liquida o boleto e a fatura
      *=================================================================
           MOVE ZEROES TO WRK-RECEIPT.
           CALL "WRITETRANS" USING "P", FS-BOL-CUST-COD,
               WRK-ZERO-MOV, FS-RET-PAID, "N", LNK-OPERATOR,
               WRK-RECEIPT, WRK-TRANS-STATUS.
           IF WRK-TRANS-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-TRANS-STATUS, "IMPORTARBOLETOS",
                   "B"
               MOVE ZEROES TO WRK-TRANS-STATUS
               ADD 1 TO WRK-PEND-COUNT
               MOVE SPACES TO WRK-BUFF
               STRING "PENDENCIA: " FS-RET-BOL-NUM " "
                   FS-RET-OCCURRENCE " - ERRO NO DIARIO" INTO WRK-BUFF
               WRITE FS-PRINT-LINE FROM WRK-BUFF
               GO TO 0020-FIM
           END-IF.
           CALL "POSTBALANCE" USING FS-BOL-CUST-COD, FS-RET-PAID,
               "P", WRK-BAL-STATUS.
           IF WRK-BAL-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-BAL-STATUS, "IMPORTARBOLETOS",
                   "B"
               MOVE ZEROES TO WRK-BAL-STATUS
           END-IF.
           ADD FS-RET-PAID TO FS-BOL-PAID-AMT.
           MOVE FS-RET-DATE TO FS-BOL-PAID-DT.
           MOVE WRK-RECEIPT TO FS-BOL-RECEIPT.
           MOVE SPACES TO WRK-PENDING-MSG.
           IF FS-BOL-PAID-AMT LESS THAN FS-BOL-AMOUNT
               SET FS-BOL-PARCIAL TO TRUE
               MOVE "PAGO A MENOR" TO WRK-PENDING-MSG
           ELSE
               SET FS-BOL-PAGO TO TRUE
               IF FS-BOL-PAID-AMT GREATER THAN FS-BOL-AMOUNT
                   MOVE "PAGO A MAIOR - VIROU CREDITO"
                       TO WRK-PENDING-MSG
               END-IF
               IF FS-BOL-FATURA
                   PERFORM 0025-PAY-INVOICE
               END-IF
           END-IF.
           REWRITE FS-BOLETO.
           IF WRK-BOL-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-BOL-FSTAT, "IMPORTARBOLETOS",
                   WRK-RUN-MODE
               MOVE ZEROES TO WRK-BOL-FSTAT
           END-IF.
           ADD 1 TO WRK-PAID-COUNT.
           ADD FS-RET-PAID TO WRK-TOT-PAID.
           MOVE SPACES TO WRK-BUFF.
           STRING FS-BOL-NUM "  " FS-BOL-CUST-COD "    " FS-RET-DATE
               " " FS-RET-PAID " RECIBO " WRK-RECEIPT INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           IF WRK-PENDING-MSG NOT EQUAL SPACES
               ADD 1 TO WRK-PEND-COUNT
               MOVE SPACES TO WRK-BUFF
               STRING "PENDENCIA: " FS-RET-BOL-NUM " "
                   FS-RET-OCCURRENCE " - " WRK-PENDING-MSG
                   INTO WRK-BUFF
               WRITE FS-PRINT-LINE FROM WRK-BUFF
           END-IF.
       0020-FIM.
           EXIT.

      *=================================================================
       0025-PAY-INVOICE      SECTION.
      *Marca como paga a fatura corporativa do boleto liquidado
      *=================================================================
           MOVE FS-BOL-CUST-COD TO FS-FAT-CUST-COD.
           MOVE FS-BOL-FAT-MONTH TO FS-FAT-MONTH.
           READ FATURAS
               INVALID KEY
                   MOVE "FATURA NAO ENCONTRADA" TO WRK-PENDING-MSG
                   MOVE ZEROES TO WRK-FAT-FSTAT
                   GO TO 0025-FIM
           END-READ.
           SET FS-FAT-PAGA TO TRUE.
           MOVE FS-RET-DATE TO FS-FAT-PAID-DT.
           REWRITE FS-FATURA.
           IF WRK-FAT-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-FAT-FSTAT, "IMPORTARBOLETOS",
                   WRK-RUN-MODE
               MOVE ZEROES TO WRK-FAT-FSTAT
           END-IF.
       0025-FIM.
           EXIT.

      *=================================================================
       0030-RELEASE-CHARGE      SECTION.
      *Boleto rejeitado ou baixado sem pagamento: grava a situacao e
      *a mensalidade ou a fatura volta a ficar sem boleto para a
      *proxima remessa
      *=================================================================
           REWRITE FS-BOLETO.
           IF WRK-BOL-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-BOL-FSTAT, "IMPORTARBOLETOS",
                   WRK-RUN-MODE
               MOVE ZEROES TO WRK-BOL-FSTAT
           END-IF.
           IF FS-BOL-FATURA
               MOVE FS-BOL-CUST-COD TO FS-FAT-CUST-COD
               MOVE FS-BOL-FAT-MONTH TO FS-FAT-MONTH
               READ FATURAS
                   INVALID KEY
                       MOVE ZEROES TO WRK-FAT-FSTAT
                   NOT INVALID KEY
                       IF FS-FAT-BOL-NUM EQUAL FS-BOL-NUM
                           MOVE ZEROES TO FS-FAT-BOL-NUM
                           REWRITE FS-FATURA
                       END-IF
               END-READ
               MOVE ZEROES TO WRK-FAT-FSTAT
           ELSE
               MOVE FS-BOL-CUST-COD TO FS-ASS-CUST-COD
               READ ASSINATURAS
                   INVALID KEY
                       MOVE ZEROES TO WRK-ASS-FSTAT
                   NOT INVALID KEY
                       IF FS-ASS-BOL-CYCLE EQUAL FS-BOL-REF
                           MOVE ZEROES TO FS-ASS-BOL-CYCLE
                           REWRITE FS-ASSINATURA
                       END-IF
               END-READ
               MOVE ZEROES TO WRK-ASS-FSTAT
           END-IF.
       END PROGRAM IMPORTARBOLETOS.
