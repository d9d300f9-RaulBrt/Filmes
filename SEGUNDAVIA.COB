      *           SEGUNDAVIA.PRN marcado como "SEGUNDA VIA" -- o
      *           RECIBO.PRN original e sobrescrito a cada aluguel e
      *           nao serve para atender disputas de cobranca.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Cada linha sai com a forma de pagamento e,
      *                   no pagamento dividido, a parcela da segunda
      *                   forma
      * 15/OUT/2026 RTB - Recibo que ja entrou num RPS sai com o numero
      *                   da NFS-e emitida pela prefeitura (ou com o
      *                   RPS, enquanto a nota nao volta)
      * 15/OUT/2026 RTB - Cabecalho das telas e recibo marcados com
      *                   TREINAMENTO no modo treinamento (MARCATREINO
      *                   e LERTREINO)
      * 15/OUT/2026 RTB - Linhas do recibo lidas direto pelo indice do
      *                   diario (TRANSIDX.DAT) em vez de ler o diario
      *                   inteiro
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGUNDAVIA.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT TRANSIDX ASSIGN TO "TRANSIDX.DAT"
           FILE STATUS IS WRK-STATUS
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-TIX-KEY
           ALTERNATE RECORD KEY IS FS-TIX-CUST-KEY WITH DUPLICATES.

           SELECT RPSRECIBO ASSIGN TO "RPSRECIBO.DAT"
           FILE STATUS IS WRK-RPX-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-RPX-RECEIPT.

           SELECT RPS ASSIGN TO "RPS.DAT"
           FILE STATUS IS WRK-RPS-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-RPS-NUM.

           SELECT RECIBO-FILE ASSIGN TO "SEGUNDAVIA.PRN"
           FILE STATUS IS WRK-PRINT-STATUS
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  TRANSIDX.
           01 FS-TIX.
               COPY TRNIDXFLDS.
           FD  RPSRECIBO.
           01 FS-RPSRECIBO.
               COPY RPSRECFLDS.
           FD  RPS.
           01 FS-RPS.
               COPY RPSFLDS.
           FD  RECIBO-FILE.
           01 FS-RECIBO-LINE           PIC X(60).
       WORKING-STORAGE SECTION.
       77  WRK-STATUS                  PIC 9(03)  VALUE ZEROES.
       77  WRK-PRINT-STATUS            PIC 9(03)  VALUE ZEROES.
       77  WRK-RPX-FSTAT               PIC 9(03)  VALUE ZEROES.
       77  WRK-RPS-FSTAT               PIC 9(03)  VALUE ZEROES.
       77  WRK-TECLA                   PIC X(01)  VALUE SPACES.
       77  WRK-RECEIPT-MSK             PIC X(06)  JUSTIFIED RIGHT.
       77  WRK-RECEIPT                 PIC 9(06)  VALUE ZEROES.
       77  WRK-TOTAL                   PIC S9(08)V99 VALUE ZEROES.
       77  WRK-TYPE-DESC               PIC X(12)  VALUE SPACES.
       77  WRK-RECIBO-LINE             PIC X(60)  VALUE SPACES.
       77  WRK-TRAINING                PIC 9(01) VALUE ZEROES.
       77  WRK-HEADER-DONE             PIC 9(01)  VALUE ZEROES.
       77  WRK-TND-CODE                PIC X(01)  VALUE SPACES.
       77  WRK-TND-DESC                PIC X(08)  VALUE SPACES.
      *Linha do diario trazida do indice
       01  FS-TRANS.
           COPY TRANSFLDS.
       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
       SCREEN  SECTION.
       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           DISPLAY "NUMERO DO RECIBO: " AT 0305.
           MOVE SPACES TO WRK-RECEIPT-MSK.
           ACCEPT WRK-RECEIPT-MSK AT 0324.
           MOVE ZEROES TO WRK-FOUND.
           MOVE ZEROES TO WRK-TOTAL.
           MOVE ZEROES TO WRK-HEADER-DONE.
           OPEN INPUT TRANSIDX.
           IF WRK-STATUS NOT EQUAL ZEROES
               MOVE 663 TO WRK-STATUS
               CALL "ERROS" USING WRK-STATUS, "SEGUNDAVIA"
               GOBACK
           END-IF.
           OPEN OUTPUT RECIBO-FILE.
      *Recibo do modo treinamento nao vale como comprovante
           CALL "LERTREINO" USING WRK-TRAINING.
           IF WRK-TRAINING EQUAL 1
               MOVE "*** TREINAMENTO - SEM VALOR ***" TO WRK-RECIBO-LINE
               WRITE FS-RECIBO-LINE FROM WRK-RECIBO-LINE
           END-IF.
           PERFORM 0010-READ-LOOP.
           CLOSE TRANSIDX.
           IF WRK-FOUND EQUAL ZEROES
               CLOSE RECIBO-FILE
               DISPLAY "RECIBO NAO ENCONTRADO NO DIARIO" AT 0505

      *=================================================================
       0010-READ-LOOP      SECTION.
      *Posiciona o indice do diario no recibo pedido e imprime as linhas
      *dele, parando no primeiro recibo seguinte
      *=================================================================
           MOVE ZEROES TO FS-TIX-KEY.
           MOVE WRK-RECEIPT TO FS-TIX-RECEIPT.
           START TRANSIDX KEY IS NOT LESS THAN FS-TIX-KEY
               INVALID KEY
                   MOVE 100 TO WRK-STATUS
           END-START.
           PERFORM UNTIL WRK-STATUS NOT EQUAL 0
               READ TRANSIDX NEXT RECORD
                   AT END
                       MOVE 100 TO WRK-STATUS
                   NOT AT END
                       IF FS-TIX-RECEIPT NOT EQUAL WRK-RECEIPT
                           MOVE 100 TO WRK-STATUS
                       ELSE
                           MOVE FS-TIX-LINE TO FS-TRANS
                           PERFORM 0020-PRINT-ONE-LINE
                       END-IF
               END-READ
           END-IF.
           ADD 1 TO WRK-FOUND.
           PERFORM 0030-DESCRIBE-TYPE.
           MOVE FS-TRANS-TENDER TO WRK-TND-CODE.
           PERFORM 0035-DESCRIBE-TENDER.
           MOVE SPACES TO WRK-RECIBO-LINE.
           STRING WRK-TYPE-DESC " FILME: " FS-TRANS-MOV-COD
               " VALOR: " FS-TRANS-AMOUNT " " WRK-TND-DESC
               INTO WRK-RECIBO-LINE.
           WRITE FS-RECIBO-LINE FROM WRK-RECIBO-LINE.
           IF FS-TRANS-TENDER2 NOT EQUAL SPACES
               AND FS-TRANS-AMOUNT2 GREATER THAN ZEROES
               MOVE FS-TRANS-TENDER2 TO WRK-TND-CODE
               PERFORM 0035-DESCRIBE-TENDER
               MOVE SPACES TO WRK-RECIBO-LINE
               STRING "             DOS QUAIS EM " WRK-TND-DESC ": "
                   FS-TRANS-AMOUNT2 INTO WRK-RECIBO-LINE
               WRITE FS-RECIBO-LINE FROM WRK-RECIBO-LINE
           END-IF.
           IF FS-TRANS-ESTORNO OR FS-TRANS-CAUCAO-DEV
               SUBTRACT FS-TRANS-AMOUNT FROM WRK-TOTAL
           ELSE
                                          TO WRK-TYPE-DESC
           END-EVALUATE.

      *=================================================================
       0035-DESCRIBE-TENDER      SECTION.
      *Traduz a forma de pagamento para o texto do recibo; linhas
      *antigas, sem forma, foram pagas em dinheiro
      *=================================================================
           EVALUATE WRK-TND-CODE
               WHEN "C"   MOVE "CARTAO  " TO WRK-TND-DESC
               WHEN "P"   MOVE "PIX     " TO WRK-TND-DESC
               WHEN "Q"   MOVE "CHEQUE  " TO WRK-TND-DESC
               WHEN OTHER MOVE "DINHEIRO" TO WRK-TND-DESC
           END-EVALUATE.

      *=================================================================
       0040-PRINT-TRAILER      SECTION.
      *Imprime o total e a marcacao de segunda via
           MOVE SPACES TO WRK-RECIBO-LINE.
           STRING "TOTAL: " WRK-TOTAL INTO WRK-RECIBO-LINE.
           WRITE FS-RECIBO-LINE FROM WRK-RECIBO-LINE.
           PERFORM 0045-PRINT-NFSE.
           MOVE "** SEGUNDA VIA - SEM VALOR DE QUITACAO **"
               TO WRK-RECIBO-LINE.
           WRITE FS-RECIBO-LINE FROM WRK-RECIBO-LINE.

      *=================================================================
       0045-PRINT-NFSE      SECTION.
      *Se o recibo entrou num RPS, imprime a NFS-e emitida (numero e
      *codigo de verificacao) ou o RPS ainda sem nota
      *=================================================================
           OPEN INPUT RPSRECIBO.
           IF WRK-RPX-FSTAT NOT EQUAL ZEROES
               MOVE ZEROES TO WRK-RPX-FSTAT
               GO TO 0045-FIM
           END-IF.
           MOVE WRK-RECEIPT TO FS-RPX-RECEIPT.
           READ RPSRECIBO
               INVALID KEY
                   CLOSE RPSRECIBO
                   MOVE ZEROES TO WRK-RPX-FSTAT
                   GO TO 0045-FIM
           END-READ.
           CLOSE RPSRECIBO.
           MOVE ZEROES TO WRK-RPX-FSTAT.
           MOVE SPACES TO WRK-RECIBO-LINE.
           OPEN INPUT RPS.
           IF WRK-RPS-FSTAT NOT EQUAL ZEROES
               MOVE ZEROES TO WRK-RPS-FSTAT
               GO TO 0045-FIM
           END-IF.
           MOVE FS-RPX-RPS-NUM TO FS-RPS-NUM.
           READ RPS
               INVALID KEY
                   MOVE SPACES TO FS-RPS-STATUS
           END-READ.
           CLOSE RPS.
           MOVE ZEROES TO WRK-RPS-FSTAT.
           IF FS-RPS-EMITIDO
               STRING "NFS-E NR " FS-RPS-NFSE-NUM
                   " VERIF. " FS-RPS-NFSE-VERIF
                   INTO WRK-RECIBO-LINE
           ELSE
               STRING "RPS NR " FS-RPX-RPS-NUM
                   " - NFS-E AINDA NAO EMITIDA"
                   INTO WRK-RECIBO-LINE
           END-IF.
           WRITE FS-RECIBO-LINE FROM WRK-RECIBO-LINE.
       0045-FIM.
           EXIT.
       END PROGRAM SEGUNDAVIA.
