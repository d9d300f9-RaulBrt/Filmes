      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Contas a pagar as distribuidoras (CONTASPAGAR.DAT,
      *           lancado pelo NOTAFORNECEDOR):
      *           - posicao por vencimento (V): o que se deve a cada
      *             distribuidora, a vencer e vencido ha 1-30, 31-60,
      *             61-90 e mais de 90 dias, com o valor retido por
      *             divergencia, impressa em APAGAR.PRN. Aceita o modo
      *             batch ("B") do agendador, que so emite a posicao;
      *           - rodada de pagamento (P): relaciona os titulos em
      *             aberto vencidos ate a data escolhida, fora os
      *             retidos, em PAGFORN.PRN e, confirmada, grava o
      *             pagamento (data e valor) em cada titulo, que vai
      *             para o extrato contabil pelo tipo J de CONTASGL;
      *           - liberacao (L) de nota retida por divergencia com o
      *             pedido, depois de acertada com a distribuidora.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGARFORNECEDOR.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT CONTASPAGAR ASSIGN TO "CONTASPAGAR.DAT"
           FILE STATUS IS WRK-AP-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-AP-KEY
           LOCK MODE IS AUTOMATIC.

           SELECT PRINT-FILE ASSIGN TO DYNAMIC WRK-PRINT-NAME
           FILE STATUS IS WRK-PRINT-STATUS
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  CONTASPAGAR.
           01 FS-CONTAPAGAR.
               COPY APFLDS.
           FD  PRINT-FILE.
           01 FS-PRINT-LINE            PIC X(71).
       WORKING-STORAGE SECTION.
       77  WRK-AP-FSTAT                PIC 9(03) VALUE ZEROES.
       77  WRK-PRINT-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-SPOOL-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-NIVEL-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-MIN-LEVEL               PIC 9(01) VALUE 3.
       77  WRK-PRINT-NAME              PIC X(20) VALUE SPACES.
       77  WRK-RUN-MODE                PIC X(01) VALUE SPACES.
       77  WRK-OPTION                  PIC X(01) VALUE SPACES.
       77  WRK-TECLA                   PIC X(01) VALUE SPACES.
       77  WRK-BUFF                    PIC X(71) VALUE SPACES.
       77  WRK-LINE                    PIC 9(04) VALUE ZEROES.
       77  WRK-EOF                     PIC 9(01) VALUE ZEROES.
       77  WRK-TODAY                   PIC 9(08) VALUE ZEROES.
       77  WRK-TODAY-INT               PIC 9(08) VALUE ZEROES.
       77  WRK-DUE-INT                 PIC 9(08) VALUE ZEROES.
       77  WRK-LATE-DAYS               PIC 9(05) VALUE ZEROES.
       77  WRK-LIMIT-DATE              PIC 9(08) VALUE ZEROES.
       77  WRK-DATE-MSK                PIC X(08) JUSTIFIED RIGHT.
       77  WRK-DISTRIB                 PIC X(15) VALUE SPACES.
       77  WRK-INVOICE                 PIC X(10) VALUE SPACES.
       77  WRK-SUB                     PIC 9(02) VALUE ZEROES.
       77  WRK-BKT                     PIC 9(01) VALUE ZEROES.
       77  WRK-DIST-COUNT              PIC 9(02) VALUE ZEROES.
       77  WRK-TABLE-FULL              PIC 9(01) VALUE ZEROES.
       77  WRK-PAY-COUNT               PIC 9(04) VALUE ZEROES.
       77  WRK-PAY-TOTAL               PIC 9(10)V99 VALUE ZEROES.
       77  WRK-HELD-COUNT              PIC 9(04) VALUE ZEROES.
       77  WRK-HELD-TOTAL              PIC 9(10)V99 VALUE ZEROES.
       01  WRK-AGE-TABLE.
           05 WRK-AGE-ENTRY            OCCURS 50 TIMES.
               10 WRK-AGE-DISTRIB      PIC X(15) VALUE SPACES.
      *1 = a vencer, 2 = 1-30, 3 = 31-60, 4 = 61-90, 5 = mais de 90
               10 WRK-AGE-BUCKET       PIC 9(09)V99 VALUE ZEROES
                                       OCCURS 5 TIMES.
               10 WRK-AGE-HELD         PIC 9(09)V99 VALUE ZEROES.
               10 WRK-AGE-TOTAL        PIC 9(09)V99 VALUE ZEROES.
       01  WRK-AGE-GRAND.
           05 WRK-GRAND-BUCKET         PIC 9(10)V99 VALUE ZEROES
                                       OCCURS 5 TIMES.
           05 WRK-GRAND-HELD           PIC 9(10)V99 VALUE ZEROES.
           05 WRK-GRAND-TOTAL          PIC 9(10)V99 VALUE ZEROES.

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
               10 LINE 01 COLUMN 01    PIC X(27) ERASE EOL
                  BACKGROUND-COLOR 2 FROM
                  "CONTAS A PAGAR".
       01  SHOW-LINE.
           05 DTA.
               10 LINE WRK-LINE COLUMN 01 PIC X(71) ERASE EOL
                  BACKGROUND-COLOR 0 FOREGROUND-COLOR 2 FROM WRK-BUFF.

       PROCEDURE DIVISION USING LNK-OPERATOR, OPTIONAL LNK-MODE.
       0000-MAIN-PROCEDURE.
      *Modo batch ("B", vindo do agendador): so a posicao por
      *vencimento, sem perguntas e sem pausas de tela
           MOVE SPACES TO WRK-RUN-MODE.
           IF LNK-MODE NOT OMITTED
               MOVE LNK-MODE TO WRK-RUN-MODE
           END-IF.
           CALL "LERDATANEG" USING WRK-TODAY.
           COMPUTE WRK-TODAY-INT = FUNCTION INTEGER-OF-DATE(WRK-TODAY).
           IF WRK-RUN-MODE EQUAL "B"
               PERFORM 0010-AGING-REPORT
               GOBACK
           END-IF.
           CALL "CHECKNIVEL" USING LNK-OPERATOR, WRK-MIN-LEVEL,
               WRK-NIVEL-STATUS, "PAGARFORNECEDOR ".
           IF WRK-NIVEL-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-NIVEL-STATUS, "PAGARFORNECEDOR"
               GOBACK
           END-IF.
           PERFORM 0005-MENU.

      *=================================================================
       0005-MENU      SECTION.
      *Escolha da rotina; volta aqui depois de cada uma
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           DISPLAY "POSICAO POR VENCIMENTO (V), RODADA DE PAGAMENTO "
               "(P)," AT 0301.
           DISPLAY "LIBERAR NOTA RETIDA (L), ENTER=VOLTAR: " AT 0401.
           MOVE SPACES TO WRK-OPTION.
           ACCEPT WRK-OPTION AT 0441.
           EVALUATE WRK-OPTION
               WHEN 'V' WHEN 'v'
                   PERFORM 0010-AGING-REPORT
                   PERFORM 0005-MENU
               WHEN 'P' WHEN 'p'
                   PERFORM 0030-PAYMENT-RUN
                   PERFORM 0005-MENU
               WHEN 'L' WHEN 'l'
                   PERFORM 0050-RELEASE-INVOICE
                   PERFORM 0005-MENU
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GOBACK.

      *=================================================================
       0010-AGING-REPORT      SECTION.
      *Soma os titulos em aberto por distribuidora e faixa de atraso
      *e imprime a posicao em APAGAR.PRN
      *=================================================================
           INITIALIZE WRK-AGE-TABLE WRK-AGE-GRAND.
           MOVE ZEROES TO WRK-DIST-COUNT WRK-TABLE-FULL.
           OPEN INPUT CONTASPAGAR.
           IF WRK-AP-FSTAT EQUAL ZEROES
               MOVE ZEROES TO WRK-EOF
               PERFORM UNTIL WRK-EOF EQUAL 1
                   READ CONTASPAGAR NEXT RECORD
                       AT END
                           MOVE 1 TO WRK-EOF
                       NOT AT END
                           IF FS-AP-ABERTO
                               PERFORM 0015-TALLY-PAYABLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTASPAGAR
           END-IF.
           MOVE ZEROES TO WRK-AP-FSTAT.
           MOVE "APAGAR.PRN" TO WRK-PRINT-NAME.
           OPEN OUTPUT PRINT-FILE.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           MOVE 02 TO WRK-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "POSICAO DE CONTAS A PAGAR EM " WRK-TODAY
               INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB GREATER THAN WRK-DIST-COUNT
               PERFORM 0020-PRINT-AGING
           END-PERFORM.
           MOVE SPACES TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "TOTAL A VENCER " WRK-GRAND-BUCKET(1)
               " VENCIDO 1-30 " WRK-GRAND-BUCKET(2)
               INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "31-60 " WRK-GRAND-BUCKET(3)
               " 61-90 " WRK-GRAND-BUCKET(4)
               " +90 " WRK-GRAND-BUCKET(5)
               INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "TOTAL DEVIDO " WRK-GRAND-TOTAL
               " RETIDO " WRK-GRAND-HELD
               INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           IF WRK-TABLE-FULL EQUAL 1
               MOVE "TABELA CHEIA - RESULTADO PARCIAL" TO WRK-BUFF
               PERFORM 0070-PRINT-LINE
           END-IF.
           CLOSE PRINT-FILE.
           MOVE ZEROES TO WRK-PRINT-STATUS.
           CALL "ESPOLAR" USING "APAGAR.PRN          ",
               LNK-OPERATOR, WRK-SPOOL-STATUS.
           DISPLAY "IMPRESSO EM APAGAR.PRN. PRESSIONE ENTER" AT 2301.
           IF WRK-RUN-MODE NOT EQUAL "B"
               ACCEPT WRK-TECLA AT 2341
           END-IF.

      *=================================================================
       0015-TALLY-PAYABLE      SECTION.
      *Soma o titulo corrente na distribuidora e na faixa de atraso
      *=================================================================
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB GREATER THAN WRK-DIST-COUNT
                      OR WRK-AGE-DISTRIB(WRK-SUB) EQUAL FS-AP-DISTRIB
               CONTINUE
           END-PERFORM.
           IF WRK-SUB GREATER THAN WRK-DIST-COUNT
               IF WRK-DIST-COUNT EQUAL 50
                   MOVE 1 TO WRK-TABLE-FULL
                   GO TO 0015-FIM
               END-IF
               ADD 1 TO WRK-DIST-COUNT
               MOVE WRK-DIST-COUNT TO WRK-SUB
               MOVE FS-AP-DISTRIB TO WRK-AGE-DISTRIB(WRK-SUB)
           END-IF.
           COMPUTE WRK-DUE-INT =
               FUNCTION INTEGER-OF-DATE(FS-AP-DUE-DATE).
           IF WRK-DUE-INT NOT LESS THAN WRK-TODAY-INT
               MOVE 1 TO WRK-BKT
           ELSE
               COMPUTE WRK-LATE-DAYS = WRK-TODAY-INT - WRK-DUE-INT
               EVALUATE TRUE
                   WHEN WRK-LATE-DAYS NOT GREATER THAN 30
                       MOVE 2 TO WRK-BKT
                   WHEN WRK-LATE-DAYS NOT GREATER THAN 60
                       MOVE 3 TO WRK-BKT
                   WHEN WRK-LATE-DAYS NOT GREATER THAN 90
                       MOVE 4 TO WRK-BKT
                   WHEN OTHER
                       MOVE 5 TO WRK-BKT
               END-EVALUATE
           END-IF.
           ADD FS-AP-NET TO WRK-AGE-BUCKET(WRK-SUB, WRK-BKT)
               WRK-GRAND-BUCKET(WRK-BKT)
               WRK-AGE-TOTAL(WRK-SUB) WRK-GRAND-TOTAL.
           IF FS-AP-RETIDA
               ADD FS-AP-NET TO WRK-AGE-HELD(WRK-SUB) WRK-GRAND-HELD
           END-IF.
       0015-FIM.
           EXIT.

      *=================================================================
       0020-PRINT-AGING      SECTION.
      *Linhas da distribuidora WRK-SUB na posicao por vencimento
      *=================================================================
           MOVE SPACES TO WRK-BUFF.
           STRING WRK-AGE-DISTRIB(WRK-SUB)
               " DEVIDO " WRK-AGE-TOTAL(WRK-SUB)
               " RETIDO " WRK-AGE-HELD(WRK-SUB)
               INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "  A VENCER " WRK-AGE-BUCKET(WRK-SUB, 1)
               " 1-30 " WRK-AGE-BUCKET(WRK-SUB, 2)
               " 31-60 " WRK-AGE-BUCKET(WRK-SUB, 3)
               INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "  61-90 " WRK-AGE-BUCKET(WRK-SUB, 4)
               " +90 " WRK-AGE-BUCKET(WRK-SUB, 5)
               INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.

      *=================================================================
       0030-PAYMENT-RUN      SECTION.
      *Relaciona os titulos a pagar ate a data limite e, confirmado,
      *grava o pagamento em cada um
      *=================================================================
           DISPLAY "PAGAR VENCIMENTOS ATE (AAAAMMDD, ENTER=HOJE): "
               AT 0601.
           MOVE SPACES TO WRK-DATE-MSK.
           ACCEPT WRK-DATE-MSK AT 0648.
           IF WRK-DATE-MSK EQUAL SPACES
               MOVE WRK-TODAY TO WRK-LIMIT-DATE
           ELSE
               MOVE WRK-DATE-MSK TO WRK-LIMIT-DATE
           END-IF.
           MOVE ZEROES TO WRK-PAY-COUNT WRK-PAY-TOTAL WRK-HELD-COUNT
               WRK-HELD-TOTAL.
           OPEN INPUT CONTASPAGAR.
           IF WRK-AP-FSTAT NOT EQUAL ZEROES
               DISPLAY "NENHUMA NOTA LANCADA. PRESSIONE ENTER" AT 0801
               ACCEPT WRK-TECLA AT 0839
               MOVE ZEROES TO WRK-AP-FSTAT
               GO TO 0030-FIM
           END-IF.
           MOVE "PAGFORN.PRN" TO WRK-PRINT-NAME.
           OPEN OUTPUT PRINT-FILE.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           MOVE 02 TO WRK-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "RODADA DE PAGAMENTO EM " WRK-TODAY
               " - VENCIMENTOS ATE " WRK-LIMIT-DATE INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE ZEROES TO WRK-EOF.
           PERFORM UNTIL WRK-EOF EQUAL 1
               READ CONTASPAGAR NEXT RECORD
                   AT END
                       MOVE 1 TO WRK-EOF
                   NOT AT END
                       IF FS-AP-ABERTO
                           AND FS-AP-DUE-DATE NOT GREATER THAN
                               WRK-LIMIT-DATE
                           PERFORM 0035-LIST-PAYABLE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONTASPAGAR.
           MOVE SPACES TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "A PAGAR: " WRK-PAY-COUNT " TITULOS, TOTAL "
               WRK-PAY-TOTAL INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "RETIDOS: " WRK-HELD-COUNT " TITULOS, TOTAL "
               WRK-HELD-TOTAL INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           CLOSE PRINT-FILE.
           MOVE ZEROES TO WRK-PRINT-STATUS.
           CALL "ESPOLAR" USING "PAGFORN.PRN         ",
               LNK-OPERATOR, WRK-SPOOL-STATUS.
           IF WRK-PAY-COUNT EQUAL ZEROES
               DISPLAY "NADA A PAGAR. PRESSIONE ENTER" AT 2301
               ACCEPT WRK-TECLA AT 2331
               GO TO 0030-FIM
           END-IF.
           DISPLAY "CONFIRMA O PAGAMENTO DOS TITULOS (S/N): " AT 2301.
           MOVE SPACES TO WRK-OPTION.
           ACCEPT WRK-OPTION AT 2342.
           IF WRK-OPTION EQUAL "S" OR WRK-OPTION EQUAL "s"
               PERFORM 0040-RECORD-PAYMENTS
               DISPLAY "PAGAMENTOS GRAVADOS. PRESSIONE ENTER" AT 2401
               ACCEPT WRK-TECLA AT 2438
           END-IF.
       0030-FIM.
           EXIT.

      *=================================================================
       0035-LIST-PAYABLE      SECTION.
      *Linha do titulo corrente na rodada: a pagar ou retido
      *=================================================================
           MOVE SPACES TO WRK-BUFF.
           IF FS-AP-RETIDA
               ADD 1 TO WRK-HELD-COUNT
               ADD FS-AP-NET TO WRK-HELD-TOTAL
               STRING FS-AP-DISTRIB " NF " FS-AP-INVOICE
                   " VENC " FS-AP-DUE-DATE " " FS-AP-NET
                   " RETIDA" INTO WRK-BUFF
           ELSE
               ADD 1 TO WRK-PAY-COUNT
               ADD FS-AP-NET TO WRK-PAY-TOTAL
               STRING FS-AP-DISTRIB " NF " FS-AP-INVOICE
                   " VENC " FS-AP-DUE-DATE " " FS-AP-NET
                   INTO WRK-BUFF
           END-IF.
           PERFORM 0070-PRINT-LINE.

      *=================================================================
       0040-RECORD-PAYMENTS      SECTION.
      *Grava o pagamento nos titulos relacionados na rodada
      *=================================================================
           OPEN I-O CONTASPAGAR.
           IF WRK-AP-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-AP-FSTAT, "PAGARFORNECEDOR"
               MOVE ZEROES TO WRK-AP-FSTAT
               GO TO 0040-FIM
           END-IF.
           MOVE ZEROES TO WRK-EOF.
           PERFORM UNTIL WRK-EOF EQUAL 1
               READ CONTASPAGAR NEXT RECORD
                   AT END
                       MOVE 1 TO WRK-EOF
                   NOT AT END
                       IF FS-AP-ABERTO
                           AND NOT FS-AP-RETIDA
                           AND FS-AP-DUE-DATE NOT GREATER THAN
                               WRK-LIMIT-DATE
                           SET FS-AP-PAGO TO TRUE
                           MOVE WRK-TODAY TO FS-AP-PAY-DATE
                           MOVE FS-AP-NET TO FS-AP-PAID
                           REWRITE FS-CONTAPAGAR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONTASPAGAR.
           MOVE ZEROES TO WRK-AP-FSTAT.
       0040-FIM.
           EXIT.

      *=================================================================
       0050-RELEASE-INVOICE      SECTION.
      *Libera para pagamento uma nota retida por divergencia
      *=================================================================
           DISPLAY "DISTRIBUIDORA: " AT 0601.
           MOVE SPACES TO WRK-DISTRIB.
           ACCEPT WRK-DISTRIB AT 0616.
           IF WRK-DISTRIB EQUAL SPACES
               GO TO 0050-FIM
           END-IF.
           DISPLAY "NUMERO DA NOTA: " AT 0701.
           MOVE SPACES TO WRK-INVOICE.
           ACCEPT WRK-INVOICE AT 0717.
           IF WRK-INVOICE EQUAL SPACES
               GO TO 0050-FIM
           END-IF.
           OPEN I-O CONTASPAGAR.
           IF WRK-AP-FSTAT NOT EQUAL ZEROES
               DISPLAY "NENHUMA NOTA LANCADA" AT 0901
               MOVE ZEROES TO WRK-AP-FSTAT
               DISPLAY "PRESSIONE ENTER" AT 1001
               ACCEPT WRK-TECLA AT 1017
               GO TO 0050-FIM
           END-IF.
           MOVE WRK-DISTRIB TO FS-AP-DISTRIB.
           MOVE WRK-INVOICE TO FS-AP-INVOICE.
           READ CONTASPAGAR
               INVALID KEY
                   DISPLAY "NOTA NAO ENCONTRADA" AT 0901
               NOT INVALID KEY
                   IF FS-AP-RETIDA
                       SET FS-AP-LIBERADA TO TRUE
                       REWRITE FS-CONTAPAGAR
                       DISPLAY "NOTA LIBERADA PARA PAGAMENTO: " AT 0901
                       DISPLAY FS-AP-NET AT 0932
                   ELSE
                       DISPLAY "NOTA NAO ESTA RETIDA" AT 0901
                   END-IF
           END-READ.
           CLOSE CONTASPAGAR.
           MOVE ZEROES TO WRK-AP-FSTAT.
           DISPLAY "PRESSIONE ENTER" AT 1001.
           ACCEPT WRK-TECLA AT 1017.
       0050-FIM.
           EXIT.

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
       END PROGRAM PAGARFORNECEDOR.
