      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Cobranca bancaria: gera a remessa de boletos para o
      *           banco (REMESSA.DAT, posicional: registro "0" de
      *           cabecalho, um registro "1" por boleto e o "9" com a
      *           quantidade e o total) e imprime os boletos para o
      *           correio em BOLETOS.PRN. Sai um boleto para cada
      *           mensalidade de plano ja lancada pelo FATURARPLANOS
      *           e ainda sem boleto no ciclo (FS-ASS-BOL-CYCLE) e
      *           para cada fatura corporativa aberta do FATURARCORP
      *           ainda sem boleto (FS-FAT-BOL-NUM). O nosso numero
      *           vem de BOLETOCTL.DAT e cada boleto fica gravado em
      *           BOLETOS.DAT para o retorno do banco
      *           (IMPORTARBOLETOS). Vencimento: hoje mais os dias do
      *           parametro FS-PAR-BOL-DAYS. O valor do boleto nunca
      *           passa do saldo devedor do cliente: quem ja pagou no
      *           balcao nao recebe boleto, quem pagou parte recebe
      *           boleto so do restante. Modo "B" roda sem tela.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO); recusado no modo
      *                   treinamento (LERTREINO)
      * 15/OUT/2026 RTB - Chaves alternativas de CUSTOMERS.DAT pelo
      *                   nome e pelo documento declaradas no SELECT
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERARBOLETOS.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT ASSINATURAS ASSIGN TO "ASSINATURAS.DAT"
           FILE STATUS IS WRK-ASS-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-ASS-CUST-COD
           LOCK MODE IS AUTOMATIC.

           SELECT PLANOS ASSIGN TO "PLANOS.DAT"
           FILE STATUS IS WRK-PLAN-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-PLAN-COD.

           SELECT FATURAS ASSIGN TO "FATURAS.DAT"
           FILE STATUS IS WRK-FAT-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-FAT-KEY
           LOCK MODE IS AUTOMATIC.

           SELECT BALANCE ASSIGN TO "BALANCE.DAT"
           FILE STATUS IS WRK-BAL-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-BAL-CUST-COD.

           SELECT CUSTOMERS ASSIGN TO "CUSTOMERS.DAT"
           FILE STATUS IS WRK-CUST-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-CUST-COD
           ALTERNATE RECORD KEY IS FS-CUST-NAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS FS-CUST-DOC WITH DUPLICATES.

           SELECT BOLETOS ASSIGN TO "BOLETOS.DAT"
           FILE STATUS IS WRK-BOL-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-BOL-NUM.

           SELECT BOLETOCTL ASSIGN TO "BOLETOCTL.DAT"
           FILE STATUS IS WRK-CTL-STATUS
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT REMESSA ASSIGN TO "REMESSA.DAT"
           FILE STATUS IS WRK-REM-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT PRINT-FILE ASSIGN TO "BOLETOS.PRN"
           FILE STATUS IS WRK-PRINT-STATUS
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ASSINATURAS.
           01 FS-ASSINATURA.
               COPY ASSINFLDS.
           FD  PLANOS.
           01 FS-PLANO.
               COPY PLANFLDS.
           FD  FATURAS.
           01 FS-FATURA.
               COPY FATFLDS.
           FD  BALANCE.
           01 FS-BALANCE.
               COPY BALFLDS.
           FD  CUSTOMERS.
           01 FS-CUSTOMER.
               COPY CUSTFLDS.
           FD  BOLETOS.
           01 FS-BOLETO.
               COPY BOLFLDS.
           FD  BOLETOCTL.
           01 FS-CTL-LINE              PIC 9(08).
           FD  REMESSA.
           01 FS-REM-LINE              PIC X(100).
           FD  PRINT-FILE.
           01 FS-PRINT-LINE            PIC X(71).
       WORKING-STORAGE SECTION.
       77  WRK-ASS-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-PLAN-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-FAT-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-BAL-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-CUST-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-BOL-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-CTL-STATUS          PIC 9(03) VALUE ZEROES.
       77  WRK-REM-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-PRINT-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-SPOOL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-NIVEL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-TRAINING            PIC 9(01) VALUE ZEROES.
       77  WRK-TRN-STATUS          PIC 9(03) VALUE ZEROES.
       77  WRK-PARAM-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-MIN-LEVEL           PIC 9(01) VALUE 3.
       77  WRK-RUN-MODE            PIC X(01) VALUE SPACES.
       77  WRK-TECLA               PIC X(01) VALUE SPACES.
       77  WRK-TRIES               PIC 9(01) VALUE ZEROES.
       77  WRK-EOF                 PIC 9(01) VALUE ZEROES.
       77  WRK-BUFF                PIC X(71) VALUE SPACES.
       77  WRK-REM-BUFF            PIC X(100) VALUE SPACES.
       77  WRK-TODAY               PIC 9(08) VALUE ZEROES.
       77  WRK-DUE-DATE            PIC 9(08) VALUE ZEROES.
       77  WRK-DATE-INT            PIC S9(08) COMP.
       77  WRK-LAST-NUM            PIC 9(08) VALUE ZEROES.
       77  WRK-BOL-NUM             PIC 9(08) VALUE ZEROES.
       77  WRK-FEE                 PIC 9(07)V99 VALUE ZEROES.
       77  WRK-AMOUNT              PIC 9(07)V99 VALUE ZEROES.
       77  WRK-CUST                PIC 9(05) VALUE ZEROES.
       77  WRK-ORIGIN              PIC X(01) VALUE SPACES.
       77  WRK-REF                 PIC 9(06) VALUE ZEROES.
       77  WRK-FAT-MONTH           PIC 9(06) VALUE ZEROES.
       77  WRK-REF-TEXT            PIC X(40) VALUE SPACES.
       77  WRK-ISSUED-COUNT        PIC 9(05) VALUE ZEROES.
       77  WRK-NOBAL-COUNT         PIC 9(05) VALUE ZEROES.
       77  WRK-TOT-AMOUNT          PIC 9(09)V99 VALUE ZEROES.
       01  WRK-PARAMS.
           COPY PARAMFLDS
               REPLACING ==FS-PAR-DAILY-FEE==
                             BY ==WRK-PAR-DAILY-FEE==
                         ==FS-PAR-RENT-DAYS==
                             BY ==WRK-PAR-RENT-DAYS==
                         ==FS-PAR-DEBT-LIMIT==
                             BY ==WRK-PAR-DEBT-LIMIT==
                         ==FS-PAR-RETAIN-NIGHTS==
                             BY ==WRK-PAR-RETAIN-NIGHTS==
                         ==FS-PAR-PAGE-BOTTOM==
                             BY ==WRK-PAR-PAGE-BOTTOM==
                         ==FS-PAR-HOLD-DAYS==
                             BY ==WRK-PAR-HOLD-DAYS==
                         ==FS-PAR-MAX-OPEN==
                             BY ==WRK-PAR-MAX-OPEN==
                         ==FS-PAR-WAIVER-FEE==
                             BY ==WRK-PAR-WAIVER-FEE==
                         ==FS-PAR-STAFF-MAX==
                             BY ==WRK-PAR-STAFF-MAX==
                         ==FS-PAR-PTS-EARN==
                             BY ==WRK-PAR-PTS-EARN==
                         ==FS-PAR-PTS-VALUE==
                             BY ==WRK-PAR-PTS-VALUE==
                         ==FS-PAR-TAX-RATE==
                             BY ==WRK-PAR-TAX-RATE==
                         ==FS-PAR-ARCH-MONTHS==
                             BY ==WRK-PAR-ARCH-MONTHS==
                         ==FS-PAR-IDLE-MIN==
                             BY ==WRK-PAR-IDLE-MIN==
                         ==FS-PAR-PWD-DAYS==
                             BY ==WRK-PAR-PWD-DAYS==
                         ==FS-PAR-DUN-DAYS1==
                             BY ==WRK-PAR-DUN-DAYS1==
                         ==FS-PAR-DUN-DAYS2==
                             BY ==WRK-PAR-DUN-DAYS2==
                         ==FS-PAR-DUN-DAYS3==
                             BY ==WRK-PAR-DUN-DAYS3==
                         ==FS-PAR-LOST-DAYS==
                             BY ==WRK-PAR-LOST-DAYS==
                         ==FS-PAR-BOL-DAYS==
                             BY ==WRK-PAR-BOL-DAYS==
                         ==FS-PAR-ISS-RATE==
                             BY ==WRK-PAR-ISS-RATE==
                         ==FS-PAR-INSC-MUN==
                             BY ==WRK-PAR-INSC-MUN==
                         ==FS-PAR-CUST-RETAIN==
                             BY ==WRK-PAR-CUST-RETAIN==
                         ==FS-PAR-NEW-DAYS==
                             BY ==WRK-PAR-NEW-DAYS==
                         ==FS-PAR-NEW-RENTALS==
                             BY ==WRK-PAR-NEW-RENTALS==
                         ==FS-PAR-NEW-MAX-ITEMS==
                             BY ==WRK-PAR-NEW-MAX-ITEMS==
                         ==FS-PAR-NEW-MAX-VALUE==
                             BY ==WRK-PAR-NEW-MAX-VALUE==
                         ==FS-PAR-NEW-DEPOSIT==
                             BY ==WRK-PAR-NEW-DEPOSIT==
                         ==FS-PAR-GAME-DAYS==
                             BY ==WRK-PAR-GAME-DAYS==
                         ==FS-PAR-OPEN-HOUR==
                             BY ==WRK-PAR-OPEN-HOUR==
                         ==FS-PAR-CLOSE-HOUR==
                             BY ==WRK-PAR-CLOSE-HOUR==
                         ==FS-PAR-TERMS-VER==
                             BY ==WRK-PAR-TERMS-VER==.
       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
       77  LNK-MODE PIC X(01) VALUE SPACES.
       77  LNK-ISSUED PIC 9(05) VALUE ZEROES.
       SCREEN  SECTION.
       01  CLEAR.
           05 CLEAR-SCREEN.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL.
       01  SHOW-MV.
           05 TITLE-SCREEN.
               10 LINE 01 COLUMN 01    PIC X(30) ERASE EOL
                  BACKGROUND-COLOR 2 FROM
                  "BOLETOS BANCARIOS".

       PROCEDURE DIVISION USING LNK-OPERATOR, OPTIONAL LNK-MODE,
               OPTIONAL LNK-ISSUED.
       0000-MAIN-PROCEDURE.
      *Modo batch ("B", vindo do agendador): sem tela e sem operador
      *no terminal, entao o nivel so e conferido pelo menu
           MOVE SPACES TO WRK-RUN-MODE.
           IF LNK-MODE NOT OMITTED
               MOVE LNK-MODE TO WRK-RUN-MODE
           END-IF.
      *Boletos do modo treinamento nunca vao para o banco
           CALL "LERTREINO" USING WRK-TRAINING.
           IF WRK-TRAINING EQUAL 1
               MOVE 661 TO WRK-TRN-STATUS
               CALL "ERROS" USING WRK-TRN-STATUS, "GERARBOLETOS",
                   WRK-RUN-MODE
               GOBACK
           END-IF.
           IF WRK-RUN-MODE NOT EQUAL "B"
               CALL "CHECKNIVEL" USING LNK-OPERATOR, WRK-MIN-LEVEL,
                   WRK-NIVEL-STATUS, "GERARBOLETOS    "
               IF WRK-NIVEL-STATUS NOT EQUAL ZEROES
                   CALL "ERROS" USING WRK-NIVEL-STATUS,
                       "GERARBOLETOS"
                   GOBACK
               END-IF
               DISPLAY CLEAR-SCREEN
               DISPLAY TITLE-SCREEN
               CALL "MARCATREINO"
           END-IF.
           PERFORM 0005-ZERO-INFO.
           PERFORM 0010-OPEN-FILES.
           IF WRK-BOL-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-BOL-FSTAT, "GERARBOLETOS",
                   WRK-RUN-MODE
               MOVE ZEROES TO WRK-BOL-FSTAT
               GO TO 0000-FIM
           END-IF.
           MOVE SPACES TO WRK-REM-BUFF.
           STRING "0REMESSA" WRK-TODAY LNK-OPERATOR
               INTO WRK-REM-BUFF.
           WRITE FS-REM-LINE FROM WRK-REM-BUFF.
           PERFORM 0020-PLAN-FEES.
           PERFORM 0030-INVOICES.
           MOVE SPACES TO WRK-REM-BUFF.
           STRING "9" WRK-ISSUED-COUNT WRK-TOT-AMOUNT
               INTO WRK-REM-BUFF.
           WRITE FS-REM-LINE FROM WRK-REM-BUFF.
           MOVE SPACES TO WRK-BUFF.
           STRING "BOLETOS EMITIDOS: " WRK-ISSUED-COUNT
               "  TOTAL: " WRK-TOT-AMOUNT
               "  SEM SALDO: " WRK-NOBAL-COUNT INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           CLOSE BOLETOS.
           CLOSE BALANCE.
           CLOSE CUSTOMERS.
           CLOSE REMESSA.
           CLOSE PRINT-FILE.
           MOVE ZEROES TO WRK-BAL-FSTAT WRK-CUST-FSTAT WRK-REM-FSTAT
               WRK-PRINT-STATUS.
      *Copia datada no spool, antes da proxima rodada sobrescrever o
      *PRN fixo
           CALL "ESPOLAR" USING "BOLETOS.PRN         ",
               LNK-OPERATOR, WRK-SPOOL-STATUS.
       0000-FIM.
           IF LNK-ISSUED NOT OMITTED
               MOVE WRK-ISSUED-COUNT TO LNK-ISSUED
           END-IF.
           IF WRK-RUN-MODE NOT EQUAL "B"
               DISPLAY "GRAVADO EM REMESSA.DAT - BOLETOS: " AT 0305
               DISPLAY WRK-ISSUED-COUNT AT 0340
               DISPLAY "SEM SALDO DEVEDOR (SEM BOLETO): " AT 0405
               DISPLAY WRK-NOBAL-COUNT AT 0440
               DISPLAY "IMPRESSOS EM BOLETOS.PRN" AT 0505
               DISPLAY "PRESSIONE ENTER" AT 0705
               ACCEPT WRK-TECLA AT 0721
           END-IF.
           GOBACK.

      *=================================================================
       0005-ZERO-INFO      SECTION.
      *Zera contadores de uma chamada anterior e calcula o vencimento
      *pelo parametro de dias do boleto
      *=================================================================
           MOVE ZEROES TO WRK-ISSUED-COUNT WRK-NOBAL-COUNT
               WRK-TOT-AMOUNT.
           CALL "LERDATANEG" USING WRK-TODAY.
           CALL "LERPARAMS" USING WRK-PARAMS, WRK-PARAM-STATUS.
           IF WRK-PAR-BOL-DAYS EQUAL ZEROES
               MOVE 10 TO WRK-PAR-BOL-DAYS
           END-IF.
           COMPUTE WRK-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WRK-TODAY) + WRK-PAR-BOL-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WRK-DATE-INT)
               TO WRK-DUE-DATE.

      *=================================================================
       0010-OPEN-FILES      SECTION.
      *Abre os cadastros, a remessa e a impressao; BOLETOS.DAT e
      *criado na primeira rodada
      *=================================================================
           MOVE ZEROES TO WRK-TRIES.
           OPEN I-O BOLETOS.
           IF WRK-BOL-FSTAT EQUAL 350 AND WRK-TRIES LESS THAN 1
               ADD 1 TO WRK-TRIES
               OPEN OUTPUT BOLETOS
               CLOSE BOLETOS
               OPEN I-O BOLETOS
           END-IF.
           IF WRK-BOL-FSTAT NOT EQUAL ZEROES
               GO TO 0010-FIM
           END-IF.
           OPEN INPUT BALANCE.
           OPEN INPUT CUSTOMERS.
           OPEN OUTPUT REMESSA.
           OPEN OUTPUT PRINT-FILE.
       0010-FIM.
           EXIT.

      *=================================================================
       0020-PLAN-FEES      SECTION.
      *Percorre as assinaturas emitindo boleto da mensalidade ja
      *cobrada no ciclo e ainda sem boleto
      *=================================================================
           OPEN I-O ASSINATURAS.
           IF WRK-ASS-FSTAT NOT EQUAL ZEROES
               MOVE ZEROES TO WRK-ASS-FSTAT
               GO TO 0020-FIM
           END-IF.
           OPEN INPUT PLANOS.
           MOVE ZEROES TO WRK-EOF.
           PERFORM UNTIL WRK-EOF EQUAL 1
               READ ASSINATURAS NEXT RECORD
                   AT END
                       MOVE 1 TO WRK-EOF
                   NOT AT END
                       IF FS-ASS-BOL-CYCLE IS NOT NUMERIC
                           MOVE ZEROES TO FS-ASS-BOL-CYCLE
                       END-IF
                       IF FS-ASS-CYCLE IS NUMERIC
                           AND FS-ASS-CYCLE GREATER THAN ZEROES
                           AND FS-ASS-BOL-CYCLE LESS THAN FS-ASS-CYCLE
                           PERFORM 0025-PLAN-ONE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PLANOS.
           CLOSE ASSINATURAS.
           MOVE ZEROES TO WRK-ASS-FSTAT WRK-PLAN-FSTAT.
       0020-FIM.
           EXIT.

      *=================================================================
       0025-PLAN-ONE      SECTION.
      *Emite o boleto da mensalidade da assinatura corrente e marca o
      *ciclo como ja mandado para o banco
      *=================================================================
           MOVE FS-ASS-PLAN-COD TO FS-PLAN-COD.
           READ PLANOS
               INVALID KEY
                   MOVE ZEROES TO WRK-PLAN-FSTAT
                   GO TO 0025-FIM
           END-READ.
           MOVE FS-PLAN-PRICE TO WRK-FEE.
           MOVE FS-ASS-CUST-COD TO WRK-CUST.
           PERFORM 0040-CAP-BY-BALANCE.
           IF WRK-AMOUNT EQUAL ZEROES
               ADD 1 TO WRK-NOBAL-COUNT
               GO TO 0025-FIM
           END-IF.
           MOVE "P" TO WRK-ORIGIN.
           MOVE FS-ASS-CYCLE TO WRK-REF.
           MOVE ZEROES TO WRK-FAT-MONTH.
           MOVE SPACES TO WRK-REF-TEXT.
           STRING "MENSALIDADE " FS-PLAN-NAME " " FS-ASS-CYCLE
               INTO WRK-REF-TEXT.
           PERFORM 0050-ISSUE-BOLETO.
           IF WRK-BOL-NUM EQUAL ZEROES
               GO TO 0025-FIM
           END-IF.
           MOVE FS-ASS-CYCLE TO FS-ASS-BOL-CYCLE.
           REWRITE FS-ASSINATURA.
           IF WRK-ASS-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-ASS-FSTAT, "GERARBOLETOS",
                   WRK-RUN-MODE
               MOVE ZEROES TO WRK-ASS-FSTAT
           END-IF.
       0025-FIM.
           EXIT.

      *=================================================================
       0030-INVOICES      SECTION.
      *Percorre as faturas corporativas emitindo boleto das abertas
      *ainda sem boleto
      *=================================================================
           OPEN I-O FATURAS.
           IF WRK-FAT-FSTAT NOT EQUAL ZEROES
               MOVE ZEROES TO WRK-FAT-FSTAT
               GO TO 0030-FIM
           END-IF.
           MOVE ZEROES TO WRK-EOF.
           PERFORM UNTIL WRK-EOF EQUAL 1
               READ FATURAS NEXT RECORD
                   AT END
                       MOVE 1 TO WRK-EOF
                   NOT AT END
                       IF FS-FAT-BOL-NUM IS NOT NUMERIC
                           MOVE ZEROES TO FS-FAT-BOL-NUM
                       END-IF
                       IF FS-FAT-ABERTA
                           AND FS-FAT-BOL-NUM EQUAL ZEROES
                           PERFORM 0035-INVOICE-ONE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FATURAS.
           MOVE ZEROES TO WRK-FAT-FSTAT.
       0030-FIM.
           EXIT.

      *=================================================================
       0035-INVOICE-ONE      SECTION.
      *Emite o boleto da fatura corrente e grava o nosso numero nela
      *=================================================================
           MOVE FS-FAT-TOTAL TO WRK-FEE.
           MOVE FS-FAT-CUST-COD TO WRK-CUST.
           PERFORM 0040-CAP-BY-BALANCE.
           IF WRK-AMOUNT EQUAL ZEROES
               ADD 1 TO WRK-NOBAL-COUNT
               GO TO 0035-FIM
           END-IF.
           MOVE "F" TO WRK-ORIGIN.
           MOVE FS-FAT-NUM TO WRK-REF.
           MOVE FS-FAT-MONTH TO WRK-FAT-MONTH.
           MOVE SPACES TO WRK-REF-TEXT.
           STRING "FATURA NR " FS-FAT-NUM " MES " FS-FAT-MONTH
               INTO WRK-REF-TEXT.
           PERFORM 0050-ISSUE-BOLETO.
           IF WRK-BOL-NUM EQUAL ZEROES
               GO TO 0035-FIM
           END-IF.
           MOVE WRK-BOL-NUM TO FS-FAT-BOL-NUM.
           REWRITE FS-FATURA.
           IF WRK-FAT-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-FAT-FSTAT, "GERARBOLETOS",
                   WRK-RUN-MODE
               MOVE ZEROES TO WRK-FAT-FSTAT
           END-IF.
       0035-FIM.
           EXIT.

      *=================================================================
       0040-CAP-BY-BALANCE      SECTION.
      *O boleto nao passa do saldo devedor do cliente: sem saldo
      *devedor (ja pago no balcao ou com credito) nao sai boleto
      *=================================================================
           MOVE ZEROES TO WRK-AMOUNT.
           MOVE WRK-CUST TO FS-BAL-CUST-COD.
           READ BALANCE
               INVALID KEY
                   MOVE ZEROES TO WRK-BAL-FSTAT
                   GO TO 0040-FIM
           END-READ.
           IF FS-BAL-AMOUNT NOT GREATER THAN ZEROES
               GO TO 0040-FIM
           END-IF.
           IF FS-BAL-AMOUNT LESS THAN WRK-FEE
               MOVE FS-BAL-AMOUNT TO WRK-AMOUNT
           ELSE
               MOVE WRK-FEE TO WRK-AMOUNT
           END-IF.
       0040-FIM.
           EXIT.

      *=================================================================
       0050-ISSUE-BOLETO      SECTION.
      *Numera o boleto, grava em BOLETOS.DAT, escreve o registro da
      *remessa e imprime o boleto. Sem gravar, volta numero zerado
      *=================================================================
           MOVE WRK-CUST TO FS-CUST-COD.
           READ CUSTOMERS
               INVALID KEY
                   MOVE SPACES TO FS-CUST-NAME
                   MOVE SPACES TO FS-CUST-DOC
           END-READ.
           MOVE ZEROES TO WRK-CUST-FSTAT.
           PERFORM 0060-NEXT-NUMBER.
           MOVE WRK-BOL-NUM TO FS-BOL-NUM.
           MOVE WRK-ORIGIN TO FS-BOL-ORIGIN.
           MOVE WRK-CUST TO FS-BOL-CUST-COD.
           MOVE WRK-REF TO FS-BOL-REF.
           MOVE WRK-FAT-MONTH TO FS-BOL-FAT-MONTH.
           MOVE WRK-AMOUNT TO FS-BOL-AMOUNT.
           MOVE WRK-TODAY TO FS-BOL-ISSUE-DT.
           MOVE WRK-DUE-DATE TO FS-BOL-DUE-DT.
           SET FS-BOL-EMITIDO TO TRUE.
           MOVE ZEROES TO FS-BOL-PAID-AMT FS-BOL-PAID-DT
               FS-BOL-RECEIPT.
           WRITE FS-BOLETO
               INVALID KEY
                   CALL "ERROS" USING WRK-BOL-FSTAT, "GERARBOLETOS",
                       WRK-RUN-MODE
                   MOVE ZEROES TO WRK-BOL-FSTAT
                   MOVE ZEROES TO WRK-BOL-NUM
                   GO TO 0050-FIM
           END-WRITE.
           MOVE SPACES TO WRK-REM-BUFF.
           STRING "1" WRK-BOL-NUM WRK-CUST FS-CUST-DOC FS-CUST-NAME
               WRK-AMOUNT WRK-DUE-DATE WRK-TODAY WRK-ORIGIN WRK-REF
               INTO WRK-REM-BUFF.
           WRITE FS-REM-LINE FROM WRK-REM-BUFF.
           ADD 1 TO WRK-ISSUED-COUNT.
           ADD WRK-AMOUNT TO WRK-TOT-AMOUNT.
           PERFORM 0070-PRINT-BOLETO.
       0050-FIM.
           EXIT.

      *=================================================================
       0060-NEXT-NUMBER      SECTION.
      *Numera o boleto (nosso numero) pelo arquivo de controle
      *BOLETOCTL.DAT
      *=================================================================
           MOVE ZEROES TO WRK-LAST-NUM.
           OPEN INPUT BOLETOCTL.
           IF WRK-CTL-STATUS EQUAL ZEROES
               READ BOLETOCTL
               IF WRK-CTL-STATUS EQUAL ZEROES
                   MOVE FS-CTL-LINE TO WRK-LAST-NUM
               END-IF
               CLOSE BOLETOCTL
           END-IF.
           COMPUTE WRK-BOL-NUM = WRK-LAST-NUM + 1.
           OPEN OUTPUT BOLETOCTL.
           MOVE WRK-BOL-NUM TO FS-CTL-LINE.
           WRITE FS-CTL-LINE.
           CLOSE BOLETOCTL.
           MOVE ZEROES TO WRK-CTL-STATUS.

      *=================================================================
       0070-PRINT-BOLETO      SECTION.
      *Imprime o boleto para mandar pelo correio
      *=================================================================
           MOVE SPACES TO WRK-BUFF.
           STRING "===== BOLETO BANCARIO - NOSSO NUMERO " WRK-BOL-NUM
               " =====" INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.

           MOVE SPACES TO WRK-BUFF.
           STRING "SACADO: " WRK-CUST " " FS-CUST-NAME INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.

           MOVE SPACES TO WRK-BUFF.
           STRING "DOCUMENTO: " FS-CUST-DOC INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.

           MOVE SPACES TO WRK-BUFF.
           STRING "REFERENTE A: " WRK-REF-TEXT INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.

           MOVE SPACES TO WRK-BUFF.
           STRING "VENCIMENTO: " WRK-DUE-DATE
               "   VALOR: " WRK-AMOUNT INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.

           MOVE SPACES TO WRK-BUFF.
           STRING "EMITIDO EM " WRK-TODAY
               " - PAGAVEL EM QUALQUER BANCO ATE O VENCIMENTO"
               INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.

           MOVE SPACES TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
       END PROGRAM GERARBOLETOS.
