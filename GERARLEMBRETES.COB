      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Lembretes de vencimento para o provedor de
      *           SMS/WhatsApp. Seleciona os alugueis em aberto que
      *           vencem amanha e os que venceram ontem (passaram a
      *           atrasados hoje) e grava uma mensagem por cliente em
      *           SMSSAIDA.DAT (delimitado por ";", como o
      *           EXPORTARAGENCIA), com o identificador da mensagem
      *           (cliente + data), o telefone e o nome do cliente, o
      *           tipo (V = vence amanha, A = atrasou hoje), o
      *           vencimento, o telefone da filial do aluguel
      *           (FILIAIS.DAT) e os titulos. So entram os clientes
      *           que aceitaram o lembrete (FS-CUST-SMS-OPTIN) e tem
      *           telefone; cada envio fica em LEMBRETES.DAT, para o
      *           retorno do provedor (IMPORTARLEMBRETES) e a lista de
      *           cobranca. Roda pelo menu financeiro ou como passo do
      *           FIMDODIA (modo "B", sem tela).
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO); recusado no modo
      *                   treinamento (LERTREINO)
      * 15/OUT/2026 RTB - Chaves alternativas de MOVIES.DAT (titulo) e
      *                   de CUSTOMERS.DAT (nome e documento)
      *                   declaradas nos SELECT
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERARLEMBRETES.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT RENTALS ASSIGN TO "RENTALS.DAT"
           FILE STATUS IS WRK-RENT-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-RENT-KEY.

           SELECT CUSTOMERS ASSIGN TO "CUSTOMERS.DAT"
           FILE STATUS IS WRK-CUST-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-CUST-COD
           ALTERNATE RECORD KEY IS FS-CUST-NAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS FS-CUST-DOC WITH DUPLICATES.

           SELECT MOVIES ASSIGN TO "MOVIES.DAT"
           FILE STATUS IS WRK-MOV-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES.

           SELECT FILIAIS ASSIGN TO "FILIAIS.DAT"
           FILE STATUS IS WRK-FIL-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-FIL-COD.

           SELECT LEMBRETES ASSIGN TO "LEMBRETES.DAT"
           FILE STATUS IS WRK-LMB-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-LMB-KEY.

           SELECT EXPORT-FILE ASSIGN TO "SMSSAIDA.DAT"
           FILE STATUS IS WRK-EXP-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  RENTALS.
           01 FS-RENTAL.
               COPY RENTFLDS.
           FD  CUSTOMERS.
           01 FS-CUSTOMER.
               COPY CUSTFLDS.
           FD  MOVIES.
           01 FS-MOVIE.
               COPY MOVIEFLDS.
           FD  FILIAIS.
           01 FS-FILIAL.
               COPY BRANCHFLDS.
           FD  LEMBRETES.
           01 FS-LEMBRETE.
               COPY LEMBFLDS.
           FD  EXPORT-FILE.
           01 FS-EXP-LINE              PIC X(250).
       WORKING-STORAGE SECTION.
       77  WRK-RENT-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-CUST-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-MOV-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-FIL-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-LMB-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-EXP-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-NIVEL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-TRAINING            PIC 9(01) VALUE ZEROES.
       77  WRK-TRN-STATUS          PIC 9(03) VALUE ZEROES.
       77  WRK-MIN-LEVEL           PIC 9(01) VALUE 2.
       77  WRK-RUN-MODE            PIC X(01) VALUE SPACES.
       77  WRK-TECLA               PIC X(01) VALUE SPACES.
       77  WRK-TRIES               PIC 9(01) VALUE ZEROES.
       77  WRK-BUFF                PIC X(250) VALUE SPACES.
       77  WRK-TODAY               PIC 9(08) VALUE ZEROES.
       77  WRK-TOMORROW            PIC 9(08) VALUE ZEROES.
       77  WRK-YESTERDAY           PIC 9(08) VALUE ZEROES.
       77  WRK-DATE-INT            PIC S9(08) COMP.
       77  WRK-SENT-COUNT          PIC 9(05) VALUE ZEROES.
       77  WRK-SKIP-COUNT          PIC 9(05) VALUE ZEROES.
       77  WRK-TBL-SUB             PIC 9(03) VALUE ZEROES.
       77  WRK-TBL-COUNT           PIC 9(03) VALUE ZEROES.
       77  WRK-SORT-SUB1           PIC 9(03) VALUE ZEROES.
       77  WRK-SORT-SUB2           PIC 9(03) VALUE ZEROES.
       77  WRK-GRP-START           PIC 9(03) VALUE ZEROES.
       77  WRK-GRP-END             PIC 9(03) VALUE ZEROES.
       77  WRK-GRP-TITLES          PIC 9(03) VALUE ZEROES.
       77  WRK-GRP-KIND            PIC X(01) VALUE SPACES.
       77  WRK-GRP-DUE             PIC 9(08) VALUE ZEROES.
       77  WRK-GRP-BRANCH          PIC 9(02) VALUE ZEROES.
       77  WRK-BRANCH-PHONE        PIC X(15) VALUE SPACES.
       77  WRK-TABLE-FULL          PIC 9(01) VALUE ZEROES.
       77  WRK-MSG-ID              PIC X(13) VALUE SPACES.
       77  WRK-MORE                PIC 9(03) VALUE ZEROES.
       01  WRK-TITLE-LIST.
           05 WRK-TITLE-ITEM       OCCURS 4 TIMES.
               10 WRK-TITLE-SEP    PIC X(01) VALUE SPACES.
               10 WRK-TITLE-NAME   PIC X(30) VALUE SPACES.
       01  WRK-RMD-TABLE.
           05 WRK-RMD-ENTRY        OCCURS 500 TIMES.
               10 WRK-RMD-CUST     PIC 9(05) VALUE ZEROES.
               10 WRK-RMD-MOV      PIC 9(05) VALUE ZEROES.
               10 WRK-RMD-DUE      PIC 9(08) VALUE ZEROES.
               10 WRK-RMD-KIND     PIC X(01) VALUE SPACES.
               10 WRK-RMD-BRANCH   PIC 9(02) VALUE ZEROES.
       01  WRK-SWAP-ENTRY.
           05 WRK-SWAP-CUST        PIC 9(05) VALUE ZEROES.
           05 WRK-SWAP-MOV         PIC 9(05) VALUE ZEROES.
           05 WRK-SWAP-DUE         PIC 9(08) VALUE ZEROES.
           05 WRK-SWAP-KIND        PIC X(01) VALUE SPACES.
           05 WRK-SWAP-BRANCH      PIC 9(02) VALUE ZEROES.
       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
       77  LNK-MODE PIC X(01) VALUE SPACES.
       77  LNK-SENT PIC 9(05) VALUE ZEROES.
       77  LNK-SKIPPED PIC 9(05) VALUE ZEROES.
       SCREEN  SECTION.
       01  CLEAR.
           05 CLEAR-SCREEN.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL.
       01  SHOW-MV.
           05 TITLE-SCREEN.
               10 LINE 01 COLUMN 01    PIC X(30) ERASE EOL
                  BACKGROUND-COLOR 2 FROM
                  "LEMBRETES DE VENCIMENTO".

       PROCEDURE DIVISION USING LNK-OPERATOR, OPTIONAL LNK-MODE,
               OPTIONAL LNK-SENT, OPTIONAL LNK-SKIPPED.
       0000-MAIN-PROCEDURE.
      *Modo batch ("B", vindo do FIMDODIA): sem tela e sem operador
      *no terminal, entao o nivel so e conferido pelo menu
           MOVE SPACES TO WRK-RUN-MODE.
           IF LNK-MODE NOT OMITTED
               MOVE LNK-MODE TO WRK-RUN-MODE
           END-IF.
      *Lembretes do modo treinamento nunca vao para o provedor de SMS
           CALL "LERTREINO" USING WRK-TRAINING.
           IF WRK-TRAINING EQUAL 1
               MOVE 661 TO WRK-TRN-STATUS
               CALL "ERROS" USING WRK-TRN-STATUS, "GERARLEMBRETES",
                   WRK-RUN-MODE
               GOBACK
           END-IF.
           IF WRK-RUN-MODE NOT EQUAL "B"
               CALL "CHECKNIVEL" USING LNK-OPERATOR, WRK-MIN-LEVEL,
                   WRK-NIVEL-STATUS, "GERARLEMBRETES  "
               IF WRK-NIVEL-STATUS NOT EQUAL ZEROES
                   CALL "ERROS" USING WRK-NIVEL-STATUS,
                       "GERARLEMBRETES"
                   GOBACK
               END-IF
               DISPLAY CLEAR-SCREEN
               DISPLAY TITLE-SCREEN
               CALL "MARCATREINO"
           END-IF.
           PERFORM 0005-ZERO-INFO.
           OPEN INPUT RENTALS.
           IF WRK-RENT-FSTAT NOT EQUAL ZEROES
               MOVE 350 TO WRK-RENT-FSTAT
               CALL "ERROS" USING WRK-RENT-FSTAT, "GERARLEMBRETES",
                   WRK-RUN-MODE
               MOVE ZEROES TO WRK-RENT-FSTAT
               GO TO 0000-FIM
           END-IF.
           PERFORM 0010-READ-LOOP.
           CLOSE RENTALS.
           MOVE ZEROES TO WRK-RENT-FSTAT.
           PERFORM 0020-SORT-TABLE.
           PERFORM 0030-OPEN-FILES.
           MOVE SPACES TO WRK-BUFF.
           STRING "LEMBRETES;" WRK-TODAY ";" LNK-OPERATOR
               INTO WRK-BUFF.
           WRITE FS-EXP-LINE FROM WRK-BUFF.
           MOVE 1 TO WRK-GRP-START.
           PERFORM UNTIL WRK-GRP-START GREATER THAN WRK-TBL-COUNT
               PERFORM 0040-SEND-ONE-CUSTOMER
               COMPUTE WRK-GRP-START = WRK-GRP-END + 1
           END-PERFORM.
           MOVE SPACES TO WRK-BUFF.
           STRING "FIM;" WRK-SENT-COUNT INTO WRK-BUFF.
           WRITE FS-EXP-LINE FROM WRK-BUFF.
           CLOSE EXPORT-FILE.
           CLOSE CUSTOMERS.
           CLOSE MOVIES.
           CLOSE FILIAIS.
           CLOSE LEMBRETES.
           MOVE ZEROES TO WRK-CUST-FSTAT WRK-MOV-FSTAT WRK-FIL-FSTAT
               WRK-LMB-FSTAT.
       0000-FIM.
           IF LNK-SENT NOT OMITTED
               MOVE WRK-SENT-COUNT TO LNK-SENT
           END-IF.
           IF LNK-SKIPPED NOT OMITTED
               MOVE WRK-SKIP-COUNT TO LNK-SKIPPED
           END-IF.
           IF WRK-RUN-MODE NOT EQUAL "B"
               DISPLAY "GRAVADO EM SMSSAIDA.DAT - MENSAGENS: " AT 0305
               DISPLAY WRK-SENT-COUNT AT 0342
               DISPLAY "CLIENTES SEM ACEITE OU TELEFONE: " AT 0405
               DISPLAY WRK-SKIP-COUNT AT 0442
               IF WRK-TABLE-FULL EQUAL 1
                   DISPLAY "TABELA CHEIA (500) - RESULTADO PARCIAL"
                       AT 0505
               END-IF
               DISPLAY "PRESSIONE ENTER" AT 0705
               ACCEPT WRK-TECLA AT 0721
           END-IF.
           GOBACK.

      *=================================================================
       0005-ZERO-INFO      SECTION.
      *Zera contadores de uma chamada anterior e calcula as datas de
      *amanha e de ontem
      *=================================================================
           MOVE ZEROES TO WRK-SENT-COUNT WRK-SKIP-COUNT WRK-TBL-COUNT
               WRK-TABLE-FULL.
           CALL "LERDATANEG" USING WRK-TODAY.
           COMPUTE WRK-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WRK-TODAY) + 1.
           MOVE FUNCTION DATE-OF-INTEGER(WRK-DATE-INT)
               TO WRK-TOMORROW.
           SUBTRACT 2 FROM WRK-DATE-INT.
           MOVE FUNCTION DATE-OF-INTEGER(WRK-DATE-INT)
               TO WRK-YESTERDAY.

      *=================================================================
       0010-READ-LOOP      SECTION.
      *Le RENTALS.DAT inteiro guardando os alugueis de cliente em
      *aberto que vencem amanha ou que venceram ontem
      *=================================================================
           PERFORM UNTIL WRK-RENT-FSTAT NOT EQUAL ZEROES
               READ RENTALS
                   AT END
                       MOVE 100 TO WRK-RENT-FSTAT
                   NOT AT END
                       IF FS-RENT-ABERTO
                           AND FS-RENT-STAFF-ID EQUAL SPACES
                           IF FS-RENT-DUE-DATE EQUAL WRK-TOMORROW
                               OR FS-RENT-DUE-DATE EQUAL WRK-YESTERDAY
                               PERFORM 0015-ADD-RENTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *=================================================================
       0015-ADD-RENTAL      SECTION.
      *Acrescenta o aluguel corrente na tabela em memoria
      *=================================================================
           IF WRK-TBL-COUNT LESS THAN 500
               ADD 1 TO WRK-TBL-COUNT
               MOVE FS-RENT-CUST-COD TO WRK-RMD-CUST(WRK-TBL-COUNT)
               MOVE FS-RENT-MOV-COD  TO WRK-RMD-MOV(WRK-TBL-COUNT)
               MOVE FS-RENT-DUE-DATE TO WRK-RMD-DUE(WRK-TBL-COUNT)
               MOVE FS-RENT-BRANCH   TO WRK-RMD-BRANCH(WRK-TBL-COUNT)
               IF FS-RENT-DUE-DATE EQUAL WRK-TOMORROW
                   MOVE "V" TO WRK-RMD-KIND(WRK-TBL-COUNT)
               ELSE
                   MOVE "A" TO WRK-RMD-KIND(WRK-TBL-COUNT)
               END-IF
           ELSE
               MOVE 1 TO WRK-TABLE-FULL
           END-IF.

      *=================================================================
       0020-SORT-TABLE      SECTION.
      *Ordena a tabela por codigo de cliente, para juntar os titulos
      *de cada cliente numa mensagem so
      *=================================================================
           PERFORM VARYING WRK-SORT-SUB1 FROM 1 BY 1
                   UNTIL WRK-SORT-SUB1 NOT LESS THAN WRK-TBL-COUNT
               PERFORM VARYING WRK-SORT-SUB2 FROM WRK-SORT-SUB1 BY 1
                       UNTIL WRK-SORT-SUB2 GREATER THAN WRK-TBL-COUNT
                   IF WRK-RMD-CUST(WRK-SORT-SUB2) LESS THAN
                           WRK-RMD-CUST(WRK-SORT-SUB1)
                       MOVE WRK-RMD-ENTRY(WRK-SORT-SUB1)
                           TO WRK-SWAP-ENTRY
                       MOVE WRK-RMD-ENTRY(WRK-SORT-SUB2)
                           TO WRK-RMD-ENTRY(WRK-SORT-SUB1)
                       MOVE WRK-SWAP-ENTRY
                           TO WRK-RMD-ENTRY(WRK-SORT-SUB2)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *=================================================================
       0030-OPEN-FILES      SECTION.
      *Abre os cadastros e o arquivo de saida; LEMBRETES.DAT e criado
      *na primeira rodada
      *=================================================================
           OPEN INPUT CUSTOMERS.
           OPEN INPUT MOVIES.
           OPEN INPUT FILIAIS.
           MOVE ZEROES TO WRK-TRIES.
           OPEN I-O LEMBRETES.
           IF WRK-LMB-FSTAT EQUAL 350 AND WRK-TRIES LESS THAN 1
               ADD 1 TO WRK-TRIES
               OPEN OUTPUT LEMBRETES
               CLOSE LEMBRETES
               OPEN I-O LEMBRETES
           END-IF.
           OPEN OUTPUT EXPORT-FILE.

      *=================================================================
       0040-SEND-ONE-CUSTOMER      SECTION.
      *Junta os alugueis do cliente que comeca em WRK-GRP-START e, se
      *ele aceitou o lembrete e tem telefone, grava a mensagem e o
      *registro do envio
      *=================================================================
           MOVE WRK-GRP-START TO WRK-GRP-END.
           PERFORM UNTIL WRK-GRP-END NOT LESS THAN WRK-TBL-COUNT
               OR WRK-RMD-CUST(WRK-GRP-END + 1) NOT EQUAL
                   WRK-RMD-CUST(WRK-GRP-START)
               ADD 1 TO WRK-GRP-END
           END-PERFORM.
           MOVE WRK-RMD-CUST(WRK-GRP-START) TO FS-CUST-COD.
           READ CUSTOMERS
               INVALID KEY
                   ADD 1 TO WRK-SKIP-COUNT
                   GO TO 0040-FIM
           END-READ.
           IF FS-CUST-SMS-OPTIN NOT EQUAL "S"
               OR FS-CUST-PHONE EQUAL SPACES
               ADD 1 TO WRK-SKIP-COUNT
               GO TO 0040-FIM
           END-IF.
           PERFORM 0045-BUILD-TITLES.
           PERFORM 0047-GET-BRANCH-PHONE.
           MOVE SPACES TO WRK-MSG-ID.
           STRING FS-CUST-COD WRK-TODAY INTO WRK-MSG-ID.
           MOVE SPACES TO WRK-BUFF.
           IF WRK-MORE GREATER THAN ZEROES
               STRING WRK-MSG-ID ";"
                      FS-CUST-PHONE ";"
                      FS-CUST-NAME ";"
                      WRK-GRP-KIND ";"
                      WRK-GRP-DUE ";"
                      WRK-BRANCH-PHONE ";"
                      WRK-TITLE-LIST
                      " E MAIS " WRK-MORE
                      INTO WRK-BUFF
           ELSE
               STRING WRK-MSG-ID ";"
                      FS-CUST-PHONE ";"
                      FS-CUST-NAME ";"
                      WRK-GRP-KIND ";"
                      WRK-GRP-DUE ";"
                      WRK-BRANCH-PHONE ";"
                      WRK-TITLE-LIST
                      INTO WRK-BUFF
           END-IF.
           WRITE FS-EXP-LINE FROM WRK-BUFF.
           ADD 1 TO WRK-SENT-COUNT.
           MOVE FS-CUST-COD TO FS-LMB-CUST-COD.
           MOVE WRK-TODAY TO FS-LMB-DATE.
           MOVE FS-CUST-PHONE TO FS-LMB-PHONE.
           MOVE WRK-GRP-KIND TO FS-LMB-KIND.
           MOVE WRK-GRP-DUE TO FS-LMB-DUE-DATE.
           MOVE WRK-GRP-TITLES TO FS-LMB-TITLES.
           SET FS-LMB-GERADO TO TRUE.
           MOVE WRK-TODAY TO FS-LMB-STATUS-DT.
           WRITE FS-LEMBRETE
               INVALID KEY
                   REWRITE FS-LEMBRETE
           END-WRITE.
           IF WRK-LMB-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-LMB-FSTAT, "GERARLEMBRETES",
                   WRK-RUN-MODE
               MOVE ZEROES TO WRK-LMB-FSTAT
           END-IF.
       0040-FIM.
           MOVE ZEROES TO WRK-CUST-FSTAT.

      *=================================================================
       0045-BUILD-TITLES      SECTION.
      *Monta a lista de ate quatro titulos do cliente, o vencimento
      *mais antigo, o tipo da mensagem (atrasado pesa mais que vence
      *amanha) e a filial do primeiro aluguel
      *=================================================================
           MOVE SPACES TO WRK-TITLE-LIST.
           MOVE ZEROES TO WRK-GRP-TITLES.
           MOVE ZEROES TO WRK-MORE.
           MOVE "V" TO WRK-GRP-KIND.
           MOVE WRK-RMD-DUE(WRK-GRP-START) TO WRK-GRP-DUE.
           MOVE WRK-RMD-BRANCH(WRK-GRP-START) TO WRK-GRP-BRANCH.
           PERFORM VARYING WRK-TBL-SUB FROM WRK-GRP-START BY 1
                   UNTIL WRK-TBL-SUB GREATER THAN WRK-GRP-END
               ADD 1 TO WRK-GRP-TITLES
               IF WRK-RMD-KIND(WRK-TBL-SUB) EQUAL "A"
                   MOVE "A" TO WRK-GRP-KIND
               END-IF
               IF WRK-RMD-DUE(WRK-TBL-SUB) LESS THAN WRK-GRP-DUE
                   MOVE WRK-RMD-DUE(WRK-TBL-SUB) TO WRK-GRP-DUE
               END-IF
               IF WRK-GRP-TITLES GREATER THAN 4
                   ADD 1 TO WRK-MORE
               ELSE
                   MOVE WRK-RMD-MOV(WRK-TBL-SUB) TO FS-MOV-COD
                   READ MOVIES
                       INVALID KEY
                           MOVE "TITULO NAO CADASTRADO"
                               TO WRK-TITLE-NAME(WRK-GRP-TITLES)
                       NOT INVALID KEY
                           MOVE FS-MOV-TITLE
                               TO WRK-TITLE-NAME(WRK-GRP-TITLES)
                   END-READ
                   IF WRK-GRP-TITLES GREATER THAN 1
                       MOVE "/" TO WRK-TITLE-SEP(WRK-GRP-TITLES)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE ZEROES TO WRK-MOV-FSTAT.

      *=================================================================
       0047-GET-BRANCH-PHONE      SECTION.
      *Busca o telefone da filial em que o aluguel foi feito
      *=================================================================
           MOVE SPACES TO WRK-BRANCH-PHONE.
           MOVE WRK-GRP-BRANCH TO FS-FIL-COD.
           READ FILIAIS
               INVALID KEY
                   MOVE SPACES TO WRK-BRANCH-PHONE
               NOT INVALID KEY
                   MOVE FS-FIL-PHONE TO WRK-BRANCH-PHONE
           END-READ.
           MOVE ZEROES TO WRK-FIL-FSTAT.
       END PROGRAM GERARLEMBRETES.
