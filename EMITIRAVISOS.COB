      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Emitir as cartas de cobranca dos clientes em atraso.
      *           Para cada cliente com aluguel vencido em aberto ou
      *           saldo devedor em BALANCE.DAT apura os dias de atraso
      *           (o maior entre o aluguel mais atrasado e o saldo) e
      *           sobe um degrau na cobranca quando o atraso alcanca o
      *           limite do degrau seguinte (FS-PAR-DUN-DAYS1/2/3:
      *           primeiro aviso, segundo aviso e aviso final). A carta
      *           de cada degrau sai em CARTAS.PRN para o correio, com
      *           os titulos, os dias de atraso, a multa e o valor de
      *           reposicao de cada um; o degrau e a data do envio
      *           ficam em AVISOS.DAT, e a mesma carta nao sai duas
      *           vezes. Cliente que regularizou sai de AVISOS.DAT e
      *           um novo atraso recomeca pelo primeiro aviso.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Multa pela tabela de multas por formato
      *                   (CALCMULTA), a mesma cobrada na devolucao
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Chaves alternativas de MOVIES.DAT (titulo) e
      *                   de CUSTOMERS.DAT (nome e documento)
      *                   declaradas nos SELECT
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMITIRAVISOS.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT RENTALS ASSIGN TO "RENTALS.DAT"
           FILE STATUS IS WRK-RENT-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-RENT-KEY.

           SELECT MOVIES ASSIGN TO "MOVIES.DAT"
           FILE STATUS IS WRK-MOV-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES.

           SELECT BALANCE ASSIGN TO "BALANCE.DAT"
           FILE STATUS IS WRK-BAL-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-BAL-CUST-COD.

           SELECT CUSTOMERS ASSIGN TO "CUSTOMERS.DAT"
           FILE STATUS IS WRK-CUST-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-CUST-COD
           ALTERNATE RECORD KEY IS FS-CUST-NAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS FS-CUST-DOC WITH DUPLICATES.

           SELECT AVISOS ASSIGN TO "AVISOS.DAT"
           FILE STATUS IS WRK-AVI-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-AVI-CUST-COD.

           SELECT PRINT-FILE ASSIGN TO "CARTAS.PRN"
           FILE STATUS IS WRK-PRINT-STATUS
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  RENTALS.
           01 FS-RENTAL.
               COPY RENTFLDS.
           FD  MOVIES.
           01 FS-MOVIE.
               COPY MOVIEFLDS.
           FD  BALANCE.
           01 FS-BALANCE.
               COPY BALFLDS.
           FD  CUSTOMERS.
           01 FS-CUSTOMER.
               COPY CUSTFLDS.
           FD  AVISOS.
           01 FS-AVISO.
               COPY AVISOFLDS.
           FD  PRINT-FILE.
           01 FS-PRINT-LINE            PIC X(71).
       WORKING-STORAGE SECTION.
       77  WRK-RENT-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-MOV-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-BAL-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-CUST-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-AVI-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-PRINT-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-SPOOL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-NIVEL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-UTIL-STATUS         PIC 9(03) VALUE ZEROES.
       77  WRK-MIN-LEVEL           PIC 9(01) VALUE 2.
       77  WRK-RUN-MODE            PIC X(01) VALUE SPACES.
       77  WRK-TECLA               PIC X(01) VALUE SPACES.
       77  WRK-BUFF                PIC X(71) VALUE SPACES.
       77  WRK-TODAY               PIC 9(08) VALUE ZEROES.
       77  WRK-TODAY-INT           PIC S9(08) COMP.
       77  WRK-DUE-INT             PIC S9(08) COMP.
       77  WRK-SENT-INT            PIC S9(08) COMP.
       77  WRK-DAYS-LATE           PIC 9(05) VALUE ZEROES.
       77  WRK-DAYS-SENT           PIC 9(05) VALUE ZEROES.
       77  WRK-FEE                 PIC 9(06)V99 VALUE ZEROES.
       77  WRK-DAILY-FEE           PIC 9(03)V99 VALUE 2.00.
       77  WRK-SUB                 PIC 9(04) VALUE ZEROES.
       77  WRK-SLOT                PIC 9(04) VALUE ZEROES.
       77  WRK-LINE-CUST           PIC 9(05) VALUE ZEROES.
       77  WRK-CUS-COUNT           PIC 9(04) VALUE ZEROES.
       77  WRK-ITM-COUNT           PIC 9(04) VALUE ZEROES.
       77  WRK-TABLE-FULL          PIC 9(01) VALUE ZEROES.
       77  WRK-CUR-STAGE           PIC 9(01) VALUE ZEROES.
       77  WRK-NEXT-STAGE          PIC 9(01) VALUE ZEROES.
       77  WRK-CUR-SENT            PIC 9(08) VALUE ZEROES.
       77  WRK-CUR-FIRST           PIC 9(08) VALUE ZEROES.
       77  WRK-HAS-AVISO           PIC 9(01) VALUE ZEROES.
       77  WRK-CUR-LIMIT           PIC 9(03) VALUE ZEROES.
       77  WRK-NEXT-LIMIT          PIC 9(03) VALUE ZEROES.
       77  WRK-GAP                 PIC 9(03) VALUE ZEROES.
       77  WRK-SEND                PIC 9(01) VALUE ZEROES.
       77  WRK-LETTER-AMOUNT       PIC 9(07)V99 VALUE ZEROES.
       77  WRK-SENT-COUNT          PIC 9(04) VALUE ZEROES.
       77  WRK-SENT-1              PIC 9(04) VALUE ZEROES.
       77  WRK-SENT-2              PIC 9(04) VALUE ZEROES.
       77  WRK-SENT-3              PIC 9(04) VALUE ZEROES.
       77  WRK-CLEARED-COUNT       PIC 9(04) VALUE ZEROES.
       77  WRK-PARAM-STATUS        PIC 9(03) VALUE ZEROES.
      *Clientes em atraso: maior atraso, saldo devedor e multas
       01  WRK-CUS-TABLE.
           05 WRK-CUS-ENTRY            OCCURS 2000 TIMES.
               10 WRK-CUS-COD          PIC 9(05) VALUE ZEROES.
               10 WRK-CUS-DAYS         PIC 9(05) VALUE ZEROES.
               10 WRK-CUS-BALANCE      PIC 9(07)V99 VALUE ZEROES.
               10 WRK-CUS-FEES         PIC 9(07)V99 VALUE ZEROES.
      *Alugueis vencidos em aberto, um por titulo em poder do cliente
       01  WRK-ITM-TABLE.
           05 WRK-ITM-ENTRY            OCCURS 500 TIMES.
               10 WRK-ITM-CUST         PIC 9(05) VALUE ZEROES.
               10 WRK-ITM-TITLE        PIC X(30) VALUE SPACES.
               10 WRK-ITM-DUE          PIC 9(08) VALUE ZEROES.
               10 WRK-ITM-DAYS         PIC 9(05) VALUE ZEROES.
               10 WRK-ITM-FEE          PIC 9(05)V99 VALUE ZEROES.
               10 WRK-ITM-COST         PIC 9(06)V99 VALUE ZEROES.
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
       SCREEN  SECTION.
       01  CLEAR.
           05 CLEAR-SCREEN.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL.
       01  SHOW-MV.
           05 TITLE-SCREEN.
               10 LINE 01 COLUMN 01    PIC X(30) ERASE EOL
                  BACKGROUND-COLOR 2 FROM
                  "CARTAS DE COBRANCA".

       PROCEDURE DIVISION USING LNK-OPERATOR, OPTIONAL LNK-MODE.
       0000-MAIN-PROCEDURE.
      *Modo batch ("B"): roda sem nenhuma pergunta no terminal
           MOVE SPACES TO WRK-RUN-MODE.
           IF LNK-MODE NOT OMITTED
               MOVE LNK-MODE TO WRK-RUN-MODE
           END-IF.
           CALL "CHECKNIVEL" USING LNK-OPERATOR, WRK-MIN-LEVEL,
               WRK-NIVEL-STATUS, "EMITIRAVISOS    ".
           IF WRK-NIVEL-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-NIVEL-STATUS, "EMITIRAVISOS",
                   WRK-RUN-MODE
               GOBACK
           END-IF.
           CALL "LERPARAMS" USING WRK-PARAMS, WRK-PARAM-STATUS.
           MOVE WRK-PAR-DAILY-FEE TO WRK-DAILY-FEE.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           CALL "LERDATANEG" USING WRK-TODAY.
           COMPUTE WRK-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WRK-TODAY).
           PERFORM 0005-ZERO-INFO.
           PERFORM 0010-LOAD-RENTALS.
           PERFORM 0015-LOAD-BALANCES.
           PERFORM 0020-OPEN-AVISOS.
           IF WRK-AVI-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-AVI-FSTAT, "EMITIRAVISOS",
                   WRK-RUN-MODE
               GOBACK
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF WRK-TABLE-FULL EQUAL 1
               MOVE "ATENCAO: TABELA CHEIA - EMISSAO PARCIAL"
                   TO WRK-BUFF
               WRITE FS-PRINT-LINE FROM WRK-BUFF
           END-IF.
           PERFORM VARYING WRK-SLOT FROM 1 BY 1
                   UNTIL WRK-SLOT GREATER THAN WRK-CUS-COUNT
               PERFORM 0030-CHECK-CUSTOMER
           END-PERFORM.
           PERFORM 0050-CLEAR-SETTLED.
           CLOSE AVISOS.
           CLOSE PRINT-FILE.
      *Copia datada no spool, antes da proxima rodada sobrescrever o
      *PRN fixo
           CALL "ESPOLAR" USING "CARTAS.PRN          ",
               LNK-OPERATOR, WRK-SPOOL-STATUS.
           DISPLAY "CLIENTES EM ATRASO: " AT 0505.
           DISPLAY WRK-CUS-COUNT AT 0527.
           DISPLAY "PRIMEIROS AVISOS: " AT 0705.
           DISPLAY WRK-SENT-1 AT 0727.
           DISPLAY "SEGUNDOS AVISOS: " AT 0805.
           DISPLAY WRK-SENT-2 AT 0827.
           DISPLAY "AVISOS FINAIS: " AT 0905.
           DISPLAY WRK-SENT-3 AT 0927.
           DISPLAY "CICLOS ENCERRADOS: " AT 1005.
           DISPLAY WRK-CLEARED-COUNT AT 1027.
           DISPLAY "CARTAS EM CARTAS.PRN. PRESSIONE ENTER" AT 1405.
           IF WRK-RUN-MODE NOT EQUAL "B"
               ACCEPT WRK-TECLA AT 1455
           END-IF.
           GOBACK.

      *=================================================================
       0005-ZERO-INFO      SECTION.
      *Zera contadores e tabelas de uma chamada anterior
      *=================================================================
           MOVE ZEROES TO WRK-CUS-COUNT WRK-ITM-COUNT WRK-TABLE-FULL
               WRK-SENT-COUNT WRK-SENT-1 WRK-SENT-2 WRK-SENT-3
               WRK-CLEARED-COUNT.
           INITIALIZE WRK-CUS-TABLE WRK-ITM-TABLE.

      *=================================================================
       0010-LOAD-RENTALS      SECTION.
      *Guarda os alugueis em aberto ja vencidos, com os dias de atraso
      *e a multa limitada ao custo de reposicao, como no DEVOLVER.
      *Alugueis de funcionario (FS-RENT-STAFF-ID) nao sao cobrados
      *por carta
      *=================================================================
           OPEN INPUT RENTALS.
           IF WRK-RENT-FSTAT NOT EQUAL ZEROES
               GO TO 0010-FIM
           END-IF.
           OPEN INPUT MOVIES.
           PERFORM UNTIL WRK-RENT-FSTAT NOT EQUAL ZEROES
               READ RENTALS
                   AT END
                       MOVE 100 TO WRK-RENT-FSTAT
                   NOT AT END
                       IF FS-RENT-ABERTO
                           AND FS-RENT-STAFF-ID EQUAL SPACES
                           AND FS-RENT-DUE-DATE LESS THAN WRK-TODAY
                           PERFORM 0012-ADD-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MOVIES.
           CLOSE RENTALS.
       0010-FIM.
           MOVE ZEROES TO WRK-RENT-FSTAT WRK-MOV-FSTAT.

      *=================================================================
       0012-ADD-ITEM      SECTION.
      *Inclui um aluguel vencido na tabela de itens e soma o atraso e
      *a multa no cliente
      *=================================================================
           MOVE FS-RENT-CUST-COD TO WRK-LINE-CUST.
           PERFORM 0018-FIND-SLOT.
           IF WRK-SUB EQUAL ZEROES
               GO TO 0012-FIM
           END-IF.
           IF WRK-ITM-COUNT NOT LESS THAN 500
               MOVE 1 TO WRK-TABLE-FULL
               GO TO 0012-FIM
           END-IF.
           CALL "DIASUTEIS" USING FS-RENT-DUE-DATE, WRK-TODAY,
               WRK-DAYS-LATE, WRK-UTIL-STATUS.
           MOVE ZEROES TO WRK-UTIL-STATUS.
           ADD 1 TO WRK-ITM-COUNT.
           MOVE FS-RENT-CUST-COD TO WRK-ITM-CUST(WRK-ITM-COUNT).
           MOVE FS-RENT-DUE-DATE TO WRK-ITM-DUE(WRK-ITM-COUNT).
           MOVE WRK-DAYS-LATE TO WRK-ITM-DAYS(WRK-ITM-COUNT).
           MOVE "TITULO NAO CADASTRADO" TO WRK-ITM-TITLE(WRK-ITM-COUNT).
           MOVE FS-RENT-MOV-COD TO FS-MOV-COD.
           MOVE ZEROES TO FS-MOV-COST.
           READ MOVIES
               INVALID KEY
                   MOVE ZEROES TO FS-MOV-COST
               NOT INVALID KEY
                   MOVE FS-MOV-TITLE TO WRK-ITM-TITLE(WRK-ITM-COUNT)
           END-READ.
           MOVE FS-MOV-COST TO WRK-ITM-COST(WRK-ITM-COUNT).
           CALL "CALCMULTA" USING FS-RENT-MOV-COD, FS-RENT-COPY-NUM,
               WRK-DAYS-LATE, WRK-DAILY-FEE, WRK-FEE, WRK-UTIL-STATUS.
           MOVE ZEROES TO WRK-UTIL-STATUS.
           MOVE WRK-FEE TO WRK-ITM-FEE(WRK-ITM-COUNT).
           ADD WRK-FEE TO WRK-CUS-FEES(WRK-SUB).
           IF WRK-DAYS-LATE GREATER THAN WRK-CUS-DAYS(WRK-SUB)
               MOVE WRK-DAYS-LATE TO WRK-CUS-DAYS(WRK-SUB)
           END-IF.
       0012-FIM.
           EXIT.

      *=================================================================
       0015-LOAD-BALANCES      SECTION.
      *Cliente com saldo devedor em BALANCE.DAT tambem e cobrado; o
      *atraso do saldo conta da ultima movimentacao do saldo
      *(FS-BAL-UPDATED-DT), em dias corridos
      *=================================================================
           OPEN INPUT BALANCE.
           IF WRK-BAL-FSTAT NOT EQUAL ZEROES
               GO TO 0015-FIM
           END-IF.
           PERFORM UNTIL WRK-BAL-FSTAT NOT EQUAL ZEROES
               READ BALANCE
                   AT END
                       MOVE 100 TO WRK-BAL-FSTAT
                   NOT AT END
                       IF FS-BAL-AMOUNT GREATER THAN ZEROES
                           PERFORM 0016-ADD-BALANCE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BALANCE.
       0015-FIM.
           MOVE ZEROES TO WRK-BAL-FSTAT.

      *=================================================================
       0016-ADD-BALANCE      SECTION.
      *Soma o saldo devedor e o atraso do saldo no cliente
      *=================================================================
           MOVE FS-BAL-CUST-COD TO WRK-LINE-CUST.
           PERFORM 0018-FIND-SLOT.
           IF WRK-SUB EQUAL ZEROES
               GO TO 0016-FIM
           END-IF.
           MOVE FS-BAL-AMOUNT TO WRK-CUS-BALANCE(WRK-SUB).
           MOVE ZEROES TO WRK-DAYS-LATE.
           IF FS-BAL-UPDATED-DT IS NUMERIC
               AND FS-BAL-UPDATED-DT GREATER THAN ZEROES
               AND FS-BAL-UPDATED-DT LESS THAN WRK-TODAY
               COMPUTE WRK-DUE-INT =
                   FUNCTION INTEGER-OF-DATE(FS-BAL-UPDATED-DT)
               COMPUTE WRK-DAYS-LATE = WRK-TODAY-INT - WRK-DUE-INT
           END-IF.
           IF WRK-DAYS-LATE GREATER THAN WRK-CUS-DAYS(WRK-SUB)
               MOVE WRK-DAYS-LATE TO WRK-CUS-DAYS(WRK-SUB)
           END-IF.
       0016-FIM.
           EXIT.

      *=================================================================
       0018-FIND-SLOT      SECTION.
      *Posicao de WRK-LINE-CUST na tabela de clientes (WRK-SUB),
      *incluindo o cliente quando ainda nao esta; tabela cheia
      *devolve zero
      *=================================================================
           MOVE ZEROES TO WRK-SUB.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB GREATER THAN WRK-CUS-COUNT
               IF WRK-CUS-COD(WRK-SUB) EQUAL WRK-LINE-CUST
                   GO TO 0018-FIM
               END-IF
           END-PERFORM.
           IF WRK-CUS-COUNT NOT LESS THAN 2000
               MOVE 1 TO WRK-TABLE-FULL
               MOVE ZEROES TO WRK-SUB
           ELSE
               ADD 1 TO WRK-CUS-COUNT
               MOVE WRK-CUS-COUNT TO WRK-SUB
               MOVE WRK-LINE-CUST TO WRK-CUS-COD(WRK-SUB)
           END-IF.
       0018-FIM.
           EXIT.

      *=================================================================
       0020-OPEN-AVISOS      SECTION.
      *Abre AVISOS.DAT para atualizacao, criando o arquivo na primeira
      *emissao
      *=================================================================
           OPEN I-O AVISOS.
           IF WRK-AVI-FSTAT EQUAL 350
               OPEN OUTPUT AVISOS
               CLOSE AVISOS
               OPEN I-O AVISOS
           END-IF.

      *=================================================================
       0030-CHECK-CUSTOMER      SECTION.
      *Decide se o cliente da posicao WRK-SLOT sobe de degrau: o
      *atraso tem de alcancar o limite do proximo aviso e, depois do
      *primeiro, a carta anterior tem de ter saido ha pelo menos a
      *diferenca entre os dois limites, para o cliente ter tempo de
      *responder
      *=================================================================
           IF WRK-CUS-DAYS(WRK-SLOT) EQUAL ZEROES
               GO TO 0030-FIM
           END-IF.
           MOVE ZEROES TO WRK-CUR-STAGE WRK-CUR-SENT WRK-CUR-FIRST
               WRK-HAS-AVISO WRK-SEND.
           MOVE WRK-CUS-COD(WRK-SLOT) TO FS-AVI-CUST-COD.
           READ AVISOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WRK-HAS-AVISO
                   MOVE FS-AVI-STAGE TO WRK-CUR-STAGE
                   MOVE FS-AVI-SENT-DATE TO WRK-CUR-SENT
                   MOVE FS-AVI-FIRST-DATE TO WRK-CUR-FIRST
           END-READ.
           IF WRK-CUR-STAGE NOT LESS THAN 3
               GO TO 0030-FIM
           END-IF.
           COMPUTE WRK-NEXT-STAGE = WRK-CUR-STAGE + 1.
           EVALUATE WRK-CUR-STAGE
               WHEN 1
                   MOVE WRK-PAR-DUN-DAYS1 TO WRK-CUR-LIMIT
                   MOVE WRK-PAR-DUN-DAYS2 TO WRK-NEXT-LIMIT
               WHEN 2
                   MOVE WRK-PAR-DUN-DAYS2 TO WRK-CUR-LIMIT
                   MOVE WRK-PAR-DUN-DAYS3 TO WRK-NEXT-LIMIT
               WHEN OTHER
                   MOVE ZEROES TO WRK-CUR-LIMIT
                   MOVE WRK-PAR-DUN-DAYS1 TO WRK-NEXT-LIMIT
           END-EVALUATE.
           IF WRK-CUS-DAYS(WRK-SLOT) LESS THAN WRK-NEXT-LIMIT
               GO TO 0030-FIM
           END-IF.
           MOVE 1 TO WRK-SEND.
           IF WRK-CUR-STAGE GREATER THAN ZEROES
               AND WRK-CUR-SENT IS NUMERIC
               AND WRK-CUR-SENT GREATER THAN ZEROES
               COMPUTE WRK-SENT-INT =
                   FUNCTION INTEGER-OF-DATE(WRK-CUR-SENT)
               COMPUTE WRK-DAYS-SENT = WRK-TODAY-INT - WRK-SENT-INT
               IF WRK-NEXT-LIMIT GREATER THAN WRK-CUR-LIMIT
                   COMPUTE WRK-GAP = WRK-NEXT-LIMIT - WRK-CUR-LIMIT
               ELSE
                   MOVE ZEROES TO WRK-GAP
               END-IF
               IF WRK-DAYS-SENT LESS THAN WRK-GAP
                   MOVE ZEROES TO WRK-SEND
               END-IF
           END-IF.
           IF WRK-SEND EQUAL 1
               PERFORM 0040-PRINT-LETTER
               PERFORM 0045-RECORD-STAGE
           END-IF.
       0030-FIM.
           EXIT.

      *=================================================================
       0040-PRINT-LETTER      SECTION.
      *Imprime a carta do degrau WRK-NEXT-STAGE para o cliente da
      *posicao WRK-SLOT
      *=================================================================
           MOVE ALL "=" TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           EVALUATE WRK-NEXT-STAGE
               WHEN 1
                   MOVE "PRIMEIRO AVISO DE COBRANCA" TO WRK-BUFF
               WHEN 2
                   MOVE "SEGUNDO AVISO DE COBRANCA" TO WRK-BUFF
               WHEN OTHER
                   MOVE "AVISO FINAL DE COBRANCA" TO WRK-BUFF
           END-EVALUATE.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE WRK-CUS-COD(WRK-SLOT) TO FS-CUST-COD.
           MOVE SPACES TO FS-CUST-NAME FS-CUST-PHONE.
           OPEN INPUT CUSTOMERS.
           IF WRK-CUST-FSTAT EQUAL ZEROES
               READ CUSTOMERS
                   INVALID KEY
                       MOVE SPACES TO FS-CUST-NAME FS-CUST-PHONE
               END-READ
               CLOSE CUSTOMERS
           END-IF.
           MOVE ZEROES TO WRK-CUST-FSTAT.
           MOVE SPACES TO WRK-BUFF.
           STRING "DATA: " WRK-TODAY INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           STRING "CLIENTE: " WRK-CUS-COD(WRK-SLOT) " " FS-CUST-NAME
               INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           STRING "TELEFONE: " FS-CUST-PHONE INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           IF WRK-CUS-FEES(WRK-SLOT) GREATER THAN ZEROES
               MOVE "TITULOS EM SEU PODER COM DEVOLUCAO VENCIDA:"
                   TO WRK-BUFF
               WRITE FS-PRINT-LINE FROM WRK-BUFF
               MOVE
               "TITULO                         VENCTO   DIAS  MULTA"
                   TO WRK-BUFF
               MOVE "REPOSICAO" TO WRK-BUFF(60:9)
               WRITE FS-PRINT-LINE FROM WRK-BUFF
               PERFORM VARYING WRK-SUB FROM 1 BY 1
                       UNTIL WRK-SUB GREATER THAN WRK-ITM-COUNT
                   IF WRK-ITM-CUST(WRK-SUB) EQUAL WRK-CUS-COD(WRK-SLOT)
                       MOVE SPACES TO WRK-BUFF
                       STRING WRK-ITM-TITLE(WRK-SUB) " "
                              WRK-ITM-DUE(WRK-SUB) " "
                              WRK-ITM-DAYS(WRK-SUB) " "
                              WRK-ITM-FEE(WRK-SUB) " "
                              WRK-ITM-COST(WRK-SUB)
                              INTO WRK-BUFF
                       WRITE FS-PRINT-LINE FROM WRK-BUFF
                   END-IF
               END-PERFORM
               MOVE SPACES TO WRK-BUFF
               WRITE FS-PRINT-LINE FROM WRK-BUFF
           END-IF.
           MOVE SPACES TO WRK-BUFF.
           STRING "DIAS DE ATRASO: " WRK-CUS-DAYS(WRK-SLOT)
               INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           STRING "MULTAS ATE HOJE: " WRK-CUS-FEES(WRK-SLOT)
               INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           STRING "SALDO DEVEDOR: " WRK-CUS-BALANCE(WRK-SLOT)
               INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           EVALUATE WRK-NEXT-STAGE
               WHEN 1
                   MOVE "PEDIMOS A DEVOLUCAO DOS TITULOS E A QUITACAO"
                       TO WRK-BUFF
                   WRITE FS-PRINT-LINE FROM WRK-BUFF
                   MOVE "DO SALDO NA LOJA. SE JA O FEZ, DESCONSIDERE."
                       TO WRK-BUFF
                   WRITE FS-PRINT-LINE FROM WRK-BUFF
               WHEN 2
                   MOVE "NAO RECEBEMOS RESPOSTA AO PRIMEIRO AVISO."
                       TO WRK-BUFF
                   WRITE FS-PRINT-LINE FROM WRK-BUFF
                   MOVE "A MULTA CONTINUA CORRENDO ATE A DEVOLUCAO."
                       TO WRK-BUFF
                   WRITE FS-PRINT-LINE FROM WRK-BUFF
               WHEN OTHER
                   MOVE "SEM A REGULARIZACAO, OS TITULOS SERAO"
                       TO WRK-BUFF
                   WRITE FS-PRINT-LINE FROM WRK-BUFF
                   MOVE "COBRADOS PELO VALOR DE REPOSICAO E O CADASTRO"
                       TO WRK-BUFF
                   WRITE FS-PRINT-LINE FROM WRK-BUFF
                   MOVE "FICARA BLOQUEADO PARA NOVOS ALUGUEIS."
                       TO WRK-BUFF
                   WRITE FS-PRINT-LINE FROM WRK-BUFF
           END-EVALUATE.
           MOVE SPACES TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           ADD 1 TO WRK-SENT-COUNT.
           EVALUATE WRK-NEXT-STAGE
               WHEN 1
                   ADD 1 TO WRK-SENT-1
               WHEN 2
                   ADD 1 TO WRK-SENT-2
               WHEN OTHER
                   ADD 1 TO WRK-SENT-3
           END-EVALUATE.

      *=================================================================
       0045-RECORD-STAGE      SECTION.
      *Grava em AVISOS.DAT o degrau alcancado e a data do envio
      *=================================================================
           COMPUTE WRK-LETTER-AMOUNT = WRK-CUS-FEES(WRK-SLOT)
               + WRK-CUS-BALANCE(WRK-SLOT).
           MOVE WRK-CUS-COD(WRK-SLOT) TO FS-AVI-CUST-COD.
           MOVE WRK-NEXT-STAGE TO FS-AVI-STAGE.
           MOVE WRK-TODAY TO FS-AVI-SENT-DATE.
           MOVE WRK-CUS-DAYS(WRK-SLOT) TO FS-AVI-DAYS-LATE.
           MOVE WRK-LETTER-AMOUNT TO FS-AVI-AMOUNT.
           IF WRK-HAS-AVISO EQUAL 1
               MOVE WRK-CUR-FIRST TO FS-AVI-FIRST-DATE
               REWRITE FS-AVISO
           ELSE
               MOVE WRK-TODAY TO FS-AVI-FIRST-DATE
               WRITE FS-AVISO
           END-IF.
           IF WRK-AVI-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-AVI-FSTAT, "EMITIRAVISOS",
                   WRK-RUN-MODE
               MOVE ZEROES TO WRK-AVI-FSTAT
           END-IF.

      *=================================================================
       0050-CLEAR-SETTLED      SECTION.
      *Tira de AVISOS.DAT o cliente que nao esta mais em atraso, para
      *um novo atraso recomecar pelo primeiro aviso. Com a tabela
      *cheia nada e apagado, porque um cliente fora da tabela pode
      *continuar devendo
      *=================================================================
           IF WRK-TABLE-FULL EQUAL 1
               GO TO 0050-FIM
           END-IF.
           MOVE ZEROES TO FS-AVI-CUST-COD.
           START AVISOS KEY IS NOT LESS THAN FS-AVI-CUST-COD
               INVALID KEY
                   GO TO 0050-FIM
           END-START.
           PERFORM UNTIL WRK-AVI-FSTAT NOT EQUAL ZEROES
               READ AVISOS NEXT RECORD
                   AT END
                       MOVE 100 TO WRK-AVI-FSTAT
                   NOT AT END
                       MOVE FS-AVI-CUST-COD TO WRK-LINE-CUST
                       PERFORM 0055-STILL-LATE
                       IF WRK-SEND EQUAL ZEROES
                           DELETE AVISOS RECORD
                           ADD 1 TO WRK-CLEARED-COUNT
                       END-IF
               END-READ
           END-PERFORM.
       0050-FIM.
           MOVE ZEROES TO WRK-AVI-FSTAT.

      *=================================================================
       0055-STILL-LATE      SECTION.
      *WRK-SEND = 1 quando WRK-LINE-CUST ainda tem atraso ou saldo
      *devedor na tabela
      *=================================================================
           MOVE ZEROES TO WRK-SEND.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB GREATER THAN WRK-CUS-COUNT
                      OR WRK-SEND EQUAL 1
               IF WRK-CUS-COD(WRK-SUB) EQUAL WRK-LINE-CUST
                   AND (WRK-CUS-DAYS(WRK-SUB) GREATER THAN ZEROES
                     OR WRK-CUS-BALANCE(WRK-SUB) GREATER THAN ZEROES)
                   MOVE 1 TO WRK-SEND
               END-IF
           END-PERFORM.
       END PROGRAM EMITIRAVISOS.
