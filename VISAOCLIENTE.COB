      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Visao geral do cliente no balcao, so de consulta:
      *           saldo devedor ou credito (BALANCE.DAT), caucoes em
      *           poder da loja, pontos de fidelidade, plano mensal e
      *           alugueis usados no ciclo, alugueis em aberto com o
      *           vencimento, membros do grupo familiar com os itens
      *           abertos e vencidos de cada um, posicoes na lista de
      *           espera e copias guardadas, agendamentos futuros e
      *           vales-presente com saldo. Da tela o operador segue
      *           direto para o aluguel, o pagamento ou a devolucao
      *           com o cliente ja informado.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VISAOCLIENTE.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT RENTXREF ASSIGN TO "RENTCUST.DAT"
           FILE STATUS IS WRK-XREF-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-XREF-KEY.

           SELECT RENTALS ASSIGN TO "RENTALS.DAT"
           FILE STATUS IS WRK-RENT-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-RENT-KEY.

           SELECT MOVIES ASSIGN TO "MOVIES.DAT"
           FILE STATUS IS WRK-MOV-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES.

           SELECT ASSINATURAS ASSIGN TO "ASSINATURAS.DAT"
           FILE STATUS IS WRK-ASS-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-ASS-CUST-COD.

           SELECT PLANOS ASSIGN TO "PLANOS.DAT"
           FILE STATUS IS WRK-PLAN-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-PLAN-COD.

           SELECT TRANSIDX ASSIGN TO "TRANSIDX.DAT"
           FILE STATUS IS WRK-TIX-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-TIX-KEY
           ALTERNATE RECORD KEY IS FS-TIX-CUST-KEY WITH DUPLICATES.

           SELECT WAITLIST ASSIGN TO "WAITLIST.DAT"
           FILE STATUS IS WRK-WAIT-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-WAIT-KEY.

           SELECT AGENDA ASSIGN TO "AGENDA.DAT"
           FILE STATUS IS WRK-BOOK-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-BOOK-KEY.

           SELECT VALES ASSIGN TO "VALES.DAT"
           FILE STATUS IS WRK-GIFT-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-GIFT-NUM.
       DATA DIVISION.
       FILE SECTION.
           FD  RENTXREF.
           01 FS-RENTXREF.
               COPY XREFFLDS.
           FD  RENTALS.
           01 FS-RENTAL.
               COPY RENTFLDS.
           FD  MOVIES.
           01 FS-MOVIE.
               COPY MOVIEFLDS.
           FD  ASSINATURAS.
           01 FS-ASSINATURA.
               COPY ASSINFLDS.
           FD  PLANOS.
           01 FS-PLANO.
               COPY PLANFLDS.
           FD  TRANSIDX.
           01 FS-TIX.
               COPY TRNIDXFLDS.
           FD  WAITLIST.
           01 FS-WAITREC.
               COPY WAITFLDS.
           FD  AGENDA.
           01 FS-BOOKING.
               COPY BOOKFLDS.
           FD  VALES.
           01 FS-VALE.
               COPY GIFTFLDS.
       WORKING-STORAGE SECTION.
       77  WRK-XREF-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-RENT-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-MOV-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-ASS-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-PLAN-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-TIX-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-WAIT-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-BOOK-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-GIFT-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-STATUS                  PIC 9(03) VALUE ZEROES.
       77  WRK-BAL-STATUS              PIC 9(03) VALUE ZEROES.
       77  WRK-PTS-STATUS              PIC 9(03) VALUE ZEROES.
       77  WRK-FAM-STATUS              PIC 9(03) VALUE ZEROES.
       77  WRK-LINE                    PIC 9(04) VALUE ZEROES.
       77  WRK-TECLA                   PIC X(01) VALUE SPACES.
       77  WRK-OPTION                  PIC X(01) VALUE SPACES.
       77  WRK-BUFF                    PIC X(71) VALUE SPACES.
       77  WRK-CUST-COD-MSK            PIC X(05) JUSTIFIED RIGHT.
       77  WRK-PICKED-COD              PIC 9(05) VALUE ZEROES.
       77  WRK-MAIN-COD                PIC 9(05) VALUE ZEROES.
       77  WRK-MAIN-NAME               PIC X(30) VALUE SPACES.
       77  WRK-CHECK-CUST              PIC 9(05) VALUE ZEROES.
       77  WRK-TODAY                   PIC 9(08) VALUE ZEROES.
       77  WRK-EOF                     PIC 9(01) VALUE ZEROES.
       77  WRK-HAS-MOVIES              PIC 9(01) VALUE ZEROES.
       77  WRK-BAL-AMOUNT              PIC S9(06)V99 VALUE ZEROES.
       77  WRK-DEPOSIT-HELD            PIC S9(06)V99 VALUE ZEROES.
       77  WRK-PTS-BALANCE             PIC 9(06) VALUE ZEROES.
       77  WRK-PLAN-NAME               PIC X(20) VALUE SPACES.
       77  WRK-PLAN-USED               PIC 9(03) VALUE ZEROES.
       77  WRK-PLAN-INCLUDED           PIC 9(03) VALUE ZEROES.
       77  WRK-PLAN-CYCLE              PIC 9(06) VALUE ZEROES.
       77  WRK-OPEN-COUNT              PIC 9(03) VALUE ZEROES.
       77  WRK-OVERDUE-COUNT           PIC 9(03) VALUE ZEROES.
       77  WRK-LIST-ITEMS              PIC 9(01) VALUE ZEROES.
       77  WRK-SHOWN                   PIC 9(03) VALUE ZEROES.
       77  WRK-TITLE                   PIC X(30) VALUE SPACES.
       77  WRK-LATE-FLAG               PIC X(07) VALUE SPACES.
       77  WRK-WAIT-MOV                PIC 9(05) VALUE ZEROES.
       77  WRK-WAIT-POS                PIC 9(03) VALUE ZEROES.
       77  WRK-FAM-SUB                 PIC 9(02) VALUE ZEROES.
       01  WRK-FAMILY.
           05 WRK-FAM-COUNT            PIC 9(02) VALUE ZEROES.
           05 WRK-FAM-MEMBER           PIC 9(05) OCCURS 20 TIMES
                                        VALUE ZEROES.
      *Linha do diario lida pelo indice, no layout do diario
       01  WRK-TRANS.
           COPY TRANSFLDS.

       01  WRK-AREA.
           05 WRK-MENU-TITLE       PIC X(30).
           05 WRK-MENU-ITEM        PIC X(30) OCCURS 40 TIMES.
           05 WRK-MENU-SIZE        PIC 9(02).

       01  WRK-CUSTOMER.
           COPY CUSTFLDS
               REPLACING ==FS-CUST-COD==   BY ==WRK-CUST-COD==
                         ==FS-CUST-NAME==  BY ==WRK-CUST-NAME==
                         ==FS-CUST-PHONE== BY ==WRK-CUST-PHONE==
                         ==FS-CUST-DOC==   BY ==WRK-CUST-DOC==
                         ==FS-CUST-BIRTHDATE==
                             BY ==WRK-CUST-BIRTHDATE==
                         ==FS-CUST-CORPORATE==
                             BY ==WRK-CUST-CORPORATE==
                         ==FS-CUST-SMS-OPTIN==
                             BY ==WRK-CUST-SMS-OPTIN==
                         ==FS-CUST-SMS-OPTIN-DT==
                             BY ==WRK-CUST-SMS-OPTIN-DT==
                         ==FS-CUST-MKT-OPTIN==
                             BY ==WRK-CUST-MKT-OPTIN==
                         ==FS-CUST-MKT-OPTIN-DT==
                             BY ==WRK-CUST-MKT-OPTIN-DT==
                         ==FS-CUST-ADDRESS==
                             BY ==WRK-CUST-ADDRESS==
                         ==FS-CUST-ZONE==
                             BY ==WRK-CUST-ZONE==
                         ==FS-CUST-BRANCH==
                             BY ==WRK-CUST-BRANCH==
                         ==FS-CUST-AGREE-DT==
                             BY ==WRK-CUST-AGREE-DT==
                         ==FS-CUST-AGREE-VER==
                             BY ==WRK-CUST-AGREE-VER==.

       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
       SCREEN  SECTION.
       01  CLEAR.
           05 CLEAR-SCREEN.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL.
       01  SHOW-MV.
           05 TITLE-SCREEN.
               10 LINE 01 COLUMN 01    PIC X(26) ERASE EOL
                  BACKGROUND-COLOR 2 FROM "VISAO GERAL DO CLIENTE".
       01  SHOW-LINE.
           05 DTA.
               10 LINE WRK-LINE COLUMN 01 PIC X(71) ERASE EOL
                  BACKGROUND-COLOR 0 FOREGROUND-COLOR 2 FROM WRK-BUFF.

       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           CALL "LERDATANEG" USING WRK-TODAY.
           PERFORM 0010-GET-CUSTOMER.
           IF WRK-STATUS NOT EQUAL ZEROES
               GOBACK
           END-IF.
           MOVE WRK-CUST-COD TO WRK-MAIN-COD.
           MOVE WRK-CUST-NAME TO WRK-MAIN-NAME.
           MOVE "X" TO WRK-OPTION.
           PERFORM UNTIL WRK-OPTION EQUAL SPACES
               PERFORM 0020-SHOW-OVERVIEW
               PERFORM 0090-TAKE-ACTION
           END-PERFORM.
           GOBACK.

      *=================================================================
       0010-GET-CUSTOMER      SECTION.
      *Recebe o codigo do cliente ("?" abre a busca por nome parcial)
      *e busca o cadastro
      *=================================================================
           MOVE 1 TO WRK-STATUS.
           MOVE "VISAO GERAL DO CLIENTE"      TO WRK-MENU-TITLE.
           MOVE "CLIENTE (CODIGO, ?=BUSCA): " TO WRK-MENU-ITEM(01).
           MOVE 1 TO WRK-MENU-SIZE.
           CALL "MENUS" USING WRK-AREA.
           DISPLAY "PRESSIONE ENTER PARA VOLTAR" AT 1005.
           MOVE SPACES TO WRK-CUST-COD-MSK.
           ACCEPT WRK-CUST-COD-MSK AT 0332.
           IF WRK-CUST-COD-MSK(05:01) EQUAL '?'
               CALL "BUSCARCLIENTE" USING WRK-PICKED-COD
               IF WRK-PICKED-COD EQUAL ZEROES
                   GO TO 0010-FIM
               END-IF
               MOVE WRK-PICKED-COD TO WRK-CUST-COD-MSK
           END-IF.
           IF WRK-CUST-COD-MSK EQUAL SPACES
               GO TO 0010-FIM
           END-IF.
           MOVE WRK-CUST-COD-MSK TO WRK-CUST-COD.
           MOVE ZEROES TO WRK-STATUS.
           CALL "SEARCHCUSTOMER" USING WRK-CUSTOMER, WRK-STATUS.
       0010-FIM.
           EXIT.

      *=================================================================
       0020-SHOW-OVERVIEW      SECTION.
      *Levanta a situacao do cliente e mostra a tela inteira,
      *paginando quando nao cabe
      *=================================================================
           PERFORM 0025-LOAD-ACCOUNT.
           PERFORM 0030-DRAW-HEADER.
           MOVE ZEROES TO WRK-HAS-MOVIES.
           OPEN INPUT MOVIES.
           IF WRK-MOV-FSTAT EQUAL ZEROES
               MOVE 1 TO WRK-HAS-MOVIES
           END-IF.
           MOVE "ALUGUEIS EM ABERTO:" TO WRK-BUFF.
           PERFORM 0070-SHOW-LINE.
           MOVE WRK-MAIN-COD TO WRK-CHECK-CUST.
           MOVE 1 TO WRK-LIST-ITEMS.
           PERFORM 0040-SCAN-RENTALS.
           IF WRK-OPEN-COUNT EQUAL ZEROES
               MOVE "  NENHUM" TO WRK-BUFF
               PERFORM 0070-SHOW-LINE
           END-IF.
           PERFORM 0050-SHOW-FAMILY.
           PERFORM 0060-SHOW-WAITLIST.
           PERFORM 0065-SHOW-BOOKINGS.
           IF WRK-HAS-MOVIES EQUAL 1
               CLOSE MOVIES
           END-IF.
           PERFORM 0068-SHOW-GIFTS.

      *=================================================================
       0025-LOAD-ACCOUNT      SECTION.
      *Saldo, caucoes em poder da loja, pontos e plano do cliente
      *=================================================================
           CALL "GETBALANCE" USING WRK-MAIN-COD, WRK-BAL-AMOUNT,
               WRK-BAL-STATUS.
           CALL "GETPONTOS" USING WRK-MAIN-COD, WRK-PTS-BALANCE,
               WRK-PTS-STATUS.
           PERFORM 0027-SUM-DEPOSITS.
           MOVE SPACES TO WRK-PLAN-NAME.
           MOVE ZEROES TO WRK-PLAN-USED WRK-PLAN-INCLUDED
               WRK-PLAN-CYCLE.
           OPEN INPUT ASSINATURAS.
           IF WRK-ASS-FSTAT NOT EQUAL ZEROES
               GO TO 0025-FIM
           END-IF.
           MOVE WRK-MAIN-COD TO FS-ASS-CUST-COD.
           READ ASSINATURAS
               INVALID KEY
                   MOVE 1 TO WRK-EOF
               NOT INVALID KEY
                   MOVE ZEROES TO WRK-EOF
           END-READ.
           CLOSE ASSINATURAS.
           IF WRK-EOF EQUAL 1 OR NOT FS-ASS-ATIVA
               GO TO 0025-FIM
           END-IF.
           MOVE FS-ASS-USED TO WRK-PLAN-USED.
           MOVE FS-ASS-CYCLE TO WRK-PLAN-CYCLE.
           MOVE "PLANO NAO CADASTRADO" TO WRK-PLAN-NAME.
           OPEN INPUT PLANOS.
           IF WRK-PLAN-FSTAT NOT EQUAL ZEROES
               GO TO 0025-FIM
           END-IF.
           MOVE FS-ASS-PLAN-COD TO FS-PLAN-COD.
           READ PLANOS
               NOT INVALID KEY
                   MOVE FS-PLAN-NAME TO WRK-PLAN-NAME
                   MOVE FS-PLAN-INCLUDED TO WRK-PLAN-INCLUDED
           END-READ.
           CLOSE PLANOS.
       0025-FIM.
           EXIT.

      *=================================================================
       0027-SUM-DEPOSITS      SECTION.
      *Caucoes em poder da loja pelo indice do diario: recebidas
      *(inclusive as transportadas na abertura do exercicio) menos as
      *devolvidas, como no relatorio de caucoes
      *=================================================================
           MOVE ZEROES TO WRK-DEPOSIT-HELD.
           OPEN INPUT TRANSIDX.
           IF WRK-TIX-FSTAT NOT EQUAL ZEROES
               GO TO 0027-FIM
           END-IF.
           MOVE WRK-MAIN-COD TO FS-TIX-CUST-COD.
           MOVE ZEROES TO FS-TIX-CUST-DATE.
           START TRANSIDX KEY IS NOT LESS THAN FS-TIX-CUST-KEY
               INVALID KEY
                   MOVE 100 TO WRK-TIX-FSTAT
           END-START.
           PERFORM UNTIL WRK-TIX-FSTAT NOT EQUAL ZEROES
               READ TRANSIDX NEXT RECORD
                   AT END
                       MOVE 100 TO WRK-TIX-FSTAT
                   NOT AT END
                       IF FS-TIX-CUST-COD NOT EQUAL WRK-MAIN-COD
                           MOVE 100 TO WRK-TIX-FSTAT
                       ELSE
                           MOVE FS-TIX-LINE TO WRK-TRANS
                           PERFORM 0028-APPLY-DEPOSIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANSIDX.
       0027-FIM.
           MOVE ZEROES TO WRK-TIX-FSTAT.

      *=================================================================
       0028-APPLY-DEPOSIT      SECTION.
      *Soma a caucao recebida ou abate a devolvida
      *=================================================================
           IF FS-TRANS-CAUCAO
               OR (FS-TRANS-ABERTURA AND FS-TRANS-ABR-CAUCAO)
               ADD FS-TRANS-AMOUNT TO WRK-DEPOSIT-HELD
           END-IF.
           IF FS-TRANS-CAUCAO-DEV
               SUBTRACT FS-TRANS-AMOUNT FROM WRK-DEPOSIT-HELD
           END-IF.

      *=================================================================
       0030-DRAW-HEADER      SECTION.
      *Cabecalho da visao: cliente, dinheiro e plano
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           MOVE SPACES TO WRK-BUFF.
           STRING "CLIENTE: " WRK-MAIN-COD " " WRK-MAIN-NAME
               INTO WRK-BUFF.
           MOVE 03 TO WRK-LINE.
           DISPLAY DTA.
           MOVE SPACES TO WRK-BUFF.
           IF WRK-BAL-AMOUNT LESS THAN ZEROES
               STRING "CREDITO: " WRK-BAL-AMOUNT " CAUCOES: "
                   WRK-DEPOSIT-HELD " PONTOS: " WRK-PTS-BALANCE
                   INTO WRK-BUFF
           ELSE
               STRING "SALDO DEVEDOR: " WRK-BAL-AMOUNT " CAUCOES: "
                   WRK-DEPOSIT-HELD " PONTOS: " WRK-PTS-BALANCE
                   INTO WRK-BUFF
           END-IF.
           MOVE 04 TO WRK-LINE.
           DISPLAY DTA.
           MOVE SPACES TO WRK-BUFF.
           IF WRK-PLAN-NAME EQUAL SPACES
               MOVE "PLANO: NENHUM" TO WRK-BUFF
           ELSE
               STRING "PLANO: " WRK-PLAN-NAME " CICLO " WRK-PLAN-CYCLE
                   " USADOS " WRK-PLAN-USED " DE " WRK-PLAN-INCLUDED
                   INTO WRK-BUFF
           END-IF.
           MOVE 05 TO WRK-LINE.
           DISPLAY DTA.

      *=================================================================
       0040-SCAN-RENTALS      SECTION.
      *Conta os alugueis abertos e vencidos de WRK-CHECK-CUST pelo
      *indice RENTCUST.DAT e, com WRK-LIST-ITEMS ligado, mostra cada
      *um com o vencimento
      *=================================================================
           MOVE ZEROES TO WRK-OPEN-COUNT WRK-OVERDUE-COUNT.
           OPEN INPUT RENTXREF.
           IF WRK-XREF-FSTAT NOT EQUAL ZEROES
               GO TO 0040-FIM
           END-IF.
           OPEN INPUT RENTALS.
           IF WRK-RENT-FSTAT NOT EQUAL ZEROES
               CLOSE RENTXREF
               GO TO 0040-FIM
           END-IF.
           MOVE WRK-CHECK-CUST TO FS-XREF-CUST-COD.
           MOVE ZEROES TO FS-XREF-INV-DATE.
           MOVE ZEROES TO FS-XREF-MOV-COD.
           MOVE ZEROES TO FS-XREF-DUE-DATE.
           MOVE ZEROES TO WRK-EOF.
           START RENTXREF KEY IS NOT LESS THAN FS-XREF-KEY
               INVALID KEY
                   MOVE 1 TO WRK-EOF
           END-START.
           PERFORM UNTIL WRK-EOF EQUAL 1
               READ RENTXREF NEXT RECORD
                   AT END
                       MOVE 1 TO WRK-EOF
                   NOT AT END
                       IF FS-XREF-CUST-COD NOT EQUAL WRK-CHECK-CUST
                           MOVE 1 TO WRK-EOF
                       ELSE
                           PERFORM 0045-CHECK-ONE-RENTAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RENTALS RENTXREF.
       0040-FIM.
           EXIT.

      *=================================================================
       0045-CHECK-ONE-RENTAL      SECTION.
      *Le o aluguel apontado pelo indice e, se ainda estiver aberto,
      *soma e mostra o titulo, o vencimento e se ja venceu
      *=================================================================
           MOVE FS-XREF-MOV-COD TO FS-RENT-MOV-COD.
           MOVE FS-XREF-DUE-DATE TO FS-RENT-DUE-DATE.
           MOVE FS-XREF-CUST-COD TO FS-RENT-CUST-COD.
           READ RENTALS
               INVALID KEY
                   GO TO 0045-FIM
           END-READ.
           IF NOT FS-RENT-ABERTO
               GO TO 0045-FIM
           END-IF.
           ADD 1 TO WRK-OPEN-COUNT.
           MOVE SPACES TO WRK-LATE-FLAG.
           IF FS-RENT-DUE-DATE LESS THAN WRK-TODAY
               ADD 1 TO WRK-OVERDUE-COUNT
               MOVE "VENCIDO" TO WRK-LATE-FLAG
           END-IF.
           IF WRK-LIST-ITEMS EQUAL ZEROES
               GO TO 0045-FIM
           END-IF.
           MOVE FS-RENT-MOV-COD TO FS-MOV-COD.
           PERFORM 0075-GET-TITLE.
           MOVE SPACES TO WRK-BUFF.
           STRING "  " WRK-TITLE " COPIA " FS-RENT-COPY-NUM
               " VENCE " FS-RENT-DUE-DATE " " WRK-LATE-FLAG
               INTO WRK-BUFF.
           PERFORM 0070-SHOW-LINE.
       0045-FIM.
           EXIT.

      *=================================================================
       0050-SHOW-FAMILY      SECTION.
      *Demais membros do grupo familiar, cada um com os itens em
      *aberto e quantos ja venceram
      *=================================================================
           CALL "LERFAMILIA" USING WRK-MAIN-COD, WRK-FAMILY,
               WRK-FAM-STATUS.
           IF WRK-FAM-COUNT LESS THAN 2
               GO TO 0050-FIM
           END-IF.
           MOVE "GRUPO FAMILIAR:" TO WRK-BUFF.
           PERFORM 0070-SHOW-LINE.
           MOVE 1 TO WRK-LIST-ITEMS.
           PERFORM VARYING WRK-FAM-SUB FROM 1 BY 1
                   UNTIL WRK-FAM-SUB GREATER THAN WRK-FAM-COUNT
               IF WRK-FAM-MEMBER(WRK-FAM-SUB) NOT EQUAL WRK-MAIN-COD
                   PERFORM 0055-SHOW-ONE-MEMBER
               END-IF
           END-PERFORM.
       0050-FIM.
           EXIT.

      *=================================================================
       0055-SHOW-ONE-MEMBER      SECTION.
      *Nome do membro, itens abertos e vencidos; os itens em aberto
      *saem logo abaixo
      *=================================================================
           MOVE WRK-FAM-MEMBER(WRK-FAM-SUB) TO WRK-CUST-COD.
           MOVE SPACES TO WRK-CUST-NAME.
           MOVE ZEROES TO WRK-STATUS.
           CALL "SEARCHCUSTOMER" USING WRK-CUSTOMER, WRK-STATUS.
           MOVE ZEROES TO WRK-STATUS.
           MOVE WRK-FAM-MEMBER(WRK-FAM-SUB) TO WRK-CHECK-CUST.
           MOVE ZEROES TO WRK-LIST-ITEMS.
           PERFORM 0040-SCAN-RENTALS.
           MOVE SPACES TO WRK-BUFF.
           STRING " " WRK-CHECK-CUST " " WRK-CUST-NAME " ABERTOS "
               WRK-OPEN-COUNT " VENCIDOS " WRK-OVERDUE-COUNT
               INTO WRK-BUFF.
           PERFORM 0070-SHOW-LINE.
           IF WRK-OPEN-COUNT GREATER THAN ZEROES
               MOVE 1 TO WRK-LIST-ITEMS
               PERFORM 0040-SCAN-RENTALS
           END-IF.

      *=================================================================
       0060-SHOW-WAITLIST      SECTION.
      *Entradas do cliente na lista de espera: a posicao na fila do
      *titulo, ou a copia guardada e ate quando
      *=================================================================
           MOVE "LISTA DE ESPERA:" TO WRK-BUFF.
           PERFORM 0070-SHOW-LINE.
           MOVE ZEROES TO WRK-SHOWN.
           OPEN INPUT WAITLIST.
           IF WRK-WAIT-FSTAT NOT EQUAL ZEROES
               GO TO 0060-NONE
           END-IF.
           MOVE ZEROES TO WRK-WAIT-MOV WRK-WAIT-POS.
           PERFORM UNTIL WRK-WAIT-FSTAT NOT EQUAL ZEROES
               READ WAITLIST NEXT RECORD
                   AT END
                       MOVE 100 TO WRK-WAIT-FSTAT
                   NOT AT END
                       PERFORM 0062-CHECK-WAIT-ENTRY
               END-READ
           END-PERFORM.
           CLOSE WAITLIST.
       0060-NONE.
           IF WRK-SHOWN EQUAL ZEROES
               MOVE "  NENHUMA" TO WRK-BUFF
               PERFORM 0070-SHOW-LINE
           END-IF.

      *=================================================================
       0062-CHECK-WAIT-ENTRY      SECTION.
      *A fila de cada titulo sai em ordem de chegada: conta os
      *pendentes do titulo ate chegar a entrada do cliente
      *=================================================================
           IF FS-WAIT-MOV-COD NOT EQUAL WRK-WAIT-MOV
               MOVE FS-WAIT-MOV-COD TO WRK-WAIT-MOV
               MOVE ZEROES TO WRK-WAIT-POS
           END-IF.
           IF FS-WAIT-PENDENTE
               ADD 1 TO WRK-WAIT-POS
           END-IF.
           IF FS-WAIT-CUST-COD NOT EQUAL WRK-MAIN-COD
               GO TO 0062-FIM
           END-IF.
           IF FS-WAIT-AVISADO
               AND FS-WAIT-HOLD-DATE NOT LESS THAN WRK-TODAY
               MOVE FS-WAIT-MOV-COD TO FS-MOV-COD
               PERFORM 0075-GET-TITLE
               MOVE SPACES TO WRK-BUFF
               STRING "  " WRK-TITLE " GUARDADA ATE "
                   FS-WAIT-HOLD-DATE " FILIAL " FS-WAIT-BRANCH
                   INTO WRK-BUFF
               ADD 1 TO WRK-SHOWN
               PERFORM 0070-SHOW-LINE
           END-IF.
           IF FS-WAIT-PENDENTE
               MOVE FS-WAIT-MOV-COD TO FS-MOV-COD
               PERFORM 0075-GET-TITLE
               MOVE SPACES TO WRK-BUFF
               STRING "  " WRK-TITLE " POSICAO " WRK-WAIT-POS
                   " NA FILA" INTO WRK-BUFF
               ADD 1 TO WRK-SHOWN
               PERFORM 0070-SHOW-LINE
           END-IF.
       0062-FIM.
           EXIT.

      *=================================================================
       0065-SHOW-BOOKINGS      SECTION.
      *Agendamentos do cliente ainda abertos, de hoje em diante
      *=================================================================
           MOVE "AGENDAMENTOS:" TO WRK-BUFF.
           PERFORM 0070-SHOW-LINE.
           MOVE ZEROES TO WRK-SHOWN.
           OPEN INPUT AGENDA.
           IF WRK-BOOK-FSTAT NOT EQUAL ZEROES
               GO TO 0065-NONE
           END-IF.
           PERFORM UNTIL WRK-BOOK-FSTAT NOT EQUAL ZEROES
               READ AGENDA NEXT RECORD
                   AT END
                       MOVE 100 TO WRK-BOOK-FSTAT
                   NOT AT END
                       IF FS-BOOK-CUST-COD EQUAL WRK-MAIN-COD
                           AND FS-BOOK-ABERTA
                           AND FS-BOOK-DATE NOT LESS THAN WRK-TODAY
                           MOVE FS-BOOK-MOV-COD TO FS-MOV-COD
                           PERFORM 0075-GET-TITLE
                           MOVE SPACES TO WRK-BUFF
                           STRING "  " WRK-TITLE " PARA "
                               FS-BOOK-DATE INTO WRK-BUFF
                           ADD 1 TO WRK-SHOWN
                           PERFORM 0070-SHOW-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AGENDA.
       0065-NONE.
           IF WRK-SHOWN EQUAL ZEROES
               MOVE "  NENHUM" TO WRK-BUFF
               PERFORM 0070-SHOW-LINE
           END-IF.

      *=================================================================
       0068-SHOW-GIFTS      SECTION.
      *Vales-presente comprados pelo cliente que ainda tem saldo
      *=================================================================
           MOVE "VALES-PRESENTE:" TO WRK-BUFF.
           PERFORM 0070-SHOW-LINE.
           MOVE ZEROES TO WRK-SHOWN.
           OPEN INPUT VALES.
           IF WRK-GIFT-FSTAT NOT EQUAL ZEROES
               GO TO 0068-NONE
           END-IF.
           PERFORM UNTIL WRK-GIFT-FSTAT NOT EQUAL ZEROES
               READ VALES NEXT RECORD
                   AT END
                       MOVE 100 TO WRK-GIFT-FSTAT
                   NOT AT END
                       IF FS-GIFT-CUST-COD EQUAL WRK-MAIN-COD
                           AND FS-GIFT-ATIVO
                           AND FS-GIFT-REMAIN GREATER THAN ZEROES
                           MOVE SPACES TO WRK-BUFF
                           STRING "  VALE " FS-GIFT-NUM " SALDO "
                               FS-GIFT-REMAIN " VENDIDO EM "
                               FS-GIFT-SOLD-DT INTO WRK-BUFF
                           ADD 1 TO WRK-SHOWN
                           PERFORM 0070-SHOW-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VALES.
       0068-NONE.
           IF WRK-SHOWN EQUAL ZEROES
               MOVE "  NENHUM" TO WRK-BUFF
               PERFORM 0070-SHOW-LINE
           END-IF.

      *=================================================================
       0070-SHOW-LINE      SECTION.
      *Mostra a linha corrente; a tela cheia espera o ENTER e o
      *cabecalho do cliente e redesenhado
      *=================================================================
           IF WRK-LINE NOT LESS THAN 21
               DISPLAY "PRESSIONE ENTER PARA CONTINUAR" AT 2301
               ACCEPT WRK-TECLA AT 2332
               PERFORM 0030-DRAW-HEADER
           END-IF.
           ADD 1 TO WRK-LINE.
           DISPLAY DTA.

      *=================================================================
       0075-GET-TITLE      SECTION.
      *Titulo do filme de FS-MOV-COD, ou o codigo quando o cadastro
      *nao estiver disponivel
      *=================================================================
           MOVE SPACES TO WRK-TITLE.
           MOVE FS-MOV-COD TO WRK-TITLE.
           IF WRK-HAS-MOVIES EQUAL 1
               READ MOVIES
                   NOT INVALID KEY
                       MOVE FS-MOV-TITLE TO WRK-TITLE
               END-READ
           END-IF.

      *=================================================================
       0090-TAKE-ACTION      SECTION.
      *Segue para o aluguel, o pagamento ou a devolucao com o cliente
      *ja informado; ENTER volta
      *=================================================================
           DISPLAY "ALUGAR (A)  PAGAR (P)  DEVOLVER (D)  VOLTAR (ENTER)"
               AT 2301.
           MOVE SPACES TO WRK-OPTION.
           ACCEPT WRK-OPTION AT 2353.
           EVALUATE WRK-OPTION
               WHEN 'A' WHEN 'a'
                   CALL "RENTAR" USING LNK-OPERATOR, WRK-MAIN-COD
               WHEN 'P' WHEN 'p'
                   CALL "PAGAMENTOS" USING LNK-OPERATOR, WRK-MAIN-COD
               WHEN 'D' WHEN 'd'
                   CALL "DEVOLVER" USING LNK-OPERATOR, WRK-MAIN-COD
               WHEN OTHER
                   MOVE SPACES TO WRK-OPTION
           END-EVALUATE.
       END PROGRAM VISAOCLIENTE.
