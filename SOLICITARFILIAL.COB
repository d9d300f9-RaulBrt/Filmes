      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Solicitacao de copia a outra filial no balcao: o
      *           cliente quer um titulo cuja copia livre esta em outra
      *           loja. Reserva uma unidade livre escolhida da outra
      *           filial (FS-COPY-TRANSIT "R", fora da disponibilidade
      *           do titulo) e grava a solicitacao em SOLFILIAL.DAT,
      *           que sai na lista de separacao da manha da filial de
      *           origem (SEPARARFILIAL). Tambem cancela solicitacoes
      *           ainda nao despachadas e lista as solicitacoes da
      *           filial da sessao, feitas por ela ou para ela.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLICITARFILIAL.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT SOLFILIAL ASSIGN TO "SOLFILIAL.DAT"
           FILE STATUS IS WRK-SOL-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-SOL-KEY
           LOCK MODE IS AUTOMATIC.

           SELECT COPIES ASSIGN TO "COPIES.DAT"
           FILE STATUS IS WRK-COPY-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-COPY-KEY
           LOCK MODE IS AUTOMATIC.

           SELECT MOVIES ASSIGN TO "MOVIES.DAT"
           FILE STATUS IS WRK-MOV-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES
           LOCK MODE IS AUTOMATIC.

           SELECT RENTALS ASSIGN TO "RENTALS.DAT"
           FILE STATUS IS WRK-RENT-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-RENT-KEY.
       DATA DIVISION.
       FILE SECTION.
           FD  SOLFILIAL.
           01 FS-SOLICITACAO.
               COPY SOLFLDS.
           FD  COPIES.
           01 FS-COPY.
               COPY COPYFLDS.
           FD  MOVIES.
           01 FS-MOVIE.
               COPY MOVIEFLDS.
           FD  RENTALS.
           01 FS-RENTAL.
               COPY RENTFLDS.
       WORKING-STORAGE SECTION.
       77  WRK-SOL-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-COPY-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-MOV-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-RENT-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-CUST-STATUS             PIC 9(03) VALUE ZEROES.
       77  WRK-FIL-STATUS              PIC 9(03) VALUE ZEROES.
       77  WRK-AUDIT-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-STATUS                  PIC 9(03) VALUE ZEROES.
       77  WRK-TRIES                   PIC 9(01) VALUE ZEROES.
       77  WRK-EOF                     PIC 9(01) VALUE ZEROES.
       77  WRK-OPTION                  PIC X(01) VALUE SPACES.
       77  WRK-CONFIRM                 PIC X(01) VALUE SPACES.
       77  WRK-TECLA                   PIC X(01) VALUE SPACES.
       77  WRK-BUFF                    PIC X(71) VALUE SPACES.
       77  WRK-LINE                    PIC 9(04) VALUE ZEROES.
       77  WRK-TODAY                   PIC 9(08) VALUE ZEROES.
       77  WRK-NOW                     PIC 9(08) VALUE ZEROES.
       77  WRK-BRANCH                  PIC 9(02) VALUE 1.
       77  WRK-COPY-BRANCH             PIC 9(02) VALUE ZEROES.
       77  WRK-MOV-COD-MSK             PIC X(05) JUSTIFIED RIGHT.
       77  WRK-CUST-COD-MSK            PIC X(05) JUSTIFIED RIGHT.
       77  WRK-COPY-MSK                PIC X(03) JUSTIFIED RIGHT.
       77  WRK-MOV-COD                 PIC 9(05) VALUE ZEROES.
       77  WRK-MOV-TITLE               PIC X(30) VALUE SPACES.
       77  WRK-COPY-NUM                PIC 9(03) VALUE ZEROES.
       77  WRK-SLOT                    PIC 9(03) VALUE ZEROES.
       77  WRK-PICKED                  PIC 9(03) VALUE ZEROES.
       77  WRK-LOCAL-FREE              PIC 9(03) VALUE ZEROES.
       77  WRK-FOUND                   PIC 9(01) VALUE ZEROES.
       77  WRK-SITUATION               PIC X(24) VALUE SPACES.
       77  WRK-AUDIT-BEFORE            PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-AFTER             PIC X(30) VALUE SPACES.
      *Copias do titulo que estao fora em alugueis em aberto
       01  WRK-OUT-TABLE.
           05 WRK-OUT-FLAG             PIC X(01) OCCURS 999 TIMES.
      *Unidades livres do titulo nas outras filiais
       01  WRK-FREE-TABLE.
           05 WRK-FC-COUNT             PIC 9(03).
           05 WRK-FC-ENTRY             OCCURS 10 TIMES.
               10 WRK-FC-COPY-NUM      PIC 9(03).
               10 WRK-FC-BRANCH        PIC 9(02).

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

       01  WRK-AREA.
           05 WRK-MENU-TITLE       PIC X(30).
           05 WRK-MENU-ITEM        PIC X(30) OCCURS 40 TIMES.
           05 WRK-MENU-SIZE        PIC 9(02).

       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
       SCREEN  SECTION.
       01  CLEAR.
           05 CLEAR-SCREEN.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL.
       01  SHOW-MV.
           05 TITLE-SCREEN.
               10 LINE 01 COLUMN 01    PIC X(27) ERASE EOL
                  BACKGROUND-COLOR 2 FROM
                  "SOLICITACAO A OUTRA FILIAL".
       01  SHOW-LINE.
           05 DTA.
               10 LINE WRK-LINE COLUMN 01 PIC X(71) ERASE EOL
                  BACKGROUND-COLOR 0 FOREGROUND-COLOR 2 FROM WRK-BUFF.

       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           CALL "LERFILIAL" USING WRK-BRANCH, WRK-FIL-STATUS.
           CALL "LERDATANEG" USING WRK-TODAY.
           PERFORM 0010-DRAW-MENU.
           ACCEPT WRK-OPTION AT 0420.
           EVALUATE WRK-OPTION
               WHEN 'I' WHEN 'i'
                   PERFORM 0020-CREATE-REQUEST
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'C' WHEN 'c'
                   PERFORM 0050-CANCEL-REQUEST
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'L' WHEN 'l'
                   PERFORM 0060-LIST-REQUESTS
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'S' WHEN 's'
                   CALL "SEPARARFILIAL" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GOBACK.

      *=================================================================
       0010-DRAW-MENU      SECTION.
      *Desenha o menu das solicitacoes entre filiais
      *=================================================================
           MOVE "SOLICITACAO A OUTRA FILIAL" TO WRK-MENU-TITLE.
           MOVE "SOLICITAR COPIA (I): "      TO WRK-MENU-ITEM(01).
           MOVE "CANCELAR SOLICITACAO (C): " TO WRK-MENU-ITEM(02).
           MOVE "SOLICITACOES DA FILIAL (L): " TO WRK-MENU-ITEM(03).
           MOVE "SEPARACAO E DESPACHO (S): " TO WRK-MENU-ITEM(04).
           MOVE "VOLTAR (ENTER): "           TO WRK-MENU-ITEM(05).
           MOVE 5                            TO WRK-MENU-SIZE.
           CALL "MENUS" USING WRK-AREA.
           MOVE SPACES TO WRK-OPTION.

      *=================================================================
       0015-OPEN-SOLFILIAL      SECTION.
      *Abre SOLFILIAL.DAT para atualizacao, criando-o se nao existir
      *=================================================================
           MOVE ZEROES TO WRK-TRIES.
           OPEN I-O SOLFILIAL.
           IF WRK-SOL-FSTAT EQUAL 350 AND WRK-TRIES LESS THAN 1
               ADD 1 TO WRK-TRIES
               CLOSE SOLFILIAL
               OPEN OUTPUT SOLFILIAL
               CLOSE SOLFILIAL
               OPEN I-O SOLFILIAL
           END-IF.

      *=================================================================
       0020-CREATE-REQUEST      SECTION.
      *Recebe filme e cliente, mostra as unidades livres nas outras
      *filiais e reserva a escolhida para o cliente
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           DISPLAY "CODIGO DO FILME: " AT 0305.
           MOVE SPACES TO WRK-MOV-COD-MSK.
           ACCEPT WRK-MOV-COD-MSK AT 0323.
           IF WRK-MOV-COD-MSK EQUAL SPACES
               GO TO 0020-FIM
           END-IF.
           MOVE WRK-MOV-COD-MSK TO WRK-MOV-COD.
           OPEN INPUT MOVIES.
           IF WRK-MOV-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-MOV-FSTAT, "SOLICITARFILIAL"
               GO TO 0020-FIM
           END-IF.
           MOVE WRK-MOV-COD TO FS-MOV-COD.
           READ MOVIES
               INVALID KEY
                   MOVE 607 TO WRK-MOV-FSTAT
           END-READ.
           CLOSE MOVIES.
           IF WRK-MOV-FSTAT NOT EQUAL ZEROES
               MOVE 607 TO WRK-STATUS
               CALL "ERROS" USING WRK-STATUS, "SOLICITARFILIAL"
               GO TO 0020-FIM
           END-IF.
           MOVE FS-MOV-TITLE TO WRK-MOV-TITLE.
           DISPLAY "FILME: " AT 0405.
           DISPLAY WRK-MOV-TITLE AT 0412.
           DISPLAY "CLIENTE (CODIGO): " AT 0505.
           MOVE SPACES TO WRK-CUST-COD-MSK.
           ACCEPT WRK-CUST-COD-MSK AT 0524.
           IF WRK-CUST-COD-MSK EQUAL SPACES
               GO TO 0020-FIM
           END-IF.
           MOVE WRK-CUST-COD-MSK TO WRK-CUST-COD.
           MOVE ZEROES TO WRK-CUST-STATUS.
           CALL "SEARCHCUSTOMER" USING WRK-CUSTOMER, WRK-CUST-STATUS.
           IF WRK-CUST-STATUS NOT EQUAL ZEROES
               GO TO 0020-FIM
           END-IF.
           DISPLAY WRK-CUST-NAME AT 0530.
           PERFORM 0025-LOAD-COPIES-OUT.
           PERFORM 0030-LIST-FREE-COPIES.
           IF WRK-FC-COUNT EQUAL ZEROES
               DISPLAY "NENHUMA COPIA LIVRE EM OUTRA FILIAL" AT 0705
               DISPLAY "PRESSIONE ENTER" AT 0805
               ACCEPT WRK-TECLA
               GO TO 0020-FIM
           END-IF.
           IF WRK-LOCAL-FREE GREATER THAN ZEROES
               DISPLAY "ATENCAO: HA COPIA LIVRE NESTA FILIAL" AT 1805
           END-IF.
           DISPLAY "COPIA A RESERVAR (ENTER = A PRIMEIRA): " AT 1905.
           MOVE SPACES TO WRK-COPY-MSK.
           ACCEPT WRK-COPY-MSK AT 1945.
           MOVE ZEROES TO WRK-PICKED.
           IF WRK-COPY-MSK EQUAL SPACES
               MOVE 1 TO WRK-PICKED
           ELSE
               MOVE WRK-COPY-MSK TO WRK-COPY-NUM
               PERFORM VARYING WRK-SLOT FROM 1 BY 1
                       UNTIL WRK-SLOT GREATER THAN WRK-FC-COUNT
                   IF WRK-FC-COPY-NUM(WRK-SLOT) EQUAL WRK-COPY-NUM
                       MOVE WRK-SLOT TO WRK-PICKED
                   END-IF
               END-PERFORM
           END-IF.
           IF WRK-PICKED EQUAL ZEROES
               DISPLAY "COPIA FORA DA LISTA. PRESSIONE ENTER" AT 2005
               ACCEPT WRK-TECLA AT 2042
               GO TO 0020-FIM
           END-IF.
           MOVE WRK-FC-COPY-NUM(WRK-PICKED) TO WRK-COPY-NUM.
           MOVE WRK-FC-BRANCH(WRK-PICKED) TO WRK-COPY-BRANCH.
           DISPLAY "CONFIRMA A SOLICITACAO (S/N)? " AT 2005.
           MOVE SPACES TO WRK-CONFIRM.
           ACCEPT WRK-CONFIRM AT 2036.
           IF WRK-CONFIRM NOT EQUAL 'S' AND WRK-CONFIRM NOT EQUAL 's'
               GO TO 0020-FIM
           END-IF.
           PERFORM 0040-RESERVE-COPY.
           IF WRK-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-STATUS, "SOLICITARFILIAL"
               GO TO 0020-FIM
           END-IF.
           DISPLAY "SOLICITACAO GRAVADA. A COPIA SAI NA SEPARACAO DA "
               "FILIAL " AT 2105.
           DISPLAY WRK-COPY-BRANCH AT 2161.
           DISPLAY "PRESSIONE ENTER" AT 2205.
           ACCEPT WRK-TECLA.
       0020-FIM.
           EXIT.

      *=================================================================
       0025-LOAD-COPIES-OUT      SECTION.
      *Marca as copias do filme que estao fora em alugueis em aberto
      *=================================================================
           MOVE ALL "N" TO WRK-OUT-TABLE.
           OPEN INPUT RENTALS.
           IF WRK-RENT-FSTAT NOT EQUAL ZEROES
               GO TO 0025-FIM
           END-IF.
           MOVE WRK-MOV-COD TO FS-RENT-MOV-COD.
           MOVE ZEROES TO FS-RENT-DUE-DATE FS-RENT-CUST-COD.
           MOVE ZEROES TO WRK-EOF.
           START RENTALS KEY IS NOT LESS THAN FS-RENT-KEY
               INVALID KEY
                   MOVE 1 TO WRK-EOF
           END-START.
           PERFORM UNTIL WRK-EOF EQUAL 1
               READ RENTALS NEXT RECORD
                   AT END
                       MOVE 1 TO WRK-EOF
                   NOT AT END
                       IF FS-RENT-MOV-COD NOT EQUAL WRK-MOV-COD
                           MOVE 1 TO WRK-EOF
                       ELSE
                           IF FS-RENT-ABERTO
                               AND FS-RENT-COPY-NUM GREATER THAN ZEROES
                               MOVE "S"
                                   TO WRK-OUT-FLAG(FS-RENT-COPY-NUM)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RENTALS.
       0025-FIM.
           EXIT.

      *=================================================================
       0030-LIST-FREE-COPIES      SECTION.
      *Mostra as unidades livres do filme nas outras filiais: nem
      *alugadas, nem em transito ou reservadas, nem em reparo
      *=================================================================
           MOVE ZEROES TO WRK-FC-COUNT WRK-LOCAL-FREE.
           MOVE 06 TO WRK-LINE.
           OPEN INPUT COPIES.
           IF WRK-COPY-FSTAT NOT EQUAL ZEROES
               GO TO 0030-FIM
           END-IF.
           MOVE WRK-MOV-COD TO FS-COPY-MOV-COD.
           MOVE ZEROES TO FS-COPY-NUM.
           MOVE ZEROES TO WRK-EOF.
           START COPIES KEY IS NOT LESS THAN FS-COPY-KEY
               INVALID KEY
                   MOVE 1 TO WRK-EOF
           END-START.
           PERFORM UNTIL WRK-EOF EQUAL 1
               READ COPIES NEXT RECORD
                   AT END
                       MOVE 1 TO WRK-EOF
                   NOT AT END
                       IF FS-COPY-MOV-COD NOT EQUAL WRK-MOV-COD
                           MOVE 1 TO WRK-EOF
                       ELSE
                           PERFORM 0035-CHECK-FREE-COPY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COPIES.
       0030-FIM.
           EXIT.

      *=================================================================
       0035-CHECK-FREE-COPY      SECTION.
      *Guarda e mostra a unidade corrente se estiver livre em outra
      *filial; livre na propria filial so conta para o aviso
      *=================================================================
           IF FS-COPY-TRANSIT EQUAL "S" OR FS-COPY-TRANSIT EQUAL "R"
               OR FS-COPY-REPAIR NOT EQUAL "N"
               OR FS-COPY-NUM EQUAL ZEROES
               GO TO 0035-FIM
           END-IF.
           IF WRK-OUT-FLAG(FS-COPY-NUM) EQUAL "S"
               GO TO 0035-FIM
           END-IF.
           IF FS-COPY-BRANCH NOT NUMERIC
               OR FS-COPY-BRANCH EQUAL ZEROES
               MOVE 1 TO WRK-COPY-BRANCH
           ELSE
               MOVE FS-COPY-BRANCH TO WRK-COPY-BRANCH
           END-IF.
           IF WRK-COPY-BRANCH EQUAL WRK-BRANCH
               ADD 1 TO WRK-LOCAL-FREE
               GO TO 0035-FIM
           END-IF.
           IF WRK-FC-COUNT NOT LESS THAN 10
               GO TO 0035-FIM
           END-IF.
           ADD 1 TO WRK-FC-COUNT.
           MOVE FS-COPY-NUM TO WRK-FC-COPY-NUM(WRK-FC-COUNT).
           MOVE WRK-COPY-BRANCH TO WRK-FC-BRANCH(WRK-FC-COUNT).
           MOVE SPACES TO WRK-BUFF.
           STRING "    COPIA " FS-COPY-NUM " FILIAL " WRK-COPY-BRANCH
               " " FS-COPY-FORMAT " " FS-COPY-CONDITION
               INTO WRK-BUFF.
           ADD 1 TO WRK-LINE.
           DISPLAY DTA.
       0035-FIM.
           EXIT.

      *=================================================================
       0040-RESERVE-COPY      SECTION.
      *Reserva a unidade na filial de origem, tira a copia da
      *disponibilidade do titulo e grava a solicitacao
      *=================================================================
           MOVE ZEROES TO WRK-STATUS.
           OPEN I-O COPIES.
           IF WRK-COPY-FSTAT NOT EQUAL ZEROES
               MOVE 620 TO WRK-STATUS
               GO TO 0040-FIM
           END-IF.
           MOVE WRK-MOV-COD TO FS-COPY-MOV-COD.
           MOVE WRK-COPY-NUM TO FS-COPY-NUM.
           READ COPIES
               INVALID KEY
                   MOVE 620 TO WRK-STATUS
           END-READ.
           IF WRK-STATUS EQUAL ZEROES
               IF FS-COPY-TRANSIT EQUAL "S"
                   MOVE 641 TO WRK-STATUS
               END-IF
               IF FS-COPY-TRANSIT EQUAL "R"
                   MOVE 668 TO WRK-STATUS
               END-IF
           END-IF.
           IF WRK-STATUS NOT EQUAL ZEROES
               CLOSE COPIES
               GO TO 0040-FIM
           END-IF.
           MOVE "R" TO FS-COPY-TRANSIT.
           REWRITE FS-COPY.
           IF WRK-COPY-FSTAT EQUAL ZEROES
               CALL "WRITEJORNAL" USING "P", "R",
                   "SOLICITARFILIAL ", FS-COPY
           END-IF.
           CLOSE COPIES.
           OPEN I-O MOVIES.
           MOVE WRK-MOV-COD TO FS-MOV-COD.
           READ MOVIES
               NOT INVALID KEY
                   IF FS-MOV-COPIES-AVL GREATER THAN ZEROES
                       SUBTRACT 1 FROM FS-MOV-COPIES-AVL
                       REWRITE FS-MOVIE
                   END-IF
           END-READ.
           CLOSE MOVIES.
           PERFORM 0015-OPEN-SOLFILIAL.
           MOVE SPACES TO FS-SOLICITACAO.
           MOVE WRK-MOV-COD TO FS-SOL-MOV-COD.
           MOVE WRK-COPY-NUM TO FS-SOL-COPY-NUM.
           MOVE WRK-TODAY TO FS-SOL-DATE.
           ACCEPT WRK-NOW FROM TIME.
           MOVE WRK-NOW TO FS-SOL-TIME.
           MOVE WRK-CUST-COD TO FS-SOL-CUST-COD.
           MOVE WRK-COPY-BRANCH TO FS-SOL-FROM.
           MOVE WRK-BRANCH TO FS-SOL-TO.
           SET FS-SOL-SOLICITADA TO TRUE.
           MOVE ZEROES TO FS-SOL-SENT-DATE FS-SOL-ARRIVED-DATE
               FS-SOL-HOLD-DATE.
           MOVE LNK-OPERATOR TO FS-SOL-OPERATOR.
           WRITE FS-SOLICITACAO
               INVALID KEY
                   CONTINUE
           END-WRITE.
           CLOSE SOLFILIAL.
           MOVE SPACES TO WRK-AUDIT-BEFORE.
           STRING "COPIA " WRK-COPY-NUM " FILIAL "
               WRK-COPY-BRANCH INTO WRK-AUDIT-BEFORE.
           MOVE SPACES TO WRK-AUDIT-AFTER.
           STRING "RESERVADA P/ FIL " WRK-BRANCH
               " CLI " WRK-CUST-COD INTO WRK-AUDIT-AFTER.
           CALL "WRITEAUDIT" USING "F", WRK-MOV-COD,
               WRK-AUDIT-BEFORE, WRK-AUDIT-AFTER, LNK-OPERATOR,
               WRK-AUDIT-STATUS.
       0040-FIM.
           EXIT.

      *=================================================================
       0050-CANCEL-REQUEST      SECTION.
      *Cancela a solicitacao ainda nao despachada de uma unidade: a
      *copia volta livre para a prateleira da origem
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           DISPLAY "CODIGO DO FILME: " AT 0305.
           MOVE SPACES TO WRK-MOV-COD-MSK.
           ACCEPT WRK-MOV-COD-MSK AT 0323.
           DISPLAY "COPIA: " AT 0405.
           MOVE SPACES TO WRK-COPY-MSK.
           ACCEPT WRK-COPY-MSK AT 0412.
           IF WRK-MOV-COD-MSK EQUAL SPACES
               OR WRK-COPY-MSK EQUAL SPACES
               GO TO 0050-FIM
           END-IF.
           MOVE WRK-MOV-COD-MSK TO WRK-MOV-COD.
           MOVE WRK-COPY-MSK TO WRK-COPY-NUM.
           PERFORM 0015-OPEN-SOLFILIAL.
           IF WRK-SOL-FSTAT NOT EQUAL ZEROES
               GO TO 0050-FIM
           END-IF.
           MOVE ZEROES TO WRK-FOUND.
           MOVE WRK-MOV-COD TO FS-SOL-MOV-COD.
           MOVE WRK-COPY-NUM TO FS-SOL-COPY-NUM.
           MOVE ZEROES TO FS-SOL-DATE FS-SOL-TIME.
           MOVE ZEROES TO WRK-EOF.
           START SOLFILIAL KEY IS NOT LESS THAN FS-SOL-KEY
               INVALID KEY
                   MOVE 1 TO WRK-EOF
           END-START.
           PERFORM UNTIL WRK-EOF EQUAL 1
               READ SOLFILIAL NEXT RECORD
                   AT END
                       MOVE 1 TO WRK-EOF
                   NOT AT END
                       IF FS-SOL-MOV-COD NOT EQUAL WRK-MOV-COD
                           OR FS-SOL-COPY-NUM NOT EQUAL WRK-COPY-NUM
                           MOVE 1 TO WRK-EOF
                       ELSE
                           IF FS-SOL-SOLICITADA OR FS-SOL-ENVIADA
                               MOVE 1 TO WRK-FOUND
                               MOVE 1 TO WRK-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-FOUND EQUAL ZEROES
               DISPLAY "NENHUMA SOLICITACAO EM ABERTO PARA A COPIA"
                   AT 0605
               CLOSE SOLFILIAL
               DISPLAY "PRESSIONE ENTER" AT 0705
               ACCEPT WRK-TECLA
               GO TO 0050-FIM
           END-IF.
           IF FS-SOL-ENVIADA
               DISPLAY "COPIA JA DESPACHADA: A SOLICITACAO NAO PODE "
                   "SER CANCELADA" AT 0605
               CLOSE SOLFILIAL
               DISPLAY "PRESSIONE ENTER" AT 0705
               ACCEPT WRK-TECLA
               GO TO 0050-FIM
           END-IF.
           DISPLAY "CLIENTE: " AT 0605.
           DISPLAY FS-SOL-CUST-COD AT 0614.
           DISPLAY "CONFIRMA O CANCELAMENTO (S/N)? " AT 0705.
           MOVE SPACES TO WRK-CONFIRM.
           ACCEPT WRK-CONFIRM AT 0737.
           IF WRK-CONFIRM NOT EQUAL 'S' AND WRK-CONFIRM NOT EQUAL 's'
               CLOSE SOLFILIAL
               GO TO 0050-FIM
           END-IF.
           SET FS-SOL-CANCELADA TO TRUE.
           MOVE LNK-OPERATOR TO FS-SOL-OPERATOR.
           REWRITE FS-SOLICITACAO.
           CLOSE SOLFILIAL.
           OPEN I-O COPIES.
           MOVE WRK-MOV-COD TO FS-COPY-MOV-COD.
           MOVE WRK-COPY-NUM TO FS-COPY-NUM.
           READ COPIES
               NOT INVALID KEY
                   IF FS-COPY-TRANSIT EQUAL "R"
                       MOVE "N" TO FS-COPY-TRANSIT
                       REWRITE FS-COPY
                       IF WRK-COPY-FSTAT EQUAL ZEROES
                           CALL "WRITEJORNAL" USING "P", "R",
                               "SOLICITARFILIAL ", FS-COPY
                       END-IF
                   END-IF
           END-READ.
           CLOSE COPIES.
           OPEN I-O MOVIES.
           MOVE WRK-MOV-COD TO FS-MOV-COD.
           READ MOVIES
               NOT INVALID KEY
                   ADD 1 TO FS-MOV-COPIES-AVL
                   REWRITE FS-MOVIE
           END-READ.
           CLOSE MOVIES.
           DISPLAY "SOLICITACAO CANCELADA" AT 0905.
           DISPLAY "PRESSIONE ENTER" AT 1005.
           ACCEPT WRK-TECLA.
       0050-FIM.
           EXIT.

      *=================================================================
       0060-LIST-REQUESTS      SECTION.
      *Lista as solicitacoes em andamento feitas pela filial da
      *sessao ou para ela, e as copias ja chegadas ainda guardadas
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           MOVE 02 TO WRK-LINE.
           OPEN INPUT SOLFILIAL.
           IF WRK-SOL-FSTAT NOT EQUAL ZEROES
               DISPLAY "NENHUMA SOLICITACAO" AT 0305
               DISPLAY "PRESSIONE ENTER" AT 0405
               ACCEPT WRK-TECLA
               GO TO 0060-FIM
           END-IF.
           PERFORM UNTIL WRK-SOL-FSTAT NOT EQUAL ZEROES
               READ SOLFILIAL NEXT RECORD
                   AT END
                       MOVE 100 TO WRK-SOL-FSTAT
                   NOT AT END
                       IF FS-SOL-FROM EQUAL WRK-BRANCH
                           OR FS-SOL-TO EQUAL WRK-BRANCH
                           PERFORM 0065-SHOW-REQUEST
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SOLFILIAL.
           DISPLAY "PRESSIONE ENTER PARA VOLTAR" AT 2305.
           ACCEPT WRK-TECLA AT 2333.
       0060-FIM.
           EXIT.

      *=================================================================
       0065-SHOW-REQUEST      SECTION.
      *Mostra uma solicitacao com a situacao, paginando a tela
      *=================================================================
           EVALUATE TRUE
               WHEN FS-SOL-SOLICITADA
                   MOVE "A SEPARAR NA ORIGEM" TO WRK-SITUATION
               WHEN FS-SOL-ENVIADA
                   MOVE "EM TRANSITO" TO WRK-SITUATION
               WHEN FS-SOL-CHEGOU
                   AND FS-SOL-HOLD-DATE NOT LESS THAN WRK-TODAY
                   MOVE SPACES TO WRK-SITUATION
                   STRING "GUARDADA ATE " FS-SOL-HOLD-DATE
                       INTO WRK-SITUATION
               WHEN OTHER
                   GO TO 0065-FIM
           END-EVALUATE.
           MOVE SPACES TO WRK-BUFF.
           STRING FS-SOL-MOV-COD " COPIA " FS-SOL-COPY-NUM
               " CLI " FS-SOL-CUST-COD " " FS-SOL-FROM ">" FS-SOL-TO
               " " WRK-SITUATION INTO WRK-BUFF.
           ADD 1 TO WRK-LINE.
           DISPLAY DTA.
           IF WRK-LINE GREATER THAN 21
               DISPLAY "PRESSIONE ENTER PARA CONTINUAR" AT 2401
               ACCEPT WRK-TECLA AT 2401
               DISPLAY CLEAR-SCREEN
               DISPLAY TITLE-SCREEN
               CALL "MARCATREINO"
               MOVE 02 TO WRK-LINE
           END-IF.
       0065-FIM.
           EXIT.
       END PROGRAM SOLICITARFILIAL.
