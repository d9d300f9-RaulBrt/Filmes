      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Pedido de entrega ou de coleta a domicilio, tomado no
      *           balcao ou por telefone. Entrega (E): ate 10 titulos
      *           pedidos, a data da rota, a janela de horario e a taxa
      *           da zona do cliente (tabela de precos tipo E), que
      *           pode ser alterada no balcao. Coleta (C): os alugueis
      *           em aberto do cliente entram no pedido para o
      *           motorista buscar. O pedido e numerado pelo controle
      *           ENTRCTL.DAT e gravado pendente em ENTREGAS.DAT; o
      *           aluguel so e feito na saida do motorista
      *           (SAIDAENTREGA). Opcao C cancela um pedido que ainda
      *           nao saiu. Cliente sem endereco ou zona e conta
      *           corporativa nao pedem entrega.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDIDOENTREGA.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT ENTREGAS ASSIGN TO "ENTREGAS.DAT"
           FILE STATUS IS WRK-ENT-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-ENT-NUM
           LOCK MODE IS AUTOMATIC.

           SELECT ENTRCTL ASSIGN TO "ENTRCTL.DAT"
           FILE STATUS IS WRK-CTL-STATUS
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT PRECOS ASSIGN TO "PRECOS.DAT"
           FILE STATUS IS WRK-PRC-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-PRC-KEY.

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
       DATA DIVISION.
       FILE SECTION.
           FD  ENTREGAS.
           01 FS-ENTREGA.
               COPY ENTRFLDS.
           FD  ENTRCTL.
           01 FS-CTL-LINE              PIC 9(06).
           FD  PRECOS.
           01 FS-PRECO.
               COPY PRICEFLDS.
           FD  RENTXREF.
           01 FS-RENTXREF.
               COPY XREFFLDS.
           FD  RENTALS.
           01 FS-RENTAL.
               COPY RENTFLDS.
       WORKING-STORAGE SECTION.
       77  WRK-ENT-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-CTL-STATUS              PIC 9(03) VALUE ZEROES.
       77  WRK-PRC-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-XREF-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-RENT-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-TRIES                   PIC 9(01) VALUE ZEROES.
       77  WRK-OPTION                  PIC X(01) VALUE SPACES.
       77  WRK-TECLA                   PIC X(01) VALUE SPACES.
       77  WRK-CONFIRM                 PIC X(01) VALUE SPACES.
       77  WRK-BUFF                    PIC X(71) VALUE SPACES.
       77  WRK-LINE                    PIC 9(04) VALUE ZEROES.
       77  WRK-STATUS                  PIC 9(03) VALUE ZEROES.
       77  WRK-CUST-STATUS             PIC 9(03) VALUE ZEROES.
       77  WRK-CUST-COD-MSK            PIC X(05) JUSTIFIED RIGHT.
       77  WRK-MOV-COD-MSK             PIC X(05) JUSTIFIED RIGHT.
       77  WRK-NUM-MSK                 PIC X(06) JUSTIFIED RIGHT.
       77  WRK-DATE-MSK                PIC X(08) JUSTIFIED RIGHT.
       77  WRK-HOUR-MSK                PIC X(04) JUSTIFIED RIGHT.
       77  WRK-PRICE-MSK               PIC X(09) JUSTIFIED RIGHT.
       77  WRK-PICKED-COD              PIC 9(05) VALUE ZEROES.
       77  WRK-TODAY                   PIC 9(08) VALUE ZEROES.
       77  WRK-LAST-NUM                PIC 9(06) VALUE ZEROES.
       77  WRK-ITEM-SUB                PIC 9(02) VALUE ZEROES.
       77  WRK-ITEMS-DONE              PIC 9(01) VALUE ZEROES.
       77  WRK-EOF                     PIC 9(01) VALUE ZEROES.

       01  WRK-MOVIE.
           COPY MOVIEFLDS
               REPLACING ==FS-MOV-COD==   BY ==WRK-MOV-COD==
                         ==FS-MOV-EXTREF== BY ==WRK-MOV-EXTREF==
                         ==FS-MOV-TITLE== BY ==WRK-MOV-TITLE==
                         ==FS-MOV-GENRE== BY ==WRK-MOV-GENRE==
                         ==FS-MOV-LEN==   BY ==WRK-MOV-LEN==
                         ==FS-MOV-PUBLI== BY ==WRK-MOV-PUBLI==
                         ==FS-MOV-GRADE== BY ==WRK-MOV-GRADE==
                         ==FS-MOV-RATING== BY ==WRK-MOV-RATING==
                         ==FS-MOV-YEAR==  BY ==WRK-MOV-YEAR==
                         ==FS-MOV-SERIES== BY ==WRK-MOV-SERIES==
                         ==FS-MOV-COPIES-TOT==
                             BY ==WRK-MOV-COPIES-TOT==
                         ==FS-MOV-COPIES-AVL==
                             BY ==WRK-MOV-COPIES-AVL==
                                 ==FS-MOV-CREATED-DT==
                                     BY ==WRK-MOV-CREATED-DT==
                                 ==FS-MOV-MODIFIED-DT==
                                     BY ==WRK-MOV-MODIFIED-DT==
                                     ==FS-MOV-COST==
                                         BY ==WRK-MOV-COST==
                                     ==FS-MOV-RENTPRICE==
                                         BY ==WRK-MOV-RENTPRICE==
                                     ==FS-MOV-LANGUAGE==
                                         BY ==WRK-MOV-LANGUAGE==
                                     ==FS-MOV-SUBTITLE==
                                         BY ==WRK-MOV-SUBTITLE==
                                     ==FS-MOV-SECTION==
                                         BY ==WRK-MOV-SECTION==
                                     ==FS-MOV-ITEM-TYPE==
                                         BY ==WRK-MOV-ITEM-TYPE==
                                     ==FS-MOV-PLATFORM==
                                         BY ==WRK-MOV-PLATFORM==.

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

       01  WRK-ORDER.
           COPY ENTRFLDS
               REPLACING ==FS-ENT-NUM== BY ==WRK-ENT-NUM==
                         ==FS-ENT-TYPE== BY ==WRK-ENT-TYPE==
                         ==FS-ENT-ENTREGA== BY ==WRK-ENT-ENTREGA==
                         ==FS-ENT-COLETA== BY ==WRK-ENT-COLETA==
                         ==FS-ENT-CUST-COD== BY ==WRK-ENT-CUST-COD==
                         ==FS-ENT-ZONE== BY ==WRK-ENT-ZONE==
                         ==FS-ENT-DATE== BY ==WRK-ENT-DATE==
                         ==FS-ENT-WIN-FROM== BY ==WRK-ENT-WIN-FROM==
                         ==FS-ENT-WIN-TO== BY ==WRK-ENT-WIN-TO==
                         ==FS-ENT-FEE== BY ==WRK-ENT-FEE==
                         ==FS-ENT-STATUS== BY ==WRK-ENT-STATUS==
                         ==FS-ENT-PENDENTE== BY ==WRK-ENT-PENDENTE==
                         ==FS-ENT-EM-ROTA== BY ==WRK-ENT-EM-ROTA==
                         ==FS-ENT-CONCLUIDO== BY ==WRK-ENT-CONCLUIDO==
                         ==FS-ENT-FALHOU== BY ==WRK-ENT-FALHOU==
                         ==FS-ENT-CANCELADO== BY ==WRK-ENT-CANCELADO==
                         ==FS-ENT-ITEM-COUNT== BY ==WRK-ENT-ITEM-COUNT==
                         ==FS-ENT-ITEM== BY ==WRK-ENT-ITEM==
                         ==FS-ENT-MOV-COD== BY ==WRK-ENT-MOV-COD==
                         ==FS-ENT-COPY-NUM== BY ==WRK-ENT-COPY-NUM==
                         ==FS-ENT-DUE-DATE== BY ==WRK-ENT-DUE-DATE==
                         ==FS-ENT-CHARGE== BY ==WRK-ENT-CHARGE==
                         ==FS-ENT-RECEIPT== BY ==WRK-ENT-RECEIPT==
                         ==FS-ENT-DUE== BY ==WRK-ENT-DUE==
                         ==FS-ENT-COLLECTED== BY ==WRK-ENT-COLLECTED==
                         ==FS-ENT-OPERATOR== BY ==WRK-ENT-OPERATOR==
                         ==FS-ENT-DRIVER== BY ==WRK-ENT-DRIVER==
                         ==FS-ENT-CLOSE-DATE== BY ==WRK-ENT-CLOSE-DATE==
                         ==FS-ENT-NOTE== BY ==WRK-ENT-NOTE==.

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
               10 LINE 01 COLUMN 01    PIC X(20) ERASE EOL
                  BACKGROUND-COLOR 2 FROM "PEDIDO DE ENTREGA".
       01  SHOW-LINE.
           05 DTA.
               10 LINE WRK-LINE COLUMN 01 PIC X(71) ERASE EOL
                  BACKGROUND-COLOR 0 FOREGROUND-COLOR 2 FROM WRK-BUFF.

       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           PERFORM 0010-DRAW-MENU.
           ACCEPT WRK-OPTION AT 0420.
           EVALUATE WRK-OPTION
               WHEN 'I' WHEN 'i'
                   PERFORM 0020-CREATE-ORDER
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'C' WHEN 'c'
                   PERFORM 0060-CANCEL-ORDER
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GOBACK.

      *=================================================================
       0010-DRAW-MENU      SECTION.
      *Desenha o menu de pedidos de entrega
      *=================================================================
           MOVE "PEDIDO DE ENTREGA/COLETA"  TO WRK-MENU-TITLE.
           MOVE "NOVO PEDIDO (I): "         TO WRK-MENU-ITEM(01).
           MOVE "CANCELAR PEDIDO (C): "     TO WRK-MENU-ITEM(02).
           MOVE "VOLTAR (ENTER): "          TO WRK-MENU-ITEM(03).
           MOVE 3                           TO WRK-MENU-SIZE.
           CALL "MENUS" USING WRK-AREA.
           MOVE SPACES TO WRK-OPTION.

      *=================================================================
       0015-OPEN-ENTREGAS      SECTION.
      *Abre ENTREGAS.DAT para atualizacao, criando-o se nao existir
      *=================================================================
           MOVE ZEROES TO WRK-TRIES.
           OPEN I-O ENTREGAS.
           IF WRK-ENT-FSTAT EQUAL 350 AND WRK-TRIES LESS THAN 1
               ADD 1 TO WRK-TRIES
               CLOSE ENTREGAS
               OPEN OUTPUT ENTREGAS
               CLOSE ENTREGAS
               OPEN I-O ENTREGAS
           END-IF.

      *=================================================================
       0020-CREATE-ORDER      SECTION.
      *Recebe o cliente, o tipo, a data e a janela, os itens e a taxa,
      *e grava o pedido pendente
      *=================================================================
           CALL "LERDATANEG" USING WRK-TODAY.
           MOVE SPACES TO WRK-ORDER.
           MOVE ZEROES TO WRK-ENT-NUM.
           MOVE ZEROES TO WRK-ENT-DATE WRK-ENT-WIN-FROM WRK-ENT-WIN-TO.
           MOVE ZEROES TO WRK-ENT-FEE WRK-ENT-ITEM-COUNT.
           MOVE ZEROES TO WRK-ENT-RECEIPT WRK-ENT-DUE.
           MOVE ZEROES TO WRK-ENT-COLLECTED WRK-ENT-CLOSE-DATE.
           PERFORM VARYING WRK-ITEM-SUB FROM 1 BY 1
                   UNTIL WRK-ITEM-SUB GREATER THAN 10
               MOVE ZEROES TO WRK-ENT-MOV-COD(WRK-ITEM-SUB)
               MOVE ZEROES TO WRK-ENT-COPY-NUM(WRK-ITEM-SUB)
               MOVE ZEROES TO WRK-ENT-DUE-DATE(WRK-ITEM-SUB)
               MOVE ZEROES TO WRK-ENT-CHARGE(WRK-ITEM-SUB)
           END-PERFORM.
           SET WRK-ENT-PENDENTE TO TRUE.
           MOVE LNK-OPERATOR TO WRK-ENT-OPERATOR.

           PERFORM 0025-GET-CUSTOMER.
           IF WRK-CUST-STATUS NOT EQUAL ZEROES
               GO TO 0020-FIM
           END-IF.

           DISPLAY "ENTREGA (E) OU COLETA (C): " AT 0805.
           ACCEPT WRK-ENT-TYPE AT 0832.
           INSPECT WRK-ENT-TYPE CONVERTING "ec" TO "EC".
           IF NOT WRK-ENT-ENTREGA AND NOT WRK-ENT-COLETA
               GO TO 0020-FIM
           END-IF.

           DISPLAY "DATA DA ROTA (AAAAMMDD, ENTER=HOJE): " AT 0905.
           MOVE SPACES TO WRK-DATE-MSK.
           ACCEPT WRK-DATE-MSK AT 0942.
           IF WRK-DATE-MSK EQUAL SPACES
               MOVE WRK-TODAY TO WRK-ENT-DATE
           ELSE
               MOVE WRK-DATE-MSK TO WRK-ENT-DATE
           END-IF.
           IF WRK-ENT-DATE LESS THAN WRK-TODAY
               DISPLAY "DATA DA ROTA JA PASSOU. PRESSIONE ENTER"
                   AT 2305
               ACCEPT WRK-TECLA AT 2345
               GO TO 0020-FIM
           END-IF.

           DISPLAY "JANELA DE (HHMM): " AT 1005.
           MOVE SPACES TO WRK-HOUR-MSK.
           ACCEPT WRK-HOUR-MSK AT 1023.
           MOVE WRK-HOUR-MSK TO WRK-ENT-WIN-FROM.
           DISPLAY "ATE (HHMM): " AT 1030.
           MOVE SPACES TO WRK-HOUR-MSK.
           ACCEPT WRK-HOUR-MSK AT 1042.
           MOVE WRK-HOUR-MSK TO WRK-ENT-WIN-TO.
           IF WRK-ENT-WIN-TO LESS THAN WRK-ENT-WIN-FROM
               MOVE WRK-ENT-WIN-FROM TO WRK-ENT-WIN-TO
           END-IF.

           IF WRK-ENT-ENTREGA
               PERFORM 0030-GET-TITLES
           ELSE
               PERFORM 0035-LOAD-PICKUP
           END-IF.
           IF WRK-ENT-ITEM-COUNT EQUAL ZEROES
               IF WRK-ENT-COLETA
                   DISPLAY "CLIENTE SEM ALUGUEL EM ABERTO PARA COLETA"
                       AT 2305
                   DISPLAY "PRESSIONE ENTER" AT 2405
                   ACCEPT WRK-TECLA AT 2421
               END-IF
               GO TO 0020-FIM
           END-IF.

           PERFORM 0040-GET-FEE.

           DISPLAY "CONFIRMA O PEDIDO (S/N)? " AT 2205.
           MOVE SPACES TO WRK-CONFIRM.
           ACCEPT WRK-CONFIRM AT 2230.
           IF WRK-CONFIRM NOT EQUAL 'S' AND WRK-CONFIRM NOT EQUAL 's'
               GO TO 0020-FIM
           END-IF.

           PERFORM 0050-NEXT-NUMBER.
           PERFORM 0015-OPEN-ENTREGAS.
           MOVE WRK-ORDER TO FS-ENTREGA.
           WRITE FS-ENTREGA
               INVALID KEY
                   REWRITE FS-ENTREGA
           END-WRITE.
           CLOSE ENTREGAS.
           MOVE SPACES TO WRK-BUFF.
           STRING "PEDIDO NR " WRK-ENT-NUM " GRAVADO PARA "
               WRK-ENT-DATE " ZONA " WRK-ENT-ZONE INTO WRK-BUFF.
           MOVE 23 TO WRK-LINE.
           DISPLAY DTA.
           DISPLAY "PRESSIONE ENTER" AT 2405.
           ACCEPT WRK-TECLA AT 2421.
       0020-FIM.
           EXIT.

      *=================================================================
       0025-GET-CUSTOMER      SECTION.
      *Recebe o cliente do pedido ("?" abre a busca por nome) e confere
      *o endereco e a zona de entrega; conta corporativa nao usa o
      *servico, porque o aluguel entregue e cobrado na porta
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           MOVE 999 TO WRK-CUST-STATUS.
           DISPLAY "CLIENTE (CODIGO, ?=BUSCA): " AT 0305.
           MOVE SPACES TO WRK-CUST-COD-MSK.
           ACCEPT WRK-CUST-COD-MSK AT 0332.
           IF WRK-CUST-COD-MSK EQUAL SPACES
               GO TO 0025-FIM
           END-IF.
           IF WRK-CUST-COD-MSK(05:01) EQUAL '?'
               CALL "BUSCARCLIENTE" USING WRK-PICKED-COD
               DISPLAY CLEAR-SCREEN
               DISPLAY TITLE-SCREEN
               CALL "MARCATREINO"
               IF WRK-PICKED-COD EQUAL ZEROES
                   GO TO 0025-FIM
               END-IF
               MOVE WRK-PICKED-COD TO WRK-CUST-COD-MSK
               DISPLAY "CLIENTE (CODIGO, ?=BUSCA): " AT 0305
               DISPLAY WRK-CUST-COD-MSK AT 0332
           END-IF.
           MOVE WRK-CUST-COD-MSK TO WRK-CUST-COD.
           MOVE ZEROES TO WRK-CUST-STATUS.
           CALL "SEARCHCUSTOMER" USING WRK-CUSTOMER, WRK-CUST-STATUS.
           IF WRK-CUST-STATUS NOT EQUAL ZEROES
               GO TO 0025-FIM
           END-IF.
           IF WRK-CUST-ADDRESS EQUAL SPACES
               OR WRK-CUST-ZONE EQUAL SPACES
               MOVE 671 TO WRK-CUST-STATUS
               CALL "ERROS" USING WRK-CUST-STATUS, "PEDIDOENTREGA"
               GO TO 0025-FIM
           END-IF.
           IF WRK-CUST-CORPORATE EQUAL "S"
               MOVE 672 TO WRK-CUST-STATUS
               CALL "ERROS" USING WRK-CUST-STATUS, "PEDIDOENTREGA"
               GO TO 0025-FIM
           END-IF.
           MOVE WRK-CUST-COD TO WRK-ENT-CUST-COD.
           MOVE WRK-CUST-ZONE TO WRK-ENT-ZONE.
           DISPLAY WRK-CUST-NAME AT 0405.
           DISPLAY "ENDERECO: " AT 0505.
           DISPLAY WRK-CUST-ADDRESS AT 0515.
           DISPLAY "ZONA: " AT 0605.
           DISPLAY WRK-CUST-ZONE AT 0611.
           DISPLAY "TEL: " AT 0620.
           DISPLAY WRK-CUST-PHONE AT 0625.
       0025-FIM.
           EXIT.

      *=================================================================
       0030-GET-TITLES      SECTION.
      *Entrega: recebe ate 10 titulos pedidos. As copias so sao
      *escolhidas no aluguel, na saida do motorista
      *=================================================================
           MOVE ZEROES TO WRK-ITEMS-DONE.
           PERFORM UNTIL WRK-ITEMS-DONE EQUAL 1
                      OR WRK-ENT-ITEM-COUNT EQUAL 10
               DISPLAY "TITULO (CODIGO, ?=BUSCA, ENTER=FIM): "
                   AT 1105
               MOVE SPACES TO WRK-MOV-COD-MSK
               ACCEPT WRK-MOV-COD-MSK AT 1142
               IF WRK-MOV-COD-MSK(05:01) EQUAL '?'
                   CALL "ESCOLHERFILME" USING WRK-PICKED-COD
                   PERFORM 0032-REDRAW-ORDER
                   IF WRK-PICKED-COD EQUAL ZEROES
                       MOVE SPACES TO WRK-MOV-COD-MSK
                   ELSE
                       MOVE WRK-PICKED-COD TO WRK-MOV-COD-MSK
                   END-IF
               END-IF
               IF WRK-MOV-COD-MSK EQUAL SPACES
                   MOVE 1 TO WRK-ITEMS-DONE
               ELSE
                   PERFORM 0031-ADD-TITLE
               END-IF
           END-PERFORM.

      *=================================================================
       0031-ADD-TITLE      SECTION.
      *Confere o titulo digitado no cadastro e poe no pedido
      *=================================================================
           MOVE WRK-MOV-COD-MSK TO WRK-MOV-COD.
           MOVE ZEROES TO WRK-STATUS.
           CALL "SEARCHMOVIE" USING WRK-MOVIE, WRK-STATUS.
           IF WRK-STATUS NOT EQUAL ZEROES
               PERFORM 0032-REDRAW-ORDER
               GO TO 0031-FIM
           END-IF.
           ADD 1 TO WRK-ENT-ITEM-COUNT.
           MOVE WRK-MOV-COD TO WRK-ENT-MOV-COD(WRK-ENT-ITEM-COUNT).
           PERFORM 0033-SHOW-ITEM.
       0031-FIM.
           EXIT.

      *=================================================================
       0032-REDRAW-ORDER      SECTION.
      *Redesenha o pedido depois de uma busca ou de uma mensagem de
      *erro
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           DISPLAY "CLIENTE (CODIGO, ?=BUSCA): " AT 0305.
           DISPLAY WRK-CUST-COD-MSK AT 0332.
           DISPLAY WRK-CUST-NAME AT 0405.
           DISPLAY "ENDERECO: " AT 0505.
           DISPLAY WRK-CUST-ADDRESS AT 0515.
           DISPLAY "ZONA: " AT 0605.
           DISPLAY WRK-CUST-ZONE AT 0611.
           DISPLAY "TEL: " AT 0620.
           DISPLAY WRK-CUST-PHONE AT 0625.
           DISPLAY "ENTREGA (E) OU COLETA (C): " AT 0805.
           DISPLAY WRK-ENT-TYPE AT 0832.
           DISPLAY "DATA DA ROTA (AAAAMMDD, ENTER=HOJE): " AT 0905.
           DISPLAY WRK-ENT-DATE AT 0942.
           DISPLAY "JANELA DE (HHMM): " AT 1005.
           DISPLAY WRK-ENT-WIN-FROM AT 1023.
           DISPLAY "ATE (HHMM): " AT 1030.
           DISPLAY WRK-ENT-WIN-TO AT 1042.
           PERFORM VARYING WRK-ITEM-SUB FROM 1 BY 1
                   UNTIL WRK-ITEM-SUB GREATER THAN WRK-ENT-ITEM-COUNT
               MOVE WRK-ENT-MOV-COD(WRK-ITEM-SUB) TO WRK-MOV-COD
               MOVE ZEROES TO WRK-STATUS
               MOVE SPACES TO WRK-MOV-TITLE
               CALL "SEARCHMOVIE" USING WRK-MOVIE, WRK-STATUS
               MOVE SPACES TO WRK-BUFF
               STRING WRK-ITEM-SUB " " WRK-ENT-MOV-COD(WRK-ITEM-SUB)
                   " " WRK-MOV-TITLE INTO WRK-BUFF
               COMPUTE WRK-LINE = 11 + WRK-ITEM-SUB
               DISPLAY DTA
           END-PERFORM.

      *=================================================================
       0033-SHOW-ITEM      SECTION.
      *Mostra o ultimo item posto no pedido
      *=================================================================
           MOVE SPACES TO WRK-BUFF.
           STRING WRK-ENT-ITEM-COUNT " "
               WRK-ENT-MOV-COD(WRK-ENT-ITEM-COUNT) " " WRK-MOV-TITLE
               INTO WRK-BUFF.
           COMPUTE WRK-LINE = 11 + WRK-ENT-ITEM-COUNT.
           DISPLAY DTA.

      *=================================================================
       0035-LOAD-PICKUP      SECTION.
      *Coleta: poe no pedido os alugueis em aberto do cliente (ate
      *10), pelo indice RENTCUST.DAT
      *=================================================================
           OPEN INPUT RENTXREF.
           IF WRK-XREF-FSTAT NOT EQUAL ZEROES
               GO TO 0035-FIM
           END-IF.
           OPEN INPUT RENTALS.
           IF WRK-RENT-FSTAT NOT EQUAL ZEROES
               CLOSE RENTXREF
               GO TO 0035-FIM
           END-IF.
           MOVE WRK-CUST-COD TO FS-XREF-CUST-COD.
           MOVE ZEROES TO FS-XREF-INV-DATE.
           MOVE ZEROES TO FS-XREF-MOV-COD.
           MOVE ZEROES TO FS-XREF-DUE-DATE.
           MOVE ZEROES TO WRK-EOF.
           START RENTXREF KEY IS NOT LESS THAN FS-XREF-KEY
               INVALID KEY
                   MOVE 1 TO WRK-EOF
           END-START.
           PERFORM UNTIL WRK-EOF EQUAL 1
                      OR WRK-ENT-ITEM-COUNT EQUAL 10
               READ RENTXREF NEXT RECORD
                   AT END
                       MOVE 1 TO WRK-EOF
                   NOT AT END
                       IF FS-XREF-CUST-COD NOT EQUAL WRK-CUST-COD
                           MOVE 1 TO WRK-EOF
                       ELSE
                           PERFORM 0036-PICKUP-ONE-RENTAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RENTALS RENTXREF.
       0035-FIM.
           MOVE ZEROES TO WRK-XREF-FSTAT WRK-RENT-FSTAT.

      *=================================================================
       0036-PICKUP-ONE-RENTAL      SECTION.
      *Le o aluguel apontado pelo indice e, se ainda em aberto, poe no
      *pedido de coleta
      *=================================================================
           MOVE FS-XREF-MOV-COD TO FS-RENT-MOV-COD.
           MOVE FS-XREF-DUE-DATE TO FS-RENT-DUE-DATE.
           MOVE FS-XREF-CUST-COD TO FS-RENT-CUST-COD.
           READ RENTALS
               INVALID KEY
                   GO TO 0036-FIM
           END-READ.
           IF NOT FS-RENT-ABERTO
               GO TO 0036-FIM
           END-IF.
           ADD 1 TO WRK-ENT-ITEM-COUNT.
           MOVE FS-RENT-MOV-COD
               TO WRK-ENT-MOV-COD(WRK-ENT-ITEM-COUNT).
           MOVE FS-RENT-COPY-NUM
               TO WRK-ENT-COPY-NUM(WRK-ENT-ITEM-COUNT).
           MOVE FS-RENT-DUE-DATE
               TO WRK-ENT-DUE-DATE(WRK-ENT-ITEM-COUNT).
           MOVE FS-RENT-MOV-COD TO WRK-MOV-COD.
           MOVE ZEROES TO WRK-STATUS.
           MOVE SPACES TO WRK-MOV-TITLE.
           CALL "SEARCHMOVIE" USING WRK-MOVIE, WRK-STATUS.
           PERFORM 0033-SHOW-ITEM.
       0036-FIM.
           EXIT.

      *=================================================================
       0040-GET-FEE      SECTION.
      *Taxa da zona do cliente pela tabela de precos (tipo E); o
      *balcao pode trocar o valor. Zona sem taxa cadastrada sai sem
      *taxa, se o balcao nao informar
      *=================================================================
           MOVE ZEROES TO WRK-ENT-FEE.
           OPEN INPUT PRECOS.
           IF WRK-PRC-FSTAT EQUAL ZEROES
               MOVE "E" TO FS-PRC-TYPE
               MOVE WRK-ENT-ZONE TO FS-PRC-ARG
               READ PRECOS
                   NOT INVALID KEY
                       MOVE FS-PRC-VALUE TO WRK-ENT-FEE
               END-READ
               CLOSE PRECOS
           END-IF.
           MOVE ZEROES TO WRK-PRC-FSTAT.
           DISPLAY "TAXA DE ENTREGA (ENTER=" AT 2105.
           DISPLAY WRK-ENT-FEE AT 2128.
           DISPLAY "): " AT 2135.
           MOVE SPACES TO WRK-PRICE-MSK.
           ACCEPT WRK-PRICE-MSK AT 2138.
           IF WRK-PRICE-MSK NOT EQUAL SPACES
               MOVE FUNCTION NUMVAL(WRK-PRICE-MSK) TO WRK-ENT-FEE
           END-IF.

      *=================================================================
       0050-NEXT-NUMBER      SECTION.
      *Numera o pedido pelo arquivo de controle ENTRCTL.DAT
      *=================================================================
           MOVE ZEROES TO WRK-LAST-NUM.
           OPEN INPUT ENTRCTL.
           IF WRK-CTL-STATUS EQUAL ZEROES
               READ ENTRCTL
               IF WRK-CTL-STATUS EQUAL ZEROES
                   MOVE FS-CTL-LINE TO WRK-LAST-NUM
               END-IF
               CLOSE ENTRCTL
           END-IF.
           COMPUTE WRK-ENT-NUM = WRK-LAST-NUM + 1.
           OPEN OUTPUT ENTRCTL.
           MOVE WRK-ENT-NUM TO FS-CTL-LINE.
           WRITE FS-CTL-LINE.
           CLOSE ENTRCTL.
           MOVE ZEROES TO WRK-CTL-STATUS.

      *=================================================================
       0060-CANCEL-ORDER      SECTION.
      *Cancela um pedido que ainda nao saiu com o motorista
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           CALL "LERDATANEG" USING WRK-TODAY.
           DISPLAY "NUMERO DO PEDIDO: " AT 0305.
           MOVE SPACES TO WRK-NUM-MSK.
           ACCEPT WRK-NUM-MSK AT 0323.
           IF WRK-NUM-MSK EQUAL SPACES
               GO TO 0060-FIM
           END-IF.
           PERFORM 0015-OPEN-ENTREGAS.
           MOVE WRK-NUM-MSK TO FS-ENT-NUM.
           READ ENTREGAS
               INVALID KEY
                   MOVE 673 TO WRK-STATUS
                   CALL "ERROS" USING WRK-STATUS, "PEDIDOENTREGA"
                   CLOSE ENTREGAS
                   GO TO 0060-FIM
           END-READ.
           IF NOT FS-ENT-PENDENTE
               MOVE 674 TO WRK-STATUS
               CALL "ERROS" USING WRK-STATUS, "PEDIDOENTREGA"
               CLOSE ENTREGAS
               GO TO 0060-FIM
           END-IF.
           MOVE SPACES TO WRK-BUFF.
           STRING "PEDIDO " FS-ENT-NUM " TIPO " FS-ENT-TYPE
               " CLIENTE " FS-ENT-CUST-COD " DATA " FS-ENT-DATE
               " ITENS " FS-ENT-ITEM-COUNT INTO WRK-BUFF.
           MOVE 05 TO WRK-LINE.
           DISPLAY DTA.
           DISPLAY "CONFIRMA O CANCELAMENTO (S/N)? " AT 0705.
           MOVE SPACES TO WRK-CONFIRM.
           ACCEPT WRK-CONFIRM AT 0737.
           IF WRK-CONFIRM EQUAL 'S' OR WRK-CONFIRM EQUAL 's'
               SET FS-ENT-CANCELADO TO TRUE
               MOVE WRK-TODAY TO FS-ENT-CLOSE-DATE
               MOVE "CANCELADO NO BALCAO" TO FS-ENT-NOTE
               REWRITE FS-ENTREGA
               DISPLAY "PEDIDO CANCELADO" AT 0905
           END-IF.
           CLOSE ENTREGAS.
           DISPLAY "PRESSIONE ENTER" AT 1005.
           ACCEPT WRK-TECLA AT 1021.
       0060-FIM.
           EXIT.
       END PROGRAM PEDIDOENTREGA.
