      *           soma FS-MOV-COPIES-TOT/AVL e preenche FS-MOV-COST com
      *           o custo unitario do item, para que o valor do acervo
      *           reflita o que foi realmente pago.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Chave alternativa de MOVIES.DAT pelo titulo
      *                   declarada no SELECT
      * 15/OUT/2026 RTB - Melhor oferta vigente das listas de precos das
      *                   distribuidoras (MELHORPRECO) mostrada em cada
      *                   item
      * 15/OUT/2026 RTB - Orcamento de compras: pedido com a filial da
      *                   sessao e o genero de cada item; pedido que
      *                   passa do saldo do mes exige o gerente ou e
      *                   cancelado; recebimento lancado como gasto
      *                   (WRITEGASTO)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDIDOCOMPRA.
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES
           LOCK MODE IS AUTOMATIC.

           SELECT COPIES ASSIGN TO "COPIES.DAT"
       77  WRK-RECEIVE-OK              PIC 9(01) VALUE ZEROES.
       77  WRK-SESS-BRANCH             PIC 9(02) VALUE 1.
       77  WRK-FIL-STATUS              PIC 9(03) VALUE ZEROES.
       77  WRK-BEST-DISTRIB            PIC X(15) VALUE SPACES.
       77  WRK-BEST-PRICE              PIC 9(06)V99 VALUE ZEROES.
       77  WRK-BEST-STATUS             PIC 9(03) VALUE ZEROES.
       77  WRK-OFFER-MSG               PIC X(60) VALUE SPACES.
       77  WRK-ITEM-GENRE              PIC X(08) VALUE SPACES.
       77  WRK-GENRE-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-MONTH                   PIC 9(06) VALUE ZEROES.
       77  WRK-CHK-GENRE               PIC X(08) VALUE SPACES.
       77  WRK-BUDGET                  PIC 9(08)V99 VALUE ZEROES.
       77  WRK-COMMITTED               PIC 9(09)V99 VALUE ZEROES.
       77  WRK-SPENT                   PIC 9(09)V99 VALUE ZEROES.
       77  WRK-BAL-STATUS              PIC 9(03) VALUE ZEROES.
       77  WRK-OVER-AMOUNT             PIC 9(09)V99 VALUE ZEROES.
       77  WRK-OVER                    PIC 9(01) VALUE ZEROES.
       77  WRK-MSG-LINE                PIC 9(02) VALUE ZEROES.
       77  WRK-GENRE-SUB               PIC 9(02) VALUE ZEROES.
       77  WRK-GENRE-COUNT             PIC 9(02) VALUE ZEROES.
       77  WRK-MANAGER-ID              PIC X(08) VALUE SPACES.
       77  WRK-MANAGER-LEVEL           PIC 9(01) VALUE 3.
       77  WRK-NIVEL-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-SPENT-AMOUNT            PIC 9(08)V99 VALUE ZEROES.
       01  WRK-ORDER-GENRES.
           05 WRK-OG-GENRE             PIC X(08) VALUE SPACES
                                       OCCURS 20 TIMES.

       01  WRK-COPY.
           COPY COPYFLDS
                         ==FS-COPY-REPAIR==
                             BY ==WRK-COPY-REPAIR==
                         ==FS-COPY-REPAIR-DT==
                             BY ==WRK-COPY-REPAIR-DT==
                         ==FS-COPY-RENT-COUNT==
                             BY ==WRK-COPY-RENT-COUNT==
                         ==FS-COPY-SALE-FLAG==
                             BY ==WRK-COPY-SALE-FLAG==
                         ==FS-COPY-SALE-PRICE==
                             BY ==WRK-COPY-SALE-PRICE==.

       01  WRK-NEWMOVIE.
           COPY MOVIEFLDS
                                     ==FS-MOV-SUBTITLE==
                                         BY ==WRK-NEW-SUBTITLE==
                                     ==FS-MOV-SECTION==
                                         BY ==WRK-NEW-SECTION==
                                     ==FS-MOV-ITEM-TYPE==
                                         BY ==WRK-NEW-ITEM-TYPE==
                                     ==FS-MOV-PLATFORM==
                                         BY ==WRK-NEW-PLATFORM==.

       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           DISPLAY "INCLUIR (I), IMPRIMIR (P), RECEBER (R), "
               "ENTER=VOLTAR: " AT 0305.
           ACCEPT WRK-OPTION AT 0358.
      *numero de pedido e recebe os itens ate um filme/titulo vazio
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           DISPLAY "DISTRIBUIDORA: " AT 0305.
           MOVE SPACES TO WRK-DISTRIB.
           ACCEPT WRK-DISTRIB AT 0320.
           PERFORM 0005-OPEN-PEDIDOS.
           PERFORM 0015-FIND-NEXT-NUMBER.
           MOVE WRK-NEXT-NUM TO WRK-ORD-NUM.
           CALL "LERDATANEG" USING WRK-TODAY.
           CALL "LERFILIAL" USING WRK-SESS-BRANCH, WRK-FIL-STATUS.
           MOVE ZEROES TO WRK-GENRE-COUNT.

           MOVE SPACES TO FS-ORDER.
           MOVE WRK-ORD-NUM TO FS-ORD-NUM.
           MOVE ZEROES TO FS-ORD-QTY.
           MOVE ZEROES TO FS-ORD-UNIT-COST.
           MOVE ZEROES TO FS-ORD-QTY-RECD.
           MOVE WRK-SESS-BRANCH TO FS-ORD-BRANCH.
           MOVE SPACES TO FS-ORD-GENRE.
           WRITE FS-ORDER.

           DISPLAY "PEDIDO NUMERO: " AT 0405.
               END-IF
           END-PERFORM.
           CLOSE PEDIDOS.
           MOVE ZEROES TO WRK-OVER.
           IF WRK-LINE-NUM GREATER THAN ZEROES
               PERFORM 0035-CHECK-BUDGET
           END-IF.
           IF WRK-OVER EQUAL 2
               DISPLAY "PEDIDO CANCELADO. PRESSIONE ENTER" AT 1805
           ELSE
               DISPLAY "PEDIDO GRAVADO COM " AT 1805
               DISPLAY WRK-LINE-NUM AT 1825
               DISPLAY " ITENS. PRESSIONE ENTER" AT 1829
           END-IF.
           ACCEPT WRK-TECLA.

      *=================================================================
           ELSE
               MOVE ZEROES TO WRK-ITEM-MOV-COD
               MOVE SPACES TO WRK-ITEM-TITLE
               MOVE SPACES TO WRK-ITEM-GENRE
               IF WRK-MOV-COD-MSK NOT EQUAL SPACES
                   MOVE WRK-MOV-COD-MSK TO WRK-ITEM-MOV-COD
                   PERFORM 0022-GET-MOVIE-GENRE
               ELSE
                   DISPLAY "TITULO NOVO: " AT 0705
                   DISPLAY "                              " AT 0718
                   ACCEPT WRK-ITEM-TITLE AT 0718
                   IF WRK-ITEM-TITLE EQUAL SPACES
                       MOVE 1 TO WRK-EOF
                   ELSE
                       DISPLAY "GENERO: " AT 0750
                       DISPLAY "        " AT 0758
                       ACCEPT WRK-ITEM-GENRE AT 0758
                       PERFORM 0023-CHECK-GENRE
                   END-IF
               END-IF
           END-IF.
               MOVE SPACES TO WRK-ITEM-FORMAT
               DISPLAY "          " AT 0839
               ACCEPT WRK-ITEM-FORMAT AT 0839
               PERFORM 0025-SHOW-BEST-OFFER
               DISPLAY "QUANTIDADE: " AT 0905
               MOVE SPACES TO WRK-QTY-MSK
               DISPLAY "   " AT 0918
               END-IF
           END-IF.

      *=================================================================
       0022-GET-MOVIE-GENRE      SECTION.
      *Genero do item de filme ja cadastrado: o primeiro do cadastro
      *=================================================================
           OPEN INPUT MOVIES.
           IF WRK-MOV-FSTAT EQUAL ZEROES
               MOVE WRK-ITEM-MOV-COD TO FS-MOV-COD
               READ MOVIES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FS-MOV-GENRE(01) TO WRK-ITEM-GENRE
               END-READ
               CLOSE MOVIES
           END-IF.
           MOVE ZEROES TO WRK-MOV-FSTAT.

      *=================================================================
       0023-CHECK-GENRE      SECTION.
      *Genero do titulo novo tem de constar na tabela; em branco, o
      *item so conta no orcamento da filial inteira
      *=================================================================
           IF WRK-ITEM-GENRE NOT EQUAL SPACES
               CALL "VALIDATEGENRE" USING WRK-ITEM-GENRE,
                   WRK-GENRE-STATUS
               IF WRK-GENRE-STATUS NOT EQUAL ZEROES
                   MOVE 613 TO WRK-GENRE-STATUS
                   CALL "ERROS" USING WRK-GENRE-STATUS, "PEDIDOCOMPRA"
                   MOVE SPACES TO WRK-ITEM-GENRE
                   DISPLAY "        " AT 0758
               END-IF
           END-IF.

      *=================================================================
       0025-SHOW-BEST-OFFER      SECTION.
      *Mostra a oferta mais barata vigente nas listas de precos das
      *distribuidoras para o filme e formato do item, antes do custo
      *=================================================================
           MOVE SPACES TO WRK-OFFER-MSG.
           IF WRK-ITEM-MOV-COD NOT EQUAL ZEROES
               CALL "MELHORPRECO" USING WRK-ITEM-MOV-COD,
                   WRK-ITEM-FORMAT, WRK-TODAY, WRK-BEST-DISTRIB,
                   WRK-BEST-PRICE, WRK-BEST-STATUS
               IF WRK-BEST-STATUS EQUAL ZEROES
                   STRING "MELHOR OFERTA: " WRK-BEST-DISTRIB
                       " CUSTO " WRK-BEST-PRICE
                       INTO WRK-OFFER-MSG
               ELSE
                   MOVE "SEM OFERTA VIGENTE NAS LISTAS DE PRECOS"
                       TO WRK-OFFER-MSG
               END-IF
           END-IF.
           DISPLAY WRK-OFFER-MSG AT 1105.

      *=================================================================
       0030-WRITE-ITEM      SECTION.
      *Grava o item corrente como uma linha do pedido
           MOVE WRK-ITEM-QTY TO FS-ORD-QTY.
           MOVE WRK-ITEM-COST TO FS-ORD-UNIT-COST.
           MOVE ZEROES TO FS-ORD-QTY-RECD.
           MOVE WRK-SESS-BRANCH TO FS-ORD-BRANCH.
           MOVE WRK-ITEM-GENRE TO FS-ORD-GENRE.
           WRITE FS-ORDER.
      *Generos do pedido, para conferir o orcamento de cada um
           IF WRK-ITEM-GENRE NOT EQUAL SPACES
               PERFORM VARYING WRK-GENRE-SUB FROM 1 BY 1
                       UNTIL WRK-GENRE-SUB GREATER THAN WRK-GENRE-COUNT
                          OR WRK-OG-GENRE(WRK-GENRE-SUB) EQUAL
                             WRK-ITEM-GENRE
                   CONTINUE
               END-PERFORM
               IF WRK-GENRE-SUB GREATER THAN WRK-GENRE-COUNT
                   AND WRK-GENRE-COUNT LESS THAN 20
                   ADD 1 TO WRK-GENRE-COUNT
                   MOVE WRK-ITEM-GENRE TO WRK-OG-GENRE(WRK-GENRE-COUNT)
               END-IF
           END-IF.

      *=================================================================
       0035-CHECK-BUDGET      SECTION.
      *Confere o pedido recem-gravado contra o orcamento de compras do
      *mes (ja conta como comprometido): o teto da filial e o de cada
      *genero do pedido. Passou do saldo, so segue com o gerente; sem
      *ele o pedido inteiro e cancelado. WRK-OVER: 1 = passou e foi
      *autorizado, 2 = cancelado
      *=================================================================
           COMPUTE WRK-MONTH = WRK-TODAY / 100.
           MOVE 12 TO WRK-MSG-LINE.
           MOVE SPACES TO WRK-CHK-GENRE.
           PERFORM 0037-CHECK-ONE-BUDGET.
           PERFORM VARYING WRK-GENRE-SUB FROM 1 BY 1
                   UNTIL WRK-GENRE-SUB GREATER THAN WRK-GENRE-COUNT
               MOVE WRK-OG-GENRE(WRK-GENRE-SUB) TO WRK-CHK-GENRE
               PERFORM 0037-CHECK-ONE-BUDGET
           END-PERFORM.
           IF WRK-OVER EQUAL ZEROES
               GO TO 0035-FIM
           END-IF.
           MOVE "PEDIDO PASSA DO ORCAMENTO DE COMPRAS DO MES"
               TO WRK-OFFER-MSG.
           DISPLAY WRK-OFFER-MSG AT 1105.
           DISPLAY "GERENTE (ID): " AT 1705.
           MOVE SPACES TO WRK-MANAGER-ID.
           ACCEPT WRK-MANAGER-ID AT 1719.
           CALL "CHECKNIVEL" USING WRK-MANAGER-ID, WRK-MANAGER-LEVEL,
               WRK-NIVEL-STATUS, "PEDIDOCOMPRA-ORC".
           IF WRK-NIVEL-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-NIVEL-STATUS, "PEDIDOCOMPRA"
               PERFORM 0039-CANCEL-ORDER
               MOVE 2 TO WRK-OVER
           END-IF.
       0035-FIM.
           EXIT.

      *=================================================================
       0037-CHECK-ONE-BUDGET      SECTION.
      *Saldo do orcamento da filial no genero WRK-CHK-GENRE (branco =
      *filial inteira); sem orcamento cadastrado, nao ha teto
      *=================================================================
           CALL "SALDOORCAMENTO" USING WRK-MONTH, WRK-SESS-BRANCH,
               WRK-CHK-GENRE, WRK-BUDGET, WRK-COMMITTED, WRK-SPENT,
               WRK-BAL-STATUS.
           IF WRK-BAL-STATUS NOT EQUAL ZEROES
               GO TO 0037-FIM
           END-IF.
           IF WRK-COMMITTED + WRK-SPENT NOT GREATER THAN WRK-BUDGET
               GO TO 0037-FIM
           END-IF.
           MOVE 1 TO WRK-OVER.
           COMPUTE WRK-OVER-AMOUNT =
               WRK-COMMITTED + WRK-SPENT - WRK-BUDGET.
           IF WRK-MSG-LINE LESS THAN 17
               MOVE SPACES TO WRK-OFFER-MSG
               IF WRK-CHK-GENRE EQUAL SPACES
                   STRING "FILIAL INTEIRA: ORCADO " WRK-BUDGET
                       " EXCEDIDO EM " WRK-OVER-AMOUNT
                       INTO WRK-OFFER-MSG
               ELSE
                   STRING "GENERO " WRK-CHK-GENRE ": ORCADO " WRK-BUDGET
                       " EXCEDIDO EM " WRK-OVER-AMOUNT
                       INTO WRK-OFFER-MSG
               END-IF
               DISPLAY WRK-OFFER-MSG AT LINE WRK-MSG-LINE COLUMN 05
               ADD 1 TO WRK-MSG-LINE
           END-IF.
       0037-FIM.
           EXIT.

      *=================================================================
       0039-CANCEL-ORDER      SECTION.
      *Cancela o cabecalho e os itens do pedido corrente
      *=================================================================
           PERFORM 0005-OPEN-PEDIDOS.
           MOVE WRK-ORD-NUM TO FS-ORD-NUM.
           MOVE ZEROES TO FS-ORD-LINE.
           MOVE ZEROES TO WRK-EOF.
           START PEDIDOS KEY IS NOT LESS THAN FS-ORD-KEY
               INVALID KEY
                   MOVE 1 TO WRK-EOF
           END-START.
           PERFORM UNTIL WRK-EOF EQUAL 1
               READ PEDIDOS NEXT RECORD
                   AT END
                       MOVE 1 TO WRK-EOF
                   NOT AT END
                       IF FS-ORD-NUM NOT EQUAL WRK-ORD-NUM
                           MOVE 1 TO WRK-EOF
                       ELSE
                           SET FS-ORD-CANCELADO TO TRUE
                           REWRITE FS-ORDER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PEDIDOS.

      *=================================================================
       0040-PRINT-ORDER      SECTION.
               GOBACK
           END-IF.
           MOVE WRK-ORD-NUM-MSK TO WRK-ORD-NUM.
           CALL "LERFILIAL" USING WRK-SESS-BRANCH, WRK-FIL-STATUS.
           PERFORM 0005-OPEN-PEDIDOS.
           MOVE WRK-ORD-NUM TO FS-ORD-NUM.
           MOVE ZEROES TO FS-ORD-LINE.
                       DISPLAY FS-ORD-LINE AT 1811
                       DISPLAY " NAO RECEBIDO POR COMPLETO" AT 1815
                   END-IF
      *O que entrou no estoque e gasto do orcamento de compras
                   IF WRK-CREATED-COUNT GREATER THAN ZEROES
                       COMPUTE WRK-SPENT-AMOUNT =
                           WRK-CREATED-COUNT * FS-ORD-UNIT-COST
                       CALL "WRITEGASTO" USING WRK-SESS-BRANCH,
                           FS-ORD-GENRE, "R", FS-ORD-MOV-COD,
                           FS-ORD-NUM, WRK-SPENT-AMOUNT, LNK-OPERATOR
                   END-IF
               END-IF
           END-IF.

