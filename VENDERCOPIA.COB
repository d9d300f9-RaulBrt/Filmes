      *           transacoes, grava a baixa na trilha de auditoria e
      *           imprime um comprovante simples em VENDA.PRN. Avisa
      *           antes de vender a ultima copia de um titulo.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Forma de pagamento da venda (dinheiro,
      *                   cartao, PIX, cheque ou dividido em duas)
      *                   gravada no diario e impressa no comprovante
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Gravacoes em COPIES anotadas tambem no jornal
      *                   de recuperacao (WRITEJORNAL)
      * 15/OUT/2026 RTB - Cabecalho das telas e recibo marcados com
      *                   TREINAMENTO no modo treinamento (MARCATREINO
      *                   e LERTREINO)
      * 15/OUT/2026 RTB - Chave alternativa de MOVIES.DAT pelo titulo
      *                   declarada no SELECT
      * 15/OUT/2026 RTB - Copia vendida recebida pela etiqueta (copia e
      *                   digito verificador, ou o codigo de barras
      *                   completo), conferida pelo CONFERECOPIA
      * 15/OUT/2026 RTB - Copia marcada na lista de candidatas a venda
      *                   de usadas (CANDIDATOSVENDA) oferecida
      *                   primeiro: ENTER na etiqueta escolhe essa copia
      *                   e ENTER no preco aceita o preco sugerido
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDERCOPIA.
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES
           LOCK MODE IS AUTOMATIC.

           SELECT COPIES ASSIGN TO "COPIES.DAT"
           FILE STATUS IS WRK-COPY-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-COPY-KEY
           LOCK MODE IS AUTOMATIC.

       77  WRK-VENDA-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-STATUS              PIC 9(03) VALUE ZEROES.
       77  WRK-MOV-COD-MSK         PIC X(05) JUSTIFIED RIGHT.
       77  WRK-COPY-MSK            PIC X(09) JUSTIFIED RIGHT.
       77  WRK-COPY-NUM            PIC 9(03) VALUE ZEROES.
       77  WRK-PRICE-MSK           PIC X(09) JUSTIFIED RIGHT.
       77  WRK-SALE-PRICE          PIC 9(06)V99 VALUE ZEROES.
       77  WRK-AUDIT-BEFORE        PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-AFTER         PIC X(30) VALUE SPACES.
       77  WRK-VENDA-LINE          PIC X(50) VALUE SPACES.
       77  WRK-TRAINING            PIC 9(01) VALUE ZEROES.
       77  WRK-GIFT-NUM            PIC 9(06) VALUE ZEROES.
       77  WRK-GIFT-MSK            PIC X(06) JUSTIFIED RIGHT.
       77  WRK-GIFT-APPLIED        PIC 9(06)V99 VALUE ZEROES.
       77  WRK-TAX-AMOUNT          PIC 9(06)V99 VALUE ZEROES.
       77  WRK-SPOOL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-PARAM-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-TND-DUE             PIC 9(06)V99 VALUE ZEROES.
       77  WRK-TND-LINE            PIC 9(02) VALUE 13.
       77  WRK-OFFER-NUM           PIC 9(03) VALUE ZEROES.
       77  WRK-OFFER-PRICE         PIC 9(06)V99 VALUE ZEROES.
      *Preco sugerido da copia marcada para venda, mostrado com a
      *virgula
       01  WRK-SUGGESTED           PIC 9(06)V99 VALUE ZEROES.
       01  WRK-SUGGESTED-R REDEFINES WRK-SUGGESTED.
           05 WRK-SUGGESTED-INT    PIC 9(06).
           05 WRK-SUGGESTED-DEC    PIC 9(02).
       01  WRK-TENDER.
           COPY TENDFLDS
               REPLACING ==FS-TND-TENDER1==  BY ==WRK-TND-TENDER1==
                         ==FS-TND-DESC1==    BY ==WRK-TND-DESC1==
                         ==FS-TND-AMOUNT1==  BY ==WRK-TND-AMOUNT1==
                         ==FS-TND-TENDER2==  BY ==WRK-TND-TENDER2==
                         ==FS-TND-DESC2==    BY ==WRK-TND-DESC2==
                         ==FS-TND-AMOUNT2==  BY ==WRK-TND-AMOUNT2==
                         ==FS-TND-LEFT2==    BY ==WRK-TND-LEFT2==.
       01  WRK-PARAMS.
           COPY PARAMFLDS
               REPLACING ==FS-PAR-DAILY-FEE==
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

       01  WRK-AREA.
           05 WRK-MENU-TITLE       PIC X(30).
                                     ==FS-MOV-SUBTITLE==
                                         BY ==WRK-MOV-SUBTITLE==
                                     ==FS-MOV-SECTION==
                                         BY ==WRK-MOV-SECTION==
                                     ==FS-MOV-ITEM-TYPE==
                                         BY ==WRK-MOV-ITEM-TYPE==
                                     ==FS-MOV-PLATFORM==
                                         BY ==WRK-MOV-PLATFORM==.

       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
           MOVE ZEROES TO WRK-GIFT-NUM.
           MOVE ZEROES TO WRK-GIFT-APPLIED.
           MOVE ZEROES TO WRK-TAX-AMOUNT.
           MOVE ZEROES TO WRK-OFFER-NUM.
           MOVE ZEROES TO WRK-OFFER-PRICE.
           MOVE ZEROES TO WRK-SUGGESTED.

      *=================================================================
       0020-DRAW-MENU      SECTION.
      *=================================================================
           MOVE "VENDA DE COPIA USADA"   TO WRK-MENU-TITLE.
           MOVE "CODIGO DO FILME: "      TO WRK-MENU-ITEM(01).
           MOVE "ETIQUETA DA COPIA: "    TO WRK-MENU-ITEM(02).
           MOVE 2                        TO WRK-MENU-SIZE.
           CALL "MENUS" USING WRK-AREA.
           DISPLAY "PRESSIONE ENTER PARA VOLTAR" AT 1005.
           IF WRK-MOV-COD-MSK EQUAL SPACES
               GOBACK
           END-IF.
           MOVE WRK-MOV-COD-MSK TO WRK-MOV-COD.
           PERFORM 0035-OFFER-MARKED-COPY.
           ACCEPT WRK-COPY-MSK AT 0429.
      *Etiqueta em branco vende a copia marcada oferecida, se houver
           IF WRK-COPY-MSK EQUAL SPACES
               IF WRK-OFFER-NUM EQUAL ZEROES
                   GOBACK
               END-IF
               MOVE WRK-OFFER-NUM TO WRK-COPY-NUM
           ELSE
               CALL "CONFERECOPIA" USING WRK-MOV-COD, WRK-COPY-MSK,
                   WRK-COPY-NUM, WRK-STATUS
           END-IF.
           IF WRK-STATUS EQUAL ZEROES
               CALL "SEARCHMOVIE" USING WRK-MOVIE, WRK-STATUS
           END-IF.

      *=================================================================
       0035-OFFER-MARKED-COPY      SECTION.
      *Procura uma copia do filme marcada para venda na lista de
      *candidatas (CANDIDATOSVENDA) e a oferece primeiro, com o preco
      *sugerido; ENTER na etiqueta escolhe essa copia
      *=================================================================
           MOVE ZEROES TO WRK-OFFER-NUM.
           MOVE ZEROES TO WRK-OFFER-PRICE.
           OPEN INPUT COPIES.
           IF WRK-COPY-FSTAT NOT EQUAL ZEROES
               MOVE ZEROES TO WRK-COPY-FSTAT
               GO TO 0035-FIM
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
                           IF FS-COPY-A-VENDA
                               AND FS-COPY-TRANSIT EQUAL "N"
                               MOVE FS-COPY-NUM TO WRK-OFFER-NUM
                               MOVE FS-COPY-SALE-PRICE
                                   TO WRK-OFFER-PRICE
                               MOVE 1 TO WRK-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COPIES.
           MOVE ZEROES TO WRK-COPY-FSTAT.
           IF WRK-OFFER-NUM EQUAL ZEROES
               GO TO 0035-FIM
           END-IF.
           MOVE WRK-OFFER-PRICE TO WRK-SUGGESTED.
           MOVE SPACES TO WRK-BUFF.
           MOVE 06 TO WRK-LINE.
           STRING "MARCADA P/ VENDA: COPIA " WRK-OFFER-NUM
               INTO WRK-BUFF.
           DISPLAY DTA.
           MOVE SPACES TO WRK-BUFF.
           MOVE 07 TO WRK-LINE.
           STRING "PRECO SUGERIDO: " WRK-SUGGESTED-INT ","
               WRK-SUGGESTED-DEC INTO WRK-BUFF.
           DISPLAY DTA.
           MOVE "ENTER NA ETIQUETA = ESSA COPIA" TO WRK-BUFF.
           MOVE 08 TO WRK-LINE.
           DISPLAY DTA.
       0035-FIM.
           EXIT.

      *=================================================================
       0040-CHECK-COPY      SECTION.
               READ COPIES
                   INVALID KEY
                       MOVE 620 TO WRK-STATUS
                   NOT INVALID KEY
                       MOVE ZEROES TO WRK-SUGGESTED
                       IF FS-COPY-A-VENDA
                           MOVE FS-COPY-SALE-PRICE TO WRK-SUGGESTED
                       END-IF
               END-READ
               CLOSE COPIES
           END-IF.
      *de venda e o cliente (opcional)
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY SHOW-SCREEN
           CALL "MARCATREINO".

           MOVE SPACES TO WRK-BUFF.
           MOVE 05 TO WRK-LINE.
                   "DEIXA A PRATELEIRA VAZIA" AT 0805
           END-IF.

      *Copia marcada na lista de candidatas: o preco sugerido vale
      *com ENTER
           IF WRK-SUGGESTED GREATER THAN ZEROES
               MOVE SPACES TO WRK-BUFF
               MOVE 09 TO WRK-LINE
               STRING "SUGERIDO: " WRK-SUGGESTED-INT ","
                   WRK-SUGGESTED-DEC " (ENTER)" INTO WRK-BUFF
               DISPLAY DTA
           END-IF.
           DISPLAY "PRECO DE VENDA: " AT 1005.
           ACCEPT WRK-PRICE-MSK AT 1022.
           IF WRK-PRICE-MSK EQUAL SPACES
               IF WRK-SUGGESTED EQUAL ZEROES
                   GOBACK
               END-IF
               MOVE WRK-SUGGESTED TO WRK-SALE-PRICE
           ELSE
               MOVE FUNCTION NUMVAL(WRK-PRICE-MSK) TO WRK-SALE-PRICE
           END-IF.
      *Parcela de imposto destacada pela aliquota parametrizada
           IF WRK-PAR-TAX-RATE GREATER THAN ZEROES
               COMPUTE WRK-TAX-AMOUNT ROUNDED =

      *=================================================================
       0060-CONFIRM-SALE      SECTION.
      *Pergunta a forma de pagamento do que o vale nao cobriu, pede a
      *confirmacao e efetiva a venda
      *=================================================================
           COMPUTE WRK-TND-DUE = WRK-SALE-PRICE - WRK-GIFT-APPLIED.
           CALL "FORMAPAGTO" USING WRK-TND-DUE, WRK-TENDER,
               WRK-TND-LINE.
           DISPLAY "CONFIRMA A VENDA (S/N)? " AT 1705.
           ACCEPT WRK-CONFIRM AT 1730.
           IF WRK-CONFIRM EQUAL 'S' OR WRK-CONFIRM EQUAL 's'
               PERFORM 0070-APPLY-SALE
               IF WRK-STATUS EQUAL ZEROES
                   PERFORM 0080-PRINT-SALE-SLIP
                   DISPLAY "VENDA REGISTRADA. COMPROVANTE EM "
                       "VENDA.PRN. PRESSIONE ENTER" AT 1905
                   ACCEPT WRK-BUFF
               ELSE
                   CALL "ERROS" USING WRK-STATUS, "VENDERCOPIA"
               DELETE COPIES
                   INVALID KEY
                       MOVE 620 TO WRK-STATUS
                   NOT INVALID KEY
                       CALL "WRITEJORNAL" USING "P", "D",
                           "VENDERCOPIA     ", FS-COPY
               END-DELETE
               CLOSE COPIES
           ELSE
               CLOSE MOVIES
               CALL "WRITETRANS" USING "V", WRK-CUST-COD,
                   WRK-MOV-COD, WRK-SALE-PRICE, "S", LNK-OPERATOR,
                   WRK-RECEIPT, WRK-TRANS-STATUS, WRK-TAX-AMOUNT,
                   WRK-TENDER
               IF WRK-TRANS-STATUS NOT EQUAL ZEROES
                   CALL "ERROS" USING WRK-TRANS-STATUS, "VENDERCOPIA"
               END-IF
                       WRK-GIFT-STATUS
                   CALL "WRITETRANS" USING "U", WRK-CUST-COD,
                       WRK-MOV-COD, WRK-GIFT-APPLIED, "S",
                       LNK-OPERATOR, WRK-RECEIPT, WRK-TRANS-STATUS,
                       OMITTED, WRK-TENDER
                   IF WRK-TRANS-STATUS NOT EQUAL ZEROES
                       CALL "ERROS" USING WRK-TRANS-STATUS,
                           "VENDERCOPIA"
       0080-PRINT-SALE-SLIP      SECTION.
      *Imprime o comprovante simples da venda em VENDA.PRN
      *=================================================================
           CALL "LERDATANEG" USING WRK-TODAY.
           OPEN OUTPUT VENDA-FILE.
      *Recibo do modo treinamento nao vale como comprovante
           CALL "LERTREINO" USING WRK-TRAINING.
           IF WRK-TRAINING EQUAL 1
               MOVE "*** TREINAMENTO - SEM VALOR ***" TO WRK-VENDA-LINE
               WRITE FS-VENDA-LINE FROM WRK-VENDA-LINE
           END-IF.

           MOVE SPACES TO WRK-VENDA-LINE.
           STRING "===== VENDA NR " WRK-RECEIPT " ====="
               WRITE FS-VENDA-LINE FROM WRK-VENDA-LINE
           END-IF.

           IF WRK-TND-DUE GREATER THAN ZEROES
               MOVE SPACES TO WRK-VENDA-LINE
               IF WRK-TND-TENDER2 EQUAL SPACES
                   STRING "PAGAMENTO: " WRK-TND-DESC1
                       INTO WRK-VENDA-LINE
               ELSE
                   STRING "PAGAMENTO: " WRK-TND-DESC1 " "
                       WRK-TND-AMOUNT1 " + " WRK-TND-DESC2 " "
                       WRK-TND-AMOUNT2 INTO WRK-VENDA-LINE
               END-IF
               WRITE FS-VENDA-LINE FROM WRK-VENDA-LINE
           END-IF.

           CLOSE VENDA-FILE.
      *Copia datada no spool, antes da proxima venda sobrescrever
           CALL "ESPOLAR" USING "VENDA.PRN           ",
