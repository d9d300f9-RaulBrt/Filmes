      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Retorno do motorista com um pedido de entrega ou de
      *           coleta a domicilio que saiu (situacao S em
      *           ENTREGAS.DAT). Cumprido: o dinheiro recebido na porta
      *           entra no caixa como acerto da entrega (tipo 2) sob o
      *           recibo do pedido; o que faltou fica como acerto
      *           pendente e vai para o saldo do cliente. Na coleta a
      *           taxa e lancada (tipo 1) e a devolucao dos titulos
      *           pode ser feita em seguida pelo DEVOLVER. Entrega que
      *           falhou: os alugueis sao anulados (status V), as
      *           copias voltam para a disponibilidade, a cobranca
      *           pendente e estornada no diario e a anulacao fica na
      *           auditoria. O pedido fecha como E (cumprido) ou F
      *           (falhou), com o motivo.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETORNOENTREGA.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT ENTREGAS ASSIGN TO "ENTREGAS.DAT"
           FILE STATUS IS WRK-ENT-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-ENT-NUM
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
           FD  ENTREGAS.
           01 FS-ENTREGA.
               COPY ENTRFLDS.
           FD  MOVIES.
           01 FS-MOVIE.
               COPY MOVIEFLDS.
           FD  RENTALS.
           01 FS-RENTAL.
               COPY RENTFLDS.
       WORKING-STORAGE SECTION.
       77  WRK-ENT-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-MOV-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-RENT-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-TECLA                   PIC X(01) VALUE SPACES.
       77  WRK-CONFIRM                 PIC X(01) VALUE SPACES.
       77  WRK-RESULT                  PIC X(01) VALUE SPACES.
       77  WRK-BUFF                    PIC X(71) VALUE SPACES.
       77  WRK-LINE                    PIC 9(04) VALUE ZEROES.
       77  WRK-STATUS                  PIC 9(03) VALUE ZEROES.
       77  WRK-CUST-STATUS             PIC 9(03) VALUE ZEROES.
       77  WRK-TRANS-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-BAL-STATUS              PIC 9(03) VALUE ZEROES.
       77  WRK-AUDIT-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-AUDIT-BEFORE            PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-AFTER             PIC X(30) VALUE SPACES.
       77  WRK-NUM-MSK                 PIC X(06) JUSTIFIED RIGHT.
       77  WRK-PRICE-MSK               PIC X(09) JUSTIFIED RIGHT.
       77  WRK-ITEM-SUB                PIC 9(02) VALUE ZEROES.
       77  WRK-TODAY                   PIC 9(08) VALUE ZEROES.
       77  WRK-RECEIPT                 PIC 9(06) VALUE ZEROES.
       77  WRK-ZERO-MOV                PIC 9(05) VALUE ZEROES.
       77  WRK-COLLECTED               PIC 9(06)V99 VALUE ZEROES.
       77  WRK-SHORT                   PIC 9(06)V99 VALUE ZEROES.
       77  WRK-REVERSE                 PIC 9(06)V99 VALUE ZEROES.
       77  WRK-OTHER                   PIC 9(06)V99 VALUE ZEROES.

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
                  BACKGROUND-COLOR 2 FROM "RETORNO DE ENTREGA".
       01  SHOW-LINE.
           05 DTA.
               10 LINE WRK-LINE COLUMN 01 PIC X(71) ERASE EOL
                  BACKGROUND-COLOR 0 FOREGROUND-COLOR 2 FROM WRK-BUFF.

       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           CALL "LERDATANEG" USING WRK-TODAY.
           PERFORM 0010-GET-ORDER.
           IF WRK-STATUS EQUAL ZEROES
               PERFORM 0020-SHOW-ORDER
               PERFORM 0030-GET-RESULT
           END-IF.
           GOBACK.

      *=================================================================
       0010-GET-ORDER      SECTION.
      *Recebe o numero do pedido, que precisa ter saido com o motorista
      *=================================================================
           MOVE 999 TO WRK-STATUS.
           DISPLAY "NUMERO DO PEDIDO: " AT 0305.
           MOVE SPACES TO WRK-NUM-MSK.
           ACCEPT WRK-NUM-MSK AT 0323.
           IF WRK-NUM-MSK EQUAL SPACES
               GO TO 0010-FIM
           END-IF.
           OPEN INPUT ENTREGAS.
           IF WRK-ENT-FSTAT NOT EQUAL ZEROES
               MOVE 673 TO WRK-STATUS
               CALL "ERROS" USING WRK-STATUS, "RETORNOENTREGA"
               GO TO 0010-FIM
           END-IF.
           MOVE WRK-NUM-MSK TO FS-ENT-NUM.
           READ ENTREGAS
               INVALID KEY
                   MOVE 673 TO WRK-STATUS
               NOT INVALID KEY
                   MOVE ZEROES TO WRK-STATUS
                   MOVE FS-ENTREGA TO WRK-ORDER
           END-READ.
           CLOSE ENTREGAS.
           IF WRK-STATUS EQUAL ZEROES
               AND NOT WRK-ENT-EM-ROTA
               MOVE 674 TO WRK-STATUS
           END-IF.
           IF WRK-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-STATUS, "RETORNOENTREGA"
           END-IF.
       0010-FIM.
           EXIT.

      *=================================================================
       0020-SHOW-ORDER      SECTION.
      *Mostra o cliente, os itens e o valor a receber na porta
      *=================================================================
           MOVE WRK-ENT-CUST-COD TO WRK-CUST-COD.
           MOVE SPACES TO WRK-CUST-NAME WRK-CUST-ADDRESS.
           MOVE ZEROES TO WRK-CUST-STATUS.
           CALL "SEARCHCUSTOMER" USING WRK-CUSTOMER, WRK-CUST-STATUS.
           MOVE SPACES TO WRK-BUFF.
           IF WRK-ENT-ENTREGA
               STRING "ENTREGA DE " WRK-ENT-DATE " MOTORISTA "
                   WRK-ENT-DRIVER " RECIBO " WRK-ENT-RECEIPT
                   INTO WRK-BUFF
           ELSE
               STRING "COLETA DE " WRK-ENT-DATE " MOTORISTA "
                   WRK-ENT-DRIVER INTO WRK-BUFF
           END-IF.
           MOVE 04 TO WRK-LINE.
           DISPLAY DTA.
           MOVE SPACES TO WRK-BUFF.
           STRING "CLIENTE " WRK-ENT-CUST-COD " " WRK-CUST-NAME
               INTO WRK-BUFF.
           MOVE 05 TO WRK-LINE.
           DISPLAY DTA.
           MOVE 06 TO WRK-LINE.
           PERFORM VARYING WRK-ITEM-SUB FROM 1 BY 1
                   UNTIL WRK-ITEM-SUB GREATER THAN WRK-ENT-ITEM-COUNT
               MOVE WRK-ENT-MOV-COD(WRK-ITEM-SUB) TO WRK-MOV-COD
               MOVE ZEROES TO WRK-STATUS
               MOVE SPACES TO WRK-MOV-TITLE
               CALL "SEARCHMOVIE" USING WRK-MOVIE, WRK-STATUS
               MOVE SPACES TO WRK-BUFF
               STRING "  " WRK-ENT-MOV-COD(WRK-ITEM-SUB) " COPIA "
                   WRK-ENT-COPY-NUM(WRK-ITEM-SUB) " "
                   WRK-MOV-TITLE INTO WRK-BUFF
               ADD 1 TO WRK-LINE
               DISPLAY DTA
           END-PERFORM.
           MOVE ZEROES TO WRK-STATUS.
           MOVE SPACES TO WRK-BUFF.
           STRING "A RECEBER NA PORTA: " WRK-ENT-DUE INTO WRK-BUFF.
           MOVE 17 TO WRK-LINE.
           DISPLAY DTA.

      *=================================================================
       0030-GET-RESULT      SECTION.
      *Resultado da visita: cumprido acerta o dinheiro recebido;
      *falhou anota o motivo e, na entrega, anula os alugueis
      *=================================================================
           DISPLAY "RESULTADO (E=CUMPRIDO, F=FALHOU): " AT 1805.
           MOVE SPACES TO WRK-RESULT.
           ACCEPT WRK-RESULT AT 1840.
           EVALUATE WRK-RESULT
               WHEN "E"
               WHEN "e"
                   PERFORM 0040-SETTLE-CASH
                   IF WRK-STATUS NOT EQUAL ZEROES
                       GO TO 0030-FIM
                   END-IF
                   SET WRK-ENT-CONCLUIDO TO TRUE
                   MOVE WRK-COLLECTED TO WRK-ENT-COLLECTED
               WHEN "F"
               WHEN "f"
                   DISPLAY "MOTIVO: " AT 1905
                   MOVE SPACES TO WRK-ENT-NOTE
                   ACCEPT WRK-ENT-NOTE AT 1913
                   IF WRK-ENT-NOTE EQUAL SPACES
                       GO TO 0030-FIM
                   END-IF
                   IF WRK-ENT-ENTREGA
                       PERFORM 0050-VOID-RENTALS
                   END-IF
                   SET WRK-ENT-FALHOU TO TRUE
                   MOVE ZEROES TO WRK-ENT-COLLECTED
               WHEN OTHER
                   GO TO 0030-FIM
           END-EVALUATE.
           MOVE WRK-TODAY TO WRK-ENT-CLOSE-DATE.
           PERFORM 0060-SAVE-ORDER.
           IF WRK-STATUS NOT EQUAL ZEROES
               GO TO 0030-FIM
           END-IF.
           MOVE SPACES TO WRK-BUFF.
           IF WRK-ENT-CONCLUIDO
               STRING "PEDIDO " WRK-ENT-NUM " CUMPRIDO - RECEBIDO "
                   WRK-ENT-COLLECTED " FALTOU " WRK-SHORT INTO WRK-BUFF
           ELSE
               STRING "PEDIDO " WRK-ENT-NUM " FALHOU - " WRK-ENT-NOTE
                   INTO WRK-BUFF
           END-IF.
           MOVE 22 TO WRK-LINE.
           DISPLAY DTA.
           DISPLAY "PRESSIONE ENTER" AT 2305.
           ACCEPT WRK-TECLA AT 2321.
      *Coleta cumprida: os titulos trazidos entram pela devolucao
      *normal, com multa de atraso e caucao
           IF WRK-ENT-CONCLUIDO AND WRK-ENT-COLETA
               DISPLAY "FAZER A DEVOLUCAO DOS TITULOS AGORA (S/N)? "
                   AT 2405
               MOVE SPACES TO WRK-CONFIRM
               ACCEPT WRK-CONFIRM AT 2449
               IF WRK-CONFIRM EQUAL 'S' OR WRK-CONFIRM EQUAL 's'
                   CALL "DEVOLVER" USING LNK-OPERATOR,
                       WRK-ENT-CUST-COD
               END-IF
           END-IF.
       0030-FIM.
           EXIT.

      *=================================================================
       0040-SETTLE-CASH      SECTION.
      *Dinheiro trazido pelo motorista (padrao e teto: o total a
      *receber). Entra no caixa como acerto da entrega (tipo 2) sob o
      *recibo do pedido; a diferenca fica como acerto pendente e vai
      *para o saldo do cliente. Na coleta a taxa e lancada antes, e o
      *recibo novo serve para as duas linhas
      *=================================================================
           MOVE ZEROES TO WRK-STATUS.
           DISPLAY "VALOR RECEBIDO (ENTER=TOTAL): " AT 1905.
           MOVE SPACES TO WRK-PRICE-MSK.
           ACCEPT WRK-PRICE-MSK AT 1936.
           IF WRK-PRICE-MSK EQUAL SPACES
               MOVE WRK-ENT-DUE TO WRK-COLLECTED
           ELSE
               MOVE FUNCTION NUMVAL(WRK-PRICE-MSK) TO WRK-COLLECTED
           END-IF.
           IF WRK-COLLECTED GREATER THAN WRK-ENT-DUE
               MOVE WRK-ENT-DUE TO WRK-COLLECTED
           END-IF.
           COMPUTE WRK-SHORT = WRK-ENT-DUE - WRK-COLLECTED.
           DISPLAY "CONFIRMA O ACERTO (S/N)? " AT 2005.
           MOVE SPACES TO WRK-CONFIRM.
           ACCEPT WRK-CONFIRM AT 2030.
           IF WRK-CONFIRM NOT EQUAL 'S' AND WRK-CONFIRM NOT EQUAL 's'
               MOVE 999 TO WRK-STATUS
               GO TO 0040-FIM
           END-IF.
           MOVE WRK-ENT-RECEIPT TO WRK-RECEIPT.
           IF WRK-ENT-COLETA AND WRK-ENT-FEE GREATER THAN ZEROES
               MOVE ZEROES TO WRK-RECEIPT
               CALL "WRITETRANS" USING "1", WRK-ENT-CUST-COD,
                   WRK-ZERO-MOV, WRK-ENT-FEE, "N", LNK-OPERATOR,
                   WRK-RECEIPT, WRK-TRANS-STATUS
               IF WRK-TRANS-STATUS NOT EQUAL ZEROES
                   CALL "ERROS" USING WRK-TRANS-STATUS,
                       "RETORNOENTREGA"
               END-IF
               MOVE WRK-RECEIPT TO WRK-ENT-RECEIPT
           END-IF.
           IF WRK-COLLECTED GREATER THAN ZEROES
               CALL "WRITETRANS" USING "2", WRK-ENT-CUST-COD,
                   WRK-ZERO-MOV, WRK-COLLECTED, "S", LNK-OPERATOR,
                   WRK-RECEIPT, WRK-TRANS-STATUS
               IF WRK-TRANS-STATUS NOT EQUAL ZEROES
                   CALL "ERROS" USING WRK-TRANS-STATUS,
                       "RETORNOENTREGA"
               END-IF
               MOVE WRK-RECEIPT TO WRK-ENT-RECEIPT
           END-IF.
           IF WRK-SHORT GREATER THAN ZEROES
               CALL "WRITETRANS" USING "2", WRK-ENT-CUST-COD,
                   WRK-ZERO-MOV, WRK-SHORT, "N", LNK-OPERATOR,
                   WRK-RECEIPT, WRK-TRANS-STATUS
               IF WRK-TRANS-STATUS NOT EQUAL ZEROES
                   CALL "ERROS" USING WRK-TRANS-STATUS,
                       "RETORNOENTREGA"
               ELSE
                   CALL "POSTBALANCE" USING WRK-ENT-CUST-COD,
                       WRK-SHORT, "C", WRK-BAL-STATUS
                   IF WRK-BAL-STATUS NOT EQUAL ZEROES
                       CALL "ERROS" USING WRK-BAL-STATUS,
                           "RETORNOENTREGA"
                   END-IF
               END-IF
               MOVE WRK-RECEIPT TO WRK-ENT-RECEIPT
           END-IF.
       0040-FIM.
           EXIT.

      *=================================================================
       0050-VOID-RENTALS      SECTION.
      *Entrega que falhou: cada aluguel do pedido ainda em aberto e
      *anulado como no ANULAR, a copia volta para a disponibilidade e
      *a cobranca pendente e estornada sob o recibo do pedido (o
      *aluguel, a caucao e, no fim, a taxa e o seguro)
      *=================================================================
           COMPUTE WRK-OTHER = WRK-ENT-DUE - WRK-ENT-FEE.
           PERFORM VARYING WRK-ITEM-SUB FROM 1 BY 1
                   UNTIL WRK-ITEM-SUB GREATER THAN WRK-ENT-ITEM-COUNT
               PERFORM 0055-VOID-ONE
           END-PERFORM.
      *O que sobra do total depois do aluguel e da caucao e o seguro
      *contra danos, estornado numa linha so junto com a taxa
           COMPUTE WRK-REVERSE = WRK-OTHER + WRK-ENT-FEE.
           IF WRK-REVERSE GREATER THAN ZEROES
               MOVE WRK-ENT-RECEIPT TO WRK-RECEIPT
               CALL "WRITETRANS" USING "E", WRK-ENT-CUST-COD,
                   WRK-ZERO-MOV, WRK-REVERSE, "N", LNK-OPERATOR,
                   WRK-RECEIPT, WRK-TRANS-STATUS
               IF WRK-TRANS-STATUS NOT EQUAL ZEROES
                   CALL "ERROS" USING WRK-TRANS-STATUS,
                       "RETORNOENTREGA"
               END-IF
           END-IF.

      *=================================================================
       0055-VOID-ONE      SECTION.
      *Anula o aluguel de um item do pedido, se ainda em aberto
      *=================================================================
           IF WRK-ENT-CHARGE(WRK-ITEM-SUB) GREATER THAN WRK-OTHER
               MOVE ZEROES TO WRK-OTHER
           ELSE
               SUBTRACT WRK-ENT-CHARGE(WRK-ITEM-SUB) FROM WRK-OTHER
           END-IF.
           OPEN I-O RENTALS.
           IF WRK-RENT-FSTAT NOT EQUAL ZEROES
               GO TO 0055-FIM
           END-IF.
           MOVE WRK-ENT-MOV-COD(WRK-ITEM-SUB) TO FS-RENT-MOV-COD.
           MOVE WRK-ENT-DUE-DATE(WRK-ITEM-SUB) TO FS-RENT-DUE-DATE.
           MOVE WRK-ENT-CUST-COD TO FS-RENT-CUST-COD.
           READ RENTALS KEY IS FS-RENT-KEY IN FS-RENTAL
               INVALID KEY
                   MOVE 610 TO WRK-RENT-FSTAT
           END-READ.
           IF WRK-RENT-FSTAT NOT EQUAL ZEROES
               OR NOT FS-RENT-ABERTO
               CLOSE RENTALS
               GO TO 0055-FIM
           END-IF.
           SET FS-RENT-ANULADO TO TRUE.
           REWRITE FS-RENTAL.
           IF WRK-RENT-FSTAT EQUAL ZEROES
               CALL "WRITEJORNAL" USING "R", "R",
                   "RETORNOENTREGA  ", FS-RENTAL
           END-IF.
           CLOSE RENTALS.

           OPEN I-O MOVIES.
           MOVE WRK-ENT-MOV-COD(WRK-ITEM-SUB) TO FS-MOV-COD.
           READ MOVIES
               NOT INVALID KEY
                   ADD 1 TO FS-MOV-COPIES-AVL
                   REWRITE FS-MOVIE
           END-READ.
           CLOSE MOVIES.

           MOVE WRK-ENT-RECEIPT TO WRK-RECEIPT.
           IF WRK-ENT-CHARGE(WRK-ITEM-SUB) GREATER THAN ZEROES
               CALL "WRITETRANS" USING "E", WRK-ENT-CUST-COD,
                   WRK-ENT-MOV-COD(WRK-ITEM-SUB),
                   WRK-ENT-CHARGE(WRK-ITEM-SUB), "N", LNK-OPERATOR,
                   WRK-RECEIPT, WRK-TRANS-STATUS
               IF WRK-TRANS-STATUS NOT EQUAL ZEROES
                   CALL "ERROS" USING WRK-TRANS-STATUS,
                       "RETORNOENTREGA"
               END-IF
           END-IF.
           IF FS-RENT-DEPOSIT GREATER THAN ZEROES
               CALL "WRITETRANS" USING "G", WRK-ENT-CUST-COD,
                   WRK-ENT-MOV-COD(WRK-ITEM-SUB), FS-RENT-DEPOSIT,
                   "N", LNK-OPERATOR, WRK-RECEIPT, WRK-TRANS-STATUS
               IF WRK-TRANS-STATUS NOT EQUAL ZEROES
                   CALL "ERROS" USING WRK-TRANS-STATUS,
                       "RETORNOENTREGA"
               END-IF
           END-IF.
           IF FS-RENT-DEPOSIT GREATER THAN WRK-OTHER
               MOVE ZEROES TO WRK-OTHER
           ELSE
               SUBTRACT FS-RENT-DEPOSIT FROM WRK-OTHER
           END-IF.

           MOVE SPACES TO WRK-AUDIT-BEFORE.
           STRING "ALUGUEL CLIENTE " WRK-ENT-CUST-COD " ANULADO"
               INTO WRK-AUDIT-BEFORE.
           MOVE SPACES TO WRK-AUDIT-AFTER.
           STRING "ENTREGA " WRK-ENT-NUM " FALHOU"
               INTO WRK-AUDIT-AFTER.
           CALL "WRITEAUDIT" USING "V", WRK-ENT-MOV-COD(WRK-ITEM-SUB),
               WRK-AUDIT-BEFORE, WRK-AUDIT-AFTER, LNK-OPERATOR,
               WRK-AUDIT-STATUS.
       0055-FIM.
           EXIT.

      *=================================================================
       0060-SAVE-ORDER      SECTION.
      *Regrava o pedido fechado
      *=================================================================
           MOVE ZEROES TO WRK-STATUS.
           OPEN I-O ENTREGAS.
           MOVE WRK-ENT-NUM TO FS-ENT-NUM.
           READ ENTREGAS
               INVALID KEY
                   MOVE 673 TO WRK-STATUS
           END-READ.
           IF WRK-STATUS EQUAL ZEROES
               MOVE WRK-ORDER TO FS-ENTREGA
               REWRITE FS-ENTREGA
           END-IF.
           CLOSE ENTREGAS.
           IF WRK-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-STATUS, "RETORNOENTREGA"
           END-IF.
       END PROGRAM RETORNOENTREGA.
