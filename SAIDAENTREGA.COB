      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Saida do motorista com um pedido de entrega ou de
      *           coleta a domicilio (ENTREGAS.DAT). Na entrega o
      *           aluguel e feito pelo caminho normal do RENTAR, com o
      *           cliente do pedido: as linhas saem pendentes no diario
      *           com a taxa de entrega e o pedido volta com o recibo,
      *           as copias que sairam e o total a receber na porta. Na
      *           coleta so o motorista e anotado. O pedido passa para
      *           a situacao S (saiu) e entra na folha de rota do dia.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAIDAENTREGA.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT ENTREGAS ASSIGN TO "ENTREGAS.DAT"
           FILE STATUS IS WRK-ENT-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-ENT-NUM
           LOCK MODE IS AUTOMATIC.
       DATA DIVISION.
       FILE SECTION.
           FD  ENTREGAS.
           01 FS-ENTREGA.
               COPY ENTRFLDS.
       WORKING-STORAGE SECTION.
       77  WRK-ENT-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-TECLA                   PIC X(01) VALUE SPACES.
       77  WRK-CONFIRM                 PIC X(01) VALUE SPACES.
       77  WRK-BUFF                    PIC X(71) VALUE SPACES.
       77  WRK-LINE                    PIC 9(04) VALUE ZEROES.
       77  WRK-STATUS                  PIC 9(03) VALUE ZEROES.
       77  WRK-CUST-STATUS             PIC 9(03) VALUE ZEROES.
       77  WRK-NUM-MSK                 PIC X(06) JUSTIFIED RIGHT.
       77  WRK-ITEM-SUB                PIC 9(02) VALUE ZEROES.

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
                  BACKGROUND-COLOR 2 FROM "SAIDA DE ENTREGA".
       01  SHOW-LINE.
           05 DTA.
               10 LINE WRK-LINE COLUMN 01 PIC X(71) ERASE EOL
                  BACKGROUND-COLOR 0 FOREGROUND-COLOR 2 FROM WRK-BUFF.

       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           PERFORM 0010-GET-ORDER.
           IF WRK-STATUS EQUAL ZEROES
               PERFORM 0020-SHOW-ORDER
               PERFORM 0030-DISPATCH
           END-IF.
           GOBACK.

      *=================================================================
       0010-GET-ORDER      SECTION.
      *Recebe o numero do pedido, que precisa estar pendente
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
               CALL "ERROS" USING WRK-STATUS, "SAIDAENTREGA"
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
               AND NOT WRK-ENT-PENDENTE
               MOVE 674 TO WRK-STATUS
           END-IF.
           IF WRK-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-STATUS, "SAIDAENTREGA"
           END-IF.
       0010-FIM.
           EXIT.

      *=================================================================
       0020-SHOW-ORDER      SECTION.
      *Mostra o cliente, o endereco e os itens do pedido
      *=================================================================
           MOVE WRK-ENT-CUST-COD TO WRK-CUST-COD.
           MOVE SPACES TO WRK-CUST-NAME WRK-CUST-ADDRESS.
           MOVE ZEROES TO WRK-CUST-STATUS.
           CALL "SEARCHCUSTOMER" USING WRK-CUSTOMER, WRK-CUST-STATUS.
           MOVE SPACES TO WRK-BUFF.
           IF WRK-ENT-ENTREGA
               STRING "ENTREGA DE " WRK-ENT-DATE " DAS "
                   WRK-ENT-WIN-FROM " AS " WRK-ENT-WIN-TO
                   " ZONA " WRK-ENT-ZONE INTO WRK-BUFF
           ELSE
               STRING "COLETA DE " WRK-ENT-DATE " DAS "
                   WRK-ENT-WIN-FROM " AS " WRK-ENT-WIN-TO
                   " ZONA " WRK-ENT-ZONE INTO WRK-BUFF
           END-IF.
           MOVE 04 TO WRK-LINE.
           DISPLAY DTA.
           MOVE SPACES TO WRK-BUFF.
           STRING "CLIENTE " WRK-ENT-CUST-COD " " WRK-CUST-NAME
               INTO WRK-BUFF.
           MOVE 05 TO WRK-LINE.
           DISPLAY DTA.
           MOVE SPACES TO WRK-BUFF.
           STRING "ENDERECO " WRK-CUST-ADDRESS INTO WRK-BUFF.
           MOVE 06 TO WRK-LINE.
           DISPLAY DTA.
           MOVE 07 TO WRK-LINE.
           PERFORM VARYING WRK-ITEM-SUB FROM 1 BY 1
                   UNTIL WRK-ITEM-SUB GREATER THAN WRK-ENT-ITEM-COUNT
               MOVE WRK-ENT-MOV-COD(WRK-ITEM-SUB) TO WRK-MOV-COD
               MOVE ZEROES TO WRK-STATUS
               MOVE SPACES TO WRK-MOV-TITLE
               CALL "SEARCHMOVIE" USING WRK-MOVIE, WRK-STATUS
               MOVE SPACES TO WRK-BUFF
               STRING "  " WRK-ENT-MOV-COD(WRK-ITEM-SUB) " "
                   WRK-MOV-TITLE INTO WRK-BUFF
               ADD 1 TO WRK-LINE
               DISPLAY DTA
           END-PERFORM.
           MOVE ZEROES TO WRK-STATUS.

      *=================================================================
       0030-DISPATCH      SECTION.
      *Anota o motorista e, na entrega, faz o aluguel dos titulos pelo
      *RENTAR; o pedido so sai se algum item foi de fato alugado
      *=================================================================
           DISPLAY "MOTORISTA (ID): " AT 1905.
           MOVE SPACES TO WRK-ENT-DRIVER.
           ACCEPT WRK-ENT-DRIVER AT 1921.
           IF WRK-ENT-DRIVER EQUAL SPACES
               GO TO 0030-FIM
           END-IF.
           IF WRK-ENT-ENTREGA
               DISPLAY "SEPARE AS COPIAS E PRESSIONE ENTER PARA O "
                   "ALUGUEL" AT 2005
               ACCEPT WRK-TECLA AT 2055
               CALL "RENTAR" USING LNK-OPERATOR, WRK-ENT-CUST-COD,
                   WRK-ORDER
               DISPLAY CLEAR-SCREEN
               DISPLAY TITLE-SCREEN
               CALL "MARCATREINO"
               IF WRK-ENT-RECEIPT EQUAL ZEROES
                   DISPLAY "NENHUM ITEM ALUGADO - PEDIDO CONTINUA "
                       "PENDENTE" AT 0505
                   DISPLAY "PRESSIONE ENTER" AT 0605
                   ACCEPT WRK-TECLA AT 0621
                   GO TO 0030-FIM
               END-IF
           ELSE
               DISPLAY "CONFIRMA A SAIDA PARA A COLETA (S/N)? " AT 2005
               MOVE SPACES TO WRK-CONFIRM
               ACCEPT WRK-CONFIRM AT 2043
               IF WRK-CONFIRM NOT EQUAL 'S'
                   AND WRK-CONFIRM NOT EQUAL 's'
                   GO TO 0030-FIM
               END-IF
      *Na coleta o motorista cobra so a taxa na porta
               MOVE WRK-ENT-FEE TO WRK-ENT-DUE
           END-IF.
           SET WRK-ENT-EM-ROTA TO TRUE.
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
               CALL "ERROS" USING WRK-STATUS, "SAIDAENTREGA"
               GO TO 0030-FIM
           END-IF.
           MOVE SPACES TO WRK-BUFF.
           IF WRK-ENT-ENTREGA
               STRING "PEDIDO " WRK-ENT-NUM " SAIU COM " WRK-ENT-DRIVER
                   " - RECIBO " WRK-ENT-RECEIPT " A RECEBER "
                   WRK-ENT-DUE INTO WRK-BUFF
           ELSE
               STRING "PEDIDO " WRK-ENT-NUM " SAIU COM " WRK-ENT-DRIVER
                   INTO WRK-BUFF
           END-IF.
           MOVE 22 TO WRK-LINE.
           DISPLAY DTA.
           DISPLAY "PRESSIONE ENTER" AT 2305.
           ACCEPT WRK-TECLA AT 2321.
       0030-FIM.
           EXIT.
       END PROGRAM SAIDAENTREGA.
