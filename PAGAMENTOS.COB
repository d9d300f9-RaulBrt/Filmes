      *                   passar do debito e o excedente fica como
      *                   credito (saldo negativo), consumido
      *                   automaticamente nos proximos alugueis
      * 15/OUT/2026 RTB - Forma de pagamento (dinheiro, cartao, PIX,
      *                   cheque ou dividido em duas) perguntada pelo
      *                   FORMAPAGTO e gravada na linha do diario
      * 15/OUT/2026 RTB - Mostra o ultimo aviso de cobranca por carta
      *                   recebido pelo cliente (GETAVISO)
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Cliente ja informado pela chamada (visao geral
      *                   do cliente, VISAOCLIENTE): o codigo vem
      *                   preenchido em vez de perguntado
      * 15/OUT/2026 RTB - Ocorrencia em aberto ou alerta do supervisor
      *                   para o cliente digitado mostrado antes do
      *                   atendimento (ALERTACLIENTE)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGAMENTOS.
       77  WRK-LINE                PIC 9(02).
       77  WRK-STATUS              PIC 9(03) VALUE ZEROES.
       77  WRK-CUST-COD-MSK        PIC X(05) JUSTIFIED RIGHT.
       77  WRK-PRESET-CUST         PIC 9(05) VALUE ZEROES.
       77  WRK-PAY-MSK             PIC X(09) JUSTIFIED RIGHT.
       77  WRK-BAL-AMOUNT          PIC S9(06)V99 VALUE ZEROES.
       77  WRK-PAY-AMOUNT          PIC 9(06)V99 VALUE ZEROES.
       77  WRK-BAL-STATUS          PIC 9(03) VALUE ZEROES.
       77  WRK-AVI-STAGE           PIC 9(01) VALUE ZEROES.
       77  WRK-AVI-DATE            PIC 9(08) VALUE ZEROES.
       77  WRK-OCO-SHOWN           PIC 9(01) VALUE ZEROES.
       77  WRK-TRANS-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-RECEIPT             PIC 9(06) VALUE ZEROES.
       77  WRK-MOV-COD-ZERO        PIC 9(05) VALUE ZEROES.
       77  WRK-CONFIRM             PIC X(01).
       77  WRK-TND-LINE            PIC 9(02) VALUE 10.

       01  WRK-AREA.
           05 WRK-MENU-TITLE       PIC X(30).
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

       01  WRK-TENDER.
           COPY TENDFLDS
               REPLACING ==FS-TND-TENDER1==  BY ==WRK-TND-TENDER1==
                         ==FS-TND-DESC1==    BY ==WRK-TND-DESC1==
                         ==FS-TND-AMOUNT1==  BY ==WRK-TND-AMOUNT1==
                         ==FS-TND-TENDER2==  BY ==WRK-TND-TENDER2==
                         ==FS-TND-DESC2==    BY ==WRK-TND-DESC2==
                         ==FS-TND-AMOUNT2==  BY ==WRK-TND-AMOUNT2==
                         ==FS-TND-LEFT2==    BY ==WRK-TND-LEFT2==.

       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
       77  LNK-CUST-COD PIC 9(05).
       SCREEN  SECTION.
       01  CLEAR.
           05 CLEAR-SCREEN.
               10 LINE WRK-LINE COLUMN 05 PIC X(30) ERASE EOL
                  BACKGROUND-COLOR 0 FOREGROUND-COLOR 2 FROM WRK-BUFF.

       PROCEDURE DIVISION USING LNK-OPERATOR, OPTIONAL LNK-CUST-COD.
       0000-MAIN-PROCEDURE.
           MOVE ZEROES TO WRK-PRESET-CUST.
           IF LNK-CUST-COD NOT OMITTED
               MOVE LNK-CUST-COD TO WRK-PRESET-CUST
           END-IF.
      *Permissao por funcao: sem regra na matriz, todo operador passa
           CALL "CHECKNIVEL" USING LNK-OPERATOR, WRK-MIN-LEVEL,
               WRK-NIVEL-STATUS, "PAGAMENTOS      ".
       0030-GET-CUSTOMER      SECTION.
      *Recebe o codigo e busca o cliente para mostrar o nome
      *=================================================================
           IF WRK-PRESET-CUST GREATER THAN ZEROES
               MOVE WRK-PRESET-CUST TO WRK-CUST-COD-MSK
               DISPLAY WRK-CUST-COD-MSK AT 0323
           ELSE
               ACCEPT WRK-CUST-COD-MSK AT 0323
           END-IF.
           IF WRK-CUST-COD-MSK EQUAL SPACES
               GOBACK
           END-IF.
           MOVE WRK-CUST-COD-MSK TO WRK-CUST-COD.
           CALL "SEARCHCUSTOMER" USING WRK-CUSTOMER, WRK-STATUS.
      *Ocorrencia em aberto ou alerta do supervisor: aviso antes do
      *atendimento (a tela do saldo vem limpa em seguida)
           IF WRK-STATUS EQUAL ZEROES
               CALL "ALERTACLIENTE" USING WRK-CUST-COD, WRK-OCO-SHOWN
           END-IF.

      *=================================================================
       0040-SHOW-BALANCE      SECTION.
           CALL "GETBALANCE" USING WRK-CUST-COD, WRK-BAL-AMOUNT,
               WRK-BAL-STATUS.
           DISPLAY CLEAR-SCREEN.
           DISPLAY SHOW-SCREEN
           CALL "MARCATREINO".

           MOVE SPACES TO WRK-BUFF.
           MOVE 05 TO WRK-LINE.
           END-IF.
           DISPLAY DTA.

           CALL "GETAVISO" USING WRK-CUST-COD, WRK-AVI-STAGE,
               WRK-AVI-DATE, WRK-BAL-STATUS.
           MOVE ZEROES TO WRK-BAL-STATUS.
           IF WRK-AVI-STAGE GREATER THAN ZEROES
               MOVE SPACES TO WRK-BUFF
               MOVE 07 TO WRK-LINE
               STRING "COBRANCA: AVISO " WRK-AVI-STAGE " EM "
                   WRK-AVI-DATE INTO WRK-BUFF
               DISPLAY DTA
           END-IF.

      *=================================================================
       0050-TAKE-PAYMENT      SECTION.
      *Recebe o valor pago, abate o saldo, registra a transacao e
               GOBACK
           END-IF.
           MOVE FUNCTION NUMVAL(WRK-PAY-MSK) TO WRK-PAY-AMOUNT.
           CALL "FORMAPAGTO" USING WRK-PAY-AMOUNT, WRK-TENDER,
               WRK-TND-LINE.

           DISPLAY "CONFIRMA O PAGAMENTO (S/N)? " AT 1505.
           ACCEPT WRK-CONFIRM AT 1534.
           IF WRK-CONFIRM EQUAL 'S' OR WRK-CONFIRM EQUAL 's'
               CALL "POSTBALANCE" USING WRK-CUST-COD, WRK-PAY-AMOUNT,
                   "P", WRK-BAL-STATUS
               ELSE
                   CALL "WRITETRANS" USING "P", WRK-CUST-COD,
                       WRK-MOV-COD-ZERO, WRK-PAY-AMOUNT, "S",
                       LNK-OPERATOR, WRK-RECEIPT, WRK-TRANS-STATUS,
                       OMITTED, WRK-TENDER
                   CALL "GETBALANCE" USING WRK-CUST-COD,
                       WRK-BAL-AMOUNT, WRK-BAL-STATUS
                   MOVE SPACES TO WRK-BUFF
                   MOVE 17 TO WRK-LINE
                   IF WRK-BAL-AMOUNT LESS THAN ZEROES
                       STRING "CREDITO DO CLIENTE: " WRK-BAL-AMOUNT
                           INTO WRK-BUFF
                           INTO WRK-BUFF
                   END-IF
                   DISPLAY DTA
                   MOVE SPACES TO WRK-BUFF
                   MOVE 18 TO WRK-LINE
                   IF WRK-TND-TENDER2 EQUAL SPACES
                       STRING "PAGO EM: " WRK-TND-DESC1 INTO WRK-BUFF
                   ELSE
                       STRING "PAGO EM: " WRK-TND-DESC1 " + "
                           WRK-TND-DESC2 INTO WRK-BUFF
                   END-IF
                   DISPLAY DTA
                   DISPLAY "PRESSIONE ENTER PARA VOLTAR" AT 2005
                   ACCEPT WRK-BUFF
               END-IF
           END-IF.
