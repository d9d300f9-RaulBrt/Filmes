      *           emprestimo em EQALUGUEIS.DAT, cobra diaria vezes
      *           prazo (tipo Q no diario de caixa) e a caucao do
      *           aparelho (tipo D), marcando a unidade como alugada.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Forma de pagamento das diarias e da caucao
      *                   (dinheiro, cartao, PIX, cheque ou dividido
      *                   em duas) gravada nas linhas do diario
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Equipamento e cliente opcionalmente recebidos
      *                   de quem chama (console sugerido no aluguel de
      *                   jogo)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTAREQUIP.
       77  WRK-BRANCH              PIC 9(02) VALUE 1.
       77  WRK-FIL-STATUS          PIC 9(03) VALUE ZEROES.
       77  WRK-PAR-STATUS          PIC 9(03) VALUE ZEROES.
       77  WRK-TND-DUE             PIC 9(06)V99 VALUE ZEROES.
       77  WRK-TND-LINE            PIC 9(02) VALUE 09.
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

       01  WRK-TENDER.
           COPY TENDFLDS
               REPLACING ==FS-TND-TENDER1==  BY ==WRK-TND-TENDER1==
                         ==FS-TND-DESC1==    BY ==WRK-TND-DESC1==
                         ==FS-TND-AMOUNT1==  BY ==WRK-TND-AMOUNT1==
                         ==FS-TND-TENDER2==  BY ==WRK-TND-TENDER2==
                         ==FS-TND-DESC2==    BY ==WRK-TND-DESC2==
                         ==FS-TND-AMOUNT2==  BY ==WRK-TND-AMOUNT2==
                         ==FS-TND-LEFT2==    BY ==WRK-TND-LEFT2==.

       01  WRK-AREA.
           05 WRK-MENU-TITLE       PIC X(30).
                         ==FS-CUST-BIRTHDATE==
                             BY ==WRK-CU-BIRTHDATE==
                         ==FS-CUST-CORPORATE==
                             BY ==WRK-CU-CORPORATE==
                         ==FS-CUST-SMS-OPTIN==
                             BY ==WRK-CU-SMS-OPTIN==
                         ==FS-CUST-SMS-OPTIN-DT==
                             BY ==WRK-CU-SMS-OPTIN-DT==
                         ==FS-CUST-MKT-OPTIN==
                             BY ==WRK-CU-MKT-OPTIN==
                         ==FS-CUST-MKT-OPTIN-DT==
                             BY ==WRK-CU-MKT-OPTIN-DT==
                         ==FS-CUST-ADDRESS==
                             BY ==WRK-CU-ADDRESS==
                         ==FS-CUST-ZONE==
                             BY ==WRK-CU-ZONE==
                         ==FS-CUST-BRANCH==
                             BY ==WRK-CU-BRANCH==
                         ==FS-CUST-AGREE-DT==
                             BY ==WRK-CU-AGREE-DT==
                         ==FS-CUST-AGREE-VER==
                             BY ==WRK-CU-AGREE-VER==.

       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
       77  LNK-CUST-COD PIC 9(05).
       77  LNK-EQP-COD  PIC 9(04).

       PROCEDURE DIVISION USING LNK-OPERATOR, OPTIONAL LNK-CUST-COD,
           OPTIONAL LNK-EQP-COD.
       0000-MAIN-PROCEDURE.
           CALL "LERFILIAL" USING WRK-BRANCH, WRK-FIL-STATUS.
           CALL "LERPARAMS" USING WRK-PARAMS, WRK-PAR-STATUS.
           CALL "LERDATANEG" USING WRK-TODAY.
           MOVE ZEROES TO WRK-RECEIPT.
           MOVE "ALUGUEL DE EQUIPAMENTO" TO WRK-MENU-TITLE.
           MOVE "CODIGO DO EQUIPAMENTO: " TO WRK-MENU-ITEM(01).
           MOVE 1 TO WRK-MENU-SIZE.
           CALL "MENUS" USING WRK-AREA.
           DISPLAY "PRESSIONE ENTER PARA VOLTAR" AT 1005.
      *Console sugerido no aluguel de jogo: equipamento e cliente ja
      *vem escolhidos
           IF LNK-EQP-COD NOT OMITTED
               MOVE LNK-EQP-COD TO WRK-COD-MSK
               DISPLAY WRK-COD-MSK AT 0329
           ELSE
               ACCEPT WRK-COD-MSK AT 0329
           END-IF.
           IF WRK-COD-MSK EQUAL SPACES
               GOBACK
           END-IF.
           DISPLAY "EQUIPAMENTO: " AT 0401.
           DISPLAY FS-EQP-TYPE AT 0414.
           DISPLAY "CLIENTE (CODIGO): " AT 0501.
           IF LNK-CUST-COD NOT OMITTED
               MOVE LNK-CUST-COD TO WRK-CUST-COD-MSK
               DISPLAY WRK-CUST-COD-MSK AT 0520
           ELSE
               ACCEPT WRK-CUST-COD-MSK AT 0520
           END-IF.
           IF WRK-CUST-COD-MSK EQUAL SPACES
               GOBACK
           END-IF.
           DISPLAY WRK-CHARGE AT 0710.
           DISPLAY "CAUCAO: " AT 0725.
           DISPLAY FS-EQP-DEPOSIT AT 0733.
           COMPUTE WRK-TND-DUE = WRK-CHARGE + FS-EQP-DEPOSIT.
           CALL "FORMAPAGTO" USING WRK-TND-DUE, WRK-TENDER,
               WRK-TND-LINE.
           DISPLAY "CONFIRMA O EMPRESTIMO (S/N)? " AT 1401.
           ACCEPT WRK-CONFIRM AT 1431.
           IF WRK-CONFIRM NOT EQUAL 'S' AND WRK-CONFIRM NOT EQUAL 's'
               GOBACK
           END-IF.
           PERFORM 0020-WRITE-RENTAL.
           PERFORM 0030-MARK-EQUIP-OUT.
           PERFORM 0040-RECORD-CHARGES.
           DISPLAY "EMPRESTIMO REGISTRADO. PRESSIONE ENTER" AT 1601.
           ACCEPT WRK-BUFF.
           GOBACK.

           MOVE FS-EQP-COD TO WRK-EQP-COD-TRANS.
           CALL "WRITETRANS" USING "Q", WRK-CUST-COD,
               WRK-EQP-COD-TRANS, WRK-CHARGE, "S", LNK-OPERATOR,
               WRK-RECEIPT, WRK-TRANS-STATUS, OMITTED, WRK-TENDER.
           IF WRK-TRANS-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-TRANS-STATUS, "RENTAREQUIP"
           END-IF.
           IF FS-EQP-DEPOSIT GREATER THAN ZEROES
               CALL "WRITETRANS" USING "D", WRK-CUST-COD,
                   WRK-EQP-COD-TRANS, FS-EQP-DEPOSIT, "S",
                   LNK-OPERATOR, WRK-RECEIPT, WRK-TRANS-STATUS,
                   OMITTED, WRK-TENDER
               IF WRK-TRANS-STATUS NOT EQUAL ZEROES
                   CALL "ERROS" USING WRK-TRANS-STATUS, "RENTAREQUIP"
               END-IF
