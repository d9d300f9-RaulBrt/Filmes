      *           (CALCPRECO sobre PRECOS.DAT e FS-MOV-RENTPRICE) e
      *           mostra o valor na tela. Nada e gravado em
      *           RENTALS.DAT nem em TRANSACT.DAT.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Jogo cotado com o prazo padrao de jogo e as
      *                   faixas de preco de jogo
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COTACAO.
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
       0050-GET-QUOTE-INFO      SECTION.
      *Recebe o formato da midia e o prazo em dias da cotacao
      *=================================================================
           IF WRK-MOV-ITEM-TYPE EQUAL "G"
               DISPLAY "JOGO:  " AT 0401
               DISPLAY WRK-MOV-PLATFORM AT 0440
           ELSE
               DISPLAY "FILME: " AT 0401
           END-IF.
           DISPLAY WRK-MOV-TITLE AT 0408.
           DISPLAY "FORMATO (ENTER=SEM AJUSTE): " AT 0501.
           ACCEPT WRK-FORMAT AT 0530.
           ACCEPT WRK-DIAS-MSK AT 0631.
           IF WRK-DIAS-MSK EQUAL SPACES
               MOVE WRK-PAR-RENT-DAYS TO WRK-DIAS
               IF WRK-MOV-ITEM-TYPE EQUAL "G"
                   MOVE WRK-PAR-GAME-DAYS TO WRK-DIAS
               END-IF
           ELSE
               MOVE WRK-DIAS-MSK TO WRK-DIAS
           END-IF.
           MOVE ZEROES TO WRK-CAMP-DISCOUNT.
           CALL "CALCPRECO" USING WRK-MOV-RENTPRICE, WRK-DIAS,
               WRK-FORMAT, WRK-CHARGE, WRK-PRICE-STATUS,
               WRK-MOV-GENRE(01), WRK-MOV-YEAR, WRK-CAMP-DISCOUNT,
               WRK-MOV-ITEM-TYPE.
           IF WRK-CAMP-DISCOUNT GREATER THAN ZEROES
               DISPLAY "DESCONTO DE CAMPANHA: " AT 0701
               DISPLAY WRK-CAMP-DISCOUNT AT 0724
