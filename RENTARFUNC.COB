      *           N itens por operador no mes (parametro). O aluguel
      *           sai na conta interna 99999 com o operador gravado
      *           em FS-RENT-STAFF-ID, e a devolucao e a normal.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Gravacoes em RENTALS anotadas tambem no jornal
      *                   de recuperacao (WRITEJORNAL)
      * 15/OUT/2026 RTB - Chave alternativa de MOVIES.DAT pelo titulo
      *                   declarada no SELECT
      * 15/OUT/2026 RTB - Copia que sai recebida pela etiqueta (copia e
      *                   digito verificador, ou o codigo de barras
      *                   completo), conferida pelo CONFERECOPIA, sem o
      *                   ENTER para a copia sugerida
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTARFUNC.
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES
           LOCK MODE IS AUTOMATIC.

           SELECT RENTALS ASSIGN TO "RENTALS.DAT"
       77  WRK-COPY-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-STATUS              PIC 9(03) VALUE ZEROES.
       77  WRK-MOV-COD-MSK         PIC X(05) JUSTIFIED RIGHT.
       77  WRK-COPY-MSK            PIC X(09) JUSTIFIED RIGHT.
       77  WRK-STAFF-ID            PIC X(08) VALUE SPACES.
       77  WRK-SUPER-ID            PIC X(08) VALUE SPACES.
       77  WRK-SUPER-PASS          PIC X(08) VALUE SPACES.
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

       01  WRK-RENTAL.
           COPY RENTFLDS
                             BY ==WRK-RENT-DEVOLVIDO==
                         ==FS-RENT-ANULADO==
                             BY ==WRK-RENT-ANULADO==
                         ==FS-RENT-PERDIDO==
                             BY ==WRK-RENT-PERDIDO==
                         ==FS-RENT-COPY-NUM==
                             BY ==WRK-RENT-COPY-NUM==
                         ==FS-RENT-RETURN-DATE==
           CALL "LERPARAMS" USING WRK-PARAMS, WRK-PARAM-STATUS.
           MOVE WRK-PAR-STAFF-MAX TO WRK-STAFF-MAX.
           MOVE ZEROES TO WRK-STATUS.
           CALL "LERDATANEG" USING WRK-TODAY.
           MOVE WRK-TODAY(1:6) TO WRK-MONTH.
           PERFORM 0020-DRAW-MENU.
           PERFORM 0030-GET-BORROWER.

      *=================================================================
       0060-GET-COPY      SECTION.
      *Sugere a copia fisica e recebe a etiqueta da que sai (copia e
      *digito, ou o codigo de barras lido), conferindo que existe e
      *que nao esta fora em outro aluguel em aberto
      *=================================================================
           PERFORM 0062-LOAD-COPIES-OUT.
           PERFORM 0064-SUGGEST-COPY.
           DISPLAY "COPIA (SUGERIDA " AT 0701.
           DISPLAY WRK-SUGGESTED-COPY AT 0717.
           DISPLAY ") ETIQUETA: " AT 0720.
           MOVE SPACES TO WRK-COPY-MSK.
           ACCEPT WRK-COPY-MSK AT 0732.
           CALL "CONFERECOPIA" USING WRK-MOV-COD, WRK-COPY-MSK,
               WRK-RENT-COPY-NUM, WRK-STATUS.
           IF WRK-STATUS EQUAL ZEROES
               PERFORM 0066-VALIDATE-COPY
           END-IF.

           END-IF.
           MOVE WRK-RENTAL TO FS-RENTAL.
           WRITE FS-RENTAL.
           IF WRK-RENT-FSTAT EQUAL ZEROES
               CALL "WRITEJORNAL" USING "R", "W",
                   "RENTARFUNC      ", FS-RENTAL
           END-IF.
           IF WRK-RENT-FSTAT EQUAL 22
               MOVE 626 TO WRK-STATUS
           ELSE
