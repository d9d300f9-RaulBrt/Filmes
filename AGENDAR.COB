      *           AGENDA.DAT e imprime a lista dos agendamentos de
      *           amanha (AGENDA.PRN), para as copias serem separadas
      *           no balcao com antecedencia.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDAR.
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
      *grava o agendamento
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           DISPLAY "CODIGO DO FILME: " AT 0305.
           MOVE SPACES TO WRK-MOV-COD-MSK.
           ACCEPT WRK-MOV-COD-MSK AT 0323.
           MOVE WRK-DATE-MSK TO WRK-WANTED-DATE.

           PERFORM 0015-OPEN-AGENDA.
           CALL "LERDATANEG" USING WRK-TODAY.
           MOVE SPACES TO FS-BOOKING.
           MOVE WRK-MOV-COD TO FS-BOOK-MOV-COD.
           MOVE WRK-WANTED-DATE TO FS-BOOK-DATE.
      *Recebe a chave do agendamento e marca como cancelado
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           DISPLAY "CODIGO DO FILME: " AT 0305.
           MOVE SPACES TO WRK-MOV-COD-MSK.
           ACCEPT WRK-MOV-COD-MSK AT 0323.
      *Lista e imprime (AGENDA.PRN) os agendamentos abertos de amanha,
      *para as copias serem separadas no balcao
      *=================================================================
           CALL "LERDATANEG" USING WRK-TODAY.
           COMPUTE WRK-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WRK-TODAY) + 1.
           MOVE FUNCTION DATE-OF-INTEGER(WRK-DATE-INT)
               TO WRK-TOMORROW.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           MOVE 02 TO WRK-LINE.
           OPEN INPUT AGENDA.
           IF WRK-BOOK-FSTAT NOT EQUAL ZEROES
