      *           todas as copias, se o numero nao for informado), com
      *           data, vencimento, cliente e status, para saber qual
      *           cliente esteve com cada unidade.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Copia escolhida pela etiqueta (copia e digito
      *                   verificador, ou o codigo de barras completo),
      *                   conferida pelo CONFERECOPIA
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTORICOCOPIA.
                                 BY ==FS-HIST-DEVOLVIDO==
                             ==FS-RENT-ANULADO==
                                 BY ==FS-HIST-ANULADO==
                             ==FS-RENT-PERDIDO==
                                 BY ==FS-HIST-PERDIDO==
                             ==FS-RENT-COPY-NUM==
                                 BY ==FS-HIST-COPY-NUM==
                             ==FS-RENT-RETURN-DATE==
       77  WRK-PAGE-BOTTOM             PIC 9(02) VALUE 22.
       77  WRK-MOV-COD-MSK             PIC X(05) JUSTIFIED RIGHT.
       77  WRK-MOV-COD                 PIC 9(05) VALUE ZEROES.
       77  WRK-COPY-MSK                PIC X(09) JUSTIFIED RIGHT.
       77  WRK-LABEL-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-COPY-NUM                PIC 9(03) VALUE ZEROES.
       77  WRK-EOF                     PIC 9(01) VALUE ZEROES.
       77  WRK-SHOWN                   PIC 9(05) VALUE ZEROES.
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

      *=================================================================
       0010-GET-INFO      SECTION.
      *Recebe o filme e, opcionalmente, a etiqueta da copia
      *=================================================================
           MOVE "HISTORICO DA COPIA" TO WRK-MENU-TITLE.
           MOVE "CODIGO DO FILME: "  TO WRK-MENU-ITEM(01).
           MOVE "ETIQUETA (ENTER=TODAS): " TO WRK-MENU-ITEM(02).
           MOVE 2 TO WRK-MENU-SIZE.
           CALL "MENUS" USING WRK-AREA.
           DISPLAY "PRESSIONE ENTER PARA VOLTAR" AT 1005.
               GOBACK
           END-IF.
           MOVE WRK-MOV-COD-MSK TO WRK-MOV-COD.
           ACCEPT WRK-COPY-MSK AT 0429.
           IF WRK-COPY-MSK NOT EQUAL SPACES
               CALL "CONFERECOPIA" USING WRK-MOV-COD, WRK-COPY-MSK,
                   WRK-COPY-NUM, WRK-LABEL-STATUS
               IF WRK-LABEL-STATUS NOT EQUAL ZEROES
                   CALL "ERROS" USING WRK-LABEL-STATUS,
                       "HISTORICOCOPIA"
                   GOBACK
               END-IF
           END-IF.

      *=================================================================
           STRING "COPIA DATA-SAIDA VENCIMENTO CLIENTE STATUS"
               INTO WRK-HEADER.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           DISPLAY HEADER-SCREEN.
           MOVE 03 TO WRK-LINE.

