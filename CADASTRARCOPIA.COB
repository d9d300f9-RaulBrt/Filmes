      * Data: 09/AGO/2026
      * Objetivo: Cadastrar ou alterar o formato e a condicao fisica
      *           de uma copia (unidade) de um filme ja cadastrado
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRARCOPIA.
                                     ==FS-MOV-SUBTITLE==
                                         BY ==WRK-MOV-SUBTITLE==
                                     ==FS-MOV-SECTION==
                                         BY ==WRK-MOV-SECTION==
                                     ==FS-MOV-ITEM-TYPE==
                                         BY ==WRK-MOV-ITEM-TYPE==
                                     ==FS-MOV-PLATFORM==
                                         BY ==WRK-MOV-PLATFORM==.

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

       LINKAGE SECTION.
       77  LNK-BUFF PIC X(1) VALUE SPACES.
       0050-GET-COPY-INFO      SECTION.
      *Mostra o filme encontrado e recebe os dados da copia
      *=================================================================
           DISPLAY CLEAR-SCREEN
           CALL "MARCATREINO".
           DISPLAY "FILME: " AT 0405.
           DISPLAY WRK-MOV-TITLE AT 0413.
           STRING "COPIAS CADASTRADAS: " WRK-MOV-COPIES-TOT
       0070-CONFIRM-CREATE      SECTION.
      *Desenha uma tela pedindo a confirmacao dos dados para a gravacao
      *=================================================================
           DISPLAY CLEAR-SCREEN
           CALL "MARCATREINO".
           DISPLAY CONFIRM-TITLE.

           MOVE SPACES TO WRK-BUFF.
           ELSE
               DISPLAY CLEAR-SCREEN
               DISPLAY UNCONFIRM-SCREEN
               CALL "MARCATREINO"
               ACCEPT  WRK-BUFF
               PERFORM 0000-MAIN-PROCEDURE
           END-IF.
