      * Autor: RAUL T. BERTO
      * Data: 27/MAR/2025
      * Objetivo: Excluir informacoes de filmes cadastrados
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      *=================================================================

       IDENTIFICATION DIVISION.
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
      *Desenha a tela pedindo confirmacao da exclusao do filme
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY SHOW-SCREEN
           CALL "MARCATREINO".

           MOVE SPACES TO WRK-BUFF.
           MOVE 04     TO WRK-LINE.
               PERFORM 0060-DELETE-MOVIE
           ELSE
               DISPLAY CLEAR-SCREEN
               CALL "MARCATREINO"
               DISPLAY UNCONFIRM
               ACCEPT WRK-TECLA
           END-IF.
