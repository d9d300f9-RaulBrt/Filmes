      *                   alugou" (SUGESTOES) acessivel da ficha
      * 02/SET/2026 RTB - Sinopse do titulo (SINOPSE.DAT) acessivel
      *                   da ficha, como o elenco
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Jogo mostra a plataforma no lugar da duracao,
      *                   do idioma e da legenda e nao tem elenco
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
       77  LNK-BUFF PIC X(1) VALUE SPACES.
      *Mostra informacao recebida do filme em uma tela
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY SHOW-SCREEN
           CALL "MARCATREINO".

           MOVE SPACES TO WRK-BUFF.
           MOVE 04 TO WRK-LINE.

           MOVE SPACES TO WRK-BUFF.
           MOVE 07 TO WRK-LINE.
           IF WRK-MOV-ITEM-TYPE EQUAL "G"
               STRING "JOGO - PLATAFORMA: " WRK-MOV-PLATFORM
                   INTO WRK-BUFF
           ELSE
               STRING "DURACAO: " WRK-MOV-LEN INTO WRK-BUFF
           END-IF.
           DISPLAY DTA.

           MOVE SPACES TO WRK-BUFF.
           STRING "SERIE/FRANQUIA: " WRK-MOV-SERIES INTO WRK-BUFF.
           DISPLAY DTA.

           IF WRK-MOV-ITEM-TYPE NOT EQUAL "G"
               MOVE SPACES TO WRK-BUFF
               MOVE 18 TO WRK-LINE
               STRING "IDIOMA/AUDIO: " WRK-MOV-LANGUAGE
                   "  LEGENDA: " WRK-MOV-SUBTITLE INTO WRK-BUFF
               DISPLAY DTA
           END-IF.

      *Media das avaliacoes dadas pelos clientes na devolucao
           CALL "MEDIANOTAS" USING WRK-MOV-COD, WRK-RATE-AVG,
           END-IF.
           ACCEPT WRK-TECLA.

           IF (WRK-TECLA EQUAL 'E' OR WRK-TECLA EQUAL 'e')
               AND WRK-MOV-ITEM-TYPE EQUAL "G"
               MOVE 679 TO WRK-STATUS
               CALL "ERROS" USING WRK-STATUS, "CONSULTAR"
               MOVE ZEROES TO WRK-STATUS
               PERFORM 0050-SHOW-MOVIE
           ELSE IF WRK-TECLA EQUAL 'E' OR WRK-TECLA EQUAL 'e'
               CALL "CADASTRARELENCO" USING WRK-MOV-COD
           ELSE IF WRK-TECLA EQUAL 'I' OR WRK-TECLA EQUAL 'i'
               PERFORM 0060-PRINT-CARD
           WRITE FS-CARD-LINE FROM WRK-CARD-LINE.

           MOVE SPACES TO WRK-CARD-LINE.
           IF WRK-MOV-ITEM-TYPE EQUAL "G"
               STRING "PLATAFORMA: " WRK-MOV-PLATFORM
                   INTO WRK-CARD-LINE
           ELSE
               STRING "DURACAO: " WRK-MOV-LEN " MIN" INTO WRK-CARD-LINE
           END-IF.
           WRITE FS-CARD-LINE FROM WRK-CARD-LINE.

           MOVE SPACES TO WRK-CARD-LINE.
      *exibido, mostrando o formato (DVD/BLURAY/4K/DIGITAL) e a
      *condicao fisica de cada unidade
      *=================================================================
           DISPLAY CLEAR-SCREEN
           CALL "MARCATREINO".
           DISPLAY "COPIAS DO FILME " WRK-MOV-TITLE AT 0301.
           MOVE ZEROES TO WRK-COPY-FOUND.
           MOVE 05 TO WRK-LINE.
