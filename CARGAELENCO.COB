      *           filme e gravando em CAST.DAT, com lista de
      *           rejeitados como na carga de filmes. A busca por
      *           filmografia so vale o que o elenco digitado vale.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGAELENCO.
               GOBACK
           END-IF.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           OPEN INPUT LOTE-IN.
           IF WRK-IN-STATUS NOT EQUAL ZEROES
               DISPLAY "ARQUIVO LOTEELENCO.DAT NAO ENCONTRADO"
