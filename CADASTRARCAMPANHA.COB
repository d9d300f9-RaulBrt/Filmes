      *           da semana ou por titulos com ano anterior a N.
      *           Aplicadas automaticamente por CALCPRECO durante a
      *           vigencia; acabou a campanha, o preco volta sozinho.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRARCAMPANHA.
      *Lista as campanhas cadastradas
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           MOVE 02 TO WRK-LINE.
           MOVE ZEROES TO WRK-EOF.
           OPEN INPUT CAMPANHAS.
