      *           pula os dias em que a loja nao abre.
      *           Linhas: "S" + dia da semana (1=SEG..7=DOM) ou
      *                   "F" + data AAAAMMDD.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRARFECHADO.
      *Mostra o calendario corrente
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           MOVE 02 TO WRK-LINE.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB GREATER THAN WRK-COUNT
