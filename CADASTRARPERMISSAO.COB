      *           por operador que passam por cima do nivel,
      *           aplicadas por CHECKNIVEL. Cada um recebe exatamente
      *           as chaves de que precisa.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRARPERMISSAO.
      *Lista as regras e concessoes cadastradas
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           MOVE 02 TO WRK-LINE.
           MOVE ZEROES TO WRK-EOF.
           OPEN INPUT PERMISSOES.
