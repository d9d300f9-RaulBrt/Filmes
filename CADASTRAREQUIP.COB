      *           afins, com tipo, numero de serie, condicao, caucao
      *           e diaria. O aluguel e a devolucao seguem em
      *           RENTAREQUIP e DEVOLVEREQUIP.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRAREQUIP.
      *Lista os equipamentos cadastrados
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           MOVE 02 TO WRK-LINE.
           MOVE ZEROES TO WRK-EOF.
           OPEN INPUT EQUIPAMENTOS.
