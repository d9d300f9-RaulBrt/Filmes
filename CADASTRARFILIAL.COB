      *           criada com a abertura da segunda loja: incluir ou
      *           regravar filiais com codigo, nome e telefone, e
      *           listar as cadastradas.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRARFILIAL.
      *Lista as filiais cadastradas
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           MOVE 02 TO WRK-LINE.
           MOVE ZEROES TO WRK-EOF.
           OPEN INPUT FILIAIS.
