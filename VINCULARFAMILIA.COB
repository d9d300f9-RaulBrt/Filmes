      *           grupo. Com o vinculo, a checagem de situacao no
      *           aluguel soma o debito da familia inteira e vencidos
      *           de qualquer membro bloqueiam todos.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VINCULARFAMILIA.
       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           DISPLAY "VINCULAR (V), DESVINCULAR (D), LISTAR (L), "
               "ENTER=VOLTAR: " AT 0301.
           MOVE SPACES TO WRK-OPTION.
