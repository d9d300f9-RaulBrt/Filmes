      *           a gaveta pesa, para o fechamento conferir o que
      *           sobrou. Uma diferenca de R$20 deixa de ser
      *           inexplicavel no dia seguinte.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANGRIA.
       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           DISPLAY "VALOR RETIRADO DA GAVETA: " AT 0305.
           MOVE SPACES TO WRK-MSK.
           ACCEPT WRK-MSK AT 0332.
