      *           diario de caixa, a conta de debito e a de credito
      *           do sistema do contador. Alimenta o modo balanceado
      *           do extrato contabil.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRARCONTAGL.
      *Lista o mapeamento corrente
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           MOVE 02 TO WRK-LINE.
           MOVE ZEROES TO WRK-EOF.
           OPEN INPUT CONTASGL.
