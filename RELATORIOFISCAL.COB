      *           a apuracao do contador. O diario nao carrega
      *           filial, entao o total sai pela rede. Impresso em
      *           FISCAL.PRN.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIOFISCAL.
       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           CALL "LERDATANEG" USING WRK-TODAY.
           DISPLAY "MES (AAAAMM, ENTER=ATUAL): " AT 0305.
           MOVE SPACES TO WRK-MONTH-MSK.
           ACCEPT WRK-MONTH-MSK AT 0333.
