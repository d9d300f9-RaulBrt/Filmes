      *           totaliza o passivo (o que a loja ainda deve em
      *           alugueis e vendas). Impresso em VALES.PRN para o
      *           contador.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIOVALE.
       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           CALL "LERDATANEG" USING WRK-TODAY.
           OPEN INPUT VALES.
           IF WRK-GIFT-FSTAT NOT EQUAL ZEROES
               DISPLAY "NENHUM VALE EMITIDO" AT 0305
