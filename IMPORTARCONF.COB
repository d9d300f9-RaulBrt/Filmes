      *           (FS-ORD-UNIT-COST) e imprime em CONFDIV.PRN toda
      *           divergencia -- linha inexistente, quantidade
      *           cortada ou preco diferente do pedido.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTARCONF.
       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           CALL "LERDATANEG" USING WRK-TODAY.
           OPEN INPUT CONFIRMA.
           IF WRK-CNF-FSTAT NOT EQUAL ZEROES
               DISPLAY "ARQUIVO PEDIDOCONF.DAT NAO ENCONTRADO"
