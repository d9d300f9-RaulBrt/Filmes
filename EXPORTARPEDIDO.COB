      *           layout pedir -- com cabecalho e totais de controle.
      *           Acaba a leitura do pedido pelo telefone. A tabela
      *           de layouts e mantida aqui mesmo (opcao L).
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTARPEDIDO.
       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           CALL "LERDATANEG" USING WRK-TODAY.
           DISPLAY "EXPORTAR PEDIDO (E), LAYOUTS (L), "
               "ENTER=VOLTAR: " AT 0301.
           MOVE SPACES TO WRK-OPTION.
