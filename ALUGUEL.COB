      *-----------------------------------------------------------------
      * 02/SET/2026 RTB - Opcao de sugestoes "quem alugou tambem
      *                   alugou" no fluxo do balcao
      * 15/OUT/2026 RTB - Opcao de solicitacao de copia a outra filial
      *                   (SOLICITARFILIAL)
      * 15/OUT/2026 RTB - Opcao de entrega e coleta a domicilio
      *                   (TABENTREGAS)
      * 15/OUT/2026 RTB - Opcao de importacao das reservas feitas pelo
      *                   site (IMPORTARRESERVAS)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUGUEL.
               WHEN 'Q' WHEN 'q'
                   CALL "DEVOLVEREQUIP" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'O' WHEN 'o'
                   CALL "SOLICITARFILIAL" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'N' WHEN 'n'
                   CALL "TABENTREGAS" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'W' WHEN 'w'
                   CALL "IMPORTARRESERVAS" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE "SUGESTOES (S): "           TO WRK-MENU-ITEM(11).
           MOVE "EQUIPAMENTO (E): "         TO WRK-MENU-ITEM(12).
           MOVE "DEVOLVER EQUIP (Q): "      TO WRK-MENU-ITEM(13).
           MOVE "PEDIR A OUTRA FILIAL (O): " TO WRK-MENU-ITEM(14).
           MOVE "ENTREGA A DOMICILIO (N): " TO WRK-MENU-ITEM(15).
           MOVE "RESERVAS DO SITE (W): "    TO WRK-MENU-ITEM(16).
           MOVE "VOLTAR (ENTER): "          TO WRK-MENU-ITEM(17).
           MOVE 17                          TO WRK-MENU-SIZE.
           CALL "MENUS" USING WRK-AREA.

      *=================================================================
