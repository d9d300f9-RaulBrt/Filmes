      *                   cadastros/tabelas; os relatorios foram para
      *                   TABRELATORIOS e os utilitarios/fechamentos
      *                   para TABUTILITARIOS
      * 15/OUT/2026 RTB - Opcao X: codigos de transacao do menu
      *                   principal (CADASTRARTRANSACAO)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABELAS.
               WHEN 'I' WHEN 'i'
                   CALL "CADASTRARPERMISSAO" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'X' WHEN 'x'
                   CALL "CADASTRARTRANSACAO" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE "PLANO DE CONTAS GL (L): "  TO WRK-MENU-ITEM(17).
           MOVE "CAMPANHAS (H): "           TO WRK-MENU-ITEM(18).
           MOVE "PERMISSOES (I): "          TO WRK-MENU-ITEM(19).
           MOVE "CODIGOS DE TRANSACAO (X): " TO WRK-MENU-ITEM(20).
           MOVE "VOLTAR (ENTER): "          TO WRK-MENU-ITEM(21).
           MOVE 21                          TO WRK-MENU-SIZE.
           CALL "MENUS" USING WRK-AREA.

      *=================================================================
