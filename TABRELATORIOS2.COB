      *           do tamanho da tela (pela segunda vez): idade da
      *           carteira de debitos e os relatorios gerenciais mais
      *           novos.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - INCLUIDA A ANALISE DE PRAZO DE ALUGUEL (P).
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABRELATORIOS2.
               WHEN 'C' WHEN 'c'
                   CALL "RELATORIOCAMPANHA" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'P' WHEN 'p'
                   CALL "ANALISEPRAZOS" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE "METAS X REALIZADO (V): "   TO WRK-MENU-ITEM(05).
           MOVE "APURACAO FISCAL (F): "     TO WRK-MENU-ITEM(06).
           MOVE "CAMPANHAS (C): "           TO WRK-MENU-ITEM(07).
           MOVE "PRAZO DE ALUGUEL (P): "    TO WRK-MENU-ITEM(08).
           MOVE "VOLTAR (ENTER): "          TO WRK-MENU-ITEM(09).
           MOVE 9                           TO WRK-MENU-SIZE.
           CALL "MENUS" USING WRK-AREA.

      *=================================================================
