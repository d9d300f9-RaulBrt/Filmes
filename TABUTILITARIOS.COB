      *                   para o submenu TABCOMPRAS, pelo mesmo motivo
      *                   do desmembramento original: o menu passou do
      *                   tamanho da tela
      * 15/OUT/2026 RTB - Incluido o submenu TABFINANCEIRO (6), com a
      *                   conciliacao de cartao e PIX da adquirente
      * 15/OUT/2026 RTB - Incluido o balanceamento de estoque entre
      *                   filiais (B), com as transferencias sugeridas
      *                   confirmadas em TRANSFERENCIA
      * 15/OUT/2026 RTB - Incluida a publicacao do catalogo e da
      *                   disponibilidade para o site da loja (W)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABUTILITARIOS.
               WHEN 'X' WHEN 'x'
                   CALL "EXPORTAR" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'W' WHEN 'w'
                   CALL "PUBLICARCATALOGO" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'O' WHEN 'o'
                   CALL "REORGANIZAR" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'T' WHEN 't'
                   CALL "TRANSFERENCIA" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'B' WHEN 'b'
                   CALL "BALANCOESTOQUE" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'M' WHEN 'm'
                   CALL "TABMANUTENCAO" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN '5'
                   CALL "VENDERVALE" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN '6'
                   CALL "TABFINANCEIRO" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN '7'
                   CALL "FUNDIRCLIENTES" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
           MOVE "FUNDIR CLIENTES (7): " TO WRK-MENU-ITEM(15).
           MOVE "REPRECIFICACAO (P): " TO WRK-MENU-ITEM(16).
           MOVE "SANGRIA DA GAVETA (S): " TO WRK-MENU-ITEM(17).
           MOVE "FINANCEIRO (6): " TO WRK-MENU-ITEM(18).
           MOVE "BALANCEAR ESTOQUE (B): " TO WRK-MENU-ITEM(19).
           MOVE "CATALOGO DO SITE (W): " TO WRK-MENU-ITEM(20).
           MOVE "VOLTAR (ENTER): " TO WRK-MENU-ITEM(21).
           MOVE 21                          TO WRK-MENU-SIZE.
           CALL "MENUS" USING WRK-AREA.

      *=================================================================
