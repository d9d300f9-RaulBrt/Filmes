      *           tamanho da tela: pedidos de compra, compra de
      *           discos usados de clientes e devolucoes ao
      *           fornecedor (RMA).
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Incluidos os contratos de partilha de receita
      *                   com as distribuidoras (P) e o acerto mensal da
      *                   partilha (A)
      * 15/OUT/2026 RTB - Incluidos o lancamento das notas das
      *                   distribuidoras (N) e o contas a pagar (F)
      * 15/OUT/2026 RTB - Incluidas a importacao das listas de precos
      *                   das distribuidoras (T) e a comparacao com a
      *                   ultima compra (O)
      * 15/OUT/2026 RTB - Incluido o orcamento mensal de compras por
      *                   filial e genero (G)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABCOMPRAS.
               WHEN 'I' WHEN 'i'
                   CALL "IMPORTARCONF" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'P' WHEN 'p'
                   CALL "MANTERPARTILHA" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'A' WHEN 'a'
                   CALL "ACERTOPARTILHA" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'N' WHEN 'n'
                   CALL "NOTAFORNECEDOR" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'F' WHEN 'f'
                   CALL "PAGARFORNECEDOR" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'T' WHEN 't'
                   CALL "IMPORTARPRECO" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'O' WHEN 'o'
                   CALL "COMPARAPRECO" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'G' WHEN 'g'
                   CALL "MANTERORCAMENTO" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE "SUGESTAO DE RECOMPRA (S): " TO WRK-MENU-ITEM(04).
           MOVE "EXPORTAR PEDIDO (E): "     TO WRK-MENU-ITEM(05).
           MOVE "IMPORTAR CONFIRMACAO (I): " TO WRK-MENU-ITEM(06).
           MOVE "CONTRATOS DE PARTILHA (P): " TO WRK-MENU-ITEM(07).
           MOVE "ACERTO DE PARTILHA (A): "  TO WRK-MENU-ITEM(08).
           MOVE "NOTA DA DISTRIBUIDORA (N): " TO WRK-MENU-ITEM(09).
           MOVE "CONTAS A PAGAR (F): "      TO WRK-MENU-ITEM(10).
           MOVE "LISTA DE PRECOS (T): "     TO WRK-MENU-ITEM(11).
           MOVE "COMPARAR PRECOS (O): "     TO WRK-MENU-ITEM(12).
           MOVE "ORCAMENTO DE COMPRAS (G): " TO WRK-MENU-ITEM(13).
           MOVE "VOLTAR (ENTER): "          TO WRK-MENU-ITEM(14).
           MOVE 14                          TO WRK-MENU-SIZE.
           CALL "MENUS" USING WRK-AREA.

      *=================================================================
