      * Objetivo: Submenu do subsistema de clientes, chamando o
      *           cadastro de clientes ou a tela de pagamentos de
      *           debitos conforme a opcao do operador.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Opcao L: alteracao de cadastro de cliente
      *                   (ALTERARCLIENTE)
      * 15/OUT/2026 RTB - Opcao V: visao geral do cliente (VISAOCLIENTE)
      * 15/OUT/2026 RTB - Opcao O: ocorrencias do cliente (OCORRENCIAS)
      * 15/OUT/2026 RTB - Opcao D: dados pessoais do cliente, relatorio
      *                   e anonimizacao (DADOSCLIENTE)
      * 15/OUT/2026 RTB - Opcao I: carga em lote dos socios de outra
      *                   loja (CARGASOCIOS)
      * 15/OUT/2026 RTB - Opcao K: reimpressao da carteirinha e do
      *                   contrato de locacao (IMPRIMIRCARTAO)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTES.
               WHEN 'C' WHEN 'c'
                   CALL "CADASTRARCLIENTE" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'L' WHEN 'l'
                   CALL "ALTERARCLIENTE" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'P' WHEN 'p'
                   CALL "PAGAMENTOS" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'F' WHEN 'f'
                   CALL "VINCULARFAMILIA" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'V' WHEN 'v'
                   CALL "VISAOCLIENTE" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'O' WHEN 'o'
                   CALL "OCORRENCIAS" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'D' WHEN 'd'
                   CALL "DADOSCLIENTE" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'I' WHEN 'i'
                   CALL "CARGASOCIOS" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'K' WHEN 'k'
                   CALL "IMPRIMIRCARTAO" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *=================================================================
           MOVE "CLIENTES"                  TO WRK-MENU-TITLE.
           MOVE "CADASTRAR (C): "           TO WRK-MENU-ITEM(01).
           MOVE "ALTERAR CADASTRO (L): "    TO WRK-MENU-ITEM(02).
           MOVE "PAGAMENTO DE DEBITO (P): " TO WRK-MENU-ITEM(03).
           MOVE "HISTORICO (H): "           TO WRK-MENU-ITEM(04).
           MOVE "BUSCA POR NOME (B): "      TO WRK-MENU-ITEM(05).
           MOVE "ANIVERSARIANTES (A): "      TO WRK-MENU-ITEM(06).
           MOVE "EXPURGO DE INATIVOS (E): "  TO WRK-MENU-ITEM(07).
           MOVE "PLANO MENSAL (M): "        TO WRK-MENU-ITEM(08).
           MOVE "GRUPO FAMILIAR (F): "      TO WRK-MENU-ITEM(09).
           MOVE "VISAO GERAL (V): "         TO WRK-MENU-ITEM(10).
           MOVE "OCORRENCIAS (O): "         TO WRK-MENU-ITEM(11).
           MOVE "DADOS PESSOAIS (D): "      TO WRK-MENU-ITEM(12).
           MOVE "CARGA DE SOCIOS (I): "     TO WRK-MENU-ITEM(13).
           MOVE "CARTEIRINHA/CONTRATO (K): " TO WRK-MENU-ITEM(14).
           MOVE "VOLTAR (ENTER): "          TO WRK-MENU-ITEM(15).
           MOVE 15                          TO WRK-MENU-SIZE.
           CALL "MENUS" USING WRK-AREA.

      *=================================================================
