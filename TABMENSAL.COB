      *           TABUTILITARIOS quando o menu unico passou do
      *           tamanho da tela: faturamento de planos e de contas
      *           corporativas e a depreciacao do acervo.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Incluido o extrato de conta dos clientes
      *                   (EXTRATOCLIENTE)
      * 15/OUT/2026 RTB - Incluido o encerramento do exercicio
      *                   (FECHAREXERCICIO)
      * 15/OUT/2026 RTB - Incluida a segmentacao de clientes com a lista
      *                   de reconquista (SEGMENTARCLIENTES)
      * 15/OUT/2026 RTB - Incluido o aviso semanal de novidades por
      *                   genero (AVISARNOVIDADES)
      * 15/OUT/2026 RTB - Incluido o relatorio de demanda nao atendida
      *                   (RELATORIODEMANDA)
      * 15/OUT/2026 RTB - Incluida a lista de copias candidatas a venda
      *                   de usadas (CANDIDATOSVENDA)
      * 15/OUT/2026 RTB - Incluida a comissao de vendas do balcao
      *                   (RELATORIOCOMISSAO)
      * 15/OUT/2026 RTB - Incluidas as horas trabalhadas do relogio de
      *                   ponto (RELATORIOPONTO)
      * 15/OUT/2026 RTB - Incluido o relatorio de ocorrencias de
      *                   clientes (RELATORIOOCORRENCIA)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABMENSAL.
               WHEN 'A' WHEN 'a'
                   CALL "ARQUIVARALUGUEIS" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'E' WHEN 'e'
                   CALL "EXTRATOCLIENTE" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'F' WHEN 'f'
                   CALL "FECHAREXERCICIO" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'S' WHEN 's'
                   CALL "SEGMENTARCLIENTES" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'N' WHEN 'n'
                   CALL "AVISARNOVIDADES" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'M' WHEN 'm'
                   CALL "RELATORIODEMANDA" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'U' WHEN 'u'
                   CALL "CANDIDATOSVENDA" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'O' WHEN 'o'
                   CALL "RELATORIOCOMISSAO" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'H' WHEN 'h'
                   CALL "RELATORIOPONTO" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'I' WHEN 'i'
                   CALL "RELATORIOOCORRENCIA" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE "FATURAR CORPORATIVOS (C): " TO WRK-MENU-ITEM(02).
           MOVE "DEPRECIACAO (D): "         TO WRK-MENU-ITEM(03).
           MOVE "EXPURGO DE ALUGUEIS (A): " TO WRK-MENU-ITEM(04).
           MOVE "EXTRATO DE CLIENTES (E): " TO WRK-MENU-ITEM(05).
           MOVE "FECHAR EXERCICIO (F): "    TO WRK-MENU-ITEM(06).
           MOVE "SEGMENTAR CLIENTES (S): "  TO WRK-MENU-ITEM(07).
           MOVE "AVISO DE NOVIDADES (N): "  TO WRK-MENU-ITEM(08).
           MOVE "DEMANDA NAO ATENDIDA (M): " TO WRK-MENU-ITEM(09).
           MOVE "VENDA DE USADAS (U): "     TO WRK-MENU-ITEM(10).
           MOVE "COMISSOES (O): "           TO WRK-MENU-ITEM(11).
           MOVE "HORAS TRABALHADAS (H): "   TO WRK-MENU-ITEM(12).
           MOVE "OCORRENCIAS (I): "         TO WRK-MENU-ITEM(13).
           MOVE "VOLTAR (ENTER): "          TO WRK-MENU-ITEM(14).
           MOVE 14                          TO WRK-MENU-SIZE.
           CALL "MENUS" USING WRK-AREA.

      *=================================================================
