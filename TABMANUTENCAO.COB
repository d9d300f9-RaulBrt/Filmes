      *           de novo do tamanho da tela: conferencias de
      *           contadores e orfaos, restauracao de backup, rotacao
      *           de logs e renomeacao de generos.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Incluida a consulta do registro de rodadas
      *                   das rotinas de lote (CONSULTARODADAS)
      * 15/OUT/2026 RTB - Incluida a recuperacao dos arquivos do balcao
      *                   pelo jornal (RECUPERARJORNAL)
      * 15/OUT/2026 RTB - Incluida a preparacao dos arquivos do modo
      *                   treinamento (PREPARARTREINO)
      * 15/OUT/2026 RTB - Incluida a reconstrucao do indice do diario
      *                   de caixa (INDEXARDIARIO)
      * 15/OUT/2026 RTB - Incluida a recontagem do uso das copias pelo
      *                   historico de alugueis (CONTARUSOCOPIAS)
      * 15/OUT/2026 RTB - Incluida a correcao das saidas nao batidas no
      *                   relogio de ponto (CORRIGIRPONTO)
      * 15/OUT/2026 RTB - Incluida a atualizacao das fichas dos filmes
      *                   pela referencia externa de metadados
      *                   (ATUALIZARREF)
      * 15/OUT/2026 RTB - Incluida a conferencia da qualidade do
      *                   conteudo do catalogo (CONFERECATALOGO)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABMANUTENCAO.
               WHEN 'A' WHEN 'a'
                   CALL "AGENDADOR" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'B' WHEN 'b'
                   CALL "CONSULTARODADAS" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'Y' WHEN 'y'
                   CALL "RECUPERARJORNAL" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'T' WHEN 't'
                   CALL "PREPARARTREINO" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'X' WHEN 'x'
                   CALL "INDEXARDIARIO" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'U' WHEN 'u'
                   CALL "CONTARUSOCOPIAS" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'P' WHEN 'p'
                   CALL "CORRIGIRPONTO" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'M' WHEN 'm'
                   CALL "ATUALIZARREF" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'Q' WHEN 'q'
                   CALL "CONFERECATALOGO" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE "SPOOL DE IMPRESSAO (S): "  TO WRK-MENU-ITEM(06).
           MOVE "REPROCESSAR CONTING (R): " TO WRK-MENU-ITEM(07).
           MOVE "AGENDA DE RELATORIOS (A): " TO WRK-MENU-ITEM(08).
           MOVE "RODADAS DAS ROTINAS (B): " TO WRK-MENU-ITEM(09).
           MOVE "RECUPERAR PELO JORNAL (Y): " TO WRK-MENU-ITEM(10).
           MOVE "PREPARAR TREINAMENTO (T): " TO WRK-MENU-ITEM(11).
           MOVE "INDICE DO DIARIO (X): "    TO WRK-MENU-ITEM(12).
           MOVE "RECONTAR USO COPIAS (U): " TO WRK-MENU-ITEM(13).
           MOVE "CORRIGIR PONTO (P): "      TO WRK-MENU-ITEM(14).
           MOVE "METADADOS POR REF (M): "   TO WRK-MENU-ITEM(15).
           MOVE "QUALIDADE CATALOGO (Q): "  TO WRK-MENU-ITEM(16).
           MOVE "VOLTAR (ENTER): "          TO WRK-MENU-ITEM(17).
           MOVE 17                          TO WRK-MENU-SIZE.
           CALL "MENUS" USING WRK-AREA.

      *=================================================================
