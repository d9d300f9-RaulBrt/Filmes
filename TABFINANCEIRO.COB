      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Submenu das rotinas financeiras, desmembrado de
      *           TABUTILITARIOS pelo mesmo motivo dos desmembramentos
      *           anteriores (o menu unico ja ocupa a tela toda):
      *           importacao e conciliacao da liquidacao de cartao e
      *           PIX da adquirente.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Incluida a conferencia de integridade do
      *                   diario de caixa (CONFEREDIARIO)
      * 15/OUT/2026 RTB - Incluida a conciliacao dos alugueis com o
      *                   diario de caixa (CONCILIAALUG)
      * 15/OUT/2026 RTB - Incluido o refazimento dos saldos de
      *                   clientes pelo diario (REFAZERSALDO)
      * 15/OUT/2026 RTB - Incluida a emissao das cartas de cobranca
      *                   (EMITIRAVISOS)
      * 15/OUT/2026 RTB - Incluidas a baixa de dividas incobraveis
      *                   (BAIXARDEVEDOR), o envio para a agencia de
      *                   cobranca (EXPORTARAGENCIA) e a importacao do
      *                   repasse da agencia (IMPORTARAGENCIA)
      * 15/OUT/2026 RTB - Incluida a conversao dos alugueis atrasados
      *                   demais em perda (BAIXARPERDIDOS)
      * 15/OUT/2026 RTB - Incluidos os lembretes de vencimento por
      *                   SMS/WhatsApp (GERARLEMBRETES) e o retorno
      *                   do provedor (IMPORTARLEMBRETES)
      * 15/OUT/2026 RTB - Incluidos a remessa de boletos bancarios
      *                   (GERARBOLETOS) e o retorno do banco
      *                   (IMPORTARBOLETOS)
      * 15/OUT/2026 RTB - Incluidos o lote de RPS da nota fiscal de
      *                   servico (GERARRPS) e o retorno da prefeitura
      *                   (IMPORTARNFSE)
      * 15/OUT/2026 RTB - Incluida a conferencia semanal de excecoes de
      *                   caixa por operador (EXCECOESCAIXA)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABFINANCEIRO.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WRK-OPTION              PIC X(01) VALUE SPACES.

       01  WRK-AREA.
           05 WRK-MENU-TITLE       PIC X(30).
           05 WRK-MENU-ITEM        PIC X(30) OCCURS 40 TIMES.
           05 WRK-MENU-SIZE        PIC 9(02).

       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           PERFORM 0010-DRAW-MENU.
           PERFORM 0020-GET-OPTION.
           EVALUATE WRK-OPTION
               WHEN 'L' WHEN 'l'
                   CALL "IMPORTARLIQ" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'D' WHEN 'd'
                   CALL "CONFEREDIARIO" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'A' WHEN 'a'
                   CALL "CONCILIAALUG" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'S' WHEN 's'
                   CALL "REFAZERSALDO" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'C' WHEN 'c'
                   CALL "EMITIRAVISOS" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'B' WHEN 'b'
                   CALL "BAIXARDEVEDOR" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'E' WHEN 'e'
                   CALL "EXPORTARAGENCIA" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'R' WHEN 'r'
                   CALL "IMPORTARAGENCIA" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'P' WHEN 'p'
                   CALL "BAIXARPERDIDOS" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'M' WHEN 'm'
                   CALL "GERARLEMBRETES" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'N' WHEN 'n'
                   CALL "IMPORTARLEMBRETES" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'G' WHEN 'g'
                   CALL "GERARBOLETOS" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'T' WHEN 't'
                   CALL "IMPORTARBOLETOS" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'F' WHEN 'f'
                   CALL "GERARRPS" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'I' WHEN 'i'
                   CALL "IMPORTARNFSE" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'X' WHEN 'x'
                   CALL "EXCECOESCAIXA" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GOBACK.

      *=================================================================
       0010-DRAW-MENU      SECTION.
      *Desenha o menu das rotinas financeiras
      *=================================================================
           MOVE "ROTINAS FINANCEIRAS"       TO WRK-MENU-TITLE.
           MOVE "CONCILIAR CARTAO/PIX (L): " TO WRK-MENU-ITEM(01).
           MOVE "CONFERIR DIARIO (D): "     TO WRK-MENU-ITEM(02).
           MOVE "CONCILIAR ALUGUEIS (A): "  TO WRK-MENU-ITEM(03).
           MOVE "REFAZER SALDOS (S): "      TO WRK-MENU-ITEM(04).
           MOVE "CARTAS DE COBRANCA (C): "  TO WRK-MENU-ITEM(05).
           MOVE "BAIXAR INCOBRAVEIS (B): "  TO WRK-MENU-ITEM(06).
           MOVE "ENVIAR P/ AGENCIA (E): "   TO WRK-MENU-ITEM(07).
           MOVE "REPASSE DA AGENCIA (R): "  TO WRK-MENU-ITEM(08).
           MOVE "ALUGUEIS PERDIDOS (P): "   TO WRK-MENU-ITEM(09).
           MOVE "LEMBRETES SMS (M): "       TO WRK-MENU-ITEM(10).
           MOVE "RETORNO DO SMS (N): "      TO WRK-MENU-ITEM(11).
           MOVE "BOLETOS BANCARIOS (G): "   TO WRK-MENU-ITEM(12).
           MOVE "RETORNO DO BANCO (T): "    TO WRK-MENU-ITEM(13).
           MOVE "NFS-E: LOTE DE RPS (F): "  TO WRK-MENU-ITEM(14).
           MOVE "NFS-E: RETORNO (I): "      TO WRK-MENU-ITEM(15).
           MOVE "EXCECOES DE CAIXA (X): "   TO WRK-MENU-ITEM(16).
           MOVE "VOLTAR (ENTER): "          TO WRK-MENU-ITEM(17).
           MOVE 17                          TO WRK-MENU-SIZE.
           CALL "MENUS" USING WRK-AREA.

      *=================================================================
       0020-GET-OPTION     SECTION.
      *Recebe a opcao do operador
      *=================================================================
           MOVE SPACES TO WRK-OPTION.
           ACCEPT WRK-OPTION AT 0420.
       END PROGRAM TABFINANCEIRO.
