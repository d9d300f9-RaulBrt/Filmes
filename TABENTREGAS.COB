      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Submenu da entrega e coleta a domicilio: pedido novo
      *           ou cancelamento, saida do motorista, folha de rota do
      *           dia e retorno do motorista.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABENTREGAS.
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
               WHEN 'P' WHEN 'p'
                   CALL "PEDIDOENTREGA" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'S' WHEN 's'
                   CALL "SAIDAENTREGA" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'R' WHEN 'r'
                   CALL "ROTAENTREGA" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'T' WHEN 't'
                   CALL "RETORNOENTREGA" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GOBACK.

      *=================================================================
       0010-DRAW-MENU      SECTION.
      *Desenha o menu da entrega a domicilio
      *=================================================================
           MOVE "ENTREGA A DOMICILIO"       TO WRK-MENU-TITLE.
           MOVE "PEDIDO NOVO/CANCELAR (P): " TO WRK-MENU-ITEM(01).
           MOVE "SAIDA DO MOTORISTA (S): "  TO WRK-MENU-ITEM(02).
           MOVE "FOLHA DE ROTA (R): "       TO WRK-MENU-ITEM(03).
           MOVE "RETORNO DO MOTORISTA (T): " TO WRK-MENU-ITEM(04).
           MOVE "VOLTAR (ENTER): "          TO WRK-MENU-ITEM(05).
           MOVE 5                           TO WRK-MENU-SIZE.
           CALL "MENUS" USING WRK-AREA.

      *=================================================================
       0020-GET-OPTION     SECTION.
      *Recebe a opcao do operador
      *=================================================================
           MOVE SPACES TO WRK-OPTION.
           ACCEPT WRK-OPTION AT 0420.
       END PROGRAM TABENTREGAS.
