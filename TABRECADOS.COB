      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Submenu do quadro de recados da passagem de turno:
      *           novo recado, leitura dos recados do operador e, para
      *           o supervisor, os recados importantes ainda nao lidos.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABRECADOS.
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
               WHEN 'N' WHEN 'n'
                   CALL "POSTARRECADO" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'L' WHEN 'l'
                   CALL "LERRECADOS" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'P' WHEN 'p'
                   CALL "PENDENTESRECADO" USING LNK-OPERATOR
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GOBACK.

      *=================================================================
       0010-DRAW-MENU      SECTION.
      *Desenha o menu do quadro de recados
      *=================================================================
           MOVE "RECADOS DO TURNO"          TO WRK-MENU-TITLE.
           MOVE "NOVO RECADO (N): "         TO WRK-MENU-ITEM(01).
           MOVE "LER RECADOS (L): "         TO WRK-MENU-ITEM(02).
           MOVE "NAO LIDOS (P): "           TO WRK-MENU-ITEM(03).
           MOVE "VOLTAR (ENTER): "          TO WRK-MENU-ITEM(04).
           MOVE 4                           TO WRK-MENU-SIZE.
           CALL "MENUS" USING WRK-AREA.

      *=================================================================
       0020-GET-OPTION     SECTION.
      *Recebe a opcao do operador
      *=================================================================
           MOVE SPACES TO WRK-OPTION.
           ACCEPT WRK-OPTION AT 0420.
       END PROGRAM TABRECADOS.
