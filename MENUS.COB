      * Autor: RAUL T. BERTO
      * Data: 24/MAR/2025
      * Objetivo: Desehar menus
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENUS.

           DISPLAY CLEAR.

           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           MOVE 02 TO WRK-LINE.
           PERFORM VARYING WRK-COUNT FROM 1 BY 1 UNTIL
           WRK-COUNT GREATER THAN LNK-MENU-SIZE
