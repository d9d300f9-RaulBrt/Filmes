      * Data: 09/AGO/2026
      * Objetivo: Obter informacoes de generos para gravacao na tabela
      *           de generos validos
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRARGENERO.
      *Desenha uma tela pedindo a confirmacao dos dados para a gravacao
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY CONFIRM-SCREEN
           CALL "MARCATREINO".

           MOVE SPACES TO WRK-BUFF.
           MOVE 04 TO WRK-LINE.
           ELSE
               DISPLAY CLEAR-SCREEN
               DISPLAY UNCONFIRM-SCREEN
               CALL "MARCATREINO"
               ACCEPT  WRK-BUFF
               PERFORM 0000-MAIN-PROCEDURE
           END-IF.
