      *           codigos de status/erro conhecidos pelo ERROS com a
      *           respectiva mensagem, seguidos de todos os generos
      *           validos cadastrados na tabela de generos (GENRES.DAT)
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFERENCIA.
       PROCEDURE DIVISION USING LNK-BUFF.
       0000-MAIN-PROCEDURE.
           DISPLAY CLEAR-SCREEN.
           DISPLAY SHOW-SCREEN
           CALL "MARCATREINO".
           MOVE 03 TO WRK-LINE.
           PERFORM 0020-SHOW-ERROR-CODES.
           PERFORM 0030-SHOW-GENRES.
               ACCEPT WRK-TECLA AT 2401
               DISPLAY CLEAR-SCREEN
               DISPLAY SHOW-SCREEN
               CALL "MARCATREINO"
               MOVE 03 TO WRK-LINE
           END-IF.

