      * Autor: RAUL T. BERTO
      * Data: 09/AGO/2026
      * Objetivo: Gravar um genero na tabela de generos validos
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITEGENRE.
               IF LNK-STATUS EQUAL ZEROES
                   DISPLAY CLEAR-SCREEN
                   DISPLAY SUCCESS-SCREEN
                   CALL "MARCATREINO"
                   ACCEPT WRK-BUFF
               ELSE
                   IF LNK-STATUS EQUAL 22
