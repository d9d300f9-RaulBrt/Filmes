      * Objetivo: Ler o maior FS-MOV-COD gravado em MOVIES.DAT e
      *           devolver o proximo codigo livre para cadastro
      *           automatico de filmes
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Chave alternativa de MOVIES.DAT pelo titulo
      *                   declarada no SELECT
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GETNEXTCOD.
           FILE STATUS IS WRK-STATUS
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES.
       DATA DIVISION.
       FILE SECTION.
           FD  MOVIES.
