      * Autor: RAUL T. BERTO
      * Data: 24/MAR/2025
      * Objetivo: Consultar informacoes de filmes cadastrados
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Chave alternativa de MOVIES.DAT pelo titulo
      *                   declarada no SELECT
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEARCHMOVIE.
           FILE STATUS IS LNK-STATUS
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES.
       DATA DIVISION.
       FILE SECTION.
           FD  MOVIES.
                                     ==FS-MOV-SUBTITLE==
                                         BY ==LNK-MOV-SUBTITLE==
                                     ==FS-MOV-SECTION==
                                         BY ==LNK-MOV-SECTION==
                                     ==FS-MOV-ITEM-TYPE==
                                         BY ==LNK-MOV-ITEM-TYPE==
                                     ==FS-MOV-PLATFORM==
                                         BY ==LNK-MOV-PLATFORM==.

       PROCEDURE DIVISION USING LNK-MOVIE,LNK-STATUS.
       MAIN-PROCEDURE.
