      * Autor: RAUL T. BERTO
      * Data: 09/AGO/2026
      * Objetivo: Gravar as alteracoes de um filme ja cadastrado
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Chave alternativa de MOVIES.DAT pelo titulo
      *                   declarada no SELECT
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALTERMOVIE.
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES
           LOCK MODE IS AUTOMATIC.
       DATA DIVISION.
       FILE SECTION.
                                     ==FS-MOV-SUBTITLE==
                                         BY ==LNK-MOV-SUBTITLE==
                                     ==FS-MOV-SECTION==
                                         BY ==LNK-MOV-SECTION==
                                     ==FS-MOV-ITEM-TYPE==
                                         BY ==LNK-MOV-ITEM-TYPE==
                                     ==FS-MOV-PLATFORM==
                                         BY ==LNK-MOV-PLATFORM==.

       PROCEDURE DIVISION USING LNK-MOVIE,LNK-STATUS.
       0000-MAIN-PROCEDURE.
               MOVE 608 TO LNK-STATUS
               CALL "ERROS" USING LNK-STATUS, "ALTERMOVIE"
           ELSE
               CALL "LERDATANEG" USING WRK-TODAY
               MOVE WRK-TODAY TO LNK-MOV-MODIFIED-DT
               MOVE LNK-MOVIE TO FS-MOVIE
               REWRITE FS-MOVIE
