      * Objetivo: Mover um filme excluido para o arquivo de historico
      *           (ARCHIVE.DAT) e remove-lo de MOVIES.DAT, em vez de
      *           apagar a informacao definitivamente
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Gravacoes em COPIES anotadas tambem no jornal
      *                   de recuperacao (WRITEJORNAL)
      * 15/OUT/2026 RTB - Chave alternativa de MOVIES.DAT pelo titulo
      *                   declarada no SELECT
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELETEMOVIE.
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES
           LOCK MODE IS AUTOMATIC.
           SELECT ARCHIVE ASSIGN TO "ARCHIVE.DAT"
           FILE STATUS IS WRK-ARCH-STATUS
                                     ==FS-MOV-SUBTITLE==
                                         BY ==FS-ARCH-SUBTITLE==
                                     ==FS-MOV-SECTION==
                                         BY ==FS-ARCH-SECTION==
                                     ==FS-MOV-ITEM-TYPE==
                                         BY ==FS-ARCH-ITEM-TYPE==
                                     ==FS-MOV-PLATFORM==
                                         BY ==FS-ARCH-PLATFORM==.
       WORKING-STORAGE SECTION.
       77  WRK-ARCH-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-ARCH-TRIES             PIC 9(01) VALUE ZEROES.
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
      *exportacao delta descobre as exclusoes a reportar
      *=================================================================
           MOVE LNK-MOVIE TO FS-ARCHIVE.
           CALL "LERDATANEG" USING WRK-TODAY.
           MOVE WRK-TODAY TO FS-ARCH-MODIFIED-DT.
           WRITE FS-ARCHIVE
               INVALID KEY
                               MOVE 1 TO WRK-COPY-FOUND
                           ELSE
                               DELETE COPIES RECORD
                               IF WRK-COPY-STATUS EQUAL ZEROES
                                   CALL "WRITEJORNAL" USING "P", "D",
                                       "DELETEMOVIE     ", FS-COPY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
