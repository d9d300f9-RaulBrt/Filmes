      *           colapsando ocorrencias duplicadas no mesmo registro,
      *           atualiza GENRES.DAT (exclui o antigo; cria o novo se
      *           nao existir) e grava a mudanca na auditoria.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Chave alternativa de MOVIES.DAT pelo titulo
      *                   declarada no SELECT
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTERGENERO.
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES
           LOCK MODE IS AUTOMATIC.

           SELECT ARCHIVE ASSIGN TO "ARCHIVE.DAT"
                                     ==FS-MOV-SUBTITLE==
                                         BY ==FS-ARCH-SUBTITLE==
                                     ==FS-MOV-SECTION==
                                         BY ==FS-ARCH-SECTION==
                                     ==FS-MOV-ITEM-TYPE==
                                         BY ==FS-ARCH-ITEM-TYPE==
                                     ==FS-MOV-PLATFORM==
                                         BY ==FS-ARCH-PLATFORM==.
           FD  GENRES.
           01 FS-GENRE.
               COPY GENREFLDS.
       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           DISPLAY "GENERO ATUAL: " AT 0305.
           ACCEPT WRK-OLD-GENRE AT 0320.
           IF WRK-OLD-GENRE EQUAL SPACES
