      *           imprime o resultado em ORFAOS.PRN e, se o operador
      *           autorizar, remove os orfaos, gravando cada limpeza
      *           na trilha de auditoria.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Gravacoes em RENTALS e COPIES anotadas tambem
      *                   no jornal de recuperacao (WRITEJORNAL)
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Chave alternativa de MOVIES.DAT pelo titulo
      *                   declarada no SELECT
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITORFAOS.
           FILE STATUS IS WRK-MOV-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES.

           SELECT ARCHIVE ASSIGN TO "ARCHIVE.DAT"
           FILE STATUS IS WRK-ARCH-FSTAT
                                     ==FS-MOV-SUBTITLE==
                                         BY ==FS-ARCH-SUBTITLE==
                                     ==FS-MOV-SECTION==
                                         BY ==FS-ARCH-SECTION==
                                     ==FS-MOV-ITEM-TYPE==
                                         BY ==FS-ARCH-ITEM-TYPE==
                                     ==FS-MOV-PLATFORM==
                                         BY ==FS-ARCH-PLATFORM==.
           FD  CAST.
           01 FS-CAST.
               COPY CASTFLDS.
       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           DISPLAY "REMOVER OS ORFAOS ENCONTRADOS (S/N)? " AT 0305.
           ACCEPT WRK-CONFIRM AT 0343.
           PERFORM 0010-LOAD-VALID-CODES.
                               IF WRK-CONFIRM EQUAL 'S'
                                   OR WRK-CONFIRM EQUAL 's'
                                   DELETE COPIES RECORD
                                   IF WRK-COPY-FSTAT EQUAL ZEROES
                                       CALL "WRITEJORNAL" USING
                                           "P", "D", "AUDITORFAOS     ",
                                           FS-COPY
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
                               IF WRK-CONFIRM EQUAL 'S'
                                   OR WRK-CONFIRM EQUAL 's'
                                   DELETE RENTALS RECORD
                                   IF WRK-RENT-FSTAT EQUAL ZEROES
                                       CALL "WRITEJORNAL" USING
                                           "R", "D", "AUDITORFAOS     ",
                                           FS-RENTAL
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
