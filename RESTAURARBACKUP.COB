      *           mesma disciplina antes/depois de REORGANIZAR) e so
      *           substitui o arquivo vivo depois da confirmacao do
      *           supervisor.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Arquivo de trabalho com a chave alternativa
      *                   pelo titulo, reconstruida na gravacao
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTAURARBACKUP.
           FILE STATUS IS WRK-NEW-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-REST-COD
           ALTERNATE RECORD KEY IS FS-REST-TITLE WITH DUPLICATES.
       DATA DIVISION.
       FILE SECTION.
           FD  BACKUP-IN.
                                     ==FS-MOV-SUBTITLE==
                                         BY ==FS-REST-SUBTITLE==
                                     ==FS-MOV-SECTION==
                                         BY ==FS-REST-SECTION==
                                     ==FS-MOV-ITEM-TYPE==
                                         BY ==FS-REST-ITEM-TYPE==
                                     ==FS-MOV-PLATFORM==
                                         BY ==FS-REST-PLATFORM==.
       WORKING-STORAGE SECTION.
       77  WRK-NIVEL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-MIN-LEVEL           PIC 9(01) VALUE 2.
               GOBACK
           END-IF.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           DISPLAY "GERACAO DO BACKUP (AAAAMMDD): " AT 0305.
           ACCEPT WRK-DATE-MSK AT 0336.
           IF WRK-DATE-MSK EQUAL SPACES
