      * 09/AGO/2026 RTB - Incluida a opcao de exportar em formato CSV
      *                   (separado por virgula, titulo entre aspas)
      *                   alem do formato original separado por "|"
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Chave alternativa de MOVIES.DAT pelo titulo
      *                   declarada no SELECT
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTAR.
           FILE STATUS IS WRK-STATUS
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES.
           SELECT EXPORT-FILE ASSIGN TO "EXPORT.DAT"
           FILE STATUS IS WRK-EXP-STATUS
           ORGANISATION IS LINE SEQUENTIAL.
                                     ==FS-MOV-SUBTITLE==
                                         BY ==FS-ARCH-SUBTITLE==
                                     ==FS-MOV-SECTION==
                                         BY ==FS-ARCH-SECTION==
                                     ==FS-MOV-ITEM-TYPE==
                                         BY ==FS-ARCH-ITEM-TYPE==
                                     ==FS-MOV-PLATFORM==
                                         BY ==FS-ARCH-PLATFORM==.
           FD  DELTACTL.
           01 FS-CTL-LINE              PIC 9(08).
       WORKING-STORAGE SECTION.

       PROCEDURE DIVISION USING LNK-BUFF.
       0000-MAIN-PROCEDURE.
           DISPLAY CLEAR-SCREEN
           CALL "MARCATREINO".
           DISPLAY "FORMATO (P=PIPE, C=CSV, ENTER=PIPE): " AT 0301.
           ACCEPT WRK-FORMAT AT 0340.
           IF WRK-FORMAT EQUAL 'C' OR WRK-FORMAT EQUAL 'c'
           ELSE
               MOVE 'C' TO WRK-DELTA-MODE
           END-IF.
           CALL "LERDATANEG" USING WRK-TODAY.
           OPEN INPUT MOVIES.
           IF WRK-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-STATUS, "EXPORTAR"
       0030-SHOW-DONE      SECTION.
      *Mostra quantos registros foram exportados
      *=================================================================
           DISPLAY CLEAR-SCREEN
           CALL "MARCATREINO".
           STRING "REGISTROS EXPORTADOS: " WRK-RECORD-COUNT
               INTO WRK-SUMMARY.
           DISPLAY DONE-SCREEN.
