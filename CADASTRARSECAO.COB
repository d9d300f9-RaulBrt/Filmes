      *           secao de cada titulo (FS-MOV-SECTION em MOVIES.DAT).
      *           A etiqueta diz o que o disco e; a secao diz onde
      *           ele mora.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Chave alternativa de MOVIES.DAT pelo titulo
      *                   declarada no SELECT
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRARSECAO.
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES
           LOCK MODE IS AUTOMATIC.
       DATA DIVISION.
       FILE SECTION.
      *Lista as secoes cadastradas
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           MOVE 02 TO WRK-LINE.
           MOVE ZEROES TO WRK-EOF.
           OPEN INPUT SECOES.
