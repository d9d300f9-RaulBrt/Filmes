      *           sucateia a unidade. Antes as copias RUIM ficavam em
      *           COPIES.DAT contando como alugaveis ate o proximo
      *           cliente reclamar.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Gravacoes em COPIES anotadas tambem no jornal
      *                   de recuperacao (WRITEJORNAL)
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Chave alternativa de MOVIES.DAT pelo titulo
      *                   declarada no SELECT
      * 15/OUT/2026 RTB - Copia recebida pela etiqueta (copia e digito
      *                   verificador, ou o codigo de barras completo),
      *                   conferida pelo CONFERECOPIA
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTERREPARO.
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES
           LOCK MODE IS AUTOMATIC.
       DATA DIVISION.
       FILE SECTION.
       77  WRK-REP-INT             PIC S9(08) COMP.
       77  WRK-DAYS                PIC 9(05) VALUE ZEROES.
       77  WRK-MOV-COD-MSK         PIC X(05) JUSTIFIED RIGHT.
       77  WRK-COPY-MSK            PIC X(09) JUSTIFIED RIGHT.
       77  WRK-MOV-COD             PIC 9(05) VALUE ZEROES.
       77  WRK-COPY-NUM            PIC 9(03) VALUE ZEROES.
       77  WRK-LABEL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-COND                PIC X(10) VALUE SPACES.
       77  WRK-AUDIT-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-AUDIT-BEFORE        PIC X(30) VALUE SPACES.
      *Lista as unidades na fila de reparo com o tempo parado
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           CALL "LERDATANEG" USING WRK-TODAY.
           COMPUTE WRK-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WRK-TODAY).
           MOVE 02 TO WRK-LINE.

      *=================================================================
       0025-READ-UNIT      SECTION.
      *Recebe filme e etiqueta da copia e le a unidade para
      *atualizacao
      *=================================================================
           DISPLAY "CODIGO DO FILME: " AT 2101.
           MOVE SPACES TO WRK-MOV-COD-MSK.
           ACCEPT WRK-MOV-COD-MSK AT 2119.
           DISPLAY "ETIQUETA: " AT 2130.
           MOVE SPACES TO WRK-COPY-MSK.
           ACCEPT WRK-COPY-MSK AT 2140.
           MOVE WRK-MOV-COD-MSK TO WRK-MOV-COD.
           CALL "CONFERECOPIA" USING WRK-MOV-COD, WRK-COPY-MSK,
               WRK-COPY-NUM, WRK-LABEL-STATUS.
           IF WRK-LABEL-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-LABEL-STATUS, "MANTERREPARO"
               MOVE 1 TO WRK-EOF
               GO TO 0025-FIM
           END-IF.
           OPEN I-O COPIES.
           IF WRK-COPY-FSTAT NOT EQUAL ZEROES
               MOVE 620 TO WRK-COPY-FSTAT
               GO TO 0025-FIM
           END-IF.
           MOVE ZEROES TO WRK-EOF.
           MOVE WRK-MOV-COD TO FS-COPY-MOV-COD.
           MOVE WRK-COPY-NUM TO FS-COPY-NUM.
           READ COPIES
               INVALID KEY
                   CLOSE COPIES
           END-IF.
           SET FS-COPY-REP-ENVIADA TO TRUE.
           REWRITE FS-COPY.
           IF WRK-COPY-FSTAT EQUAL ZEROES
               CALL "WRITEJORNAL" USING "P", "R",
                   "MANTERREPARO    ", FS-COPY
           END-IF.
           CLOSE COPIES.
           DISPLAY "UNIDADE ENVIADA PARA REPARO" AT 2201.

           SET FS-COPY-REP-NORMAL TO TRUE.
           MOVE ZEROES TO FS-COPY-REPAIR-DT.
           REWRITE FS-COPY.
           IF WRK-COPY-FSTAT EQUAL ZEROES
               CALL "WRITEJORNAL" USING "P", "R",
                   "MANTERREPARO    ", FS-COPY
           END-IF.
           CLOSE COPIES.
           PERFORM 0060-RESTORE-AVAILABILITY.
           DISPLAY "UNIDADE DE VOLTA EM CIRCULACAO" AT 2301.
           DELETE COPIES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CALL "WRITEJORNAL" USING "P", "D",
                       "MANTERREPARO    ", FS-COPY
           END-DELETE.
           CLOSE COPIES.
           OPEN I-O MOVIES.
