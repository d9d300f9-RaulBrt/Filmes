      *           imprime em REPROCESSO.PRN o que aplicou e o que nao
      *           conseguiu. O que falhou continua no diario para a
      *           proxima rodada.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Gravacoes em RENTALS anotadas tambem no jornal
      *                   de recuperacao (WRITEJORNAL)
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Chave alternativa de MOVIES.DAT pelo titulo
      *                   declarada no SELECT
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPROCESSAR.
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES
           LOCK MODE IS AUTOMATIC.

           SELECT PRINT-FILE ASSIGN TO "REPROCESSO.PRN"
       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           CALL "LERDATANEG" USING WRK-TODAY.
           OPEN INPUT CONTINGENCIA.
           IF WRK-CTG-FSTAT NOT EQUAL ZEROES
               DISPLAY "NADA EM CONTINGENCIA" AT 0305
                   CLOSE RENTALS
                   GO TO 0020-FIM
           END-WRITE.
           CALL "WRITEJORNAL" USING "R", "W",
               "REPROCESSAR     ", FS-RENTAL.
           CLOSE RENTALS.
           OPEN I-O MOVIES.
           MOVE FS-CTG-MOV-COD TO FS-MOV-COD.
               MOVE "D" TO FS-RENT-STATUS
               MOVE FS-CTG-DATE TO FS-RENT-RETURN-DATE
               REWRITE FS-RENTAL
               IF WRK-RENT-FSTAT EQUAL ZEROES
                   CALL "WRITEJORNAL" USING "R", "R",
                       "REPROCESSAR     ", FS-RENTAL
               END-IF
               CLOSE RENTALS
               OPEN I-O MOVIES
               MOVE FS-CTG-MOV-COD TO FS-MOV-COD
