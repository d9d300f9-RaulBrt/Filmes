      *           clientes com FS-CUST-BIRTHDATE no mes escolhido, com
      *           nome e telefone, ordenados pelo dia, impressos em
      *           ANIVERSARIO.PRN.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Chaves alternativas de CUSTOMERS.DAT pelo
      *                   nome e pelo documento declaradas no SELECT
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANIVERSARIANTES.
           FILE STATUS IS WRK-STATUS
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-CUST-COD
           ALTERNATE RECORD KEY IS FS-CUST-NAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS FS-CUST-DOC WITH DUPLICATES.

           SELECT PRINT-FILE ASSIGN TO "ANIVERSARIO.PRN"
           FILE STATUS IS WRK-PRINT-STATUS
       PROCEDURE DIVISION USING LNK-BUFF.
       0000-MAIN-PROCEDURE.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           DISPLAY "MES (01-12): " AT 0305.
           ACCEPT WRK-MONTH-MSK AT 0319.
           IF WRK-MONTH-MSK EQUAL SPACES
      *Mostra e imprime a lista ordenada pelo dia
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           MOVE 02 TO WRK-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "ANIVERSARIANTES DO MES " WRK-MONTH INTO WRK-BUFF.
               ACCEPT WRK-TECLA AT 2401
               DISPLAY CLEAR-SCREEN
               DISPLAY TITLE-SCREEN
               CALL "MARCATREINO"
               MOVE 02 TO WRK-LINE
           END-IF.
       END PROGRAM ANIVERSARIANTES.
