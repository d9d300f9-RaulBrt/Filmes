      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Acrescentar a confirmacao de leitura de um recado do
      *           quadro de passagem de turno (CIENTES.DAT), com a data
      *           do movimento e a hora do relogio.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITECIENTE.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT CIENTES ASSIGN TO "CIENTES.DAT"
           FILE STATUS IS LNK-STATUS
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  CIENTES.
           01 FS-CIENTE.
               COPY CIENTEFLDS.
       WORKING-STORAGE SECTION.
       77  WRK-TRIES                  PIC 9(01) VALUE ZEROES.
       LINKAGE SECTION.
       01  LNK-REC-KEY                PIC X(24).
       01  LNK-OPERATOR               PIC X(08).
       01  LNK-STATUS                 PIC 9(03).

       PROCEDURE DIVISION USING LNK-REC-KEY, LNK-OPERATOR, LNK-STATUS.
       0000-MAIN-PROCEDURE.
           MOVE ZEROES TO LNK-STATUS.
           OPEN EXTEND CIENTES.
           IF LNK-STATUS EQUAL 350 AND WRK-TRIES LESS THAN 1
               ADD 1 TO WRK-TRIES
               CLOSE CIENTES
               OPEN OUTPUT CIENTES
               CLOSE CIENTES
               PERFORM 0000-MAIN-PROCEDURE
           ELSE IF WRK-TRIES GREATER THAN 0 AND LNK-STATUS NOT EQUAL 0
               CALL "ERROS" USING LNK-STATUS, "WRITECIENTE"
           ELSE
               PERFORM 0010-BUILD-ENTRY
               WRITE FS-CIENTE
               CLOSE CIENTES
           END-IF.
           GOBACK.

      *=================================================================
       0010-BUILD-ENTRY        SECTION.
      *Monta a confirmacao com a chave do recado, o operador, data e
      *hora
      *=================================================================
           MOVE LNK-REC-KEY    TO FS-CIE-REC-KEY.
           MOVE LNK-OPERATOR   TO FS-CIE-OPERATOR.
           CALL "LERDATANEG" USING FS-CIE-DATE.
           ACCEPT FS-CIE-TIME FROM TIME.

       END PROGRAM WRITECIENTE.
