      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Acrescentar um recado no quadro de passagem de turno
      *           (RECADOS.DAT). O recado chega montado; a data do
      *           movimento e a hora do relogio entram aqui e voltam
      *           na chave do recado.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITERECADO.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT RECADOS ASSIGN TO "RECADOS.DAT"
           FILE STATUS IS LNK-STATUS
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  RECADOS.
           01 FS-RECADO.
               COPY RECADOFLDS.
       WORKING-STORAGE SECTION.
       77  WRK-TRIES                  PIC 9(01) VALUE ZEROES.
       LINKAGE SECTION.
       01  LNK-RECADO                 PIC X(172).
       01  LNK-STATUS                 PIC 9(03).

       PROCEDURE DIVISION USING LNK-RECADO, LNK-STATUS.
       0000-MAIN-PROCEDURE.
           MOVE ZEROES TO LNK-STATUS.
           OPEN EXTEND RECADOS.
           IF LNK-STATUS EQUAL 350 AND WRK-TRIES LESS THAN 1
               ADD 1 TO WRK-TRIES
               CLOSE RECADOS
               OPEN OUTPUT RECADOS
               CLOSE RECADOS
               PERFORM 0000-MAIN-PROCEDURE
           ELSE IF WRK-TRIES GREATER THAN 0 AND LNK-STATUS NOT EQUAL 0
               CALL "ERROS" USING LNK-STATUS, "WRITERECADO"
           ELSE
               PERFORM 0010-BUILD-ENTRY
               WRITE FS-RECADO
               CLOSE RECADOS
           END-IF.
           GOBACK.

      *=================================================================
       0010-BUILD-ENTRY        SECTION.
      *Copia o recado para o registro e carimba data e hora
      *=================================================================
           MOVE LNK-RECADO TO FS-RECADO.
           CALL "LERDATANEG" USING FS-REC-DATE.
           ACCEPT FS-REC-TIME FROM TIME.
           MOVE FS-REC-KEY TO LNK-RECADO(1:24).

       END PROGRAM WRITERECADO.
