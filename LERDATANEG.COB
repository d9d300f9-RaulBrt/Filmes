      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Devolver a data do movimento (DATANEGOCIO.DAT),
      *           que e o "hoje" de todos os programas. Sem o controle
      *           (instalacao nova, antes do primeiro logon) ou com
      *           registro invalido, devolve a data do relogio.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LERDATANEG.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT DATANEGOCIO ASSIGN TO "DATANEGOCIO.DAT"
           FILE STATUS IS WRK-DTN-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  DATANEGOCIO.
           01 FS-DATANEG.
               COPY DATANEGFLDS.
       WORKING-STORAGE SECTION.
       77  WRK-DTN-FSTAT              PIC 9(03) VALUE ZEROES.
       LINKAGE SECTION.
       77  LNK-DATE                   PIC 9(08).

       PROCEDURE DIVISION USING LNK-DATE.
       0000-MAIN-PROCEDURE.
           MOVE ZEROES TO LNK-DATE.
           OPEN INPUT DATANEGOCIO.
           IF WRK-DTN-FSTAT EQUAL ZEROES
               READ DATANEGOCIO
                   AT END
                       MOVE 100 TO WRK-DTN-FSTAT
               END-READ
               IF WRK-DTN-FSTAT EQUAL ZEROES
                  AND FS-DTN-DATE IS NUMERIC
                  AND FS-DTN-DATE GREATER THAN 19000101
                   MOVE FS-DTN-DATE TO LNK-DATE
               END-IF
               CLOSE DATANEGOCIO
           END-IF.
           IF LNK-DATE EQUAL ZEROES
               ACCEPT LNK-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE ZEROES TO WRK-DTN-FSTAT.
           GOBACK.
       END PROGRAM LERDATANEG.
