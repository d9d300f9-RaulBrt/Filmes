      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Abrir a data do movimento no logon. Sem o controle
      *           (DATANEGOCIO.DAT), cria o registro com a data do
      *           relogio. Dia fechado pelo FIMDODIA: abre o dia
      *           seguinte (a data avancada pelo FIMDODIA ou a do
      *           relogio, a que for maior, para nao voltar no tempo
      *           depois de um feriado). Dia ainda aberto: mantem a
      *           data, o que cobre o logon depois da meia-noite antes
      *           do FIMDODIA. Devolve a data do movimento e o codigo
      *           658 quando ela difere do relogio em mais de um dia.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABRIRDIA.
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
       77  WRK-CLOCK-DATE             PIC 9(08) VALUE ZEROES.
       77  WRK-HAS-RECORD             PIC 9(01) VALUE ZEROES.
       77  WRK-MUST-WRITE             PIC 9(01) VALUE ZEROES.
       77  WRK-DAYS-APART             PIC S9(07) VALUE ZEROES.
       LINKAGE SECTION.
       77  LNK-OPERATOR               PIC X(08).
       77  LNK-DATE                   PIC 9(08).
       77  LNK-STATUS                 PIC 9(03).

       PROCEDURE DIVISION USING LNK-OPERATOR, LNK-DATE, LNK-STATUS.
       0000-MAIN-PROCEDURE.
           MOVE ZEROES TO LNK-STATUS.
           MOVE ZEROES TO WRK-HAS-RECORD.
           MOVE ZEROES TO WRK-MUST-WRITE.
           ACCEPT WRK-CLOCK-DATE FROM DATE YYYYMMDD.
           OPEN INPUT DATANEGOCIO.
           IF WRK-DTN-FSTAT EQUAL ZEROES
               READ DATANEGOCIO
                   AT END
                       MOVE 100 TO WRK-DTN-FSTAT
               END-READ
               IF WRK-DTN-FSTAT EQUAL ZEROES
                  AND FS-DTN-DATE IS NUMERIC
                  AND FS-DTN-DATE GREATER THAN 19000101
                   MOVE 1 TO WRK-HAS-RECORD
               END-IF
               CLOSE DATANEGOCIO
           END-IF.
           MOVE ZEROES TO WRK-DTN-FSTAT.
           EVALUATE TRUE
               WHEN WRK-HAS-RECORD EQUAL ZEROES
                   MOVE WRK-CLOCK-DATE TO FS-DTN-DATE
                   MOVE 1 TO WRK-MUST-WRITE
               WHEN FS-DTN-FECHADO
                   IF WRK-CLOCK-DATE GREATER THAN FS-DTN-DATE
                       MOVE WRK-CLOCK-DATE TO FS-DTN-DATE
                   END-IF
                   MOVE 1 TO WRK-MUST-WRITE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WRK-MUST-WRITE EQUAL 1
               PERFORM 0010-WRITE-OPEN
           END-IF.
           MOVE FS-DTN-DATE TO LNK-DATE.
           COMPUTE WRK-DAYS-APART =
               FUNCTION INTEGER-OF-DATE(WRK-CLOCK-DATE) -
               FUNCTION INTEGER-OF-DATE(LNK-DATE).
           IF WRK-DAYS-APART GREATER THAN 1
              OR WRK-DAYS-APART LESS THAN -1
               MOVE 658 TO LNK-STATUS
           END-IF.
           GOBACK.

      *=================================================================
       0010-WRITE-OPEN      SECTION.
      *Grava o registro do dia aberto, com quem abriu e a data do
      *relogio na abertura
      *=================================================================
           SET FS-DTN-ABERTO TO TRUE.
           MOVE LNK-OPERATOR TO FS-DTN-OPENED-BY.
           MOVE WRK-CLOCK-DATE TO FS-DTN-OPENED-DT.
           MOVE ZEROES TO FS-DTN-CLOSED-DT.
           OPEN OUTPUT DATANEGOCIO.
           IF WRK-DTN-FSTAT EQUAL ZEROES
               WRITE FS-DATANEG
               CLOSE DATANEGOCIO
           END-IF.
           IF WRK-DTN-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-DTN-FSTAT, "ABRIRDIA", "B"
               MOVE ZEROES TO WRK-DTN-FSTAT
           END-IF.
       END PROGRAM ABRIRDIA.
