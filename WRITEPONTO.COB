      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Acrescentar uma marcacao no relogio de ponto
      *           (PONTO.DAT). Data zerada grava a data do movimento e
      *           a hora do relogio (de 24 em diante depois da
      *           meia-noite, como no diario de caixa); a correcao do
      *           supervisor e a marcacao do FIMDODIA informam a data
      *           e a hora.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITEPONTO.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT PONTO ASSIGN TO "PONTO.DAT"
           FILE STATUS IS LNK-STATUS
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  PONTO.
           01 FS-PONTO.
               COPY PONTOFLDS.
       WORKING-STORAGE SECTION.
       77  WRK-TRIES                  PIC 9(01) VALUE ZEROES.
       77  WRK-CLOCK-DATE             PIC 9(08) VALUE ZEROES.
       LINKAGE SECTION.
       01  LNK-DATE                   PIC 9(08).
       01  LNK-TIME                   PIC 9(08).
       01  LNK-OPERATOR               PIC X(08).
       01  LNK-BRANCH                 PIC 9(02).
       01  LNK-TYPE                   PIC X(01).
       01  LNK-ORIGIN                 PIC X(01).
       01  LNK-SUPERVISOR             PIC X(08).
       01  LNK-REASON                 PIC X(40).
       01  LNK-STATUS                 PIC 9(03).

       PROCEDURE DIVISION USING LNK-DATE, LNK-TIME, LNK-OPERATOR,
               LNK-BRANCH, LNK-TYPE, LNK-ORIGIN, LNK-SUPERVISOR,
               LNK-REASON, LNK-STATUS.
       0000-MAIN-PROCEDURE.
           MOVE ZEROES TO LNK-STATUS.
           OPEN EXTEND PONTO.
           IF LNK-STATUS EQUAL 350 AND WRK-TRIES LESS THAN 1
               ADD 1 TO WRK-TRIES
               CLOSE PONTO
               OPEN OUTPUT PONTO
               CLOSE PONTO
               PERFORM 0000-MAIN-PROCEDURE
           ELSE IF WRK-TRIES GREATER THAN 0 AND LNK-STATUS NOT EQUAL 0
               CALL "ERROS" USING LNK-STATUS, "WRITEPONTO"
           ELSE
               PERFORM 0010-BUILD-ENTRY
               WRITE FS-PONTO
               CLOSE PONTO
           END-IF.
           GOBACK.

      *=================================================================
       0010-BUILD-ENTRY        SECTION.
      *Monta a marcacao com data, hora e os dados informados
      *=================================================================
           IF LNK-DATE EQUAL ZEROES
               CALL "LERDATANEG" USING LNK-DATE
               ACCEPT LNK-TIME FROM TIME
               ACCEPT WRK-CLOCK-DATE FROM DATE YYYYMMDD
               IF WRK-CLOCK-DATE GREATER THAN LNK-DATE
                   ADD 24000000 TO LNK-TIME
               END-IF
           END-IF.
           MOVE LNK-DATE       TO FS-PNT-DATE.
           MOVE LNK-TIME       TO FS-PNT-TIME.
           MOVE LNK-OPERATOR   TO FS-PNT-OPERATOR.
           MOVE LNK-BRANCH     TO FS-PNT-BRANCH.
           MOVE LNK-TYPE       TO FS-PNT-TYPE.
           MOVE LNK-ORIGIN     TO FS-PNT-ORIGIN.
           MOVE LNK-SUPERVISOR TO FS-PNT-SUPERVISOR.
           MOVE LNK-REASON     TO FS-PNT-REASON.

       END PROGRAM WRITEPONTO.
