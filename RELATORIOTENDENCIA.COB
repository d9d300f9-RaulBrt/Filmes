      *           com a variacao de alugueis em relacao ao mes
      *           anterior, para mostrar ao dono se o negocio esta
      *           crescendo. Imprime em TENDENCIA.PRN.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - As fotografias do ultimo exercicio encerrado
      *                   (ESTATISTICA-AAAA.DAT) sao lidas antes das
      *                   do arquivo online, para os doze meses nao
      *                   pararem na virada do ano
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIOTENDENCIA.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT ESTATISTICA ASSIGN TO DYNAMIC WRK-STAT-NAME
           FILE STATUS IS WRK-STAT-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

       77  WRK-FIRST               PIC 9(02) VALUE ZEROES.
       77  WRK-DELTA               PIC S9(06) VALUE ZEROES.
       77  WRK-PREV-RENTALS        PIC 9(06) VALUE ZEROES.
       77  WRK-STAT-NAME           PIC X(40) VALUE SPACES.
       77  WRK-CLOSED-YEAR         PIC 9(04) VALUE ZEROES.
       77  WRK-EXE-STATUS          PIC 9(03) VALUE ZEROES.
       01  WRK-SNAP-TABLE.
           03 WRK-SNAP-ENTRY       OCCURS 12 TIMES.
               COPY STATFLDS
      *=================================================================
       0010-LOAD-LAST-TWELVE      SECTION.
      *Le o arquivo inteiro mantendo em memoria as ultimas doze
      *fotografias, num anel de doze posicoes. As do ultimo exercicio
      *encerrado, arquivadas, vem antes das do arquivo online
      *=================================================================
           MOVE ZEROES TO WRK-COUNT.
           MOVE ZEROES TO WRK-SUB.
           CALL "LEREXERCICIO" USING WRK-CLOSED-YEAR, WRK-EXE-STATUS.
           IF WRK-CLOSED-YEAR GREATER THAN ZEROES
               MOVE SPACES TO WRK-STAT-NAME
               STRING "ESTATISTICA-" WRK-CLOSED-YEAR ".DAT"
                   INTO WRK-STAT-NAME
               PERFORM 0012-READ-SNAPSHOTS
           END-IF.
           MOVE "ESTATISTICA.DAT" TO WRK-STAT-NAME.
           PERFORM 0012-READ-SNAPSHOTS.
      *A posicao seguinte a ultima gravada e a mais antiga do anel
           COMPUTE WRK-FIRST = WRK-SUB + 1.
           IF WRK-FIRST GREATER THAN 12
               MOVE 1 TO WRK-FIRST
           END-IF.
           IF WRK-COUNT LESS THAN 12
               MOVE 1 TO WRK-FIRST
           END-IF.

      *=================================================================
       0012-READ-SNAPSHOTS      SECTION.
      *Passa as fotografias do arquivo WRK-STAT-NAME pelo anel
      *=================================================================
           OPEN INPUT ESTATISTICA.
           IF WRK-STAT-FSTAT EQUAL ZEROES
               PERFORM UNTIL WRK-STAT-FSTAT NOT EQUAL ZEROES
               END-PERFORM
               CLOSE ESTATISTICA
           END-IF.
           MOVE ZEROES TO WRK-STAT-FSTAT.

      *=================================================================
       0020-SHOW-REPORT      SECTION.
      *variacao de alugueis mes a mes
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           MOVE 02 TO WRK-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "MES    TIT   COPIAS CLI   ALUG   DEV    "
