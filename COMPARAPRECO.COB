      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Comparacao de precos entre distribuidoras: para cada
      *           filme do acervo com custo de aquisicao, procura a
      *           melhor oferta vigente nas listas de precos
      *           (MELHORPRECO) e relaciona em COMPARAPRECO.PRN os
      *           titulos em que a ultima compra (FS-MOV-COST) saiu
      *           mais cara que a melhor oferta, com a distribuidora
      *           dela e a diferenca por copia. Aceita o modo batch
      *           ("B") do agendador.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPARAPRECO.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT MOVIES ASSIGN TO "MOVIES.DAT"
           FILE STATUS IS WRK-MOV-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES.

           SELECT PRINT-FILE ASSIGN TO "COMPARAPRECO.PRN"
           FILE STATUS IS WRK-PRINT-STATUS
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  MOVIES.
           01 FS-MOVIE.
               COPY MOVIEFLDS.
           FD  PRINT-FILE.
           01 FS-PRINT-LINE            PIC X(71).
       WORKING-STORAGE SECTION.
       77  WRK-MOV-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-PRINT-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-SPOOL-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-RUN-MODE                PIC X(01) VALUE SPACES.
       77  WRK-TECLA                   PIC X(01) VALUE SPACES.
       77  WRK-BUFF                    PIC X(71) VALUE SPACES.
       77  WRK-LINE                    PIC 9(04) VALUE ZEROES.
       77  WRK-TODAY                   PIC 9(08) VALUE ZEROES.
       77  WRK-ANY-FORMAT              PIC X(10) VALUE SPACES.
       77  WRK-BEST-DISTRIB            PIC X(15) VALUE SPACES.
       77  WRK-BEST-PRICE              PIC 9(06)V99 VALUE ZEROES.
       77  WRK-BEST-STATUS             PIC 9(03) VALUE ZEROES.
       77  WRK-DIFF                    PIC 9(06)V99 VALUE ZEROES.
       77  WRK-CHECKED                 PIC 9(05) VALUE ZEROES.
       77  WRK-ABOVE                   PIC 9(05) VALUE ZEROES.

       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
       77  LNK-MODE PIC X(01) VALUE SPACES.
       SCREEN  SECTION.
       01  CLEAR.
           05 CLEAR-SCREEN.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL.
       01  SHOW-MV.
           05 TITLE-SCREEN.
               10 LINE 01 COLUMN 01    PIC X(27) ERASE EOL
                  BACKGROUND-COLOR 2 FROM
                  "COMPARACAO DE PRECOS".
       01  SHOW-LINE.
           05 DTA.
               10 LINE WRK-LINE COLUMN 01 PIC X(71) ERASE EOL
                  BACKGROUND-COLOR 0 FOREGROUND-COLOR 2 FROM WRK-BUFF.

       PROCEDURE DIVISION USING LNK-OPERATOR, OPTIONAL LNK-MODE.
       0000-MAIN-PROCEDURE.
           MOVE SPACES TO WRK-RUN-MODE.
           IF LNK-MODE NOT OMITTED
               MOVE LNK-MODE TO WRK-RUN-MODE
           END-IF.
           CALL "LERDATANEG" USING WRK-TODAY.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           OPEN INPUT MOVIES.
           IF WRK-MOV-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-MOV-FSTAT, "COMPARAPRECO",
                   WRK-RUN-MODE
               GOBACK
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           MOVE 02 TO WRK-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "ULTIMA COMPRA ACIMA DA MELHOR OFERTA EM " WRK-TODAY
               INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           PERFORM UNTIL WRK-MOV-FSTAT NOT EQUAL ZEROES
               READ MOVIES NEXT RECORD
                   AT END
                       MOVE 100 TO WRK-MOV-FSTAT
                   NOT AT END
                       IF FS-MOV-COST GREATER THAN ZEROES
                           PERFORM 0010-COMPARE-MOVIE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MOVIES.
           MOVE ZEROES TO WRK-MOV-FSTAT.
           MOVE SPACES TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "FILMES COMPARADOS: " WRK-CHECKED
               " ACIMA DA MELHOR OFERTA: " WRK-ABOVE INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           CLOSE PRINT-FILE.
           CALL "ESPOLAR" USING "COMPARAPRECO.PRN    ",
               LNK-OPERATOR, WRK-SPOOL-STATUS.
           DISPLAY "IMPRESSO EM COMPARAPRECO.PRN. PRESSIONE ENTER"
               AT 2301.
           IF WRK-RUN-MODE NOT EQUAL "B"
               ACCEPT WRK-TECLA AT 2347
           END-IF.
           GOBACK.

      *=================================================================
       0010-COMPARE-MOVIE      SECTION.
      *Compara o custo da ultima compra do filme corrente com a
      *melhor oferta vigente em qualquer formato
      *=================================================================
           CALL "MELHORPRECO" USING FS-MOV-COD, WRK-ANY-FORMAT,
               WRK-TODAY, WRK-BEST-DISTRIB, WRK-BEST-PRICE,
               WRK-BEST-STATUS.
           IF WRK-BEST-STATUS NOT EQUAL ZEROES
               GO TO 0010-FIM
           END-IF.
           ADD 1 TO WRK-CHECKED.
           IF WRK-BEST-PRICE NOT LESS THAN FS-MOV-COST
               GO TO 0010-FIM
           END-IF.
           ADD 1 TO WRK-ABOVE.
           COMPUTE WRK-DIFF = FS-MOV-COST - WRK-BEST-PRICE.
           MOVE SPACES TO WRK-BUFF.
           STRING FS-MOV-COD " " FS-MOV-TITLE
               " PAGO " FS-MOV-COST INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "      MELHOR " WRK-BEST-PRICE " " WRK-BEST-DISTRIB
               " DIFERENCA " WRK-DIFF INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
       0010-FIM.
           EXIT.

      *=================================================================
       0070-PRINT-LINE      SECTION.
      *Mostra a linha corrente na tela e grava no arquivo de impressao
      *=================================================================
           ADD 1 TO WRK-LINE.
           DISPLAY DTA.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           IF WRK-LINE GREATER THAN 21
               DISPLAY "PRESSIONE ENTER PARA CONTINUAR" AT 2401
               IF WRK-RUN-MODE NOT EQUAL "B"
                   ACCEPT WRK-TECLA AT 2401
               END-IF
               DISPLAY CLEAR-SCREEN
               DISPLAY TITLE-SCREEN
               CALL "MARCATREINO"
               MOVE 02 TO WRK-LINE
           END-IF.
       END PROGRAM COMPARAPRECO.
