      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Relatorio mensal da demanda nao atendida anotada no
      *           balcao (DEMANDA.DAT): os titulos fora do acervo mais
      *           pedidos e os titulos do acervo com mais desistencias
      *           por copia possuida (FS-MOV-COPIES-TOT), os dois
      *           ordenados do maior para o menor, em DEMANDA.PRN. No
      *           terminal o periodo padrao e o mes corrente ate hoje;
      *           no modo batch ("B", AGENDADOR) e o mes anterior
      *           inteiro ate hoje.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIODEMANDA.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT DEMANDA ASSIGN TO "DEMANDA.DAT"
           FILE STATUS IS WRK-DEM-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT MOVIES ASSIGN TO "MOVIES.DAT"
           FILE STATUS IS WRK-MOV-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES.

           SELECT PRINT-FILE ASSIGN TO "DEMANDA.PRN"
           FILE STATUS IS WRK-PRINT-STATUS
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  DEMANDA.
           01 FS-DEMANDA.
               COPY DEMFLDS.
           FD  MOVIES.
           01 FS-MOVIE.
               COPY MOVIEFLDS.
           FD  PRINT-FILE.
           01 FS-PRINT-LINE            PIC X(71).
       WORKING-STORAGE SECTION.
       77  WRK-DEM-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-MOV-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-PRINT-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-SPOOL-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-NIVEL-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-MIN-LEVEL               PIC 9(01) VALUE 2.
       77  WRK-RUN-MODE                PIC X(01) VALUE SPACES.
       77  WRK-TECLA                   PIC X(01) VALUE SPACES.
       77  WRK-BUFF                    PIC X(71) VALUE SPACES.
       77  WRK-LINE                    PIC 9(04) VALUE ZEROES.
       77  WRK-TODAY                   PIC 9(08) VALUE ZEROES.
       77  WRK-YEAR                    PIC 9(04) VALUE ZEROES.
       77  WRK-MONTH                   PIC 9(02) VALUE ZEROES.
       77  WRK-START-DATE              PIC 9(08) VALUE ZEROES.
       77  WRK-END-DATE                PIC 9(08) VALUE ZEROES.
       77  WRK-DATE-MSK                PIC X(08) VALUE SPACES.
      *So os WRK-TOP-MAX primeiros de cada lista saem no relatorio
       77  WRK-TOP-MAX                 PIC 9(03) VALUE 20.
       77  WRK-MS-COUNT                PIC 9(03) VALUE ZEROES.
       77  WRK-WK-COUNT                PIC 9(03) VALUE ZEROES.
       77  WRK-SLOT                    PIC 9(03) VALUE ZEROES.
       77  WRK-SORT-SUB1               PIC 9(03) VALUE ZEROES.
       77  WRK-SORT-SUB2               PIC 9(03) VALUE ZEROES.
       77  WRK-FOUND                   PIC 9(01) VALUE ZEROES.
       77  WRK-TABLE-FULL              PIC 9(01) VALUE ZEROES.
       77  WRK-TOTAL-MISS              PIC 9(05) VALUE ZEROES.
       77  WRK-TOTAL-WALK              PIC 9(05) VALUE ZEROES.
       77  WRK-COPIES                  PIC 9(03) VALUE ZEROES.
      *Razao desistencias por copia, impressa com a virgula
       01  WRK-RATIO                   PIC 9(03)V99 VALUE ZEROES.
       01  WRK-RATIO-R REDEFINES WRK-RATIO.
           05 WRK-RATIO-INT            PIC 9(03).
           05 WRK-RATIO-DEC            PIC 9(02).
      *Titulos fora do acervo, pelo titulo digitado no balcao
       01  WRK-MISS-TABLE.
           05 WRK-MS-ENTRY             OCCURS 200 TIMES.
               10 WRK-MS-TITLE         PIC X(30).
               10 WRK-MS-REQS          PIC 9(05).
               10 WRK-MS-FORMAT        PIC X(10).
       01  WRK-MS-SWAP.
           05 WRK-MSS-TITLE            PIC X(30).
           05 WRK-MSS-REQS             PIC 9(05).
           05 WRK-MSS-FORMAT           PIC X(10).
      *Desistencias por titulo do acervo
       01  WRK-WALK-TABLE.
           05 WRK-WK-ENTRY             OCCURS 200 TIMES.
               10 WRK-WK-MOV-COD       PIC 9(05).
               10 WRK-WK-TITLE         PIC X(30).
               10 WRK-WK-WALKS         PIC 9(05).
               10 WRK-WK-COPIES        PIC 9(03).
               10 WRK-WK-RATIO         PIC 9(03)V99.
       01  WRK-WK-SWAP.
           05 WRK-WKS-MOV-COD          PIC 9(05).
           05 WRK-WKS-TITLE            PIC X(30).
           05 WRK-WKS-WALKS            PIC 9(05).
           05 WRK-WKS-COPIES           PIC 9(03).
           05 WRK-WKS-RATIO            PIC 9(03)V99.
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
               10 LINE 01 COLUMN 01    PIC X(25) ERASE EOL
                  BACKGROUND-COLOR 2 FROM "DEMANDA NAO ATENDIDA".
       01  SHOW-LINE.
           05 DTA.
               10 LINE WRK-LINE COLUMN 01 PIC X(71) ERASE EOL
                  BACKGROUND-COLOR 0 FOREGROUND-COLOR 2 FROM WRK-BUFF.

       PROCEDURE DIVISION USING LNK-OPERATOR, OPTIONAL LNK-MODE.
       0000-MAIN-PROCEDURE.
      *Modo batch ("B", vindo do AGENDADOR): sem pausas e sem operador
      *no terminal, entao o nivel so e conferido pelo menu
           MOVE SPACES TO WRK-RUN-MODE.
           IF LNK-MODE NOT OMITTED
               MOVE LNK-MODE TO WRK-RUN-MODE
           END-IF.
           IF WRK-RUN-MODE NOT EQUAL "B"
               CALL "CHECKNIVEL" USING LNK-OPERATOR, WRK-MIN-LEVEL,
                   WRK-NIVEL-STATUS, "RELATORIODEMANDA"
               IF WRK-NIVEL-STATUS NOT EQUAL ZEROES
                   CALL "ERROS" USING WRK-NIVEL-STATUS,
                       "RELATORIODEMANDA"
                   GOBACK
               END-IF
           END-IF.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           CALL "LERDATANEG" USING WRK-TODAY.
           PERFORM 0010-GET-PERIOD.
           INITIALIZE WRK-MISS-TABLE WRK-WALK-TABLE.
           MOVE ZEROES TO WRK-MS-COUNT WRK-WK-COUNT WRK-TABLE-FULL
               WRK-TOTAL-MISS WRK-TOTAL-WALK.
           PERFORM 0020-READ-DEMAND.
           PERFORM 0030-COMPUTE-RATIOS.
           PERFORM 0040-SORT-TABLES.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           OPEN OUTPUT PRINT-FILE.
           MOVE 02 TO WRK-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "DEMANDA NAO ATENDIDA DE " WRK-START-DATE
               " A " WRK-END-DATE INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           PERFORM 0050-PRINT-MISSING.
           PERFORM 0060-PRINT-WALKAWAYS.
           IF WRK-TABLE-FULL EQUAL 1
               MOVE "TABELA CHEIA (200 TITULOS) - RESULTADO PARCIAL"
                   TO WRK-BUFF
               PERFORM 0070-PRINT-LINE
           END-IF.
           CLOSE PRINT-FILE.
      *Copia datada no spool, antes da proxima rodada
      *sobrescrever o PRN fixo
           CALL "ESPOLAR" USING "DEMANDA.PRN         ",
               LNK-OPERATOR, WRK-SPOOL-STATUS.
           DISPLAY "IMPRESSO EM DEMANDA.PRN. PRESSIONE ENTER"
               AT 2301.
           IF WRK-RUN-MODE NOT EQUAL "B"
               ACCEPT WRK-TECLA AT 2345
           END-IF.
           GOBACK.

      *=================================================================
       0010-GET-PERIOD      SECTION.
      *Periodo do relatorio. No terminal o padrao e o mes corrente
      *ate hoje; no modo batch e o mes anterior inteiro ate hoje
      *=================================================================
           MOVE WRK-TODAY(1:4) TO WRK-YEAR.
           MOVE WRK-TODAY(5:2) TO WRK-MONTH.
           IF WRK-RUN-MODE EQUAL "B"
               IF WRK-MONTH EQUAL 1
                   MOVE 12 TO WRK-MONTH
                   SUBTRACT 1 FROM WRK-YEAR
               ELSE
                   SUBTRACT 1 FROM WRK-MONTH
               END-IF
           END-IF.
           COMPUTE WRK-START-DATE =
               WRK-YEAR * 10000 + WRK-MONTH * 100 + 1.
           MOVE WRK-TODAY TO WRK-END-DATE.
           IF WRK-RUN-MODE EQUAL "B"
               GO TO 0010-FIM
           END-IF.
           DISPLAY "DATA INICIAL (AAAAMMDD, ENTER=INICIO DO MES): "
               AT 0305.
           MOVE SPACES TO WRK-DATE-MSK.
           ACCEPT WRK-DATE-MSK AT 0352.
           IF WRK-DATE-MSK NOT EQUAL SPACES
               AND WRK-DATE-MSK IS NUMERIC
               MOVE WRK-DATE-MSK TO WRK-START-DATE
           END-IF.
           DISPLAY "DATA FINAL (AAAAMMDD, ENTER=HOJE): " AT 0405.
           MOVE SPACES TO WRK-DATE-MSK.
           ACCEPT WRK-DATE-MSK AT 0441.
           IF WRK-DATE-MSK NOT EQUAL SPACES
               AND WRK-DATE-MSK IS NUMERIC
               MOVE WRK-DATE-MSK TO WRK-END-DATE
           END-IF.
       0010-FIM.
           EXIT.

      *=================================================================
       0020-READ-DEMAND      SECTION.
      *Le DEMANDA.DAT inteiro somando os lancamentos do periodo nas
      *duas tabelas
      *=================================================================
           OPEN INPUT DEMANDA.
           IF WRK-DEM-FSTAT NOT EQUAL ZEROES
               MOVE ZEROES TO WRK-DEM-FSTAT
               GO TO 0020-FIM
           END-IF.
           PERFORM UNTIL WRK-DEM-FSTAT NOT EQUAL ZEROES
               READ DEMANDA
                   AT END
                       MOVE 100 TO WRK-DEM-FSTAT
                   NOT AT END
                       IF FS-DEM-DATE NOT LESS THAN WRK-START-DATE
                           AND FS-DEM-DATE NOT GREATER THAN
                               WRK-END-DATE
                           IF FS-DEM-FORA-ACERVO
                               PERFORM 0022-ADD-MISSING
                           END-IF
                           IF FS-DEM-DESISTENCIA
                               PERFORM 0024-ADD-WALKAWAY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEMANDA.
           MOVE ZEROES TO WRK-DEM-FSTAT.
       0020-FIM.
           EXIT.

      *=================================================================
       0022-ADD-MISSING      SECTION.
      *Soma um pedido do titulo fora do acervo
      *=================================================================
           ADD 1 TO WRK-TOTAL-MISS.
           MOVE ZEROES TO WRK-FOUND.
           PERFORM VARYING WRK-SLOT FROM 1 BY 1
                   UNTIL WRK-SLOT GREATER THAN WRK-MS-COUNT
               IF WRK-MS-TITLE(WRK-SLOT) EQUAL FS-DEM-TITLE
                   ADD 1 TO WRK-MS-REQS(WRK-SLOT)
                   IF FS-DEM-FORMAT NOT EQUAL SPACES
                       MOVE FS-DEM-FORMAT TO WRK-MS-FORMAT(WRK-SLOT)
                   END-IF
                   MOVE 1 TO WRK-FOUND
               END-IF
           END-PERFORM.
           IF WRK-FOUND EQUAL ZEROES
               IF WRK-MS-COUNT LESS THAN 200
                   ADD 1 TO WRK-MS-COUNT
                   MOVE FS-DEM-TITLE  TO WRK-MS-TITLE(WRK-MS-COUNT)
                   MOVE 1             TO WRK-MS-REQS(WRK-MS-COUNT)
                   MOVE FS-DEM-FORMAT TO WRK-MS-FORMAT(WRK-MS-COUNT)
               ELSE
                   MOVE 1 TO WRK-TABLE-FULL
               END-IF
           END-IF.

      *=================================================================
       0024-ADD-WALKAWAY      SECTION.
      *Soma uma desistencia do titulo do acervo
      *=================================================================
           ADD 1 TO WRK-TOTAL-WALK.
           MOVE ZEROES TO WRK-FOUND.
           PERFORM VARYING WRK-SLOT FROM 1 BY 1
                   UNTIL WRK-SLOT GREATER THAN WRK-WK-COUNT
               IF WRK-WK-MOV-COD(WRK-SLOT) EQUAL FS-DEM-MOV-COD
                   ADD 1 TO WRK-WK-WALKS(WRK-SLOT)
                   MOVE 1 TO WRK-FOUND
               END-IF
           END-PERFORM.
           IF WRK-FOUND EQUAL ZEROES
               IF WRK-WK-COUNT LESS THAN 200
                   ADD 1 TO WRK-WK-COUNT
                   MOVE FS-DEM-MOV-COD TO WRK-WK-MOV-COD(WRK-WK-COUNT)
                   MOVE FS-DEM-TITLE   TO WRK-WK-TITLE(WRK-WK-COUNT)
                   MOVE 1              TO WRK-WK-WALKS(WRK-WK-COUNT)
               ELSE
                   MOVE 1 TO WRK-TABLE-FULL
               END-IF
           END-IF.

      *=================================================================
       0030-COMPUTE-RATIOS      SECTION.
      *Busca o total de copias de cada titulo com desistencia e
      *calcula desistencias por copia; titulo sem copia conta como uma
      *=================================================================
           OPEN INPUT MOVIES.
           PERFORM VARYING WRK-SLOT FROM 1 BY 1
                   UNTIL WRK-SLOT GREATER THAN WRK-WK-COUNT
               MOVE ZEROES TO WRK-COPIES
               IF WRK-MOV-FSTAT EQUAL ZEROES
                   MOVE WRK-WK-MOV-COD(WRK-SLOT) TO FS-MOV-COD
                   READ MOVIES
                       INVALID KEY
                           MOVE ZEROES TO WRK-COPIES
                       NOT INVALID KEY
                           MOVE FS-MOV-COPIES-TOT TO WRK-COPIES
                           MOVE FS-MOV-TITLE TO WRK-WK-TITLE(WRK-SLOT)
                   END-READ
                   MOVE ZEROES TO WRK-MOV-FSTAT
               END-IF
               MOVE WRK-COPIES TO WRK-WK-COPIES(WRK-SLOT)
               IF WRK-COPIES EQUAL ZEROES
                   MOVE 1 TO WRK-COPIES
               END-IF
               COMPUTE WRK-WK-RATIO(WRK-SLOT) ROUNDED =
                   WRK-WK-WALKS(WRK-SLOT) / WRK-COPIES
           END-PERFORM.
           CLOSE MOVIES.
           MOVE ZEROES TO WRK-MOV-FSTAT.

      *=================================================================
       0040-SORT-TABLES      SECTION.
      *Ordena os titulos fora do acervo pelo numero de pedidos e os
      *do acervo pela razao de desistencias por copia, do maior para
      *o menor
      *=================================================================
           PERFORM VARYING WRK-SORT-SUB1 FROM 1 BY 1
                   UNTIL WRK-SORT-SUB1 NOT LESS THAN WRK-MS-COUNT
               PERFORM VARYING WRK-SORT-SUB2 FROM WRK-SORT-SUB1 BY 1
                       UNTIL WRK-SORT-SUB2 GREATER THAN WRK-MS-COUNT
                   IF WRK-MS-REQS(WRK-SORT-SUB2) GREATER THAN
                           WRK-MS-REQS(WRK-SORT-SUB1)
                       MOVE WRK-MS-ENTRY(WRK-SORT-SUB1)
                           TO WRK-MS-SWAP
                       MOVE WRK-MS-ENTRY(WRK-SORT-SUB2)
                           TO WRK-MS-ENTRY(WRK-SORT-SUB1)
                       MOVE WRK-MS-SWAP
                           TO WRK-MS-ENTRY(WRK-SORT-SUB2)
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WRK-SORT-SUB1 FROM 1 BY 1
                   UNTIL WRK-SORT-SUB1 NOT LESS THAN WRK-WK-COUNT
               PERFORM VARYING WRK-SORT-SUB2 FROM WRK-SORT-SUB1 BY 1
                       UNTIL WRK-SORT-SUB2 GREATER THAN WRK-WK-COUNT
                   IF WRK-WK-RATIO(WRK-SORT-SUB2) GREATER THAN
                           WRK-WK-RATIO(WRK-SORT-SUB1)
                       MOVE WRK-WK-ENTRY(WRK-SORT-SUB1)
                           TO WRK-WK-SWAP
                       MOVE WRK-WK-ENTRY(WRK-SORT-SUB2)
                           TO WRK-WK-ENTRY(WRK-SORT-SUB1)
                       MOVE WRK-WK-SWAP
                           TO WRK-WK-ENTRY(WRK-SORT-SUB2)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *=================================================================
       0050-PRINT-MISSING      SECTION.
      *Imprime os titulos fora do acervo mais pedidos
      *=================================================================
           MOVE SPACES TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "TITULOS FORA DO ACERVO MAIS PEDIDOS (PEDIDOS: "
               WRK-TOTAL-MISS ")" INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "TITULO                          PEDIDOS  "
               "FORMATO" INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           PERFORM VARYING WRK-SLOT FROM 1 BY 1
                   UNTIL WRK-SLOT GREATER THAN WRK-MS-COUNT
                   OR WRK-SLOT GREATER THAN WRK-TOP-MAX
               MOVE SPACES TO WRK-BUFF
               STRING WRK-MS-TITLE(WRK-SLOT) "  "
                   WRK-MS-REQS(WRK-SLOT) "    "
                   WRK-MS-FORMAT(WRK-SLOT) INTO WRK-BUFF
               PERFORM 0070-PRINT-LINE
           END-PERFORM.

      *=================================================================
       0060-PRINT-WALKAWAYS      SECTION.
      *Imprime os titulos do acervo com mais desistencias por copia
      *=================================================================
           MOVE SPACES TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "DESISTENCIAS POR COPIA (DESISTENCIAS: "
               WRK-TOTAL-WALK ")" INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "CODIGO TITULO                          DESIST COPIAS"
               "  POR COPIA" INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           PERFORM VARYING WRK-SLOT FROM 1 BY 1
                   UNTIL WRK-SLOT GREATER THAN WRK-WK-COUNT
                   OR WRK-SLOT GREATER THAN WRK-TOP-MAX
               MOVE WRK-WK-RATIO(WRK-SLOT) TO WRK-RATIO
               MOVE SPACES TO WRK-BUFF
               STRING WRK-WK-MOV-COD(WRK-SLOT) "  "
                   WRK-WK-TITLE(WRK-SLOT) "  "
                   WRK-WK-WALKS(WRK-SLOT) "  "
                   WRK-WK-COPIES(WRK-SLOT) "     "
                   WRK-RATIO-INT "," WRK-RATIO-DEC INTO WRK-BUFF
               PERFORM 0070-PRINT-LINE
           END-PERFORM.

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
       END PROGRAM RELATORIODEMANDA.
