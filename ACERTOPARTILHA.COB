      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Acerto mensal dos contratos de partilha de receita
      *           com as distribuidoras (PARTILHA.DAT). Soma no diario
      *           (TRANSACT.DAT) a receita de aluguel (A) de cada
      *           titulo em contrato no mes escolhido -- so os dias
      *           dentro do periodo do contrato --, calcula o repasse
      *           pelo percentual do contrato, soma a taxa inicial no
      *           mes do inicio e imprime o demonstrativo por
      *           distribuidora em PARTILHA.PRN, com o total a pagar.
      *           No fim lista os contratos que vencem no mes seguinte
      *           ao do movimento, com as copias a recolher ou o valor
      *           de compra. Cada contrato guarda o ultimo mes acertado
      *           e o total repassado; mes ja acertado sai de novo no
      *           demonstrativo sem somar outra vez. Aceita o modo
      *           batch ("B") do agendador, com o mes anterior.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACERTOPARTILHA.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT PARTILHA ASSIGN TO "PARTILHA.DAT"
           FILE STATUS IS WRK-PART-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-PART-KEY
           LOCK MODE IS AUTOMATIC.

           SELECT TRANSACT ASSIGN TO "TRANSACT.DAT"
           FILE STATUS IS WRK-TRANS-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT MOVIES ASSIGN TO "MOVIES.DAT"
           FILE STATUS IS WRK-MOV-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES.

           SELECT PRINT-FILE ASSIGN TO "PARTILHA.PRN"
           FILE STATUS IS WRK-PRINT-STATUS
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  PARTILHA.
           01 FS-PARTILHA.
               COPY PARTFLDS.
           FD  TRANSACT.
           01 FS-TRANS.
               COPY TRANSFLDS.
           FD  MOVIES.
           01 FS-MOVIE.
               COPY MOVIEFLDS.
           FD  PRINT-FILE.
           01 FS-PRINT-LINE            PIC X(71).
       WORKING-STORAGE SECTION.
       77  WRK-PART-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-TRANS-FSTAT             PIC 9(03) VALUE ZEROES.
       77  WRK-MOV-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-PRINT-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-SPOOL-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-NIVEL-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-ERR-STATUS              PIC 9(03) VALUE ZEROES.
       77  WRK-MIN-LEVEL               PIC 9(01) VALUE 3.
       77  WRK-RUN-MODE                PIC X(01) VALUE SPACES.
       77  WRK-TECLA                   PIC X(01) VALUE SPACES.
       77  WRK-BUFF                    PIC X(71) VALUE SPACES.
       77  WRK-LINE                    PIC 9(04) VALUE ZEROES.
       77  WRK-TODAY                   PIC 9(08) VALUE ZEROES.
       77  WRK-MONTH-MSK               PIC X(06) JUSTIFIED RIGHT.
       77  WRK-MONTH                   PIC 9(06) VALUE ZEROES.
       77  WRK-PREV-MONTH              PIC 9(06) VALUE ZEROES.
       77  WRK-NEXT-MONTH              PIC 9(06) VALUE ZEROES.
       77  WRK-MONTH-FIRST             PIC 9(08) VALUE ZEROES.
       77  WRK-MONTH-LAST              PIC 9(08) VALUE ZEROES.
       77  WRK-NEXT-FIRST              PIC 9(08) VALUE ZEROES.
       77  WRK-NEXT-LAST               PIC 9(08) VALUE ZEROES.
       77  WRK-SUB                     PIC 9(03) VALUE ZEROES.
       77  WRK-PART-COUNT              PIC 9(03) VALUE ZEROES.
       77  WRK-TABLE-FULL              PIC 9(01) VALUE ZEROES.
       77  WRK-REPRINT                 PIC 9(01) VALUE ZEROES.
       77  WRK-ENDING-COUNT            PIC 9(03) VALUE ZEROES.
       77  WRK-CUR-DISTRIB             PIC X(15) VALUE SPACES.
       77  WRK-DIST-TOTAL              PIC 9(09)V99 VALUE ZEROES.
       77  WRK-GRAND-TOTAL             PIC 9(09)V99 VALUE ZEROES.
       77  WRK-BUYOUT-TOTAL            PIC 9(09)V99 VALUE ZEROES.
       77  WRK-TITLE                   PIC X(20) VALUE SPACES.
       77  WRK-COPIES                  PIC 9(03) VALUE ZEROES.
       01  WRK-PART-TABLE.
           05 WRK-PART-ENTRY           OCCURS 500 TIMES.
               10 WRK-PT-DISTRIB       PIC X(15) VALUE SPACES.
               10 WRK-PT-MOV-COD       PIC 9(05) VALUE ZEROES.
               10 WRK-PT-START-DT      PIC 9(08) VALUE ZEROES.
               10 WRK-PT-END-DT        PIC 9(08) VALUE ZEROES.
               10 WRK-PT-SHARE-PCT     PIC 9(03)V99 VALUE ZEROES.
               10 WRK-PT-UPFRONT       PIC 9(06)V99 VALUE ZEROES.
               10 WRK-PT-END-OPTION    PIC X(01) VALUE SPACES.
               10 WRK-PT-BUYOUT        PIC 9(06)V99 VALUE ZEROES.
               10 WRK-PT-LAST-MONTH    PIC 9(06) VALUE ZEROES.
      *Contrato valendo em algum dia do mes acertado
               10 WRK-PT-ACTIVE        PIC 9(01) VALUE ZEROES.
               10 WRK-PT-RENTALS       PIC 9(05) VALUE ZEROES.
               10 WRK-PT-REVENUE       PIC 9(07)V99 VALUE ZEROES.
               10 WRK-PT-SHARE         PIC 9(07)V99 VALUE ZEROES.
               10 WRK-PT-FEE           PIC 9(06)V99 VALUE ZEROES.

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
                  "ACERTO DE PARTILHA".
       01  SHOW-LINE.
           05 DTA.
               10 LINE WRK-LINE COLUMN 01 PIC X(71) ERASE EOL
                  BACKGROUND-COLOR 0 FOREGROUND-COLOR 2 FROM WRK-BUFF.

       PROCEDURE DIVISION USING LNK-OPERATOR, OPTIONAL LNK-MODE.
       0000-MAIN-PROCEDURE.
      *Modo batch ("B", vindo do agendador): acerta o mes anterior
      *sem perguntas e sem pausas de tela
           MOVE SPACES TO WRK-RUN-MODE.
           IF LNK-MODE NOT OMITTED
               MOVE LNK-MODE TO WRK-RUN-MODE
           END-IF.
           IF WRK-RUN-MODE NOT EQUAL "B"
               CALL "CHECKNIVEL" USING LNK-OPERATOR, WRK-MIN-LEVEL,
                   WRK-NIVEL-STATUS, "ACERTOPARTILHA  "
               IF WRK-NIVEL-STATUS NOT EQUAL ZEROES
                   CALL "ERROS" USING WRK-NIVEL-STATUS,
                       "ACERTOPARTILHA"
                   GOBACK
               END-IF
           END-IF.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           PERFORM 0005-ZERO-INFO.
           PERFORM 0010-GET-SELECTION.
           IF WRK-MONTH NOT LESS THAN WRK-TODAY(1:6)
               MOVE 666 TO WRK-ERR-STATUS
               CALL "ERROS" USING WRK-ERR-STATUS, "ACERTOPARTILHA",
                   WRK-RUN-MODE
               GOBACK
           END-IF.
           PERFORM 0020-LOAD-AGREEMENTS.
           IF WRK-PART-COUNT GREATER THAN ZEROES
               PERFORM 0030-SCAN-JOURNAL
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           MOVE 02 TO WRK-LINE.
           PERFORM 0040-PRINT-STATEMENTS.
           PERFORM 0050-PRINT-ENDING.
           CLOSE PRINT-FILE.
           MOVE ZEROES TO WRK-PRINT-STATUS.
      *Copia datada no spool, antes da proxima rodada
      *sobrescrever o PRN fixo
           CALL "ESPOLAR" USING "PARTILHA.PRN        ",
               LNK-OPERATOR, WRK-SPOOL-STATUS.
           PERFORM 0060-UPDATE-AGREEMENTS.
           DISPLAY "IMPRESSO EM PARTILHA.PRN. PRESSIONE ENTER"
               AT 2301.
           IF WRK-RUN-MODE NOT EQUAL "B"
               ACCEPT WRK-TECLA AT 2343
           END-IF.
           GOBACK.

      *=================================================================
       0005-ZERO-INFO      SECTION.
      *Zera a tabela e os totais de uma chamada anterior e acha o mes
      *anterior (sugerido para o acerto) e o mes seguinte ao do
      *movimento (vencimentos a avisar)
      *=================================================================
           INITIALIZE WRK-PART-TABLE.
           MOVE ZEROES TO WRK-PART-COUNT WRK-TABLE-FULL WRK-REPRINT
               WRK-ENDING-COUNT WRK-GRAND-TOTAL WRK-PART-FSTAT
               WRK-TRANS-FSTAT WRK-MOV-FSTAT.
           CALL "LERDATANEG" USING WRK-TODAY.
           MOVE WRK-TODAY(1:6) TO WRK-PREV-MONTH.
           SUBTRACT 1 FROM WRK-PREV-MONTH.
      *Janeiro: 202601 - 1 = 202600, volta para 202512
           IF WRK-PREV-MONTH(5:2) EQUAL "00"
               SUBTRACT 88 FROM WRK-PREV-MONTH
           END-IF.
           MOVE WRK-TODAY(1:6) TO WRK-NEXT-MONTH.
           ADD 1 TO WRK-NEXT-MONTH.
      *Dezembro: 202612 + 1 = 202613, vai para 202701
           IF WRK-NEXT-MONTH(5:2) EQUAL "13"
               ADD 88 TO WRK-NEXT-MONTH
           END-IF.
           COMPUTE WRK-NEXT-FIRST = WRK-NEXT-MONTH * 100 + 1.
           COMPUTE WRK-NEXT-LAST = WRK-NEXT-MONTH * 100 + 31.

      *=================================================================
       0010-GET-SELECTION      SECTION.
      *Recebe o mes a acertar (no modo batch, o mes anterior)
      *=================================================================
           DISPLAY "MES DO ACERTO (AAAAMM, ENTER=" AT 0305.
           DISPLAY WRK-PREV-MONTH AT 0334.
           DISPLAY "): " AT 0340.
           MOVE SPACES TO WRK-MONTH-MSK.
           IF WRK-RUN-MODE NOT EQUAL "B"
               ACCEPT WRK-MONTH-MSK AT 0344
           END-IF.
           IF WRK-MONTH-MSK EQUAL SPACES
               MOVE WRK-PREV-MONTH TO WRK-MONTH
           ELSE
               MOVE WRK-MONTH-MSK TO WRK-MONTH
           END-IF.
           COMPUTE WRK-MONTH-FIRST = WRK-MONTH * 100 + 1.
           COMPUTE WRK-MONTH-LAST = WRK-MONTH * 100 + 31.

      *=================================================================
       0020-LOAD-AGREEMENTS      SECTION.
      *Carrega os contratos, na ordem de distribuidora e titulo,
      *marcando os que valem em algum dia do mes acertado
      *=================================================================
           OPEN INPUT PARTILHA.
           IF WRK-PART-FSTAT NOT EQUAL ZEROES
               MOVE ZEROES TO WRK-PART-FSTAT
               GO TO 0020-FIM
           END-IF.
           PERFORM UNTIL WRK-PART-FSTAT NOT EQUAL ZEROES
               READ PARTILHA NEXT RECORD
                   AT END
                       MOVE 100 TO WRK-PART-FSTAT
                   NOT AT END
                       PERFORM 0025-TAKE-AGREEMENT
               END-READ
           END-PERFORM.
           CLOSE PARTILHA.
           MOVE ZEROES TO WRK-PART-FSTAT.
       0020-FIM.
           EXIT.

      *=================================================================
       0025-TAKE-AGREEMENT      SECTION.
      *Guarda o contrato corrente na tabela
      *=================================================================
           IF WRK-PART-COUNT EQUAL 500
               MOVE 1 TO WRK-TABLE-FULL
               GO TO 0025-FIM
           END-IF.
           ADD 1 TO WRK-PART-COUNT.
           MOVE WRK-PART-COUNT TO WRK-SUB.
           MOVE FS-PART-DISTRIB    TO WRK-PT-DISTRIB(WRK-SUB).
           MOVE FS-PART-MOV-COD    TO WRK-PT-MOV-COD(WRK-SUB).
           MOVE FS-PART-START-DT   TO WRK-PT-START-DT(WRK-SUB).
           MOVE FS-PART-END-DT     TO WRK-PT-END-DT(WRK-SUB).
           MOVE FS-PART-SHARE-PCT  TO WRK-PT-SHARE-PCT(WRK-SUB).
           MOVE FS-PART-UPFRONT    TO WRK-PT-UPFRONT(WRK-SUB).
           MOVE FS-PART-END-OPTION TO WRK-PT-END-OPTION(WRK-SUB).
           MOVE FS-PART-BUYOUT     TO WRK-PT-BUYOUT(WRK-SUB).
           MOVE FS-PART-LAST-MONTH TO WRK-PT-LAST-MONTH(WRK-SUB).
      *Fim do contrato e o primeiro dia fora dele
           IF FS-PART-START-DT NOT GREATER THAN WRK-MONTH-LAST
               AND FS-PART-END-DT GREATER THAN WRK-MONTH-FIRST
               MOVE 1 TO WRK-PT-ACTIVE(WRK-SUB)
               IF FS-PART-LAST-MONTH NOT LESS THAN WRK-MONTH
                   MOVE 1 TO WRK-REPRINT
               END-IF
           END-IF.
      *Taxa inicial entra no acerto do mes do inicio
           IF FS-PART-START-DT(1:6) EQUAL WRK-MONTH
               MOVE FS-PART-UPFRONT TO WRK-PT-FEE(WRK-SUB)
           END-IF.
       0025-FIM.
           EXIT.

      *=================================================================
       0030-SCAN-JOURNAL      SECTION.
      *Soma os alugueis do mes no diario nos contratos dos titulos
      *=================================================================
           OPEN INPUT TRANSACT.
           IF WRK-TRANS-FSTAT NOT EQUAL ZEROES
               MOVE ZEROES TO WRK-TRANS-FSTAT
               GO TO 0030-FIM
           END-IF.
           PERFORM UNTIL WRK-TRANS-FSTAT NOT EQUAL ZEROES
               READ TRANSACT
                   AT END
                       MOVE 100 TO WRK-TRANS-FSTAT
                   NOT AT END
                       IF FS-TRANS-ALUGUEL
                           AND FS-TRANS-DATE(1:6) EQUAL WRK-MONTH
                           PERFORM 0035-TALLY-RENTAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANSACT.
           MOVE ZEROES TO WRK-TRANS-FSTAT.
       0030-FIM.
           EXIT.

      *=================================================================
       0035-TALLY-RENTAL      SECTION.
      *Soma a linha de aluguel corrente em cada contrato do titulo que
      *valia na data da linha
      *=================================================================
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB GREATER THAN WRK-PART-COUNT
               IF WRK-PT-MOV-COD(WRK-SUB) EQUAL FS-TRANS-MOV-COD
                   AND WRK-PT-ACTIVE(WRK-SUB) EQUAL 1
                   AND FS-TRANS-DATE NOT LESS THAN
                       WRK-PT-START-DT(WRK-SUB)
                   AND FS-TRANS-DATE LESS THAN WRK-PT-END-DT(WRK-SUB)
                   ADD 1 TO WRK-PT-RENTALS(WRK-SUB)
                   ADD FS-TRANS-AMOUNT TO WRK-PT-REVENUE(WRK-SUB)
               END-IF
           END-PERFORM.

      *=================================================================
       0040-PRINT-STATEMENTS      SECTION.
      *Demonstrativo por distribuidora: um bloco por titulo com
      *alugueis, receita, percentual, repasse e taxa inicial, e o
      *total a pagar a distribuidora
      *=================================================================
           MOVE SPACES TO WRK-BUFF.
           STRING "ACERTO DE PARTILHA DE RECEITA - MES " WRK-MONTH
               " - EMITIDO EM " WRK-TODAY INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           IF WRK-REPRINT EQUAL 1
               MOVE "(MES JA ACERTADO: REIMPRESSAO, SEM NOVO REPASSE)"
                   TO WRK-BUFF
               PERFORM 0070-PRINT-LINE
           END-IF.
           MOVE SPACES TO WRK-CUR-DISTRIB.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB GREATER THAN WRK-PART-COUNT
               IF WRK-PT-ACTIVE(WRK-SUB) EQUAL 1
                   OR WRK-PT-FEE(WRK-SUB) GREATER THAN ZEROES
                   PERFORM 0045-PRINT-AGREEMENT
               END-IF
           END-PERFORM.
           IF WRK-CUR-DISTRIB NOT EQUAL SPACES
               PERFORM 0048-CLOSE-DISTRIB
           END-IF.
           MOVE SPACES TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "TOTAL GERAL A PAGAR NO MES: " WRK-GRAND-TOTAL
               INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           IF WRK-TABLE-FULL EQUAL 1
               MOVE "TABELA CHEIA - RESULTADO PARCIAL" TO WRK-BUFF
               PERFORM 0070-PRINT-LINE
           END-IF.

      *=================================================================
       0045-PRINT-AGREEMENT      SECTION.
      *Calcula e imprime o repasse do contrato WRK-SUB, abrindo o
      *bloco da distribuidora quando ela muda
      *=================================================================
           IF WRK-PT-DISTRIB(WRK-SUB) NOT EQUAL WRK-CUR-DISTRIB
               IF WRK-CUR-DISTRIB NOT EQUAL SPACES
                   PERFORM 0048-CLOSE-DISTRIB
               END-IF
               MOVE WRK-PT-DISTRIB(WRK-SUB) TO WRK-CUR-DISTRIB
               MOVE ZEROES TO WRK-DIST-TOTAL
               MOVE SPACES TO WRK-BUFF
               PERFORM 0070-PRINT-LINE
               MOVE SPACES TO WRK-BUFF
               STRING "DISTRIBUIDORA: " WRK-CUR-DISTRIB
                   INTO WRK-BUFF
               PERFORM 0070-PRINT-LINE
           END-IF.
           COMPUTE WRK-PT-SHARE(WRK-SUB) ROUNDED =
               WRK-PT-REVENUE(WRK-SUB) * WRK-PT-SHARE-PCT(WRK-SUB)
               / 100.
           PERFORM 0080-READ-MOVIE.
           MOVE SPACES TO WRK-BUFF.
           STRING "  " WRK-PT-MOV-COD(WRK-SUB) " " WRK-TITLE
               " ALUG " WRK-PT-RENTALS(WRK-SUB)
               " REC " WRK-PT-REVENUE(WRK-SUB)
               INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "        PERC " WRK-PT-SHARE-PCT(WRK-SUB)
               " REPASSE " WRK-PT-SHARE(WRK-SUB)
               " TAXA INICIAL " WRK-PT-FEE(WRK-SUB)
               INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           ADD WRK-PT-SHARE(WRK-SUB) WRK-PT-FEE(WRK-SUB)
               TO WRK-DIST-TOTAL.

      *=================================================================
       0048-CLOSE-DISTRIB      SECTION.
      *Total a pagar a distribuidora corrente
      *=================================================================
           MOVE SPACES TO WRK-BUFF.
           STRING "  TOTAL A PAGAR A " WRK-CUR-DISTRIB ": "
               WRK-DIST-TOTAL INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           ADD WRK-DIST-TOTAL TO WRK-GRAND-TOTAL.

      *=================================================================
       0050-PRINT-ENDING      SECTION.
      *Contratos que vencem no mes seguinte ao do movimento: copias
      *a recolher (devolver a distribuidora) ou a comprar, com o valor
      *=================================================================
           MOVE SPACES TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "CONTRATOS QUE VENCEM EM " WRK-NEXT-MONTH
               INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB GREATER THAN WRK-PART-COUNT
               IF WRK-PT-END-DT(WRK-SUB) NOT LESS THAN WRK-NEXT-FIRST
                   AND WRK-PT-END-DT(WRK-SUB) NOT GREATER THAN
                       WRK-NEXT-LAST
                   PERFORM 0055-PRINT-ENDING-ONE
               END-IF
           END-PERFORM.
           IF WRK-ENDING-COUNT EQUAL ZEROES
               MOVE "  NENHUM CONTRATO VENCE NO MES" TO WRK-BUFF
               PERFORM 0070-PRINT-LINE
           END-IF.

      *=================================================================
       0055-PRINT-ENDING-ONE      SECTION.
      *Linha de vencimento do contrato WRK-SUB
      *=================================================================
           ADD 1 TO WRK-ENDING-COUNT.
           PERFORM 0080-READ-MOVIE.
           MOVE SPACES TO WRK-BUFF.
           STRING "  " WRK-PT-DISTRIB(WRK-SUB) " "
               WRK-PT-MOV-COD(WRK-SUB) " " WRK-TITLE
               " FIM " WRK-PT-END-DT(WRK-SUB)
               INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           IF WRK-PT-END-OPTION(WRK-SUB) EQUAL "C"
               COMPUTE WRK-BUYOUT-TOTAL =
                   WRK-PT-BUYOUT(WRK-SUB) * WRK-COPIES
               STRING "        COMPRAR " WRK-COPIES " COPIAS A "
                   WRK-PT-BUYOUT(WRK-SUB) " = " WRK-BUYOUT-TOTAL
                   INTO WRK-BUFF
           ELSE
               STRING "        RECOLHER " WRK-COPIES
                   " COPIAS PARA DEVOLVER A DISTRIBUIDORA"
                   INTO WRK-BUFF
           END-IF.
           PERFORM 0070-PRINT-LINE.

      *=================================================================
       0060-UPDATE-AGREEMENTS      SECTION.
      *Marca nos contratos o mes acertado e soma o repasse e a taxa
      *no total repassado. Mes ja acertado nao soma de novo
      *=================================================================
           OPEN I-O PARTILHA.
           IF WRK-PART-FSTAT NOT EQUAL ZEROES
               MOVE ZEROES TO WRK-PART-FSTAT
               GO TO 0060-FIM
           END-IF.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB GREATER THAN WRK-PART-COUNT
               IF (WRK-PT-ACTIVE(WRK-SUB) EQUAL 1
                   OR WRK-PT-FEE(WRK-SUB) GREATER THAN ZEROES)
                   AND WRK-PT-LAST-MONTH(WRK-SUB) LESS THAN WRK-MONTH
                   PERFORM 0065-UPDATE-ONE
               END-IF
           END-PERFORM.
           CLOSE PARTILHA.
           MOVE ZEROES TO WRK-PART-FSTAT.
       0060-FIM.
           EXIT.

      *=================================================================
       0065-UPDATE-ONE      SECTION.
      *Regrava o contrato WRK-SUB com o mes acertado
      *=================================================================
           MOVE WRK-PT-DISTRIB(WRK-SUB) TO FS-PART-DISTRIB.
           MOVE WRK-PT-MOV-COD(WRK-SUB) TO FS-PART-MOV-COD.
           READ PARTILHA
               INVALID KEY
                   MOVE 350 TO WRK-PART-FSTAT
           END-READ.
           IF WRK-PART-FSTAT EQUAL ZEROES
               MOVE WRK-MONTH TO FS-PART-LAST-MONTH
               ADD WRK-PT-SHARE(WRK-SUB) WRK-PT-FEE(WRK-SUB)
                   TO FS-PART-TOTAL-PAID
               REWRITE FS-PARTILHA
           END-IF.
           IF WRK-PART-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-PART-FSTAT, "ACERTOPARTILHA", "B"
               MOVE ZEROES TO WRK-PART-FSTAT
           END-IF.

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

      *=================================================================
       0080-READ-MOVIE      SECTION.
      *Titulo e total de copias do filme do contrato WRK-SUB
      *=================================================================
           MOVE SPACES TO WRK-TITLE.
           MOVE ZEROES TO WRK-COPIES.
           OPEN INPUT MOVIES.
           IF WRK-MOV-FSTAT EQUAL ZEROES
               MOVE WRK-PT-MOV-COD(WRK-SUB) TO FS-MOV-COD
               READ MOVIES
                   INVALID KEY
                       MOVE "(FILME NAO CADASTRADO)" TO WRK-TITLE
                   NOT INVALID KEY
                       MOVE FS-MOV-TITLE TO WRK-TITLE
                       MOVE FS-MOV-COPIES-TOT TO WRK-COPIES
               END-READ
               CLOSE MOVIES
           END-IF.
           MOVE ZEROES TO WRK-MOV-FSTAT.
       END PROGRAM ACERTOPARTILHA.
