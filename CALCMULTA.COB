      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Calcular a multa de atraso de um aluguel pela tabela
      *           de multas por formato de midia (PRECOS.DAT, tipos
      *           "M", "G" e "T"): diaria do formato da copia, dias de
      *           carencia antes de comecar a cobrar e teto da multa
      *           por aluguel. Formato sem diaria cadastrada (ou
      *           aluguel sem copia identificada) usa a multa diaria
      *           dos parametros (FS-PAR-DAILY-FEE), sem carencia. A
      *           multa nunca passa do custo de reposicao do filme
      *           (FS-MOV-COST). Usado pela devolucao e por todos os
      *           relatorios e rotinas que mostram ou cobram multa,
      *           para o valor ser sempre o mesmo.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Chave alternativa de MOVIES.DAT pelo titulo
      *                   declarada no SELECT
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCMULTA.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT PRECOS ASSIGN TO "PRECOS.DAT"
           FILE STATUS IS WRK-PRC-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-PRC-KEY.

           SELECT COPIES ASSIGN TO "COPIES.DAT"
           FILE STATUS IS WRK-COPY-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-COPY-KEY.

           SELECT MOVIES ASSIGN TO "MOVIES.DAT"
           FILE STATUS IS WRK-MOV-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES.
       DATA DIVISION.
       FILE SECTION.
           FD  PRECOS.
           01 FS-PRICE.
               COPY PRICEFLDS.
           FD  COPIES.
           01 FS-COPY.
               COPY COPYFLDS.
           FD  MOVIES.
           01 FS-MOVIE.
               COPY MOVIEFLDS.
       WORKING-STORAGE SECTION.
       77  WRK-PRC-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-COPY-FSTAT             PIC 9(03) VALUE ZEROES.
       77  WRK-MOV-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-FORMAT                 PIC X(10) VALUE SPACES.
       77  WRK-COST                   PIC 9(06)V99 VALUE ZEROES.
       77  WRK-RATE                   PIC 9(04)V99 VALUE ZEROES.
       77  WRK-GRACE                  PIC 9(04) VALUE ZEROES.
       77  WRK-CAP                    PIC 9(04)V99 VALUE ZEROES.
       77  WRK-CHARGED-DAYS           PIC 9(05) VALUE ZEROES.
       LINKAGE SECTION.
       77  LNK-MOV-COD                PIC 9(05).
       77  LNK-COPY-NUM               PIC 9(03).
       77  LNK-DAYS-LATE              PIC 9(05).
       77  LNK-DAILY-FEE              PIC 9(03)V99.
       77  LNK-FEE                    PIC 9(06)V99.
       77  LNK-STATUS                 PIC 9(03).

       PROCEDURE DIVISION USING LNK-MOV-COD, LNK-COPY-NUM,
               LNK-DAYS-LATE, LNK-DAILY-FEE, LNK-FEE, LNK-STATUS.
       0000-MAIN-PROCEDURE.
           MOVE ZEROES TO LNK-STATUS.
           MOVE ZEROES TO LNK-FEE.
           IF LNK-DAYS-LATE EQUAL ZEROES
               GOBACK
           END-IF.
           MOVE LNK-DAILY-FEE TO WRK-RATE.
           MOVE ZEROES TO WRK-GRACE.
           MOVE ZEROES TO WRK-CAP.
           PERFORM 0010-READ-MOVIE-COPY.
           IF WRK-FORMAT NOT EQUAL SPACES
               OPEN INPUT PRECOS
               IF WRK-PRC-FSTAT EQUAL ZEROES
                   PERFORM 0020-SCAN-TABLE
                   CLOSE PRECOS
               END-IF
               MOVE ZEROES TO WRK-PRC-FSTAT
           END-IF.
           IF LNK-DAYS-LATE GREATER THAN WRK-GRACE
               COMPUTE WRK-CHARGED-DAYS = LNK-DAYS-LATE - WRK-GRACE
               COMPUTE LNK-FEE = WRK-CHARGED-DAYS * WRK-RATE
           END-IF.
           IF WRK-CAP GREATER THAN ZEROES
               AND LNK-FEE GREATER THAN WRK-CAP
               MOVE WRK-CAP TO LNK-FEE
           END-IF.
           IF WRK-COST GREATER THAN ZEROES
               AND LNK-FEE GREATER THAN WRK-COST
               MOVE WRK-COST TO LNK-FEE
           END-IF.
           GOBACK.

      *=================================================================
       0010-READ-MOVIE-COPY      SECTION.
      *Busca o custo de reposicao do filme e o formato da copia
      *alugada; sem copia identificada o formato fica em branco
      *=================================================================
           MOVE ZEROES TO WRK-COST.
           MOVE SPACES TO WRK-FORMAT.
           OPEN INPUT MOVIES.
           IF WRK-MOV-FSTAT EQUAL ZEROES
               MOVE LNK-MOV-COD TO FS-MOV-COD
               READ MOVIES
                   INVALID KEY
                       MOVE ZEROES TO WRK-COST
                   NOT INVALID KEY
                       MOVE FS-MOV-COST TO WRK-COST
               END-READ
               CLOSE MOVIES
           END-IF.
           MOVE ZEROES TO WRK-MOV-FSTAT.
           IF LNK-COPY-NUM GREATER THAN ZEROES
               OPEN INPUT COPIES
               IF WRK-COPY-FSTAT EQUAL ZEROES
                   MOVE LNK-MOV-COD TO FS-COPY-MOV-COD
                   MOVE LNK-COPY-NUM TO FS-COPY-NUM
                   READ COPIES
                       INVALID KEY
                           MOVE SPACES TO WRK-FORMAT
                       NOT INVALID KEY
                           MOVE FS-COPY-FORMAT TO WRK-FORMAT
                   END-READ
                   CLOSE COPIES
               END-IF
               MOVE ZEROES TO WRK-COPY-FSTAT
           END-IF.

      *=================================================================
       0020-SCAN-TABLE      SECTION.
      *Percorre a tabela guardando a diaria, a carencia e o teto da
      *multa do formato da copia
      *=================================================================
           PERFORM UNTIL WRK-PRC-FSTAT NOT EQUAL ZEROES
               READ PRECOS
                   AT END
                       MOVE 100 TO WRK-PRC-FSTAT
                   NOT AT END
                       IF FS-PRC-ARG EQUAL WRK-FORMAT
                           EVALUATE TRUE
                               WHEN FS-PRC-MULTA
                                   MOVE FS-PRC-VALUE TO WRK-RATE
                               WHEN FS-PRC-CARENCIA
                                   MOVE FS-PRC-VALUE TO WRK-GRACE
                               WHEN FS-PRC-TETO
                                   MOVE FS-PRC-VALUE TO WRK-CAP
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
       END PROGRAM CALCMULTA.
