      *           PEDIDOS.DAT, um por distribuidora, para a revisao em
      *           PEDIDOCOMPRA. O unico sinal antes disso era um
      *           atendente lembrar que vivem pedindo o titulo.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Chave alternativa de MOVIES.DAT pelo titulo
      *                   declarada no SELECT
      * 15/OUT/2026 RTB - Pedido rascunho com a filial da sessao e o
      *                   genero de cada item, para o orcamento de
      *                   compras
      * 15/OUT/2026 RTB - Desistencias no balcao dos ultimos 30 dias
      *                   (DEMANDA.DAT) somadas a demanda de cada titulo
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUGESTAOCOMPRA.
           FILE STATUS IS WRK-MOV-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES.

           SELECT RENTALS ASSIGN TO "RENTALS.DAT"
           FILE STATUS IS WRK-RENT-FSTAT
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-WAIT-KEY.

           SELECT DEMANDA ASSIGN TO "DEMANDA.DAT"
           FILE STATUS IS WRK-DEM-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT PEDIDOS ASSIGN TO "PEDIDOS.DAT"
           FILE STATUS IS WRK-ORD-FSTAT
           ORGANISATION IS INDEXED
           FD  WAITLIST.
           01 FS-WAITREC.
               COPY WAITFLDS.
           FD  DEMANDA.
           01 FS-DEMANDA.
               COPY DEMFLDS.
           FD  PEDIDOS.
           01 FS-PEDIDO.
               COPY ORDERFLDS.
       77  WRK-MOV-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-RENT-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-WAIT-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-DEM-FSTAT           PIC 9(03) VALUE ZEROES.
      *Desistencias contam como demanda por WRK-DEM-DAYS dias
       77  WRK-DEM-DAYS            PIC 9(03) VALUE 30.
       77  WRK-DEM-FROM            PIC 9(08) VALUE ZEROES.
       77  WRK-WORK-INT            PIC 9(08) VALUE ZEROES.
       77  WRK-ORD-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-TRIES               PIC 9(01) VALUE ZEROES.
       77  WRK-TECLA               PIC X(01) VALUE SPACES.
       77  WRK-ORD-LINE            PIC 9(03) VALUE ZEROES.
       77  WRK-ORDERS-MADE         PIC 9(03) VALUE ZEROES.
       77  WRK-CUR-DISTRIB         PIC X(15) VALUE SPACES.
       77  WRK-SESS-BRANCH         PIC 9(02) VALUE 1.
       77  WRK-FIL-STATUS          PIC 9(03) VALUE ZEROES.
       01  WRK-SUG-TABLE.
           05 WRK-ST-ENTRY         OCCURS 200 TIMES.
               10 WRK-ST-MOV-COD   PIC 9(05) VALUE ZEROES.
               10 WRK-ST-QTY       PIC 9(03) VALUE ZEROES.
               10 WRK-ST-COST      PIC 9(06)V99 VALUE ZEROES.
               10 WRK-ST-DONE      PIC 9(01) VALUE ZEROES.
               10 WRK-ST-GENRE     PIC X(08) VALUE SPACES.
       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
       SCREEN  SECTION.
       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           CALL "LERDATANEG" USING WRK-TODAY.
           CALL "LERFILIAL" USING WRK-SESS-BRANCH, WRK-FIL-STATUS.
           PERFORM 0010-TALLY-OPEN-RENTALS.
           PERFORM 0020-TALLY-WAITLIST.
           PERFORM 0025-TALLY-WALKAWAYS.
           PERFORM 0030-COMPARE-WITH-STOCK.
           IF WRK-SUG-COUNT EQUAL ZEROES
               DISPLAY "NENHUMA RECOMPRA SUGERIDA" AT 0305
       0020-FIM.
           EXIT.

      *=================================================================
       0025-TALLY-WALKAWAYS      SECTION.
      *Soma as desistencias recentes por falta de copia, anotadas no
      *balcao em DEMANDA.DAT
      *=================================================================
           COMPUTE WRK-WORK-INT =
               FUNCTION INTEGER-OF-DATE(WRK-TODAY) - WRK-DEM-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WRK-WORK-INT) TO WRK-DEM-FROM.
           OPEN INPUT DEMANDA.
           IF WRK-DEM-FSTAT NOT EQUAL ZEROES
               MOVE ZEROES TO WRK-DEM-FSTAT
               GO TO 0025-FIM
           END-IF.
           PERFORM UNTIL WRK-DEM-FSTAT NOT EQUAL ZEROES
               READ DEMANDA
                   AT END
                       MOVE 100 TO WRK-DEM-FSTAT
                   NOT AT END
                       IF FS-DEM-DESISTENCIA
                           AND FS-DEM-MOV-COD GREATER THAN ZEROES
                           AND FS-DEM-DATE NOT LESS THAN WRK-DEM-FROM
                           MOVE FS-DEM-MOV-COD TO WRK-DEMAND
                           PERFORM 0015-ADD-DEMAND
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEMANDA.
           MOVE ZEROES TO WRK-DEM-FSTAT.
       0025-FIM.
           EXIT.

      *=================================================================
       0030-COMPARE-WITH-STOCK      SECTION.
      *Compara a demanda somada com o total de copias de cada titulo:
                           TO WRK-ST-DISTRIB(WRK-SLOT)
                       MOVE FS-MOV-COST
                           TO WRK-ST-COST(WRK-SLOT)
                       MOVE FS-MOV-GENRE(01)
                           TO WRK-ST-GENRE(WRK-SLOT)
                   ELSE
                       MOVE ZEROES TO WRK-ST-QTY(WRK-SLOT)
                   END-IF
           MOVE ZEROES TO FS-ORD-QTY.
           MOVE ZEROES TO FS-ORD-UNIT-COST.
           MOVE ZEROES TO FS-ORD-QTY-RECD.
           MOVE WRK-SESS-BRANCH TO FS-ORD-BRANCH.
           MOVE SPACES TO FS-ORD-GENRE.
           WRITE FS-PEDIDO
               INVALID KEY
                   CONTINUE
                   MOVE WRK-ST-COST(WRK-SLOT2)
                       TO FS-ORD-UNIT-COST
                   MOVE ZEROES TO FS-ORD-QTY-RECD
                   MOVE WRK-SESS-BRANCH TO FS-ORD-BRANCH
                   MOVE WRK-ST-GENRE(WRK-SLOT2) TO FS-ORD-GENRE
                   WRITE FS-PEDIDO
                       INVALID KEY
                           CONTINUE
