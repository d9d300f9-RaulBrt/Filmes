      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Posicao do orcamento de compras de um mes, filial e
      *           genero (genero em branco = a filial inteira, todos
      *           os generos):
      *           - orcado: o registro de ORCAMENTO.DAT (status 350
      *             quando nao ha orcamento, isto e, sem teto);
      *           - comprometido: o que falta receber dos itens em
      *             aberto dos pedidos do mes em PEDIDOS.DAT
      *             (quantidade pedida menos recebida, vezes o custo);
      *           - gasto: as compras realizadas no mes em ORCGASTO.DAT
      *             (recebimentos de pedido e discos usados comprados).
      *           O saldo a comprar e o orcado menos os outros dois,
      *           feito por quem chama. PEDIDOS.DAT nao pode estar
      *           aberto no chamador.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALDOORCAMENTO.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT ORCAMENTO ASSIGN TO "ORCAMENTO.DAT"
           FILE STATUS IS WRK-ORC-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-ORC-KEY.

           SELECT PEDIDOS ASSIGN TO "PEDIDOS.DAT"
           FILE STATUS IS WRK-ORD-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-ORD-KEY.

           SELECT ORCGASTO ASSIGN TO "ORCGASTO.DAT"
           FILE STATUS IS WRK-GST-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ORCAMENTO.
           01 FS-ORCAMENTO.
               COPY ORCFLDS.
           FD  PEDIDOS.
           01 FS-PEDIDO.
               COPY ORDERFLDS.
           FD  ORCGASTO.
           01 FS-ORCGASTO.
               COPY GASTOFLDS.
       WORKING-STORAGE SECTION.
       77  WRK-ORC-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-ORD-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-GST-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-MONTH                  PIC 9(06) VALUE ZEROES.
       77  WRK-BRANCH                 PIC 9(02) VALUE ZEROES.
       77  WRK-OPEN-QTY               PIC 9(03) VALUE ZEROES.
       LINKAGE SECTION.
       77  LNK-MONTH                  PIC 9(06).
       77  LNK-BRANCH                 PIC 9(02).
       77  LNK-GENRE                  PIC X(08).
       77  LNK-BUDGET                 PIC 9(08)V99.
       77  LNK-COMMITTED              PIC 9(09)V99.
       77  LNK-SPENT                  PIC 9(09)V99.
       77  LNK-STATUS                 PIC 9(03).

       PROCEDURE DIVISION USING LNK-MONTH, LNK-BRANCH, LNK-GENRE,
               LNK-BUDGET, LNK-COMMITTED, LNK-SPENT, LNK-STATUS.
       0000-MAIN-PROCEDURE.
           MOVE ZEROES TO LNK-BUDGET LNK-COMMITTED LNK-SPENT.
           MOVE 350 TO LNK-STATUS.
           OPEN INPUT ORCAMENTO.
           IF WRK-ORC-FSTAT EQUAL ZEROES
               MOVE LNK-MONTH TO FS-ORC-MONTH
               MOVE LNK-BRANCH TO FS-ORC-BRANCH
               MOVE LNK-GENRE TO FS-ORC-GENRE
               READ ORCAMENTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FS-ORC-AMOUNT TO LNK-BUDGET
                       MOVE ZEROES TO LNK-STATUS
               END-READ
               CLOSE ORCAMENTO
           END-IF.
           PERFORM 0010-SUM-COMMITTED.
           PERFORM 0020-SUM-SPENT.
           GOBACK.

      *=================================================================
       0010-SUM-COMMITTED      SECTION.
      *Soma o que falta receber dos itens em aberto dos pedidos do mes
      *=================================================================
           OPEN INPUT PEDIDOS.
           IF WRK-ORD-FSTAT NOT EQUAL ZEROES
               GO TO 0010-FIM
           END-IF.
           PERFORM UNTIL WRK-ORD-FSTAT NOT EQUAL ZEROES
               READ PEDIDOS NEXT RECORD
                   AT END
                       MOVE 100 TO WRK-ORD-FSTAT
                   NOT AT END
                       IF FS-ORD-LINE NOT EQUAL ZEROES
                           AND FS-ORD-ABERTO
                           AND FS-ORD-QTY GREATER THAN FS-ORD-QTY-RECD
                           PERFORM 0015-CHECK-ORDER-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PEDIDOS.
       0010-FIM.
           EXIT.

      *=================================================================
       0015-CHECK-ORDER-LINE      SECTION.
      *Soma o item corrente se for do mes, da filial e do genero
      *=================================================================
           COMPUTE WRK-MONTH = FS-ORD-DATE / 100.
      *Pedido gravado antes da filial no registro: loja original
           IF FS-ORD-BRANCH NOT NUMERIC OR FS-ORD-BRANCH EQUAL ZEROES
               MOVE 1 TO WRK-BRANCH
           ELSE
               MOVE FS-ORD-BRANCH TO WRK-BRANCH
           END-IF.
           IF WRK-MONTH NOT EQUAL LNK-MONTH
               OR WRK-BRANCH NOT EQUAL LNK-BRANCH
               GO TO 0015-FIM
           END-IF.
           IF LNK-GENRE NOT EQUAL SPACES
               AND FS-ORD-GENRE NOT EQUAL LNK-GENRE
               GO TO 0015-FIM
           END-IF.
           COMPUTE WRK-OPEN-QTY = FS-ORD-QTY - FS-ORD-QTY-RECD.
           COMPUTE LNK-COMMITTED = LNK-COMMITTED
               + WRK-OPEN-QTY * FS-ORD-UNIT-COST.
       0015-FIM.
           EXIT.

      *=================================================================
       0020-SUM-SPENT      SECTION.
      *Soma as compras realizadas no mes, na filial e no genero
      *=================================================================
           OPEN INPUT ORCGASTO.
           IF WRK-GST-FSTAT NOT EQUAL ZEROES
               GO TO 0020-FIM
           END-IF.
           PERFORM UNTIL WRK-GST-FSTAT NOT EQUAL ZEROES
               READ ORCGASTO
                   AT END
                       MOVE 100 TO WRK-GST-FSTAT
                   NOT AT END
                       COMPUTE WRK-MONTH = FS-GST-DATE / 100
                       IF WRK-MONTH EQUAL LNK-MONTH
                           AND FS-GST-BRANCH EQUAL LNK-BRANCH
                           AND (LNK-GENRE EQUAL SPACES
                                OR FS-GST-GENRE EQUAL LNK-GENRE)
                           ADD FS-GST-AMOUNT TO LNK-SPENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ORCGASTO.
       0020-FIM.
           EXIT.
       END PROGRAM SALDOORCAMENTO.
