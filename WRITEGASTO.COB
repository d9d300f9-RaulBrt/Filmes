      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Acrescenta uma linha ao movimento de compras
      *           realizadas (ORCGASTO.DAT) com a data do movimento: a
      *           mercadoria recebida contra pedido (origem R) ou o
      *           disco usado comprado no balcao (origem U), na filial
      *           e no genero informados. E o "gasto" do orcamento de
      *           compras (SALDOORCAMENTO).
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITEGASTO.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT ORCGASTO ASSIGN TO "ORCGASTO.DAT"
           FILE STATUS IS WRK-GST-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ORCGASTO.
           01 FS-ORCGASTO.
               COPY GASTOFLDS.
       WORKING-STORAGE SECTION.
       77  WRK-GST-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-TRIES                  PIC 9(01) VALUE ZEROES.
       77  WRK-TODAY                  PIC 9(08) VALUE ZEROES.
       LINKAGE SECTION.
       77  LNK-BRANCH                 PIC 9(02).
       77  LNK-GENRE                  PIC X(08).
       77  LNK-ORIGIN                 PIC X(01).
       77  LNK-MOV-COD                PIC 9(05).
       77  LNK-ORD-NUM                PIC 9(05).
       77  LNK-AMOUNT                 PIC 9(08)V99.
       77  LNK-OPERATOR               PIC X(08).

       PROCEDURE DIVISION USING LNK-BRANCH, LNK-GENRE, LNK-ORIGIN,
               LNK-MOV-COD, LNK-ORD-NUM, LNK-AMOUNT, LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           CALL "LERDATANEG" USING WRK-TODAY.
           MOVE ZEROES TO WRK-TRIES.
           OPEN EXTEND ORCGASTO.
           IF WRK-GST-FSTAT EQUAL 350 AND WRK-TRIES LESS THAN 1
               ADD 1 TO WRK-TRIES
               CLOSE ORCGASTO
               OPEN OUTPUT ORCGASTO
               CLOSE ORCGASTO
               OPEN EXTEND ORCGASTO
           END-IF.
           IF WRK-GST-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-GST-FSTAT, "WRITEGASTO", "B"
               GOBACK
           END-IF.
           MOVE SPACES TO FS-ORCGASTO.
           MOVE WRK-TODAY TO FS-GST-DATE.
           MOVE LNK-BRANCH TO FS-GST-BRANCH.
           MOVE LNK-GENRE TO FS-GST-GENRE.
           MOVE LNK-ORIGIN TO FS-GST-ORIGIN.
           MOVE LNK-MOV-COD TO FS-GST-MOV-COD.
           MOVE LNK-ORD-NUM TO FS-GST-ORD-NUM.
           MOVE LNK-AMOUNT TO FS-GST-AMOUNT.
           MOVE LNK-OPERATOR TO FS-GST-OPERATOR.
           WRITE FS-ORCGASTO.
           CLOSE ORCGASTO.
           GOBACK.
       END PROGRAM WRITEGASTO.
