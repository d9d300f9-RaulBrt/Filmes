      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Melhor oferta vigente de um filme nas listas de
      *           precos das distribuidoras (PRECOFORN.DAT): percorre
      *           as ofertas do filme pela chave alternativa, fica so
      *           com as validas na data informada e no formato pedido
      *           (formato em branco aceita qualquer um) e devolve a
      *           distribuidora e o preco da mais barata. Status 350
      *           quando nao ha oferta vigente.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MELHORPRECO.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT PRECOFORN ASSIGN TO "PRECOFORN.DAT"
           FILE STATUS IS WRK-PRC-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-PRC-KEY
           ALTERNATE RECORD KEY IS FS-PRC-MOV-COD WITH DUPLICATES.
       DATA DIVISION.
       FILE SECTION.
           FD  PRECOFORN.
           01 FS-PRECOFORN.
               COPY PRCFLDS.
       WORKING-STORAGE SECTION.
       77  WRK-PRC-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-EOF                     PIC 9(01) VALUE ZEROES.
       LINKAGE SECTION.
       77  LNK-MOV-COD                 PIC 9(05).
       77  LNK-FORMAT                  PIC X(10).
       77  LNK-DATE                    PIC 9(08).
       77  LNK-DISTRIB                 PIC X(15).
       77  LNK-PRICE                   PIC 9(06)V99.
       77  LNK-STATUS                  PIC 9(03).

       PROCEDURE DIVISION USING LNK-MOV-COD, LNK-FORMAT, LNK-DATE,
           LNK-DISTRIB, LNK-PRICE, LNK-STATUS.
       MAIN-PROCEDURE.
           MOVE SPACES TO LNK-DISTRIB.
           MOVE ZEROES TO LNK-PRICE.
           MOVE 350 TO LNK-STATUS.
           OPEN INPUT PRECOFORN.
           IF WRK-PRC-FSTAT NOT EQUAL ZEROES
               GOBACK
           END-IF.
           MOVE ZEROES TO WRK-EOF.
           MOVE LNK-MOV-COD TO FS-PRC-MOV-COD.
           START PRECOFORN KEY IS EQUAL TO FS-PRC-MOV-COD
               INVALID KEY
                   MOVE 1 TO WRK-EOF
           END-START.
           PERFORM UNTIL WRK-EOF EQUAL 1
               READ PRECOFORN NEXT RECORD
                   AT END
                       MOVE 1 TO WRK-EOF
                   NOT AT END
                       IF FS-PRC-MOV-COD NOT EQUAL LNK-MOV-COD
                           MOVE 1 TO WRK-EOF
                       ELSE
                           PERFORM 0010-CHECK-OFFER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRECOFORN.
           GOBACK.

      *=================================================================
       0010-CHECK-OFFER      SECTION.
      *Fica com a oferta corrente se estiver vigente, no formato e
      *for a mais barata ate aqui
      *=================================================================
           IF FS-PRC-VALID-FROM GREATER THAN LNK-DATE
               GO TO 0010-FIM
           END-IF.
           IF FS-PRC-VALID-TO NOT EQUAL ZEROES
               AND FS-PRC-VALID-TO LESS THAN LNK-DATE
               GO TO 0010-FIM
           END-IF.
           IF LNK-FORMAT NOT EQUAL SPACES
               AND FS-PRC-FORMAT NOT EQUAL LNK-FORMAT
               GO TO 0010-FIM
           END-IF.
           IF LNK-STATUS EQUAL ZEROES
               AND FS-PRC-PRICE NOT LESS THAN LNK-PRICE
               GO TO 0010-FIM
           END-IF.
           MOVE FS-PRC-DISTRIB TO LNK-DISTRIB.
           MOVE FS-PRC-PRICE TO LNK-PRICE.
           MOVE ZEROES TO LNK-STATUS.
       0010-FIM.
           EXIT.
       END PROGRAM MELHORPRECO.
