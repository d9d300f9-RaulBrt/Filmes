      *           vencimento original, e, se nao houver outra copia,
      *           oferece a anulacao com estorno ou a anulacao com
      *           entrada na lista de espera.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - O estorno sai na mesma forma de pagamento da
      *                   cobranca original (e na mesma divisao, se o
      *                   pagamento foi dividido)
      * 15/OUT/2026 RTB - Gravacoes em RENTALS e COPIES anotadas tambem
      *                   no jornal de recuperacao (WRITEJORNAL)
      * 15/OUT/2026 RTB - Chave alternativa de MOVIES.DAT pelo titulo
      *                   declarada no SELECT
      * 15/OUT/2026 RTB - Etiqueta da copia defeituosa (copia e digito
      *                   verificador, ou o codigo de barras) conferida
      *                   pelo CONFERECOPIA; o aluguel casado tem de
      *                   ser o dessa copia
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TROCAR.
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES
           LOCK MODE IS AUTOMATIC.

           SELECT RENTALS ASSIGN TO "RENTALS.DAT"
       77  WRK-FOUND               PIC 9(01) VALUE ZEROES.
       77  WRK-EOF                 PIC 9(01) VALUE ZEROES.
       77  WRK-DEFECT-COPY         PIC 9(03) VALUE ZEROES.
       77  WRK-LABEL-COPY          PIC 9(03) VALUE ZEROES.
       77  WRK-LABEL-MSK           PIC X(09) JUSTIFIED RIGHT.
       77  WRK-FOUND-DUE           PIC 9(08) VALUE ZEROES.
       77  WRK-NEW-COPY            PIC 9(03) VALUE ZEROES.
       77  WRK-COPY-IS-OUT         PIC 9(01) VALUE ZEROES.
           05 WRK-OUT-COPY         PIC 9(03) OCCURS 100 TIMES
                                    VALUE ZEROES.

       01  WRK-TENDER.
           COPY TENDFLDS
               REPLACING ==FS-TND-TENDER1==  BY ==WRK-TND-TENDER1==
                         ==FS-TND-DESC1==    BY ==WRK-TND-DESC1==
                         ==FS-TND-AMOUNT1==  BY ==WRK-TND-AMOUNT1==
                         ==FS-TND-TENDER2==  BY ==WRK-TND-TENDER2==
                         ==FS-TND-DESC2==    BY ==WRK-TND-DESC2==
                         ==FS-TND-AMOUNT2==  BY ==WRK-TND-AMOUNT2==
                         ==FS-TND-LEFT2==    BY ==WRK-TND-LEFT2==.

       01  WRK-AREA.
           05 WRK-MENU-TITLE       PIC X(30).
           05 WRK-MENU-ITEM        PIC X(30) OCCURS 40 TIMES.

      *=================================================================
       0020-GET-INFO      SECTION.
      *Recebe o filme e o cliente do aluguel com a copia defeituosa,
      *e a etiqueta da copia que o cliente trouxe
      *=================================================================
           ACCEPT WRK-MOV-COD-MSK AT 0329.
           IF WRK-MOV-COD-MSK EQUAL SPACES
           END-IF.
           MOVE WRK-MOV-COD-MSK TO WRK-MOV-COD.
           MOVE WRK-CUST-COD-MSK TO WRK-CUST-COD.
           DISPLAY "ETIQUETA DA COPIA: " AT 0501.
           MOVE SPACES TO WRK-LABEL-MSK.
           ACCEPT WRK-LABEL-MSK AT 0520.
           CALL "CONFERECOPIA" USING WRK-MOV-COD, WRK-LABEL-MSK,
               WRK-LABEL-COPY, WRK-STATUS.

      *=================================================================
       0030-FIND-OPEN-RENTAL      SECTION.
      *Procura o aluguel em aberto do cliente para o filme informado,
      *anotando as copias fora em outros alugueis abertos. Aluguel com
      *copia anotada so casa com a copia da etiqueta; sem copia
      *anotada, a defeituosa e a da etiqueta
      *=================================================================
           MOVE ZEROES TO WRK-FOUND.
           MOVE ZEROES TO WRK-OUT-COUNT.
           IF WRK-STATUS NOT EQUAL ZEROES
               GO TO 0030-FIM
           END-IF.
           OPEN I-O RENTALS.
           IF WRK-RENT-FSTAT NOT EQUAL ZEROES
               MOVE 610 TO WRK-STATUS
                               IF FS-RENT-STATUS EQUAL "A"
                                   IF FS-RENT-CUST-COD EQUAL
                                       WRK-CUST-COD
                                       AND (FS-RENT-COPY-NUM EQUAL
                                           ZEROES
                                       OR FS-RENT-COPY-NUM EQUAL
                                           WRK-LABEL-COPY)
                                       MOVE 1 TO WRK-FOUND
                                       MOVE WRK-LABEL-COPY
                                           TO WRK-DEFECT-COPY
                                       MOVE FS-RENT-DUE-DATE
                                           TO WRK-FOUND-DUE
                   CLOSE RENTALS
               END-IF
           END-IF.
       0030-FIM.
           EXIT.

      *=================================================================
       0040-FLAG-DEFECTIVE      SECTION.
                       NOT INVALID KEY
                           SET FS-COPY-RUIM TO TRUE
                           REWRITE FS-COPY
                           IF WRK-COPY-FSTAT EQUAL ZEROES
                               CALL "WRITEJORNAL" USING "P", "R",
                                   "TROCAR          ", FS-COPY
                           END-IF
                   END-READ
                   CLOSE COPIES
               END-IF
           END-READ.
           MOVE WRK-NEW-COPY TO FS-RENT-COPY-NUM.
           REWRITE FS-RENTAL.
           IF WRK-RENT-FSTAT EQUAL ZEROES
               CALL "WRITEJORNAL" USING "R", "R",
                   "TROCAR          ", FS-RENTAL
           END-IF.
           CLOSE RENTALS.
           MOVE SPACES TO WRK-AUDIT-BEFORE.
           STRING "TROCA: COPIA " WRK-DEFECT-COPY " DEFEITUOSA"
           END-READ.
           SET FS-RENT-ANULADO TO TRUE.
           REWRITE FS-RENTAL.
           IF WRK-RENT-FSTAT EQUAL ZEROES
               CALL "WRITEJORNAL" USING "R", "R",
                   "TROCAR          ", FS-RENTAL
           END-IF.
           CLOSE RENTALS.
           OPEN I-O MOVIES.
           MOVE WRK-MOV-COD TO FS-MOV-COD.
                                   WRK-CUST-COD
                               AND FS-TRANS-MOV-COD EQUAL WRK-MOV-COD
                               MOVE FS-TRANS-AMOUNT TO WRK-CHARGE
                               PERFORM 0085-KEEP-TENDER
                           END-IF
                   END-READ
               END-PERFORM
           IF WRK-CHARGE GREATER THAN ZEROES
               CALL "WRITETRANS" USING "E", WRK-CUST-COD,
                   WRK-MOV-COD, WRK-CHARGE, "S", LNK-OPERATOR,
                   WRK-RECEIPT, WRK-TRANS-STATUS, OMITTED, WRK-TENDER
               IF WRK-TRANS-STATUS NOT EQUAL ZEROES
                   CALL "ERROS" USING WRK-TRANS-STATUS, "TROCAR"
               END-IF
           DISPLAY "ALUGUEL ANULADO COM ESTORNO. PRESSIONE ENTER"
               AT 1401.
           ACCEPT WRK-BUFF.

      *=================================================================
       0085-KEEP-TENDER      SECTION.
      *Guarda a forma de pagamento da cobranca achada no diario para o
      *estorno; linhas antigas, sem forma, contam como dinheiro
      *=================================================================
           MOVE FS-TRANS-TENDER TO WRK-TND-TENDER1.
           IF WRK-TND-TENDER1 EQUAL SPACES
               MOVE "D" TO WRK-TND-TENDER1
           END-IF.
           MOVE FS-TRANS-TENDER2 TO WRK-TND-TENDER2.
           IF WRK-TND-TENDER2 EQUAL SPACES
               MOVE ZEROES TO WRK-TND-AMOUNT2
           ELSE
               MOVE FS-TRANS-AMOUNT2 TO WRK-TND-AMOUNT2
           END-IF.
           MOVE WRK-TND-AMOUNT2 TO WRK-TND-LEFT2.
       END PROGRAM TROCAR.
