      *           FS-MOV-COPIES-AVL, estorna a cobranca original no
      *           diario de caixa e grava a anulacao na trilha de
      *           auditoria com os dois operadores.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - O estorno sai na mesma forma de pagamento da
      *                   cobranca original (e na mesma divisao, se o
      *                   pagamento foi dividido)
      * 15/OUT/2026 RTB - Gravacoes em RENTALS anotadas tambem no jornal
      *                   de recuperacao (WRITEJORNAL)
      * 15/OUT/2026 RTB - Chave alternativa de MOVIES.DAT pelo titulo
      *                   declarada no SELECT
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANULAR.
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES
           LOCK MODE IS AUTOMATIC.

           SELECT RENTALS ASSIGN TO "RENTALS.DAT"
       77  WRK-AUDIT-BEFORE        PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-AFTER         PIC X(30) VALUE SPACES.

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
           IF WRK-CONFIRM EQUAL 'S' OR WRK-CONFIRM EQUAL 's'
               SET FS-RENT-ANULADO TO TRUE
               REWRITE FS-RENTAL
               IF WRK-RENT-FSTAT EQUAL ZEROES
                   CALL "WRITEJORNAL" USING "R", "R",
                       "ANULAR          ", FS-RENTAL
               END-IF
               CLOSE RENTALS
               PERFORM 0050-RESTORE-AVAILABILITY
               PERFORM 0060-REVERSE-CHARGE
                                   WRK-CUST-COD
                               AND FS-TRANS-MOV-COD EQUAL WRK-MOV-COD
                               MOVE FS-TRANS-AMOUNT TO WRK-CHARGE
                               PERFORM 0065-KEEP-TENDER
                           END-IF
                   END-READ
               END-PERFORM
           IF WRK-CHARGE GREATER THAN ZEROES
               CALL "WRITETRANS" USING "E", WRK-CUST-COD,
                   WRK-MOV-COD, WRK-CHARGE, "S", LNK-OPERATOR,
                   WRK-RECEIPT, WRK-TRANS-STATUS, OMITTED, WRK-TENDER
               IF WRK-TRANS-STATUS NOT EQUAL ZEROES
                   CALL "ERROS" USING WRK-TRANS-STATUS, "ANULAR"
               END-IF
           END-IF.

      *=================================================================
       0065-KEEP-TENDER      SECTION.
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

      *=================================================================
       0070-AUDIT-VOID      SECTION.
      *Grava a anulacao na trilha de auditoria com os dois operadores
