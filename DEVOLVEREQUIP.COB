      *           diario, ou lancada no saldo devedor), devolve a
      *           caucao (tipo G) e poe a unidade de volta como
      *           disponivel, com a nova condicao avaliada.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Multa paga no ato pergunta a forma de
      *                   pagamento (FORMAPAGTO) e a grava no diario
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVOLVEREQUIP.
       77  WRK-RECEIPT             PIC 9(06) VALUE ZEROES.
       77  WRK-TRANS-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-BAL-STATUS          PIC 9(03) VALUE ZEROES.
       77  WRK-TND-LINE            PIC 9(02) VALUE 13.
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

       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           CALL "LERDATANEG" USING WRK-TODAY.
           MOVE ZEROES TO WRK-RECEIPT.
           MOVE "DEVOLUCAO DE EQUIPAMENTO" TO WRK-MENU-TITLE.
           MOVE "CODIGO DO EQUIPAMENTO: " TO WRK-MENU-ITEM(01).
           ACCEPT WRK-FEE-PAID AT 0927.
           IF WRK-FEE-PAID EQUAL 'S' OR WRK-FEE-PAID EQUAL 's'
               MOVE "S" TO WRK-FEE-PAID
               CALL "FORMAPAGTO" USING WRK-FEE, WRK-TENDER,
                   WRK-TND-LINE
           ELSE
               MOVE "N" TO WRK-FEE-PAID
           END-IF.
           CALL "WRITETRANS" USING "M", FS-EQR-CUST-COD,
               WRK-EQP-COD-TRANS, WRK-FEE, WRK-FEE-PAID,
               LNK-OPERATOR, WRK-RECEIPT, WRK-TRANS-STATUS,
               OMITTED, WRK-TENDER.
           IF WRK-TRANS-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-TRANS-STATUS, "DEVOLVEREQUIP"
           END-IF.
