      *           de face, registra a entrada no diario de caixa (tipo
      *           T) e imprime o canhoto em VALEPRES.PRN. O resgate e
      *           feito no aluguel e na venda de copias.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Forma de pagamento do vale (dinheiro,
      *                   cartao, PIX, cheque ou dividido em duas)
      *                   gravada no diario e impressa no canhoto
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Cabecalho das telas e recibo marcados com
      *                   TREINAMENTO no modo treinamento (MARCATREINO
      *                   e LERTREINO)
      * 15/OUT/2026 RTB - Cliente da venda gravado no vale
      *                   (FS-GIFT-CUST-COD)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDERVALE.
       77  WRK-RECEIPT             PIC 9(06) VALUE ZEROES.
       77  WRK-TRANS-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-VALE-LINE           PIC X(50) VALUE SPACES.
       77  WRK-TRAINING            PIC 9(01) VALUE ZEROES.
       77  WRK-TND-LINE            PIC 9(02) VALUE 06.
       01  WRK-TENDER.
           COPY TENDFLDS
               REPLACING ==FS-TND-TENDER1==  BY ==WRK-TND-TENDER1==
                         ==FS-TND-DESC1==    BY ==WRK-TND-DESC1==
                         ==FS-TND-AMOUNT1==  BY ==WRK-TND-AMOUNT1==
                         ==FS-TND-TENDER2==  BY ==WRK-TND-TENDER2==
                         ==FS-TND-DESC2==    BY ==WRK-TND-DESC2==
                         ==FS-TND-AMOUNT2==  BY ==WRK-TND-AMOUNT2==
                         ==FS-TND-LEFT2==    BY ==WRK-TND-LEFT2==.
       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
       SCREEN  SECTION.
       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           CALL "LERDATANEG" USING WRK-TODAY.
           DISPLAY "VALOR DO VALE: " AT 0305.
           MOVE SPACES TO WRK-PRICE-MSK.
           ACCEPT WRK-PRICE-MSK AT 0321.
           MOVE FUNCTION NUMVAL(WRK-PRICE-MSK) TO WRK-VALUE.
           DISPLAY "CLIENTE (CODIGO, ENTER=AVULSO): " AT 0405.
           MOVE SPACES TO WRK-CUST-COD-MSK.
           MOVE ZEROES TO WRK-CUST-COD.
           ACCEPT WRK-CUST-COD-MSK AT 0438.
           IF WRK-CUST-COD-MSK NOT EQUAL SPACES
               MOVE WRK-CUST-COD-MSK TO WRK-CUST-COD
           END-IF.
           CALL "FORMAPAGTO" USING WRK-VALUE, WRK-TENDER, WRK-TND-LINE.
           DISPLAY "CONFIRMA A VENDA (S/N)? " AT 1105.
           ACCEPT WRK-CONFIRM AT 1130.
           IF WRK-CONFIRM NOT EQUAL 'S' AND WRK-CONFIRM NOT EQUAL 's'
               GOBACK
           END-IF.
           MOVE ZEROES TO WRK-RECEIPT.
           CALL "WRITETRANS" USING "T", WRK-CUST-COD,
               WRK-MOV-COD-ZERO, WRK-VALUE, "S", LNK-OPERATOR,
               WRK-RECEIPT, WRK-TRANS-STATUS, OMITTED, WRK-TENDER.
           IF WRK-TRANS-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-TRANS-STATUS, "VENDERVALE"
           END-IF.
           PERFORM 0030-PRINT-SLIP.
           DISPLAY "VALE NR " AT 1305.
           DISPLAY WRK-GIFT-NUM AT 1314.
           DISPLAY " EMITIDO. CANHOTO EM VALEPRES.PRN" AT 1321.
           DISPLAY "PRESSIONE ENTER" AT 1405.
           ACCEPT WRK-TECLA.
           GOBACK.

           MOVE WRK-VALUE TO FS-GIFT-REMAIN.
           MOVE WRK-TODAY TO FS-GIFT-SOLD-DT.
           SET FS-GIFT-ATIVO TO TRUE.
           MOVE WRK-CUST-COD TO FS-GIFT-CUST-COD.
           WRITE FS-VALE
               INVALID KEY
                   REWRITE FS-VALE
      *Imprime o canhoto do vale em VALEPRES.PRN
      *=================================================================
           OPEN OUTPUT VALE-FILE.
      *Recibo do modo treinamento nao vale como comprovante
           CALL "LERTREINO" USING WRK-TRAINING.
           IF WRK-TRAINING EQUAL 1
               MOVE "*** TREINAMENTO - SEM VALOR ***" TO WRK-VALE-LINE
               WRITE FS-VALE-LINE FROM WRK-VALE-LINE
           END-IF.

           MOVE SPACES TO WRK-VALE-LINE.
           STRING "===== VALE-PRESENTE NR " WRK-GIFT-NUM " ====="
           STRING "VALOR: " WRK-VALUE INTO WRK-VALE-LINE.
           WRITE FS-VALE-LINE FROM WRK-VALE-LINE.

           MOVE SPACES TO WRK-VALE-LINE.
           IF WRK-TND-TENDER2 EQUAL SPACES
               STRING "PAGAMENTO: " WRK-TND-DESC1 INTO WRK-VALE-LINE
           ELSE
               STRING "PAGAMENTO: " WRK-TND-DESC1 " " WRK-TND-AMOUNT1
                   " + " WRK-TND-DESC2 " " WRK-TND-AMOUNT2
                   INTO WRK-VALE-LINE
           END-IF.
           WRITE FS-VALE-LINE FROM WRK-VALE-LINE.

           CLOSE VALE-FILE.
       END PROGRAM VENDERVALE.
