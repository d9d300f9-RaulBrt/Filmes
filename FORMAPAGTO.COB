      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Perguntar no balcao a forma de pagamento de um
      *           atendimento (dinheiro, cartao, PIX ou cheque), com a
      *           opcao de dividir o valor em duas formas. Usa quatro
      *           linhas da tela a partir da linha informada pelo
      *           chamador e devolve as formas e os valores no layout
      *           TENDFLDS, pronto para o WRITETRANS.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORMAPAGTO.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WRK-BLANK               PIC X(79) VALUE SPACES.
       77  WRK-SPLIT               PIC X(01) VALUE SPACES.
       77  WRK-VALID               PIC 9(01) VALUE ZEROES.
       77  WRK-AMT2-MSK            PIC X(09) JUSTIFIED RIGHT.
       77  WRK-CODE                PIC X(01) VALUE SPACES.
       77  WRK-DESC                PIC X(08) VALUE SPACES.
       77  WRK-ROW                 PIC 9(02) VALUE ZEROES.
       LINKAGE SECTION.
       01  LNK-TOTAL               PIC 9(06)V99.
       01  LNK-TENDER.
           COPY TENDFLDS
               REPLACING ==FS-TND-TENDER1==  BY ==LNK-TND-TENDER1==
                         ==FS-TND-DESC1==    BY ==LNK-TND-DESC1==
                         ==FS-TND-AMOUNT1==  BY ==LNK-TND-AMOUNT1==
                         ==FS-TND-TENDER2==  BY ==LNK-TND-TENDER2==
                         ==FS-TND-DESC2==    BY ==LNK-TND-DESC2==
                         ==FS-TND-AMOUNT2==  BY ==LNK-TND-AMOUNT2==
                         ==FS-TND-LEFT2==    BY ==LNK-TND-LEFT2==.
       01  LNK-LINE                PIC 9(02).

       PROCEDURE DIVISION USING LNK-TOTAL, LNK-TENDER, LNK-LINE.
       0000-MAIN-PROCEDURE.
           MOVE "D"        TO LNK-TND-TENDER1.
           MOVE "DINHEIRO" TO LNK-TND-DESC1.
           MOVE LNK-TOTAL  TO LNK-TND-AMOUNT1.
           MOVE SPACES     TO LNK-TND-TENDER2.
           MOVE SPACES     TO LNK-TND-DESC2.
           MOVE ZEROES     TO LNK-TND-AMOUNT2.
           MOVE ZEROES     TO LNK-TND-LEFT2.
           IF LNK-TOTAL EQUAL ZEROES
               GOBACK
           END-IF.
           PERFORM 0010-CLEAR-LINES.
           MOVE ZEROES TO WRK-VALID.
           PERFORM 0020-GET-TENDER1 UNTIL WRK-VALID EQUAL 1.
           PERFORM 0030-ASK-SPLIT.
           GOBACK.

      *=================================================================
       0010-CLEAR-LINES      SECTION.
      *Apaga as quatro linhas usadas pelas perguntas, que podem trazer
      *restos de uma tela anterior do chamador
      *=================================================================
           MOVE LNK-LINE TO WRK-ROW.
           PERFORM 4 TIMES
               DISPLAY WRK-BLANK AT LINE WRK-ROW COLUMN 01
               ADD 1 TO WRK-ROW
           END-PERFORM.

      *=================================================================
       0020-GET-TENDER1      SECTION.
      *Forma principal; ENTER assume dinheiro
      *=================================================================
           DISPLAY "FORMA DE PAGAMENTO (D=DINHEIRO C=CARTAO P=PIX "
               "Q=CHEQUE): " AT LINE LNK-LINE COLUMN 01.
           MOVE SPACES TO WRK-CODE.
           ACCEPT WRK-CODE AT LINE LNK-LINE COLUMN 59.
           IF WRK-CODE EQUAL SPACES
               MOVE "D" TO WRK-CODE
           END-IF.
           PERFORM 0040-DESCRIBE-TENDER.
           IF WRK-VALID EQUAL 1
               MOVE WRK-CODE TO LNK-TND-TENDER1
               MOVE WRK-DESC TO LNK-TND-DESC1
           END-IF.

      *=================================================================
       0030-ASK-SPLIT      SECTION.
      *Pagamento dividido: a segunda forma tem que ser diferente da
      *primeira e o seu valor maior que zero e menor que o total; o
      *restante fica na forma principal
      *=================================================================
           MOVE LNK-LINE TO WRK-ROW.
           ADD 1 TO WRK-ROW.
           DISPLAY "DIVIDIR EM DUAS FORMAS (S/N)? "
               AT LINE WRK-ROW COLUMN 01.
           MOVE SPACES TO WRK-SPLIT.
           ACCEPT WRK-SPLIT AT LINE WRK-ROW COLUMN 32.
           IF WRK-SPLIT NOT EQUAL 'S' AND WRK-SPLIT NOT EQUAL 's'
               GO TO 0030-FIM
           END-IF.
           MOVE ZEROES TO WRK-VALID.
           PERFORM 0035-GET-TENDER2 UNTIL WRK-VALID EQUAL 1.
           COMPUTE LNK-TND-AMOUNT1 = LNK-TOTAL - LNK-TND-AMOUNT2.
           MOVE LNK-TND-AMOUNT2 TO LNK-TND-LEFT2.
       0030-FIM.
           EXIT.

      *=================================================================
       0035-GET-TENDER2      SECTION.
      *Segunda forma e o valor pago nela
      *=================================================================
           MOVE LNK-LINE TO WRK-ROW.
           ADD 2 TO WRK-ROW.
           DISPLAY "SEGUNDA FORMA (D/C/P/Q): " AT LINE WRK-ROW
               COLUMN 01.
           MOVE SPACES TO WRK-CODE.
           ACCEPT WRK-CODE AT LINE WRK-ROW COLUMN 26.
           DISPLAY "VALOR NA SEGUNDA FORMA: " AT LINE WRK-ROW
               COLUMN 30.
           MOVE SPACES TO WRK-AMT2-MSK.
           ACCEPT WRK-AMT2-MSK AT LINE WRK-ROW COLUMN 54.
           ADD 1 TO WRK-ROW.
           DISPLAY WRK-BLANK AT LINE WRK-ROW COLUMN 01.
           PERFORM 0040-DESCRIBE-TENDER.
           IF WRK-VALID EQUAL ZEROES
               DISPLAY "FORMA DE PAGAMENTO INVALIDA"
                   AT LINE WRK-ROW COLUMN 01
               GO TO 0035-FIM
           END-IF.
           MOVE ZEROES TO WRK-VALID.
           IF WRK-AMT2-MSK EQUAL SPACES
               MOVE ZEROES TO LNK-TND-AMOUNT2
           ELSE
               MOVE FUNCTION NUMVAL(WRK-AMT2-MSK) TO LNK-TND-AMOUNT2
           END-IF.
           IF WRK-CODE EQUAL LNK-TND-TENDER1
               DISPLAY "A SEGUNDA FORMA DEVE SER DIFERENTE DA PRIMEIRA"
                   AT LINE WRK-ROW COLUMN 01
               GO TO 0035-FIM
           END-IF.
           IF LNK-TND-AMOUNT2 EQUAL ZEROES
               OR LNK-TND-AMOUNT2 NOT LESS THAN LNK-TOTAL
               DISPLAY "VALOR DEVE SER MAIOR QUE ZERO E MENOR QUE "
                   "O TOTAL: " AT LINE WRK-ROW COLUMN 01
               DISPLAY LNK-TOTAL AT LINE WRK-ROW COLUMN 52
               GO TO 0035-FIM
           END-IF.
           MOVE 1 TO WRK-VALID.
           MOVE WRK-CODE TO LNK-TND-TENDER2.
           MOVE WRK-DESC TO LNK-TND-DESC2.
       0035-FIM.
           EXIT.

      *=================================================================
       0040-DESCRIBE-TENDER      SECTION.
      *Confere o codigo digitado (maiuscula ou minuscula) e devolve a
      *descricao; codigo desconhecido deixa WRK-VALID zerado
      *=================================================================
           INSPECT WRK-CODE CONVERTING "dcpq" TO "DCPQ".
           MOVE 1 TO WRK-VALID.
           EVALUATE WRK-CODE
               WHEN "D"
                   MOVE "DINHEIRO" TO WRK-DESC
               WHEN "C"
                   MOVE "CARTAO"   TO WRK-DESC
               WHEN "P"
                   MOVE "PIX"      TO WRK-DESC
               WHEN "Q"
                   MOVE "CHEQUE"   TO WRK-DESC
               WHEN OTHER
                   MOVE ZEROES     TO WRK-VALID
                   MOVE SPACES     TO WRK-DESC
           END-EVALUATE.
       END PROGRAM FORMAPAGTO.
