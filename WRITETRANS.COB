      *                   numerar um recibo novo. O chamador zera o
      *                   numero antes da primeira linha de cada
      *                   atendimento
      * 15/OUT/2026 RTB - Forma de pagamento opcional (depois do
      *                   imposto, no layout TENDFLDS): grava a forma
      *                   da linha e, no pagamento dividido, distribui
      *                   a parcela da segunda forma pelas linhas de
      *                   entrada do recibo ate esgota-la. Sem o
      *                   parametro a linha sai como dinheiro
      * 15/OUT/2026 RTB - Recusa (655) o lancamento com data dentro de
      *                   um exercicio ja encerrado pelo
      *                   FECHAREXERCICIO: relogio atrasado nao grava
      *                   no ano cujo diario ja foi arquivado
      * 15/OUT/2026 RTB - Data pela data do movimento (LERDATANEG);
      *                   depois da meia-noite do relogio a hora sai
      *                   acrescida de 24, para a linha ficar na ordem
      *                   do dia ainda aberto
      * 15/OUT/2026 RTB - Cada linha gravada entra tambem no indice do
      *                   diario (TRANSIDX.DAT), pelo recibo e pelo
      *                   cliente e data
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITETRANS.
           SELECT FECHADOS ASSIGN TO "CAIXAFECHADO.DAT"
           FILE STATUS IS WRK-FECH-STATUS
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT TRANSIDX ASSIGN TO "TRANSIDX.DAT"
           FILE STATUS IS WRK-TIX-STATUS
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-TIX-KEY
           ALTERNATE RECORD KEY IS FS-TIX-CUST-KEY WITH DUPLICATES.
       DATA DIVISION.
       FILE SECTION.
           FD  TRANSACT.
           01 FS-CTL-LINE               PIC 9(06).
           FD  FECHADOS.
           01 FS-FECH-LINE              PIC 9(08).
           FD  TRANSIDX.
           01 FS-TIX.
               COPY TRNIDXFLDS.
       WORKING-STORAGE SECTION.
       77  WRK-TRIES                  PIC 9(01) VALUE ZEROES.
       77  WRK-CTL-STATUS             PIC 9(03) VALUE ZEROES.
       77  WRK-FECH-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-LAST-RECEIPT           PIC 9(06) VALUE ZEROES.
       77  WRK-TODAY                  PIC 9(08) VALUE ZEROES.
       77  WRK-CLOCK-DATE             PIC 9(08) VALUE ZEROES.
       77  WRK-DAY-CLOSED             PIC 9(01) VALUE ZEROES.
       77  WRK-CLOSED-YEAR            PIC 9(04) VALUE ZEROES.
       77  WRK-EXE-STATUS             PIC 9(03) VALUE ZEROES.
       77  WRK-TIX-STATUS             PIC 9(03) VALUE ZEROES.
       LINKAGE SECTION.
       01  LNK-STATUS                 PIC 9(03).
       01  LNK-TYPE                   PIC X(01).
       01  LNK-OPERATOR               PIC X(08).
       01  LNK-RECEIPT                PIC 9(06).
       01  LNK-TAX                    PIC 9(06)V99.
       01  LNK-TENDER.
           COPY TENDFLDS
               REPLACING ==FS-TND-TENDER1==  BY ==LNK-TND-TENDER1==
                         ==FS-TND-DESC1==    BY ==LNK-TND-DESC1==
                         ==FS-TND-AMOUNT1==  BY ==LNK-TND-AMOUNT1==
                         ==FS-TND-TENDER2==  BY ==LNK-TND-TENDER2==
                         ==FS-TND-DESC2==    BY ==LNK-TND-DESC2==
                         ==FS-TND-AMOUNT2==  BY ==LNK-TND-AMOUNT2==
                         ==FS-TND-LEFT2==    BY ==LNK-TND-LEFT2==.

       PROCEDURE DIVISION USING LNK-TYPE, LNK-CUST-COD, LNK-MOV-COD,
               LNK-AMOUNT, LNK-PAID, LNK-OPERATOR, LNK-RECEIPT,
               LNK-STATUS, OPTIONAL LNK-TAX, OPTIONAL LNK-TENDER.
       0000-MAIN-PROCEDURE.
           MOVE ZEROES TO LNK-STATUS.
           PERFORM 0005-CHECK-DAY-CLOSED.
               MOVE 633 TO LNK-STATUS
               GOBACK
           END-IF.
           PERFORM 0007-CHECK-YEAR-CLOSED.
           IF WRK-DAY-CLOSED EQUAL 1
               MOVE 655 TO LNK-STATUS
               GOBACK
           END-IF.
           OPEN EXTEND TRANSACT.
           IF LNK-STATUS EQUAL 350 AND WRK-TRIES LESS THAN 1
               ADD 1 TO WRK-TRIES
               PERFORM 0020-BUILD-ENTRY
               WRITE FS-TRANS
               CLOSE TRANSACT
               PERFORM 0040-WRITE-INDEX
           END-IF.
           GOBACK.

      *depois da conferencia
      *=================================================================
           MOVE ZEROES TO WRK-DAY-CLOSED.
           CALL "LERDATANEG" USING WRK-TODAY.
           OPEN INPUT FECHADOS.
           IF WRK-FECH-STATUS EQUAL ZEROES
               PERFORM UNTIL WRK-FECH-STATUS NOT EQUAL ZEROES
           END-IF.
           MOVE ZEROES TO WRK-FECH-STATUS.

      *=================================================================
       0007-CHECK-YEAR-CLOSED      SECTION.
      *Recusa o lancamento cuja data cai num exercicio ja encerrado:
      *o diario desse ano foi arquivado e os saldos transportados
      *=================================================================
           MOVE ZEROES TO WRK-DAY-CLOSED.
           CALL "LEREXERCICIO" USING WRK-CLOSED-YEAR, WRK-EXE-STATUS.
           IF WRK-CLOSED-YEAR GREATER THAN ZEROES
               AND WRK-TODAY(1:4) NOT GREATER THAN WRK-CLOSED-YEAR
               MOVE 1 TO WRK-DAY-CLOSED
           END-IF.

      *=================================================================
       0010-NEXT-RECEIPT       SECTION.
      *Le o ultimo numero de recibo emitido em RECIBCTL.DAT, soma um e
       0020-BUILD-ENTRY        SECTION.
      *Monta a linha da transacao com data, hora e os dados informados
      *=================================================================
           CALL "LERDATANEG" USING FS-TRANS-DATE.
           ACCEPT FS-TRANS-TIME FROM TIME.
      *Relogio ja no dia seguinte ao do movimento: a hora continua
      *depois de 23:59 para nao ficar antes das linhas da noite
           ACCEPT WRK-CLOCK-DATE FROM DATE YYYYMMDD.
           IF WRK-CLOCK-DATE GREATER THAN FS-TRANS-DATE
               ADD 24000000 TO FS-TRANS-TIME
           END-IF.
           MOVE LNK-OPERATOR   TO FS-TRANS-OPERATOR.
           MOVE LNK-TYPE       TO FS-TRANS-TYPE.
           MOVE LNK-CUST-COD   TO FS-TRANS-CUST-COD.
           ELSE
               MOVE LNK-TAX TO FS-TRANS-TAX
           END-IF.
           PERFORM 0030-SET-TENDER.

      *=================================================================
       0030-SET-TENDER         SECTION.
      *Forma de pagamento da linha. A parcela da segunda forma so cai
      *nas linhas pagas de entrada de dinheiro: linhas pendentes,
      *devolucoes, abatimentos, saidas da gaveta e a linha informativa
      *de campanha levam a forma principal inteira
      *=================================================================
           MOVE "D"    TO FS-TRANS-TENDER.
           MOVE SPACES TO FS-TRANS-TENDER2.
           MOVE ZEROES TO FS-TRANS-AMOUNT2.
           IF LNK-TENDER OMITTED
               GO TO 0030-SET-TENDER-FIM
           END-IF.
           IF LNK-TND-TENDER1 NOT EQUAL SPACES
               MOVE LNK-TND-TENDER1 TO FS-TRANS-TENDER
           END-IF.
           IF LNK-TND-TENDER2 EQUAL SPACES
               OR LNK-TND-LEFT2 EQUAL ZEROES
               GO TO 0030-SET-TENDER-FIM
           END-IF.
           IF FS-TRANS-PENDENTE
               OR FS-TRANS-CAUCAO-DEV OR FS-TRANS-PONTOS
               OR FS-TRANS-VALE-RESGATE OR FS-TRANS-CREDITO
               OR FS-TRANS-COMPRA OR FS-TRANS-SANGRIA
               OR FS-TRANS-CAMPANHA
               GO TO 0030-SET-TENDER-FIM
           END-IF.
           MOVE LNK-TND-TENDER2 TO FS-TRANS-TENDER2.
           IF LNK-TND-LEFT2 GREATER THAN LNK-AMOUNT
               MOVE LNK-AMOUNT TO FS-TRANS-AMOUNT2
           ELSE
               MOVE LNK-TND-LEFT2 TO FS-TRANS-AMOUNT2
           END-IF.
           SUBTRACT FS-TRANS-AMOUNT2 FROM LNK-TND-LEFT2.
       0030-SET-TENDER-FIM.
           EXIT.

      *=================================================================
       0040-WRITE-INDEX        SECTION.
      *Anota a linha no indice do diario. O diario e o registro
      *oficial: falha no indice vai so para o log, e o INDEXARDIARIO
      *refaz o indice a partir do diario
      *=================================================================
           OPEN I-O TRANSIDX.
           IF WRK-TIX-STATUS EQUAL 350
               OPEN OUTPUT TRANSIDX
               CLOSE TRANSIDX
               OPEN I-O TRANSIDX
           END-IF.
           IF WRK-TIX-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-TIX-STATUS, "WRITETRANS", "B"
               MOVE ZEROES TO WRK-TIX-STATUS
               GO TO 0040-WRITE-INDEX-FIM
           END-IF.
           MOVE FS-TRANS-RECEIPT  TO FS-TIX-RECEIPT.
           MOVE FS-TRANS-DATE     TO FS-TIX-DATE.
           MOVE FS-TRANS-TIME     TO FS-TIX-TIME.
           MOVE FS-TRANS-CUST-COD TO FS-TIX-KEY-CUST.
           MOVE FS-TRANS-CUST-COD TO FS-TIX-CUST-COD.
           MOVE FS-TRANS-DATE     TO FS-TIX-CUST-DATE.
           MOVE FS-TRANS          TO FS-TIX-LINE.
      *Mesma chave (linhas do mesmo recibo no mesmo centesimo de
      *segundo): tenta a sequencia seguinte
           MOVE ZEROES TO FS-TIX-SEQ.
           MOVE 220 TO WRK-TIX-STATUS.
           PERFORM UNTIL WRK-TIX-STATUS NOT EQUAL 220
                      OR FS-TIX-SEQ EQUAL 999
               ADD 1 TO FS-TIX-SEQ
               WRITE FS-TIX
           END-PERFORM.
           IF WRK-TIX-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-TIX-STATUS, "WRITETRANS", "B"
           END-IF.
           CLOSE TRANSIDX.
           MOVE ZEROES TO WRK-TIX-STATUS.
       0040-WRITE-INDEX-FIM.
           EXIT.

       END PROGRAM WRITETRANS.
