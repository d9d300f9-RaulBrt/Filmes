      *                   o fechamento recebe o valor contado na
      *                   gaveta, acumulando o historico de variacao
      *                   por operador/estacao em VARIACAOCAIXA.DAT
      * 15/OUT/2026 RTB - Totais por forma de pagamento (dinheiro,
      *                   cartao, PIX, cheque), com a parcela dividida
      *                   de cada linha na segunda forma. A gaveta e
      *                   conferida so contra o dinheiro; cartao e PIX
      *                   saem a parte para bater com os comprovantes
      *                   do terminal
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Acerto das entregas a domicilio (tipo 2,
      *                   dinheiro trazido pelo motorista) em linha
      *                   propria no fechamento
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHAMENTOCAIXA.
       77  WRK-TOT-FUNDO               PIC 9(08)V99 VALUE ZEROES.
       77  WRK-TOT-SANGRIA             PIC 9(08)V99 VALUE ZEROES.
       77  WRK-TOT-CAMPANHA            PIC 9(08)V99 VALUE ZEROES.
       77  WRK-TOT-ENTREGA             PIC 9(08)V99 VALUE ZEROES.
       77  WRK-VAR-STATUS              PIC 9(03)  VALUE ZEROES.
       77  WRK-VAR-TRIES               PIC 9(01)  VALUE ZEROES.
       77  WRK-COUNTED-MSK             PIC X(12)  JUSTIFIED RIGHT.
       77  WRK-OPER-SLOT               PIC 9(02)  VALUE ZEROES.
       77  WRK-OPER-COUNT              PIC 9(02)  VALUE ZEROES.
       77  WRK-OPER-FOUND              PIC 9(01)  VALUE ZEROES.
       77  WRK-TOT-DINHEIRO            PIC S9(09)V99 VALUE ZEROES.
       77  WRK-TOT-CARTAO              PIC S9(09)V99 VALUE ZEROES.
       77  WRK-TOT-PIX                 PIC S9(09)V99 VALUE ZEROES.
       77  WRK-TOT-CHEQUE              PIC S9(09)V99 VALUE ZEROES.
       77  WRK-TND-PART                PIC S9(07)V99 VALUE ZEROES.
       77  WRK-TND-CODE                PIC X(01)  VALUE SPACES.
       01  WRK-OPER-TABLE.
           05 WRK-OPER-ENTRY           OCCURS 20 TIMES.
               10 WRK-OPER-ID          PIC X(08) VALUE SPACES.
      *Recebe a data do fechamento (ENTER = hoje)
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           CALL "LERDATANEG" USING WRK-TODAY.
           DISPLAY "DATA DO FECHAMENTO (AAAAMMDD, ENTER=HOJE): "
               AT 0305.
           ACCEPT WRK-DATE-MSK AT 0349.
               WHEN FS-TRANS-ESTORNO
                   ADD FS-TRANS-AMOUNT TO WRK-TOT-ESTORNO
                   SUBTRACT FS-TRANS-AMOUNT FROM WRK-TOT-GERAL
               WHEN FS-TRANS-ACERTO-ENTREGA
                   ADD FS-TRANS-AMOUNT TO WRK-TOT-ENTREGA
                   ADD FS-TRANS-AMOUNT TO WRK-TOT-GERAL
               WHEN OTHER
                   ADD FS-TRANS-AMOUNT TO WRK-TOT-OUTROS
                   ADD FS-TRANS-AMOUNT TO WRK-TOT-GERAL
           END-EVALUATE.
           IF NOT FS-TRANS-CAMPANHA
               PERFORM 0026-SPLIT-BY-TENDER
           END-IF.
           MOVE ZEROES TO WRK-OPER-FOUND.
           PERFORM VARYING WRK-OPER-SLOT FROM 1 BY 1
                   UNTIL WRK-OPER-SLOT GREATER THAN WRK-OPER-COUNT
       0025-FIM.
           EXIT.

      *=================================================================
       0026-SPLIT-BY-TENDER      SECTION.
      *Reparte a transacao corrente pelas formas de pagamento: a
      *parcela da segunda forma (FS-TRANS-AMOUNT2) vai para ela e o
      *restante para a forma principal, com o mesmo sinal dos totais
      *=================================================================
           IF FS-TRANS-TENDER2 NOT EQUAL SPACES
               AND FS-TRANS-AMOUNT2 GREATER THAN ZEROES
               MOVE FS-TRANS-TENDER2 TO WRK-TND-CODE
               MOVE FS-TRANS-AMOUNT2 TO WRK-TND-PART
               PERFORM 0028-APPLY-TO-TENDER
               COMPUTE WRK-TND-PART =
                   FS-TRANS-AMOUNT - FS-TRANS-AMOUNT2
           ELSE
               MOVE FS-TRANS-AMOUNT TO WRK-TND-PART
           END-IF.
           MOVE FS-TRANS-TENDER TO WRK-TND-CODE.
           PERFORM 0028-APPLY-TO-TENDER.

      *=================================================================
       0027-APPLY-TO-OPERATOR      SECTION.
      *Aplica a transacao corrente no total do operador WRK-OPER-SLOT,
                   TO WRK-OPER-TOTAL(WRK-OPER-SLOT)
           END-IF.

      *=================================================================
       0028-APPLY-TO-TENDER      SECTION.
      *Soma (ou subtrai, nos tipos que tiram dinheiro) a parcela
      *WRK-TND-PART no total da forma WRK-TND-CODE; forma em branco
      *(linhas antigas) ou desconhecida conta como dinheiro
      *=================================================================
           IF FS-TRANS-ESTORNO OR FS-TRANS-CAUCAO-DEV
               OR FS-TRANS-PONTOS OR FS-TRANS-VALE-RESGATE
               OR FS-TRANS-CREDITO OR FS-TRANS-COMPRA
               OR FS-TRANS-SANGRIA
               COMPUTE WRK-TND-PART = WRK-TND-PART * -1
           END-IF.
           EVALUATE WRK-TND-CODE
               WHEN "C"
                   ADD WRK-TND-PART TO WRK-TOT-CARTAO
               WHEN "P"
                   ADD WRK-TND-PART TO WRK-TOT-PIX
               WHEN "Q"
                   ADD WRK-TND-PART TO WRK-TOT-CHEQUE
               WHEN OTHER
                   ADD WRK-TND-PART TO WRK-TOT-DINHEIRO
           END-EVALUATE.

      *=================================================================
       0030-SHOW-TOTALS      SECTION.
      *Mostra e imprime os totais do fechamento
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           MOVE 03 TO WRK-LINE.

           MOVE SPACES TO WRK-BUFF.
           STRING "OUTROS:     " WRK-TOT-OUTROS INTO WRK-BUFF.
           PERFORM 0035-PRINT-LINE.

           MOVE SPACES TO WRK-BUFF.
           STRING "ENTREGAS:   " WRK-TOT-ENTREGA INTO WRK-BUFF.
           PERFORM 0035-PRINT-LINE.

           MOVE SPACES TO WRK-BUFF.
           STRING "CAUCOES RECEBIDAS: " WRK-TOT-CAUCAO INTO WRK-BUFF.
           PERFORM 0035-PRINT-LINE.
           PERFORM 0035-PRINT-LINE.

           MOVE SPACES TO WRK-BUFF.
           STRING "TOTAL GERAL: " WRK-TOT-GERAL INTO WRK-BUFF.
           PERFORM 0035-PRINT-LINE.

           MOVE SPACES TO WRK-BUFF.
           STRING "  DINHEIRO (CONFERIR COM A GAVETA): "
               WRK-TOT-DINHEIRO INTO WRK-BUFF.
           PERFORM 0035-PRINT-LINE.

           MOVE SPACES TO WRK-BUFF.
           STRING "  CARTAO (CONFERIR COM O TERMINAL): "
               WRK-TOT-CARTAO INTO WRK-BUFF.
           PERFORM 0035-PRINT-LINE.

           MOVE SPACES TO WRK-BUFF.
           STRING "  PIX (CONFERIR COM O TERMINAL):    "
               WRK-TOT-PIX INTO WRK-BUFF.
           PERFORM 0035-PRINT-LINE.

           MOVE SPACES TO WRK-BUFF.
           STRING "  CHEQUE:                           "
               WRK-TOT-CHEQUE INTO WRK-BUFF.
           PERFORM 0035-PRINT-LINE.

           ADD 1 TO WRK-LINE.
      *=================================================================
       0038-DRAWER-SIGNOFF      SECTION.
      *Assinatura do fechamento: o operador conta a gaveta e a
      *diferenca contra o dinheiro esperado (so a forma dinheiro:
      *cartao, PIX e cheque nao passam pela gaveta) entra no
      *historico de variacao (VARIACAOCAIXA.DAT), por operador e
      *filial
      *=================================================================
           CALL "LERFILIAL" USING WRK-BRANCH, WRK-FIL-STATUS.
           DISPLAY "VALOR CONTADO NA GAVETA: " AT 1801.
               GO TO 0038-FIM
           END-IF.
           MOVE FUNCTION NUMVAL(WRK-COUNTED-MSK) TO WRK-COUNTED.
           COMPUTE WRK-VARIANCE = WRK-COUNTED - WRK-TOT-DINHEIRO.
           DISPLAY "OPERADOR QUE CONTOU: " AT 1901.
           MOVE SPACES TO WRK-SIGNOFF-OPER.
           ACCEPT WRK-SIGNOFF-OPER AT 1923.
               MOVE WRK-REPORT-DATE TO FS-VAR-DATE
               MOVE WRK-SIGNOFF-OPER TO FS-VAR-OPERATOR
               MOVE WRK-BRANCH TO FS-VAR-BRANCH
               MOVE WRK-TOT-DINHEIRO TO FS-VAR-EXPECTED
               MOVE WRK-COUNTED TO FS-VAR-COUNTED
               MOVE WRK-VARIANCE TO FS-VAR-DIFF
               WRITE FS-VAR-REC
