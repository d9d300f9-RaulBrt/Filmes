      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Lancamento da nota fiscal da distribuidora com a
      *           conferencia contra o pedido e o recebimento: cada
      *           linha da nota aponta o item do pedido em PEDIDOS.DAT
      *           e e comparada com a quantidade recebida ainda nao
      *           faturada (FS-ORD-QTY-RECD menos o que outras notas ja
      *           cobraram) e com o custo unitario do pedido
      *           (FS-ORD-UNIT-COST, ja atualizado pela confirmacao da
      *           distribuidora). Linha divergente e apontada na tela e
      *           retem a nota para o gerente liberar. Os creditos de
      *           RMA em aberto da distribuidora sao abatidos da nota
      *           (e baixados em RMAS.DAT), e o liquido vai para contas
      *           a pagar (CONTASPAGAR.DAT) com o vencimento; as linhas
      *           ficam em NOTASFORN.DAT.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTAFORNECEDOR.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS ASSIGN TO "PEDIDOS.DAT"
           FILE STATUS IS WRK-ORD-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-ORD-KEY.

           SELECT NOTASFORN ASSIGN TO "NOTASFORN.DAT"
           FILE STATUS IS WRK-NFL-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-NFL-KEY
           ALTERNATE RECORD KEY IS FS-NFL-ORD-KEY WITH DUPLICATES
           LOCK MODE IS AUTOMATIC.

           SELECT CONTASPAGAR ASSIGN TO "CONTASPAGAR.DAT"
           FILE STATUS IS WRK-AP-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-AP-KEY
           LOCK MODE IS AUTOMATIC.

           SELECT RMAS ASSIGN TO "RMAS.DAT"
           FILE STATUS IS WRK-RMA-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-RMA-NUM
           LOCK MODE IS AUTOMATIC.
       DATA DIVISION.
       FILE SECTION.
           FD  PEDIDOS.
           01 FS-PEDIDO.
               COPY ORDERFLDS.
           FD  NOTASFORN.
           01 FS-NOTAFORN.
               COPY NFLFLDS.
           FD  CONTASPAGAR.
           01 FS-CONTAPAGAR.
               COPY APFLDS.
           FD  RMAS.
           01 FS-RMA.
               COPY RMAFLDS.
       WORKING-STORAGE SECTION.
       77  WRK-ORD-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-NFL-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-AP-FSTAT            PIC 9(03) VALUE ZEROES.
       77  WRK-RMA-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-NIVEL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-ERR-STATUS          PIC 9(03) VALUE ZEROES.
       77  WRK-MIN-LEVEL           PIC 9(01) VALUE 2.
       77  WRK-TRIES               PIC 9(01) VALUE ZEROES.
       77  WRK-TECLA               PIC X(01) VALUE SPACES.
       77  WRK-OPTION              PIC X(01) VALUE SPACES.
       77  WRK-TODAY               PIC 9(08) VALUE ZEROES.
       77  WRK-DATE-INT            PIC 9(08) VALUE ZEROES.
       77  WRK-DISTRIB             PIC X(15) VALUE SPACES.
       77  WRK-DISTRIB-STATUS      PIC 9(03) VALUE ZEROES.
       77  WRK-INVOICE             PIC X(10) VALUE SPACES.
       77  WRK-INV-DATE            PIC 9(08) VALUE ZEROES.
       77  WRK-DUE-DATE            PIC 9(08) VALUE ZEROES.
       77  WRK-DATE-MSK            PIC X(08) JUSTIFIED RIGHT.
       77  WRK-ORD-MSK             PIC X(05) JUSTIFIED RIGHT.
       77  WRK-LINE-MSK            PIC X(03) JUSTIFIED RIGHT.
       77  WRK-QTY-MSK             PIC X(03) JUSTIFIED RIGHT.
       77  WRK-PRICE-MSK           PIC X(09) JUSTIFIED RIGHT.
       77  WRK-ORD-NUM             PIC 9(05) VALUE ZEROES.
       77  WRK-ORD-LINE            PIC 9(03) VALUE ZEROES.
       77  WRK-QTY                 PIC 9(03) VALUE ZEROES.
       77  WRK-PRICE               PIC 9(06)V99 VALUE ZEROES.
       77  WRK-BILLED              PIC 9(05) VALUE ZEROES.
       77  WRK-OPEN-QTY            PIC S9(05) VALUE ZEROES.
       77  WRK-MATCH               PIC X(01) VALUE SPACES.
       77  WRK-HOLD                PIC X(01) VALUE SPACES.
       77  WRK-DONE                PIC 9(01) VALUE ZEROES.
       77  WRK-ABORT               PIC 9(01) VALUE ZEROES.
       77  WRK-EOF                 PIC 9(01) VALUE ZEROES.
       77  WRK-SUB                 PIC 9(02) VALUE ZEROES.
       77  WRK-NL-COUNT            PIC 9(02) VALUE ZEROES.
       77  WRK-GROSS               PIC 9(08)V99 VALUE ZEROES.
       77  WRK-CREDIT              PIC 9(08)V99 VALUE ZEROES.
       77  WRK-NET                 PIC 9(08)V99 VALUE ZEROES.
       77  WRK-RMA-COUNT           PIC 9(03) VALUE ZEROES.
       77  WRK-DIVERG-COUNT        PIC 9(02) VALUE ZEROES.
       77  WRK-BLANK               PIC X(71) VALUE SPACES.
      *Linhas da nota, gravadas juntas quando a nota e confirmada
       01  WRK-NL-TABLE.
           05 WRK-NL-ENTRY         OCCURS 40 TIMES.
               10 WRK-NL-ORD-NUM   PIC 9(05) VALUE ZEROES.
               10 WRK-NL-ORD-LINE  PIC 9(03) VALUE ZEROES.
               10 WRK-NL-MOV-COD   PIC 9(05) VALUE ZEROES.
               10 WRK-NL-QTY       PIC 9(03) VALUE ZEROES.
               10 WRK-NL-PRICE     PIC 9(06)V99 VALUE ZEROES.
               10 WRK-NL-OPEN      PIC 9(03) VALUE ZEROES.
               10 WRK-NL-COST      PIC 9(06)V99 VALUE ZEROES.
               10 WRK-NL-MATCH     PIC X(01) VALUE SPACES.

       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
       SCREEN  SECTION.
       01  CLEAR.
           05 CLEAR-SCREEN.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL.
       01  SHOW-MV.
           05 TITLE-SCREEN.
               10 LINE 01 COLUMN 01    PIC X(27) ERASE EOL
                  BACKGROUND-COLOR 2 FROM
                  "NOTA DA DISTRIBUIDORA".

       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           CALL "CHECKNIVEL" USING LNK-OPERATOR, WRK-MIN-LEVEL,
               WRK-NIVEL-STATUS, "NOTAFORNECEDOR  ".
           IF WRK-NIVEL-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-NIVEL-STATUS, "NOTAFORNECEDOR"
               GOBACK
           END-IF.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           PERFORM 0005-ZERO-INFO.
           PERFORM 0010-GET-HEADER.
           IF WRK-ABORT EQUAL 1
               GOBACK
           END-IF.
           PERFORM 0020-ENTER-LINE UNTIL WRK-DONE EQUAL 1.
           IF WRK-NL-COUNT EQUAL ZEROES
               GOBACK
           END-IF.
           DISPLAY "GRAVAR A NOTA (S/N): " AT 1601.
           MOVE SPACES TO WRK-OPTION.
           ACCEPT WRK-OPTION AT 1622.
           IF WRK-OPTION NOT EQUAL "S" AND WRK-OPTION NOT EQUAL "s"
               DISPLAY "NOTA DESCARTADA. PRESSIONE ENTER" AT 1701
               ACCEPT WRK-TECLA AT 1734
               GOBACK
           END-IF.
           PERFORM 0040-APPLY-RMAS.
           PERFORM 0060-WRITE-PAYABLE.
           IF WRK-AP-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-AP-FSTAT, "NOTAFORNECEDOR"
               MOVE ZEROES TO WRK-AP-FSTAT
               GOBACK
           END-IF.
           PERFORM 0050-WRITE-LINES.
           DISPLAY "TOTAL DA NOTA: " AT 1701.
           DISPLAY WRK-GROSS AT 1726.
           DISPLAY "CREDITO DE RMA ABATIDO: " AT 1801.
           DISPLAY WRK-CREDIT AT 1826.
           DISPLAY WRK-RMA-COUNT AT 1840.
           DISPLAY " RMA(S)" AT 1843.
           DISPLAY "LIQUIDO A PAGAR: " AT 1901.
           DISPLAY WRK-NET AT 1926.
           DISPLAY "VENCIMENTO: " AT 1940.
           DISPLAY WRK-DUE-DATE AT 1952.
           IF WRK-HOLD EQUAL "S"
               DISPLAY "NOTA RETIDA POR DIVERGENCIA - LIBERAR EM "
                   "CONTAS A PAGAR" AT 2001
           END-IF.
           DISPLAY "NOTA LANCADA. PRESSIONE ENTER" AT 2201.
           ACCEPT WRK-TECLA AT 2231.
           GOBACK.

      *=================================================================
       0005-ZERO-INFO      SECTION.
      *Zera a nota de uma chamada anterior
      *=================================================================
           INITIALIZE WRK-NL-TABLE.
           MOVE ZEROES TO WRK-NL-COUNT WRK-GROSS WRK-CREDIT WRK-NET
               WRK-RMA-COUNT WRK-DIVERG-COUNT WRK-DONE WRK-ABORT
               WRK-ORD-FSTAT WRK-NFL-FSTAT WRK-AP-FSTAT WRK-RMA-FSTAT.
           MOVE "N" TO WRK-HOLD.
           CALL "LERDATANEG" USING WRK-TODAY.

      *=================================================================
       0010-GET-HEADER      SECTION.
      *Recebe a distribuidora, o numero, a data e o vencimento da
      *nota. Nota ja lancada para a distribuidora e recusada
      *=================================================================
           MOVE 1 TO WRK-ABORT.
           DISPLAY "DISTRIBUIDORA: " AT 0301.
           MOVE SPACES TO WRK-DISTRIB.
           ACCEPT WRK-DISTRIB AT 0316.
           IF WRK-DISTRIB EQUAL SPACES
               GO TO 0010-FIM
           END-IF.
           CALL "VALIDATEDISTRIB" USING WRK-DISTRIB,
               WRK-DISTRIB-STATUS.
           IF WRK-DISTRIB-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-DISTRIB-STATUS, "NOTAFORNECEDOR"
               GO TO 0010-FIM
           END-IF.
           DISPLAY "NUMERO DA NOTA: " AT 0401.
           MOVE SPACES TO WRK-INVOICE.
           ACCEPT WRK-INVOICE AT 0417.
           IF WRK-INVOICE EQUAL SPACES
               GO TO 0010-FIM
           END-IF.
           OPEN INPUT CONTASPAGAR.
           IF WRK-AP-FSTAT EQUAL ZEROES
               MOVE WRK-DISTRIB TO FS-AP-DISTRIB
               MOVE WRK-INVOICE TO FS-AP-INVOICE
               READ CONTASPAGAR
                   INVALID KEY
                       MOVE ZEROES TO WRK-AP-FSTAT
                   NOT INVALID KEY
                       MOVE 667 TO WRK-AP-FSTAT
               END-READ
               CLOSE CONTASPAGAR
           END-IF.
           IF WRK-AP-FSTAT EQUAL 667
               MOVE WRK-AP-FSTAT TO WRK-ERR-STATUS
               CALL "ERROS" USING WRK-ERR-STATUS, "NOTAFORNECEDOR"
               MOVE ZEROES TO WRK-AP-FSTAT
               GO TO 0010-FIM
           END-IF.
           MOVE ZEROES TO WRK-AP-FSTAT.
           DISPLAY "DATA DA NOTA (AAAAMMDD, ENTER=HOJE): " AT 0501.
           MOVE SPACES TO WRK-DATE-MSK.
           ACCEPT WRK-DATE-MSK AT 0539.
           IF WRK-DATE-MSK EQUAL SPACES
               MOVE WRK-TODAY TO WRK-INV-DATE
           ELSE
               MOVE WRK-DATE-MSK TO WRK-INV-DATE
           END-IF.
      *Vencimento sugerido: 30 dias corridos da data da nota
           COMPUTE WRK-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WRK-INV-DATE) + 30.
           MOVE FUNCTION DATE-OF-INTEGER(WRK-DATE-INT)
               TO WRK-DUE-DATE.
           DISPLAY "VENCIMENTO (AAAAMMDD, ENTER=" AT 0601.
           DISPLAY WRK-DUE-DATE AT 0629.
           DISPLAY "): " AT 0637.
           MOVE SPACES TO WRK-DATE-MSK.
           ACCEPT WRK-DATE-MSK AT 0640.
           IF WRK-DATE-MSK NOT EQUAL SPACES
               MOVE WRK-DATE-MSK TO WRK-DUE-DATE
           END-IF.
           MOVE ZEROES TO WRK-ABORT.
       0010-FIM.
           EXIT.

      *=================================================================
       0020-ENTER-LINE      SECTION.
      *Recebe uma linha da nota -- item do pedido, quantidade e preco
      *cobrados -- e confere com o recebido e o custo do pedido
      *=================================================================
           DISPLAY "PEDIDO (ENTER=FIM):           " AT 0801.
           MOVE SPACES TO WRK-ORD-MSK.
           ACCEPT WRK-ORD-MSK AT 0821.
           IF WRK-ORD-MSK EQUAL SPACES
               MOVE 1 TO WRK-DONE
               GO TO 0020-FIM
           END-IF.
           IF WRK-NL-COUNT EQUAL 40
               DISPLAY "NOTA COM O MAXIMO DE 40 LINHAS" AT 1301
               MOVE 1 TO WRK-DONE
               GO TO 0020-FIM
           END-IF.
           DISPLAY "LINHA: " AT 0830.
           MOVE SPACES TO WRK-LINE-MSK.
           ACCEPT WRK-LINE-MSK AT 0837.
           MOVE WRK-ORD-MSK TO WRK-ORD-NUM.
           MOVE WRK-LINE-MSK TO WRK-ORD-LINE.
           DISPLAY WRK-BLANK AT 0901.
           DISPLAY WRK-BLANK AT 1001.
           DISPLAY WRK-BLANK AT 1101.
           DISPLAY WRK-BLANK AT 1201.
           DISPLAY WRK-BLANK AT 1301.
      *O cabecalho (linha 000) diz de qual distribuidora e o pedido
           OPEN INPUT PEDIDOS.
           IF WRK-ORD-FSTAT NOT EQUAL ZEROES
               DISPLAY "ARQUIVO DE PEDIDOS INDISPONIVEL" AT 1301
               MOVE ZEROES TO WRK-ORD-FSTAT
               GO TO 0020-FIM
           END-IF.
           MOVE WRK-ORD-NUM TO FS-ORD-NUM.
           MOVE ZEROES TO FS-ORD-LINE.
           READ PEDIDOS
               INVALID KEY
                   MOVE SPACES TO FS-ORD-DISTRIB
           END-READ.
           IF FS-ORD-DISTRIB NOT EQUAL WRK-DISTRIB
               CLOSE PEDIDOS
               DISPLAY "PEDIDO NAO ENCONTRADO OU DE OUTRA "
                   "DISTRIBUIDORA" AT 1301
               GO TO 0020-FIM
           END-IF.
           MOVE WRK-ORD-LINE TO FS-ORD-LINE.
           READ PEDIDOS
               INVALID KEY
                   MOVE ZEROES TO FS-ORD-QTY-RECD
                   MOVE ZEROES TO FS-ORD-LINE
           END-READ.
           CLOSE PEDIDOS.
           MOVE ZEROES TO WRK-ORD-FSTAT.
           IF FS-ORD-LINE EQUAL ZEROES
               DISPLAY "ITEM DO PEDIDO NAO ENCONTRADO" AT 1301
               GO TO 0020-FIM
           END-IF.
           IF FS-ORD-QTY-RECD EQUAL ZEROES
               DISPLAY "ITEM AINDA NAO RECEBIDO - NADA A FATURAR"
                   AT 1301
               GO TO 0020-FIM
           END-IF.
           PERFORM 0025-SUM-BILLED.
           COMPUTE WRK-OPEN-QTY = FS-ORD-QTY-RECD - WRK-BILLED.
           DISPLAY FS-ORD-TITLE AT 0901.
           DISPLAY "RECEBIDO: " AT 1001.
           DISPLAY FS-ORD-QTY-RECD AT 1011.
           DISPLAY "JA FATURADO: " AT 1016.
           DISPLAY WRK-BILLED AT 1029.
           DISPLAY "CUSTO DO PEDIDO: " AT 1036.
           DISPLAY FS-ORD-UNIT-COST AT 1053.
           DISPLAY "QUANTIDADE COBRADA: " AT 1101.
           MOVE SPACES TO WRK-QTY-MSK.
           ACCEPT WRK-QTY-MSK AT 1122.
           IF WRK-QTY-MSK EQUAL SPACES
               GO TO 0020-FIM
           END-IF.
           MOVE WRK-QTY-MSK TO WRK-QTY.
           DISPLAY "PRECO UNITARIO (ENTER=DO PEDIDO): " AT 1201.
           MOVE SPACES TO WRK-PRICE-MSK.
           ACCEPT WRK-PRICE-MSK AT 1236.
           IF WRK-PRICE-MSK EQUAL SPACES
               MOVE FS-ORD-UNIT-COST TO WRK-PRICE
           ELSE
               MOVE FUNCTION NUMVAL(WRK-PRICE-MSK) TO WRK-PRICE
           END-IF.
      *Conferencia: quantidade ate o saldo recebido e nao faturado,
      *preco igual ao custo do pedido
           MOVE "S" TO WRK-MATCH.
           IF WRK-QTY GREATER THAN WRK-OPEN-QTY
               MOVE "Q" TO WRK-MATCH
           END-IF.
           IF WRK-PRICE NOT EQUAL FS-ORD-UNIT-COST
               IF WRK-MATCH EQUAL "Q"
                   MOVE "A" TO WRK-MATCH
               ELSE
                   MOVE "P" TO WRK-MATCH
               END-IF
           END-IF.
           ADD 1 TO WRK-NL-COUNT.
           MOVE WRK-NL-COUNT TO WRK-SUB.
           MOVE WRK-ORD-NUM TO WRK-NL-ORD-NUM(WRK-SUB).
           MOVE WRK-ORD-LINE TO WRK-NL-ORD-LINE(WRK-SUB).
           MOVE FS-ORD-MOV-COD TO WRK-NL-MOV-COD(WRK-SUB).
           MOVE WRK-QTY TO WRK-NL-QTY(WRK-SUB).
           MOVE WRK-PRICE TO WRK-NL-PRICE(WRK-SUB).
           IF WRK-OPEN-QTY GREATER THAN ZEROES
               MOVE WRK-OPEN-QTY TO WRK-NL-OPEN(WRK-SUB)
           ELSE
               MOVE ZEROES TO WRK-NL-OPEN(WRK-SUB)
           END-IF.
           MOVE FS-ORD-UNIT-COST TO WRK-NL-COST(WRK-SUB).
           MOVE WRK-MATCH TO WRK-NL-MATCH(WRK-SUB).
           COMPUTE WRK-GROSS = WRK-GROSS + WRK-QTY * WRK-PRICE.
           EVALUATE WRK-MATCH
               WHEN "S"
                   DISPLAY "LINHA CONFERE COM PEDIDO E RECEBIMENTO"
                       AT 1301
               WHEN "Q"
                   DISPLAY "DIVERGENCIA: QUANTIDADE ACIMA DO "
                       "RECEBIDO NAO FATURADO" AT 1301
               WHEN "P"
                   DISPLAY "DIVERGENCIA: PRECO DIFERENTE DO PEDIDO"
                       AT 1301
               WHEN OTHER
                   DISPLAY "DIVERGENCIA: QUANTIDADE E PRECO" AT 1301
           END-EVALUATE.
           IF WRK-MATCH NOT EQUAL "S"
               MOVE "S" TO WRK-HOLD
               ADD 1 TO WRK-DIVERG-COUNT
           END-IF.
           DISPLAY "LINHAS: " AT 1401.
           DISPLAY WRK-NL-COUNT AT 1409.
           DISPLAY "DIVERGENTES: " AT 1413.
           DISPLAY WRK-DIVERG-COUNT AT 1426.
           DISPLAY "TOTAL DA NOTA: " AT 1430.
           DISPLAY WRK-GROSS AT 1445.
       0020-FIM.
           EXIT.

      *=================================================================
       0025-SUM-BILLED      SECTION.
      *Soma o que ja foi faturado do item: notas gravadas (pela chave
      *alternativa do item do pedido) e linhas desta nota
      *=================================================================
           MOVE ZEROES TO WRK-BILLED.
           OPEN INPUT NOTASFORN.
           IF WRK-NFL-FSTAT EQUAL ZEROES
               MOVE WRK-ORD-NUM TO FS-NFL-ORD-NUM
               MOVE WRK-ORD-LINE TO FS-NFL-ORD-LINE
               MOVE ZEROES TO WRK-EOF
               START NOTASFORN KEY IS EQUAL FS-NFL-ORD-KEY
                   INVALID KEY
                       MOVE 1 TO WRK-EOF
               END-START
               PERFORM UNTIL WRK-EOF EQUAL 1
                   READ NOTASFORN NEXT RECORD
                       AT END
                           MOVE 1 TO WRK-EOF
                       NOT AT END
                           IF FS-NFL-ORD-NUM EQUAL WRK-ORD-NUM
                               AND FS-NFL-ORD-LINE EQUAL WRK-ORD-LINE
                               ADD FS-NFL-QTY TO WRK-BILLED
                           ELSE
                               MOVE 1 TO WRK-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTASFORN
           END-IF.
           MOVE ZEROES TO WRK-NFL-FSTAT.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB GREATER THAN WRK-NL-COUNT
               IF WRK-NL-ORD-NUM(WRK-SUB) EQUAL WRK-ORD-NUM
                   AND WRK-NL-ORD-LINE(WRK-SUB) EQUAL WRK-ORD-LINE
                   ADD WRK-NL-QTY(WRK-SUB) TO WRK-BILLED
               END-IF
           END-PERFORM.

      *=================================================================
       0040-APPLY-RMAS      SECTION.
      *Abate da nota os creditos de RMA em aberto da distribuidora,
      *enquanto couberem no valor da nota, e baixa cada RMA abatida
      *=================================================================
           OPEN I-O RMAS.
           IF WRK-RMA-FSTAT NOT EQUAL ZEROES
               MOVE ZEROES TO WRK-RMA-FSTAT
               GO TO 0040-FIM
           END-IF.
           MOVE ZEROES TO WRK-EOF.
           PERFORM UNTIL WRK-EOF EQUAL 1
               READ RMAS NEXT RECORD
                   AT END
                       MOVE 1 TO WRK-EOF
                   NOT AT END
                       IF FS-RMA-ABERTA
                           AND FS-RMA-DISTRIB EQUAL WRK-DISTRIB
                           AND WRK-CREDIT + FS-RMA-CREDIT
                               NOT GREATER THAN WRK-GROSS
                           ADD FS-RMA-CREDIT TO WRK-CREDIT
                           ADD 1 TO WRK-RMA-COUNT
                           SET FS-RMA-CREDITADA TO TRUE
                           REWRITE FS-RMA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RMAS.
           MOVE ZEROES TO WRK-RMA-FSTAT.
       0040-FIM.
           EXIT.

      *=================================================================
       0050-WRITE-LINES      SECTION.
      *Grava as linhas da nota em NOTASFORN.DAT, criando-o se nao
      *existir
      *=================================================================
           MOVE ZEROES TO WRK-TRIES.
           OPEN I-O NOTASFORN.
           IF WRK-NFL-FSTAT EQUAL 350 AND WRK-TRIES LESS THAN 1
               ADD 1 TO WRK-TRIES
               CLOSE NOTASFORN
               OPEN OUTPUT NOTASFORN
               CLOSE NOTASFORN
               OPEN I-O NOTASFORN
           END-IF.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB GREATER THAN WRK-NL-COUNT
               MOVE WRK-DISTRIB TO FS-NFL-DISTRIB
               MOVE WRK-INVOICE TO FS-NFL-INVOICE
               MOVE WRK-SUB TO FS-NFL-LINE
               MOVE WRK-NL-ORD-NUM(WRK-SUB) TO FS-NFL-ORD-NUM
               MOVE WRK-NL-ORD-LINE(WRK-SUB) TO FS-NFL-ORD-LINE
               MOVE WRK-NL-MOV-COD(WRK-SUB) TO FS-NFL-MOV-COD
               MOVE WRK-NL-QTY(WRK-SUB) TO FS-NFL-QTY
               MOVE WRK-NL-PRICE(WRK-SUB) TO FS-NFL-UNIT-PRICE
               MOVE WRK-NL-OPEN(WRK-SUB) TO FS-NFL-QTY-OPEN
               MOVE WRK-NL-COST(WRK-SUB) TO FS-NFL-ORD-COST
               MOVE WRK-NL-MATCH(WRK-SUB) TO FS-NFL-MATCH
               WRITE FS-NOTAFORN
                   INVALID KEY
                       CALL "ERROS" USING WRK-NFL-FSTAT,
                           "NOTAFORNECEDOR", "B"
               END-WRITE
           END-PERFORM.
           CLOSE NOTASFORN.
           MOVE ZEROES TO WRK-NFL-FSTAT.

      *=================================================================
       0060-WRITE-PAYABLE      SECTION.
      *Grava o titulo a pagar da nota em CONTASPAGAR.DAT, criando-o
      *se nao existir
      *=================================================================
           COMPUTE WRK-NET = WRK-GROSS - WRK-CREDIT.
           MOVE ZEROES TO WRK-TRIES.
           OPEN I-O CONTASPAGAR.
           IF WRK-AP-FSTAT EQUAL 350 AND WRK-TRIES LESS THAN 1
               ADD 1 TO WRK-TRIES
               CLOSE CONTASPAGAR
               OPEN OUTPUT CONTASPAGAR
               CLOSE CONTASPAGAR
               OPEN I-O CONTASPAGAR
           END-IF.
           IF WRK-AP-FSTAT NOT EQUAL ZEROES
               GO TO 0060-FIM
           END-IF.
           INITIALIZE FS-CONTAPAGAR.
           MOVE WRK-DISTRIB TO FS-AP-DISTRIB.
           MOVE WRK-INVOICE TO FS-AP-INVOICE.
           MOVE WRK-INV-DATE TO FS-AP-INV-DATE.
           MOVE WRK-TODAY TO FS-AP-POST-DATE.
           MOVE WRK-DUE-DATE TO FS-AP-DUE-DATE.
           MOVE WRK-GROSS TO FS-AP-GROSS.
           MOVE WRK-CREDIT TO FS-AP-CREDIT.
           MOVE WRK-NET TO FS-AP-NET.
           MOVE WRK-HOLD TO FS-AP-HOLD.
           SET FS-AP-ABERTO TO TRUE.
           MOVE ZEROES TO FS-AP-PAY-DATE FS-AP-PAID.
           MOVE LNK-OPERATOR TO FS-AP-OPERATOR.
           WRITE FS-CONTAPAGAR
               INVALID KEY
                   MOVE 667 TO WRK-AP-FSTAT
           END-WRITE.
           CLOSE CONTASPAGAR.
       0060-FIM.
           EXIT.
       END PROGRAM NOTAFORNECEDOR.
