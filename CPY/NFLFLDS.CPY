      *=================================================================
      * Copybook: NFLFLDS
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Linha de nota fiscal da distribuidora (NOTASFORN.DAT)
      *           lancada pelo NOTAFORNECEDOR: o item do pedido cobrado,
      *           quantidade e preco unitario da nota e, para a
      *           conferencia com o pedido e o recebimento, o saldo
      *           recebido ainda nao faturado e o custo do pedido no
      *           momento do lancamento, com o resultado da conferencia.
      *           Chave alternativa pelo item do pedido, para somar o
      *           que ja foi faturado de cada item.
      *=================================================================
           05 FS-NFL-KEY.
               10 FS-NFL-DISTRIB     PIC X(15) VALUE SPACES.
               10 FS-NFL-INVOICE     PIC X(10) VALUE SPACES.
               10 FS-NFL-LINE        PIC 9(03) VALUE ZEROES.
           05 FS-NFL-ORD-KEY.
               10 FS-NFL-ORD-NUM     PIC 9(05) VALUE ZEROES.
               10 FS-NFL-ORD-LINE    PIC 9(03) VALUE ZEROES.
           05 FS-NFL-MOV-COD         PIC 9(05) VALUE ZEROES.
           05 FS-NFL-QTY             PIC 9(03) VALUE ZEROES.
           05 FS-NFL-UNIT-PRICE      PIC 9(06)V99 VALUE ZEROES.
           05 FS-NFL-QTY-OPEN        PIC 9(03) VALUE ZEROES.
           05 FS-NFL-ORD-COST        PIC 9(06)V99 VALUE ZEROES.
           05 FS-NFL-MATCH           PIC X(01) VALUE "S".
               88 FS-NFL-CONFERE           VALUE "S".
               88 FS-NFL-DIVERG-QTD        VALUE "Q".
               88 FS-NFL-DIVERG-PRECO      VALUE "P".
               88 FS-NFL-DIVERG-AMBOS      VALUE "A".
