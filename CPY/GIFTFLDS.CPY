      *           restante, data da venda e status. Vendido no balcao
      *           e aceito como pagamento no aluguel e na venda de
      *           copias, ate esgotar o saldo.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Incluido FS-GIFT-CUST-COD: cliente que comprou
      *                   o vale (zero na venda avulsa), para a visao
      *                   geral do cliente
      *=================================================================
           05 FS-GIFT-NUM           PIC 9(06) VALUE ZEROES.
           05 FS-GIFT-VALUE         PIC 9(06)V99 VALUE ZEROES.
               88 FS-GIFT-ATIVO            VALUE "A".
               88 FS-GIFT-ESGOTADO         VALUE "U".
               88 FS-GIFT-CANCELADO        VALUE "C".
           05 FS-GIFT-CUST-COD      PIC 9(05) VALUE ZEROES.
