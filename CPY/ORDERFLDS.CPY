      *           cabecalho (distribuidora, data, status); as linhas
      *           001+ sao os itens (filme existente ou titulo novo,
      *           formato, quantidade e custo unitario).
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Incluidos FS-ORD-BRANCH (filial da sessao que
      *                   fez o pedido) e FS-ORD-GENRE (genero do item)
      *                   para o orcamento de compras por filial e
      *                   genero; pedido anterior, sem filial, conta
      *                   como da loja original (01)
      *=================================================================
           05 FS-ORD-KEY.
               10 FS-ORD-NUM         PIC 9(05) VALUE ZEROES.
           05 FS-ORD-QTY             PIC 9(03) VALUE ZEROES.
           05 FS-ORD-UNIT-COST       PIC 9(06)V99 VALUE ZEROES.
           05 FS-ORD-QTY-RECD        PIC 9(03) VALUE ZEROES.
           05 FS-ORD-BRANCH          PIC 9(02) VALUE 1.
           05 FS-ORD-GENRE           PIC X(08) VALUE SPACES.
