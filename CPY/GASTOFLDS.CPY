      *=================================================================
      * Copybook: GASTOFLDS
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Linha do movimento de compras realizadas
      *           (ORCGASTO.DAT, sequencial, so acrescenta): cada
      *           mercadoria recebida contra pedido (PEDIDOCOMPRA) e
      *           cada disco usado comprado no balcao (COMPRARCOPIA),
      *           com a filial e o genero, para o gasto do orcamento de
      *           compras no mes. Gravada pelo WRITEGASTO.
      *=================================================================
           05 FS-GST-DATE            PIC 9(08) VALUE ZEROES.
           05 FS-GST-BRANCH          PIC 9(02) VALUE ZEROES.
           05 FS-GST-GENRE           PIC X(08) VALUE SPACES.
           05 FS-GST-ORIGIN          PIC X(01) VALUE SPACES.
               88 FS-GST-RECEBIMENTO        VALUE "R".
               88 FS-GST-USADO              VALUE "U".
           05 FS-GST-MOV-COD         PIC 9(05) VALUE ZEROES.
           05 FS-GST-ORD-NUM         PIC 9(05) VALUE ZEROES.
           05 FS-GST-AMOUNT          PIC 9(08)V99 VALUE ZEROES.
           05 FS-GST-OPERATOR        PIC X(08) VALUE SPACES.
