      *                   fila de reparo, E=enviada para polimento) e
      *                   FS-COPY-REPAIR-DT: unidades rebaixadas para
      *                   RUIM saem de circulacao ate o conserto
      * 15/OUT/2026 RTB - FS-COPY-TRANSIT tambem "R": unidade livre
      *                   reservada para a solicitacao de um cliente de
      *                   outra filial (SOLICITARFILIAL), aguardando o
      *                   despacho; nao conta como disponivel e passa a
      *                   "S" quando sai da filial
      * 15/OUT/2026 RTB - Incluidos FS-COPY-RENT-COUNT (alugueis
      *                   devolvidos da unidade, somado na devolucao e
      *                   recontado pelo historico em CONTARUSOCOPIAS),
      *                   FS-COPY-SALE-FLAG ("S" = candidata a venda de
      *                   usada confirmada no relatorio CANDIDATOSVENDA)
      *                   e FS-COPY-SALE-PRICE (preco sugerido para a
      *                   venda)
      *=================================================================
           05 FS-COPY-KEY.
               10 FS-COPY-MOV-COD    PIC 9(05) VALUE ZEROES.
               88 FS-COPY-REP-FILA         VALUE "F".
               88 FS-COPY-REP-ENVIADA      VALUE "E".
           05 FS-COPY-REPAIR-DT      PIC 9(08) VALUE ZEROES.
           05 FS-COPY-RENT-COUNT     PIC 9(05) VALUE ZEROES.
           05 FS-COPY-SALE-FLAG      PIC X(01) VALUE "N".
               88 FS-COPY-A-VENDA          VALUE "S".
           05 FS-COPY-SALE-PRICE     PIC 9(06)V99 VALUE ZEROES.
