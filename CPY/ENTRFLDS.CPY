      *=================================================================
      * Copybook: ENTRFLDS
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Layout do pedido de entrega ou de coleta a domicilio
      *           (ENTREGAS.DAT), numerado pelo controle ENTRCTL.DAT.
      *           Entrega (tipo E): os titulos pedidos ficam na tabela
      *           de itens ate a saida do motorista; na saida o
      *           aluguel e feito pelo RENTAR e a tabela passa a trazer
      *           as copias que de fato sairam, com o vencimento e o
      *           valor de cada uma, o recibo e o total a receber na
      *           porta. Coleta (tipo C): a tabela traz os alugueis em
      *           aberto que o motorista vai buscar; a devolucao e
      *           feita no DEVOLVER quando ele volta. Situacao: P
      *           pendente, S saiu com o motorista, E entregue ou
      *           coletado, F falhou, C cancelado.
      *=================================================================
           05 FS-ENT-NUM            PIC 9(06) VALUE ZEROES.
           05 FS-ENT-TYPE           PIC X(01) VALUE SPACES.
               88 FS-ENT-ENTREGA            VALUE "E".
               88 FS-ENT-COLETA             VALUE "C".
           05 FS-ENT-CUST-COD       PIC 9(05) VALUE ZEROES.
           05 FS-ENT-ZONE           PIC X(03) VALUE SPACES.
      *Data da rota e janela de horario combinada (HHMM)
           05 FS-ENT-DATE           PIC 9(08) VALUE ZEROES.
           05 FS-ENT-WIN-FROM       PIC 9(04) VALUE ZEROES.
           05 FS-ENT-WIN-TO         PIC 9(04) VALUE ZEROES.
           05 FS-ENT-FEE            PIC 9(04)V99 VALUE ZEROES.
           05 FS-ENT-STATUS         PIC X(01) VALUE "P".
               88 FS-ENT-PENDENTE           VALUE "P".
               88 FS-ENT-EM-ROTA            VALUE "S".
               88 FS-ENT-CONCLUIDO          VALUE "E".
               88 FS-ENT-FALHOU             VALUE "F".
               88 FS-ENT-CANCELADO          VALUE "C".
           05 FS-ENT-ITEM-COUNT     PIC 9(02) VALUE ZEROES.
           05 FS-ENT-ITEM           OCCURS 10 TIMES.
               10 FS-ENT-MOV-COD    PIC 9(05).
               10 FS-ENT-COPY-NUM   PIC 9(03).
               10 FS-ENT-DUE-DATE   PIC 9(08).
               10 FS-ENT-CHARGE     PIC 9(06)V99.
           05 FS-ENT-RECEIPT        PIC 9(06) VALUE ZEROES.
      *Total a receber na porta e quanto o motorista trouxe
           05 FS-ENT-DUE            PIC 9(06)V99 VALUE ZEROES.
           05 FS-ENT-COLLECTED      PIC 9(06)V99 VALUE ZEROES.
           05 FS-ENT-OPERATOR       PIC X(08) VALUE SPACES.
           05 FS-ENT-DRIVER         PIC X(08) VALUE SPACES.
           05 FS-ENT-CLOSE-DATE     PIC 9(08) VALUE ZEROES.
           05 FS-ENT-NOTE           PIC X(30) VALUE SPACES.
