      *=================================================================
      * Copybook: RPSFLDS
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Layout do registro de RPS -- recibo provisorio de
      *           servico mandado a prefeitura no lote da nota fiscal
      *           de servico eletronica (RPS.DAT), chaveado pelo
      *           numero sequencial do RPS (RPSCTL.DAT). Um RPS junta a
      *           receita de servico (aluguel, multa, mensalidade e
      *           equipamento) de um dia inteiro ou de um recibo; no
      *           retorno da prefeitura recebe o numero oficial da
      *           NFS-e e o codigo de verificacao. RPS rejeitado e
      *           reenviado no lote seguinte com o mesmo numero.
      *=================================================================
           05 FS-RPS-NUM             PIC 9(08) VALUE ZEROES.
           05 FS-RPS-GROUPING        PIC X(01) VALUE "R".
               88 FS-RPS-POR-DIA             VALUE "D".
               88 FS-RPS-POR-RECIBO          VALUE "R".
           05 FS-RPS-DATE            PIC 9(08) VALUE ZEROES.
           05 FS-RPS-RECEIPT         PIC 9(06) VALUE ZEROES.
           05 FS-RPS-CUST-COD        PIC 9(05) VALUE ZEROES.
           05 FS-RPS-AMOUNT          PIC 9(08)V99 VALUE ZEROES.
           05 FS-RPS-ISS-RATE        PIC 9(02)V99 VALUE ZEROES.
           05 FS-RPS-SENT-DT         PIC 9(08) VALUE ZEROES.
           05 FS-RPS-STATUS          PIC X(01) VALUE "G".
               88 FS-RPS-GERADO              VALUE "G".
               88 FS-RPS-EMITIDO             VALUE "E".
               88 FS-RPS-REJEITADO           VALUE "R".
           05 FS-RPS-NFSE-NUM        PIC X(15) VALUE SPACES.
           05 FS-RPS-NFSE-VERIF      PIC X(10) VALUE SPACES.
           05 FS-RPS-NFSE-DT         PIC 9(08) VALUE ZEROES.
           05 FS-RPS-REJECT-MSG      PIC X(30) VALUE SPACES.
