      *=================================================================
      * Copybook: APFLDS
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Titulo de contas a pagar a distribuidora
      *           (CONTASPAGAR.DAT), um por nota lancada pelo
      *           NOTAFORNECEDOR: datas da nota, do lancamento e do
      *           vencimento, valor bruto da nota, creditos de RMA
      *           abatidos e valor liquido a pagar. Nota com linha
      *           divergente do pedido fica retida ate o gerente
      *           liberar. O pagamento (PAGARFORNECEDOR) grava a data
      *           e o valor pago. Lancamento e pagamento vao para o
      *           extrato contabil pelos tipos H e J de CONTASGL.DAT.
      *=================================================================
           05 FS-AP-KEY.
               10 FS-AP-DISTRIB      PIC X(15) VALUE SPACES.
               10 FS-AP-INVOICE      PIC X(10) VALUE SPACES.
           05 FS-AP-INV-DATE         PIC 9(08) VALUE ZEROES.
           05 FS-AP-POST-DATE        PIC 9(08) VALUE ZEROES.
           05 FS-AP-DUE-DATE         PIC 9(08) VALUE ZEROES.
           05 FS-AP-GROSS            PIC 9(08)V99 VALUE ZEROES.
           05 FS-AP-CREDIT           PIC 9(08)V99 VALUE ZEROES.
           05 FS-AP-NET              PIC 9(08)V99 VALUE ZEROES.
           05 FS-AP-HOLD             PIC X(01) VALUE "N".
               88 FS-AP-CONFERIDA          VALUE "N".
               88 FS-AP-RETIDA             VALUE "S".
               88 FS-AP-LIBERADA           VALUE "L".
           05 FS-AP-STATUS           PIC X(01) VALUE "A".
               88 FS-AP-ABERTO             VALUE "A".
               88 FS-AP-PAGO               VALUE "P".
           05 FS-AP-PAY-DATE         PIC 9(08) VALUE ZEROES.
           05 FS-AP-PAID             PIC 9(08)V99 VALUE ZEROES.
           05 FS-AP-OPERATOR         PIC X(08) VALUE SPACES.
