      *=================================================================
      * Copybook: BOLFLDS
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Layout do registro de boleto bancario (BOLETOS.DAT),
      *           um por mensalidade de plano ou fatura corporativa
      *           mandada para o banco na remessa, chaveado pelo nosso
      *           numero (BOLETOCTL.DAT) -- o mesmo numero volta no
      *           arquivo de retorno do banco com a liquidacao. A
      *           origem diz se a referencia e o mes (AAAAMM) da
      *           mensalidade ou o numero da fatura.
      *=================================================================
           05 FS-BOL-NUM             PIC 9(08) VALUE ZEROES.
           05 FS-BOL-ORIGIN          PIC X(01) VALUE "P".
               88 FS-BOL-PLANO               VALUE "P".
               88 FS-BOL-FATURA              VALUE "F".
           05 FS-BOL-CUST-COD        PIC 9(05) VALUE ZEROES.
           05 FS-BOL-REF             PIC 9(06) VALUE ZEROES.
           05 FS-BOL-FAT-MONTH       PIC 9(06) VALUE ZEROES.
           05 FS-BOL-AMOUNT          PIC 9(07)V99 VALUE ZEROES.
           05 FS-BOL-ISSUE-DT        PIC 9(08) VALUE ZEROES.
           05 FS-BOL-DUE-DT          PIC 9(08) VALUE ZEROES.
           05 FS-BOL-STATUS          PIC X(01) VALUE "E".
               88 FS-BOL-EMITIDO             VALUE "E".
               88 FS-BOL-PAGO                VALUE "P".
               88 FS-BOL-PARCIAL             VALUE "L".
               88 FS-BOL-REJEITADO           VALUE "R".
               88 FS-BOL-BAIXADO             VALUE "B".
           05 FS-BOL-PAID-AMT        PIC 9(07)V99 VALUE ZEROES.
           05 FS-BOL-PAID-DT         PIC 9(08) VALUE ZEROES.
           05 FS-BOL-RECEIPT         PIC 9(06) VALUE ZEROES.
