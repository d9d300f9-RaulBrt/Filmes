      *=================================================================
      * Copybook: BAIXAFLDS
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Layout do registro de divida baixada como incobravel
      *           (BAIXAS.DAT), chaveado pelo codigo do cliente -- o
      *           total baixado, a data da ultima baixa, a data em que
      *           a divida foi enviada para a agencia de cobranca, o
      *           que a agencia ja recuperou (bruto, comissao retida e
      *           referencia do ultimo repasse) e o bloqueio do
      *           cliente para novos alugueis.
      *=================================================================
           05 FS-BXA-CUST-COD       PIC 9(05) VALUE ZEROES.
           05 FS-BXA-DATE           PIC 9(08) VALUE ZEROES.
           05 FS-BXA-AMOUNT         PIC 9(07)V99 VALUE ZEROES.
           05 FS-BXA-AGENCY-DT      PIC 9(08) VALUE ZEROES.
           05 FS-BXA-RECOVERED      PIC 9(07)V99 VALUE ZEROES.
           05 FS-BXA-COMMISSION     PIC 9(07)V99 VALUE ZEROES.
           05 FS-BXA-LAST-REF       PIC X(12) VALUE SPACES.
           05 FS-BXA-BLOCKED        PIC X(01) VALUE "S".
               88 FS-BXA-BLOQUEADO          VALUE "S".
               88 FS-BXA-LIBERADO           VALUE "N".
           05 FS-BXA-OPERATOR       PIC X(08) VALUE SPACES.
