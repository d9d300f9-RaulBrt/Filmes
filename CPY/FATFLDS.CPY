      *           corporativas (FATURAS.DAT) -- uma por conta
      *           corporativa e mes faturado, com o numero da fatura
      *           e o total. Um mes ja faturado nao fatura de novo.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Incluidos a situacao da fatura (aberta ou
      *                   paga), a data do pagamento e o nosso numero
      *                   do boleto bancario emitido para ela. Faturas
      *                   antigas vem com a situacao em branco: aberta
      *=================================================================
           05 FS-FAT-KEY.
               10 FS-FAT-CUST-COD    PIC 9(05) VALUE ZEROES.
           05 FS-FAT-NUM             PIC 9(06) VALUE ZEROES.
           05 FS-FAT-TOTAL           PIC 9(08)V99 VALUE ZEROES.
           05 FS-FAT-DATE            PIC 9(08) VALUE ZEROES.
           05 FS-FAT-STATUS          PIC X(01) VALUE "A".
               88 FS-FAT-ABERTA              VALUE "A" " ".
               88 FS-FAT-PAGA                VALUE "P".
           05 FS-FAT-PAID-DT         PIC 9(08) VALUE ZEROES.
           05 FS-FAT-BOL-NUM         PIC 9(08) VALUE ZEROES.
