      *=================================================================
      * Copybook: AVISOFLDS
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Layout do registro de cobranca por carta de um
      *           cliente em atraso (AVISOS.DAT), chaveado pelo codigo
      *           do cliente -- o ultimo aviso enviado (1=primeiro,
      *           2=segundo, 3=final), a data do envio, a data do
      *           primeiro aviso do ciclo e o atraso e o valor cobrados
      *           na ultima carta. O registro sai do arquivo quando o
      *           cliente regulariza, e o proximo atraso abre um ciclo
      *           novo.
      *=================================================================
           05 FS-AVI-CUST-COD       PIC 9(05) VALUE ZEROES.
           05 FS-AVI-STAGE          PIC 9(01) VALUE ZEROES.
               88 FS-AVI-PRIMEIRO          VALUE 1.
               88 FS-AVI-SEGUNDO           VALUE 2.
               88 FS-AVI-FINAL             VALUE 3.
           05 FS-AVI-SENT-DATE      PIC 9(08) VALUE ZEROES.
           05 FS-AVI-FIRST-DATE     PIC 9(08) VALUE ZEROES.
           05 FS-AVI-DAYS-LATE      PIC 9(05) VALUE ZEROES.
           05 FS-AVI-AMOUNT         PIC 9(07)V99 VALUE ZEROES.
