      *=================================================================
      * Copybook: SEGFLDS
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Layout do segmento de um cliente (SEGMENTOS.DAT),
      *           recalculado todo mes por SEGMENTARCLIENTES a partir
      *           da recencia (dias desde o ultimo aluguel), da
      *           frequencia (alugueis dos ultimos 12 meses) e do valor
      *           gasto no caixa nos ultimos 12 meses. Guarda tambem o
      *           genero mais alugado, para a lista de reconquista.
      *=================================================================
           05 FS-SEG-CUST-COD        PIC 9(05) VALUE ZEROES.
           05 FS-SEG-CODE            PIC X(01) VALUE SPACES.
               88 FS-SEG-CAMPEAO            VALUE "C".
               88 FS-SEG-REGULAR            VALUE "R".
               88 FS-SEG-EM-RISCO           VALUE "A".
               88 FS-SEG-AFASTADO           VALUE "L".
               88 FS-SEG-NOVO               VALUE "N".
           05 FS-SEG-LAST-DATE       PIC 9(08) VALUE ZEROES.
           05 FS-SEG-FIRST-DATE      PIC 9(08) VALUE ZEROES.
           05 FS-SEG-DAYS            PIC 9(05) VALUE ZEROES.
           05 FS-SEG-FREQ            PIC 9(04) VALUE ZEROES.
           05 FS-SEG-TOTAL           PIC 9(05) VALUE ZEROES.
           05 FS-SEG-MONEY           PIC 9(07)V99 VALUE ZEROES.
           05 FS-SEG-GENRE           PIC X(08) VALUE SPACES.
           05 FS-SEG-CALC-DATE       PIC 9(08) VALUE ZEROES.
