      *=================================================================
      * Copybook: TENDFLDS
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Forma de pagamento de um atendimento, preenchida
      *           pelo modulo FORMAPAGTO e repassada ao WRITETRANS --
      *           forma principal (D=DINHEIRO, C=CARTAO, P=PIX,
      *           Q=CHEQUE) e, no pagamento dividido, a segunda forma
      *           com o seu valor. FS-TND-LEFT2 e o que ainda falta
      *           distribuir da segunda forma pelas linhas do recibo.
      *=================================================================
           05 FS-TND-TENDER1        PIC X(01) VALUE "D".
           05 FS-TND-DESC1          PIC X(08) VALUE "DINHEIRO".
           05 FS-TND-AMOUNT1        PIC 9(06)V99 VALUE ZEROES.
           05 FS-TND-TENDER2        PIC X(01) VALUE SPACES.
           05 FS-TND-DESC2          PIC X(08) VALUE SPACES.
           05 FS-TND-AMOUNT2        PIC 9(06)V99 VALUE ZEROES.
           05 FS-TND-LEFT2          PIC 9(06)V99 VALUE ZEROES.
