      *=================================================================
      * Copybook: CIENTEFLDS
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Layout da confirmacao de leitura de um recado do
      *           quadro de passagem de turno (CIENTES.DAT): a chave do
      *           recado (data, hora e autor, como em RECADOFLDS), o
      *           operador que leu e quando.
      *=================================================================
           05 FS-CIE-REC-KEY.
               10 FS-CIE-REC-DATE   PIC 9(08) VALUE ZEROES.
               10 FS-CIE-REC-TIME   PIC 9(08) VALUE ZEROES.
               10 FS-CIE-REC-AUTHOR PIC X(08) VALUE SPACES.
           05 FS-CIE-OPERATOR       PIC X(08) VALUE SPACES.
           05 FS-CIE-DATE           PIC 9(08) VALUE ZEROES.
           05 FS-CIE-TIME           PIC 9(08) VALUE ZEROES.
