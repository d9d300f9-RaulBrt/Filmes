      *=================================================================
      * Copybook: REFMFLDS
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Layout comum dos campos de um registro da situacao
      *           da atualizacao pela referencia externa (REFMETA.DAT),
      *           um por filme: a data da ultima atualizacao aplicada e
      *           o valor de cada campo tratado na ficha logo depois
      *           dela. Campo do filme diferente do guardado aqui foi
      *           alterado na loja e nao e mais sobrescrito pela
      *           referencia externa (ATUALIZARREF).
      *=================================================================
           05 FS-REFM-MOV-COD        PIC 9(05) VALUE ZEROES.
           05 FS-REFM-DATE           PIC 9(08) VALUE ZEROES.
           05 FS-REFM-TITLE          PIC X(30) VALUE SPACES.
           05 FS-REFM-YEAR           PIC 9(04) VALUE ZEROES.
           05 FS-REFM-LEN            PIC 9(03) VALUE ZEROES.
           05 FS-REFM-RATING         PIC X(02) VALUE SPACES.
           05 FS-REFM-LANGUAGE       PIC X(10) VALUE SPACES.
           05 FS-REFM-GENRE          PIC X(08) VALUE SPACES
                                      OCCURS 3 TIMES.
