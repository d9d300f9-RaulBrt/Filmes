      *=================================================================
      * Copybook: TSGFLDS
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Layout de uma linha da lista de transferencias
      *           sugeridas pelo balanceamento de estoque entre filiais
      *           (TRANSFSUG.DAT), gravada por BALANCOESTOQUE e
      *           confirmada de uma vez em TRANSFERENCIA. Cada
      *           unidade fisica aparece uma vez so na lista; uma nova
      *           rodada do balanceamento substitui a lista anterior.
      *=================================================================
           05 FS-TSG-KEY.
               10 FS-TSG-MOV-COD     PIC 9(05) VALUE ZEROES.
               10 FS-TSG-COPY-NUM    PIC 9(03) VALUE ZEROES.
           05 FS-TSG-FROM            PIC 9(02) VALUE ZEROES.
           05 FS-TSG-TO              PIC 9(02) VALUE ZEROES.
           05 FS-TSG-DATE            PIC 9(08) VALUE ZEROES.
           05 FS-TSG-STATUS          PIC X(01) VALUE SPACES.
               88 FS-TSG-PENDENTE           VALUE "P".
               88 FS-TSG-TRANSFERIDA        VALUE "T".
               88 FS-TSG-DESCARTADA         VALUE "D".
           05 FS-TSG-OPERATOR        PIC X(08) VALUE SPACES.
