      *=================================================================
      * Copybook: DEMFLDS
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Layout de um lancamento da demanda nao atendida
      *           (DEMANDA.DAT), anotada no balcao pelo RENTAR: o
      *           cliente que desistiu por falta de copia e recusou a
      *           lista de espera (D) e o titulo pedido que nao existe
      *           no acervo (F), este so com o titulo digitado. Base
      *           do RELATORIODEMANDA e da SUGESTAOCOMPRA.
      *=================================================================
           05 FS-DEM-KIND           PIC X(01) VALUE SPACES.
               88 FS-DEM-DESISTENCIA       VALUE "D".
               88 FS-DEM-FORA-ACERVO       VALUE "F".
           05 FS-DEM-DATE           PIC 9(08) VALUE ZEROES.
           05 FS-DEM-TIME           PIC 9(08) VALUE ZEROES.
           05 FS-DEM-OPERATOR       PIC X(08) VALUE SPACES.
           05 FS-DEM-CUST-COD       PIC 9(05) VALUE ZEROES.
           05 FS-DEM-BRANCH         PIC 9(02) VALUE ZEROES.
           05 FS-DEM-MOV-COD        PIC 9(05) VALUE ZEROES.
           05 FS-DEM-TITLE          PIC X(30) VALUE SPACES.
           05 FS-DEM-FORMAT         PIC X(10) VALUE SPACES.
