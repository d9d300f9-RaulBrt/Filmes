      *=================================================================
      * Copybook: PARTFLDS
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Registro do contrato de partilha de receita com a
      *           distribuidora (PARTILHA.DAT), um por distribuidora e
      *           titulo: inicio e prazo em meses (o fim e calculado),
      *           percentual da receita de aluguel repassado, taxa
      *           inicial paga no mes do inicio, opcao no fim do prazo
      *           (devolver as copias ou compra-las pelo valor
      *           combinado por copia) e o ultimo mes acertado, com o
      *           total ja repassado. Mantido pelo MANTERPARTILHA e
      *           acertado todo mes pelo ACERTOPARTILHA.
      *=================================================================
           05 FS-PART-KEY.
               10 FS-PART-DISTRIB    PIC X(15) VALUE SPACES.
               10 FS-PART-MOV-COD    PIC 9(05) VALUE ZEROES.
           05 FS-PART-START-DT       PIC 9(08) VALUE ZEROES.
           05 FS-PART-TERM           PIC 9(03) VALUE ZEROES.
      *Primeiro dia fora do contrato (inicio mais o prazo em meses)
           05 FS-PART-END-DT         PIC 9(08) VALUE ZEROES.
           05 FS-PART-SHARE-PCT      PIC 9(03)V99 VALUE ZEROES.
           05 FS-PART-UPFRONT        PIC 9(06)V99 VALUE ZEROES.
           05 FS-PART-END-OPTION     PIC X(01) VALUE "D".
               88 FS-PART-DEVOLVER         VALUE "D".
               88 FS-PART-COMPRAR          VALUE "C".
           05 FS-PART-BUYOUT         PIC 9(06)V99 VALUE ZEROES.
           05 FS-PART-LAST-MONTH     PIC 9(06) VALUE ZEROES.
           05 FS-PART-TOTAL-PAID     PIC 9(09)V99 VALUE ZEROES.
