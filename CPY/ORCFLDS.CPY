      *=================================================================
      * Copybook: ORCFLDS
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Registro do orcamento mensal de compras
      *           (ORCAMENTO.DAT), por mes, filial e genero. Genero em
      *           branco e o teto da filial inteira no mes, somando
      *           todos os generos. Mantido pelo MANTERORCAMENTO e
      *           conferido pelo SALDOORCAMENTO.
      *=================================================================
           05 FS-ORC-KEY.
               10 FS-ORC-MONTH       PIC 9(06) VALUE ZEROES.
               10 FS-ORC-BRANCH      PIC 9(02) VALUE ZEROES.
               10 FS-ORC-GENRE       PIC X(08) VALUE SPACES.
           05 FS-ORC-AMOUNT          PIC 9(08)V99 VALUE ZEROES.
           05 FS-ORC-OPERATOR        PIC X(08) VALUE SPACES.
           05 FS-ORC-UPDATED         PIC 9(08) VALUE ZEROES.
