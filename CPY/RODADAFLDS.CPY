      *=================================================================
      * Copybook: RODADAFLDS
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Layout de uma linha do registro de rodadas das
      *           rotinas de lote (RODADAS.DAT), gravado so pelo
      *           CONTROLERODADA: inicio, fim (concluida, com falha ou
      *           parcial), recusa e liberacao pelo gerente. O periodo
      *           e a data do movimento (AAAAMMDD) nas rotinas diarias
      *           e o mes com dia zero (AAAAMM00) nas mensais. Inicio e
      *           fim levam a data e a hora do relogio; a data do
      *           movimento fica a parte.
      *=================================================================
           05 FS-RUN-JOB            PIC X(16) VALUE SPACES.
           05 FS-RUN-PERIOD         PIC 9(08) VALUE ZEROES.
           05 FS-RUN-STATUS         PIC X(01) VALUE SPACES.
               88 FS-RUN-INICIADA           VALUE "I".
               88 FS-RUN-CONCLUIDA          VALUE "C".
               88 FS-RUN-FALHOU             VALUE "F".
               88 FS-RUN-PARCIAL            VALUE "P".
               88 FS-RUN-RECUSADA           VALUE "R".
               88 FS-RUN-LIBERADA           VALUE "L".
           05 FS-RUN-OPERATOR       PIC X(08) VALUE SPACES.
           05 FS-RUN-BUS-DATE       PIC 9(08) VALUE ZEROES.
           05 FS-RUN-START-DT       PIC 9(08) VALUE ZEROES.
           05 FS-RUN-START-TM       PIC 9(08) VALUE ZEROES.
           05 FS-RUN-END-DT         PIC 9(08) VALUE ZEROES.
           05 FS-RUN-END-TM         PIC 9(08) VALUE ZEROES.
           05 FS-RUN-READ           PIC 9(07) VALUE ZEROES.
           05 FS-RUN-WRITTEN        PIC 9(07) VALUE ZEROES.
           05 FS-RUN-RC             PIC 9(03) VALUE ZEROES.
      *Gerente que liberou a rodada repetida ou fora de ordem
           05 FS-RUN-OVERRIDE-BY    PIC X(08) VALUE SPACES.
           05 FS-RUN-NOTE           PIC X(20) VALUE SPACES.
