      *=================================================================
      * Copybook: EXERCFLDS
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Layout de um registro do controle de exercicios
      *           encerrados (EXERCICIO.DAT) -- um por ano fechado
      *           pelo FECHAREXERCICIO, com a data e o operador do
      *           encerramento, os totais de controle do diario
      *           arquivado em TRANSACT-AAAA.DAT (linhas e soma dos
      *           valores), as linhas levadas para os outros arquivos
      *           do ano e os totais das linhas de abertura deixadas
      *           no diario novo.
      *=================================================================
           05 FS-EXE-YEAR           PIC 9(04) VALUE ZEROES.
           05 FS-EXE-CLOSE-DT       PIC 9(08) VALUE ZEROES.
           05 FS-EXE-OPERATOR       PIC X(08) VALUE SPACES.
           05 FS-EXE-TRANS-LINES    PIC 9(07) VALUE ZEROES.
           05 FS-EXE-TRANS-TOTAL    PIC 9(11)V99 VALUE ZEROES.
           05 FS-EXE-OVR-LINES      PIC 9(06) VALUE ZEROES.
           05 FS-EXE-STAT-LINES     PIC 9(04) VALUE ZEROES.
           05 FS-EXE-SEAL-LINES     PIC 9(04) VALUE ZEROES.
           05 FS-EXE-OPEN-LINES     PIC 9(05) VALUE ZEROES.
           05 FS-EXE-OPEN-DEBIT     PIC 9(09)V99 VALUE ZEROES.
           05 FS-EXE-OPEN-CREDIT    PIC 9(09)V99 VALUE ZEROES.
           05 FS-EXE-OPEN-DEPOSIT   PIC 9(09)V99 VALUE ZEROES.
           05 FS-EXE-OPEN-GIFT      PIC 9(09)V99 VALUE ZEROES.
