      *=================================================================
      * Copybook: JRNFLDS
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Layout de uma linha do jornal de recuperacao
      *           (JORNAL.DAT) -- a imagem depois da gravacao de cada
      *           WRITE, REWRITE e DELETE feito em RENTALS.DAT,
      *           CUSTOMERS.DAT, BALANCE.DAT e COPIES.DAT, gravada so
      *           pelo WRITEJORNAL. Data e hora sao do relogio, para a
      *           recuperacao (RECUPERARJORNAL) reaplicar o jornal sobre
      *           o backup da noite ate o horario escolhido. A primeira
      *           linha do arquivo, gravada pelo BACKUPDIARIO, e o
      *           cabecalho "*INICIO AAAAMMDD" com a geracao do backup
      *           a partir da qual o jornal vale.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - FS-JRN-IMAGE passou para 157 posicoes: o
      *                   registro de cliente cresceu e era cortado
      *=================================================================
           05 FS-JRN-CLOCK-DT       PIC 9(08) VALUE ZEROES.
           05 FS-JRN-CLOCK-TM       PIC 9(08) VALUE ZEROES.
           05 FS-JRN-FILE           PIC X(01) VALUE SPACES.
               88 FS-JRN-RENTALS           VALUE "R".
               88 FS-JRN-CUSTOMERS         VALUE "C".
               88 FS-JRN-BALANCE           VALUE "B".
               88 FS-JRN-COPIES            VALUE "P".
           05 FS-JRN-OP             PIC X(01) VALUE SPACES.
               88 FS-JRN-GRAVACAO          VALUE "W".
               88 FS-JRN-REGRAVACAO        VALUE "R".
               88 FS-JRN-EXCLUSAO          VALUE "D".
           05 FS-JRN-PROGRAM        PIC X(16) VALUE SPACES.
           05 FS-JRN-IMAGE          PIC X(157) VALUE SPACES.
