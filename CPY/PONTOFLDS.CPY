      *=================================================================
      * Copybook: PONTOFLDS
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Layout de uma marcacao do relogio de ponto dos
      *           operadores (PONTO.DAT): entrada, saida e intervalo,
      *           batidos na entrada do sistema com a senha do proprio
      *           operador, com a filial. O FIMDODIA grava a marcacao
      *           "F" para quem ficou sem saida no dia; o supervisor
      *           lanca a saida corrigida (origem "C") com o motivo.
      *=================================================================
      *Data do movimento e hora HHMMSSCC; de 24 em diante depois da
      *meia-noite do relogio, como no diario de caixa
           05 FS-PNT-DATE           PIC 9(08) VALUE ZEROES.
           05 FS-PNT-TIME           PIC 9(08) VALUE ZEROES.
           05 FS-PNT-OPERATOR       PIC X(08) VALUE SPACES.
           05 FS-PNT-BRANCH         PIC 9(02) VALUE ZEROES.
           05 FS-PNT-TYPE           PIC X(01) VALUE SPACES.
               88 FS-PNT-ENTRADA            VALUE "E".
               88 FS-PNT-SAIDA              VALUE "S".
               88 FS-PNT-INTERVALO          VALUE "I".
               88 FS-PNT-RETORNO            VALUE "R".
               88 FS-PNT-SEM-SAIDA          VALUE "F".
           05 FS-PNT-ORIGIN         PIC X(01) VALUE SPACES.
               88 FS-PNT-RELOGIO            VALUE "R".
               88 FS-PNT-CORRECAO           VALUE "C".
               88 FS-PNT-FIMDODIA           VALUE "A".
      *Supervisor e motivo, so na marcacao corrigida
           05 FS-PNT-SUPERVISOR     PIC X(08) VALUE SPACES.
           05 FS-PNT-REASON         PIC X(40) VALUE SPACES.
