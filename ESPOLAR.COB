      *           sobrescrever o PRN fixo a vontade: o fechamento de
      *           ontem continua no spool, de onde a tela de consulta
      *           reve e reimprime.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESPOLAR.
           END-IF.
           IF WRK-REG-STATUS EQUAL ZEROES
               MOVE WRK-SEQ TO FS-REG-SEQ
               CALL "LERDATANEG" USING FS-REG-DATE
               ACCEPT FS-REG-TIME FROM TIME
               MOVE LNK-OPERATOR TO FS-REG-OPERATOR
               MOVE LNK-SOURCE TO FS-REG-SOURCE
