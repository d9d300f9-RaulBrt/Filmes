      *           aluguel pago, operacao "D" debita pontos resgatados
      *           (nunca deixando o saldo negativo), criando o
      *           registro do cliente no primeiro credito.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTPONTOS.
       0000-MAIN-PROCEDURE.
           MOVE ZEROES TO LNK-STATUS.
           MOVE ZEROES TO WRK-TRIES.
           CALL "LERDATANEG" USING WRK-TODAY.
           OPEN I-O PONTOS.
           IF WRK-PTS-FSTAT EQUAL 350 AND WRK-TRIES LESS THAN 1
               ADD 1 TO WRK-TRIES
