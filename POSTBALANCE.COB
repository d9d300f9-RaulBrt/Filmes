      * 02/SET/2026 RTB - O saldo passou a ter sinal: pagamento acima
      *                   do debito vira credito pre-pago (saldo
      *                   negativo), consumido depois no aluguel
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Gravacoes em BALANCE anotadas tambem no jornal
      *                   de recuperacao (WRITEJORNAL)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTBALANCE.
       0000-MAIN-PROCEDURE.
           MOVE ZEROES TO LNK-STATUS.
           MOVE ZEROES TO WRK-TRIES.
           CALL "LERDATANEG" USING WRK-TODAY.
           OPEN I-O BALANCE.
           IF WRK-BAL-FSTAT EQUAL 350 AND WRK-TRIES LESS THAN 1
               ADD 1 TO WRK-TRIES
                   WRITE FS-BALANCE
                       INVALID KEY
                           MOVE 632 TO LNK-STATUS
                       NOT INVALID KEY
                           CALL "WRITEJORNAL" USING "B", "W",
                               "POSTBALANCE     ", FS-BALANCE
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 0020-COMPUTE-NEW-AMOUNT
                   MOVE WRK-TODAY TO FS-BAL-UPDATED-DT
                   REWRITE FS-BALANCE
                   IF WRK-BAL-FSTAT EQUAL ZEROES
                       CALL "WRITEJORNAL" USING "B", "R",
                           "POSTBALANCE     ", FS-BALANCE
                   END-IF
           END-READ.

      *=================================================================
