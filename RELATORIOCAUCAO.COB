      *           devolvidas (tipo G). O saldo em aberto e dinheiro
      *           retido na gaveta, conferido junto com o fechamento
      *           de caixa. Impresso em CAUCAO.PRN.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Caucao transportada pelo encerramento do
      *                   exercicio (linha de abertura O) conta como
      *                   caucao recebida
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIOCAUCAO.
       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           CALL "LERDATANEG" USING WRK-TODAY.
           MOVE ZEROES TO WRK-CUST-COUNT.
           MOVE ZEROES TO WRK-TOT-HELD.
           OPEN INPUT TRANSACT.
                       MOVE 100 TO WRK-STATUS
                   NOT AT END
                       IF FS-TRANS-CAUCAO OR FS-TRANS-CAUCAO-DEV
                           OR (FS-TRANS-ABERTURA
                               AND FS-TRANS-ABR-CAUCAO)
                           PERFORM 0020-ACCUMULATE
                       END-IF
               END-READ
       0025-APPLY-TO-CUSTOMER      SECTION.
      *Soma a caucao recebida ou abate a devolvida no cliente corrente
      *=================================================================
           IF FS-TRANS-CAUCAO OR FS-TRANS-ABERTURA
               ADD FS-TRANS-AMOUNT TO WRK-CT-HELD(WRK-SLOT)
               ADD FS-TRANS-AMOUNT TO WRK-TOT-HELD
           ELSE
