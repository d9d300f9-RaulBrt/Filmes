      *           anterior, grava a nova com a data da troca e zera o
      *           contador de tentativas. Chamada pelo menu principal
      *           quando a senha vence pelo parametro de validade.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TROCARSENHA.
           END-IF.
           MOVE FS-OPER-PASSWORD TO FS-OPER-PREV-PWD.
           MOVE LNK-NEW-PWD TO FS-OPER-PASSWORD.
           CALL "LERDATANEG" USING FS-OPER-PWD-DATE.
           MOVE ZEROES TO FS-OPER-FAILS.
           REWRITE FS-OPERATOR.
       0010-FIM.
