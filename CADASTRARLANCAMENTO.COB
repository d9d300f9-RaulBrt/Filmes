      *           recebimento de pedido, PROMOVERLANCAMENTO marca o
      *           anuncio como recebido e converte as pre-reservas em
      *           agendamentos.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRARLANCAMENTO.

       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           CALL "LERDATANEG" USING WRK-TODAY.
           PERFORM 0010-SHOW-TABLE.
           DISPLAY "INCLUIR (I), REMOVER (R), PRE-RESERVA (P), "
               "ENTER=VOLTAR: " AT 2001.
      *Lista os lancamentos anunciados com a data de rua
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           MOVE 02 TO WRK-LINE.
           MOVE ZEROES TO WRK-EOF.
           OPEN INPUT LANCAMENTOS.
