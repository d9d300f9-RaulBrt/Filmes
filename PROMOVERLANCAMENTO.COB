      *           como recebido e converte as pre-reservas de
      *           PREBOOK.DAT em agendamentos de AGENDA.DAT para o
      *           codigo de filme recem-criado, com a data de hoje.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMOVERLANCAMENTO.
       PROCEDURE DIVISION USING LNK-TITLE, LNK-MOV-COD, LNK-STATUS.
       0000-MAIN-PROCEDURE.
           MOVE ZEROES TO LNK-STATUS.
           CALL "LERDATANEG" USING WRK-TODAY.
           PERFORM 0010-FIND-ANNOUNCE.
           IF WRK-FOUND-CS EQUAL ZEROES
               GOBACK
