      *           tocado pelo atendimento, conclusao (C) depois do
      *           ultimo. A recuperacao na entrada do sistema desfaz
      *           as intencoes sem conclusao.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITEUOW.
       0010-BUILD-ENTRY        SECTION.
      *Monta a marca com data, hora e os dados informados
      *=================================================================
           CALL "LERDATANEG" USING FS-UOW-DATE.
           ACCEPT FS-UOW-TIME FROM TIME.
           MOVE LNK-MARK       TO FS-UOW-MARK.
           MOVE LNK-PROGRAM    TO FS-UOW-PROGRAM.
