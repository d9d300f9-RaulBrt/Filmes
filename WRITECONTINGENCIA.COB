      *           (CONTINGENCIA.DAT), usado pelo balcao quando
      *           RENTALS.DAT nao abre -- o atendimento nao para, e o
      *           reprocessamento aplica depois pela logica normal.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITECONTINGENCIA.
       0010-BUILD-ENTRY        SECTION.
      *Monta o lancamento com data, hora e os dados informados
      *=================================================================
           CALL "LERDATANEG" USING FS-CTG-DATE.
           ACCEPT FS-CTG-TIME FROM TIME.
           MOVE LNK-TYPE       TO FS-CTG-TYPE.
           MOVE LNK-OPERATOR   TO FS-CTG-OPERATOR.
