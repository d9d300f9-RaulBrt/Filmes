      * Objetivo: Acrescentar uma linha na trilha de auditoria
      *           (AUDIT.DAT) a cada cadastro, alteracao ou exclusao
      *           de filme bem sucedidos
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITEAUDIT.
       0010-BUILD-ENTRY        SECTION.
      *Monta a linha de auditoria com data, hora e os dados informados
      *=================================================================
           CALL "LERDATANEG" USING FS-AUD-DATE.
           ACCEPT FS-AUD-TIME FROM TIME.
           MOVE LNK-OPERATOR   TO FS-AUD-OPERATOR.
           MOVE LNK-OPERATION  TO FS-AUD-OPERATION.
