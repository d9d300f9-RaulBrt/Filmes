      *           supervisor (OVERRIDES.DAT) a cada ajuste de preco ou
      *           reducao de multa autorizados no balcao, para a
      *           listagem diaria conferida junto com o fechamento.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITEOVERRIDE.
       0010-BUILD-ENTRY        SECTION.
      *Monta a linha com data, hora e os dados informados
      *=================================================================
           CALL "LERDATANEG" USING FS-OVR-DATE.
           ACCEPT FS-OVR-TIME FROM TIME.
           MOVE LNK-TYPE       TO FS-OVR-TYPE.
           MOVE LNK-OPERATOR   TO FS-OVR-OPERATOR.
