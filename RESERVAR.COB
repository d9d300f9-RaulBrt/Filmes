      * Data: 09/AGO/2026
      * Objetivo: Incluir um cliente na lista de espera de um filme
      *           sem copias disponiveis
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Registro de espera gravado com a filial da
      *                   sessao (LERFILIAL)
      * 15/OUT/2026 RTB - Entrada gravada com a origem balcao
      *                   (FS-WAIT-ORIGIN)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESERVAR.
       WORKING-STORAGE SECTION.
       77  WRK-WAIT-FSTAT             PIC 9(03) VALUE ZEROES.
       77  WRK-TRIES                  PIC 9(01) VALUE ZEROES.
       77  WRK-FIL-STATUS             PIC 9(03) VALUE ZEROES.

       01  WRK-WAITREC.
           COPY WAITFLDS
                         ==FS-WAIT-EXPIRADO== BY ==WRK-WAIT-EXPIRADO==
                         ==FS-WAIT-ATENDIDO== BY ==WRK-WAIT-ATENDIDO==
                         ==FS-WAIT-HOLD-DATE==
                             BY ==WRK-WAIT-HOLD-DATE==
                         ==FS-WAIT-BRANCH==
                             BY ==WRK-WAIT-BRANCH==
                         ==FS-WAIT-ORIGIN==
                             BY ==WRK-WAIT-ORIGIN==
                         ==FS-WAIT-BALCAO==
                             BY ==WRK-WAIT-BALCAO==
                         ==FS-WAIT-SITE==
                             BY ==WRK-WAIT-SITE==.

       LINKAGE SECTION.
       77  LNK-MOV-COD                PIC 9(05).
           MOVE ZEROES TO LNK-STATUS.
           MOVE LNK-MOV-COD  TO WRK-WAIT-MOV-COD.
           MOVE LNK-CUST-COD TO WRK-WAIT-CUST-COD.
           CALL "LERDATANEG" USING WRK-WAIT-DATE.
           ACCEPT WRK-WAIT-TIME FROM TIME.
           CALL "LERFILIAL" USING WRK-WAIT-BRANCH, WRK-FIL-STATUS.
           SET WRK-WAIT-PENDENTE TO TRUE.
           SET WRK-WAIT-BALCAO TO TRUE.
           PERFORM 0010-WRITE-WAITREC.
           GOBACK.

