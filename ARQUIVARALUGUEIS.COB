      *           relatorios param de engordar, e as consultas de
      *           historico continuam no arquivo morto sob demanda --
      *           nada que um cliente pergunte se perde.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Alugueis convertidos em perda (status P) vao
      *                   para o arquivo morto pelo mesmo prazo, contado
      *                   da data da conversao
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Rodada registrada em RODADAS.DAT
      *                   (CONTROLERODADA): so depois do fim do dia
      *                   anterior e uma vez por dia; rodada que parou
      *                   nos 500 fica parcial e pode rodar de novo
      * 15/OUT/2026 RTB - Gravacoes em RENTALS anotadas tambem no jornal
      *                   de recuperacao (WRITEJORNAL)
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQUIVARALUGUEIS.
                                 BY ==FS-HIST-DEVOLVIDO==
                             ==FS-RENT-ANULADO==
                                 BY ==FS-HIST-ANULADO==
                             ==FS-RENT-PERDIDO==
                                 BY ==FS-HIST-PERDIDO==
                             ==FS-RENT-COPY-NUM==
                                 BY ==FS-HIST-COPY-NUM==
                             ==FS-RENT-RETURN-DATE==
       77  WRK-MOVED               PIC 9(05) VALUE ZEROES.
       77  WRK-SUB                 PIC 9(03) VALUE ZEROES.
       77  WRK-PARAM-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-RUN-FUNC            PIC X(01) VALUE SPACES.
       77  WRK-RUN-STATUS          PIC 9(03) VALUE ZEROES.
       77  WRK-RUN-READ            PIC 9(07) VALUE ZEROES.
       77  WRK-RUN-WRITTEN         PIC 9(07) VALUE ZEROES.
       77  WRK-RUN-RC              PIC 9(03) VALUE ZEROES.
       01  WRK-KEY-TABLE.
           05 WRK-KT-COUNT         PIC 9(03) VALUE ZEROES.
           05 WRK-KT-ENTRY         OCCURS 500 TIMES.
                         ==FS-PAR-IDLE-MIN==
                             BY ==WRK-PAR-IDLE-MIN==
                         ==FS-PAR-PWD-DAYS==
                             BY ==WRK-PAR-PWD-DAYS==
                         ==FS-PAR-DUN-DAYS1==
                             BY ==WRK-PAR-DUN-DAYS1==
                         ==FS-PAR-DUN-DAYS2==
                             BY ==WRK-PAR-DUN-DAYS2==
                         ==FS-PAR-DUN-DAYS3==
                             BY ==WRK-PAR-DUN-DAYS3==
                         ==FS-PAR-LOST-DAYS==
                             BY ==WRK-PAR-LOST-DAYS==
                         ==FS-PAR-BOL-DAYS==
                             BY ==WRK-PAR-BOL-DAYS==
                         ==FS-PAR-ISS-RATE==
                             BY ==WRK-PAR-ISS-RATE==
                         ==FS-PAR-INSC-MUN==
                             BY ==WRK-PAR-INSC-MUN==
                         ==FS-PAR-CUST-RETAIN==
                             BY ==WRK-PAR-CUST-RETAIN==
                         ==FS-PAR-NEW-DAYS==
                             BY ==WRK-PAR-NEW-DAYS==
                         ==FS-PAR-NEW-RENTALS==
                             BY ==WRK-PAR-NEW-RENTALS==
                         ==FS-PAR-NEW-MAX-ITEMS==
                             BY ==WRK-PAR-NEW-MAX-ITEMS==
                         ==FS-PAR-NEW-MAX-VALUE==
                             BY ==WRK-PAR-NEW-MAX-VALUE==
                         ==FS-PAR-NEW-DEPOSIT==
                             BY ==WRK-PAR-NEW-DEPOSIT==
                         ==FS-PAR-GAME-DAYS==
                             BY ==WRK-PAR-GAME-DAYS==
                         ==FS-PAR-OPEN-HOUR==
                             BY ==WRK-PAR-OPEN-HOUR==
                         ==FS-PAR-CLOSE-HOUR==
                             BY ==WRK-PAR-CLOSE-HOUR==
                         ==FS-PAR-TERMS-VER==
                             BY ==WRK-PAR-TERMS-VER==.
       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
       SCREEN  SECTION.
       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           CALL "LERPARAMS" USING WRK-PARAMS, WRK-PARAM-STATUS.
           MOVE WRK-PAR-ARCH-MONTHS TO WRK-ARCH-MONTHS.
           CALL "LERDATANEG" USING WRK-TODAY.
           PERFORM 0010-COMPUTE-CUTOFF.
           DISPLAY "DEVOLVIDOS ANTES DE " AT 0305.
           DISPLAY WRK-CUTOFF AT 0326.
           IF WRK-CONFIRM NOT EQUAL 'S' AND WRK-CONFIRM NOT EQUAL 's'
               GOBACK
           END-IF.
           CALL "CONTROLERODADA" USING "I", "ARQUIVARALUGUEIS",
               WRK-TODAY, LNK-OPERATOR, WRK-RUN-READ,
               WRK-RUN-WRITTEN, WRK-RUN-RC, WRK-RUN-STATUS.
           IF WRK-RUN-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-RUN-STATUS, "ARQUIVARALUGUEIS"
               GOBACK
           END-IF.
           PERFORM 0020-COLLECT-OLD.
           IF WRK-KT-COUNT EQUAL ZEROES
               PERFORM 0090-END-RUN
               DISPLAY "NADA A EXPURGAR" AT 0705
               DISPLAY "PRESSIONE ENTER" AT 0805
               ACCEPT WRK-TECLA
               GOBACK
           END-IF.
           PERFORM 0030-MOVE-TO-HISTORY.
           PERFORM 0090-END-RUN.
           DISPLAY "ALUGUEIS MOVIDOS PARA RENTHIST.DAT: " AT 0705.
           DISPLAY WRK-MOVED AT 0742.
           DISPLAY "RODAR DE NOVO SE AINDA HOUVER MAIS DE 500"
                   AT END
                       MOVE 1 TO WRK-EOF
                   NOT AT END
                       IF (FS-RENT-STATUS EQUAL "D"
                           OR FS-RENT-STATUS EQUAL "P")
                           AND FS-RENT-RETURN-DATE GREATER THAN
                               ZEROES
                           AND FS-RENT-RETURN-DATE LESS THAN
                       DELETE RENTALS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               CALL "WRITEJORNAL" USING "R", "D",
                                   "ARQUIVARALUGUEIS", FS-RENTAL
                       END-DELETE
                       ADD 1 TO WRK-MOVED
               END-READ
           END-PERFORM.
           CLOSE RENTALS.
           CLOSE RENTHIST.

      *=================================================================
       0090-END-RUN      SECTION.
      *Grava o fim da rodada no registro de rodadas; se parou no
      *limite da tabela, a rodada fica parcial
      *=================================================================
           MOVE "C" TO WRK-RUN-FUNC.
           IF WRK-KT-COUNT NOT LESS THAN 500
               MOVE "P" TO WRK-RUN-FUNC
           END-IF.
           MOVE WRK-KT-COUNT TO WRK-RUN-READ.
           MOVE WRK-MOVED TO WRK-RUN-WRITTEN.
           CALL "CONTROLERODADA" USING WRK-RUN-FUNC, "ARQUIVARALUGUEIS",
               WRK-TODAY, LNK-OPERATOR, WRK-RUN-READ,
               WRK-RUN-WRITTEN, WRK-RUN-RC, WRK-RUN-STATUS.
       END PROGRAM ARQUIVARALUGUEIS.
