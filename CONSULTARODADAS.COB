      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Consulta do registro de rodadas das rotinas de lote
      *           (RODADAS.DAT) dos ultimos N dias do movimento: inicio
      *           e fim, periodo, lidos, gravados, codigo de retorno e
      *           as recusas (periodo ja concluido, rotina anterior
      *           pendente). No fim da listagem o gerente pode liberar
      *           mais uma rodada de uma rotina num periodo, com a
      *           propria senha; a liberacao fica no registro.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTARODADAS.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT RODADAS ASSIGN TO "RODADAS.DAT"
           FILE STATUS IS WRK-RUN-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  RODADAS.
           01 FS-RODADA.
               COPY RODADAFLDS.
       WORKING-STORAGE SECTION.
       77  WRK-RUN-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-LINE                    PIC 9(04) VALUE ZEROES.
       77  WRK-TECLA                   PIC X(01) VALUE SPACES.
       77  WRK-BUFF                    PIC X(100) VALUE SPACES.
       77  WRK-PAGE-BOTTOM             PIC 9(02) VALUE 22.
       77  WRK-TODAY                   PIC 9(08) VALUE ZEROES.
       77  WRK-DAYS-MSK                PIC X(03) JUSTIFIED RIGHT.
       77  WRK-DAYS                    PIC 9(03) VALUE 7.
       77  WRK-DATE-INT                PIC 9(07) VALUE ZEROES.
       77  WRK-START-DATE              PIC 9(08) VALUE ZEROES.
       77  WRK-SHOWN                   PIC 9(05) VALUE ZEROES.
       77  WRK-CONFIRM                 PIC X(01) VALUE SPACES.
       77  WRK-REL-JOB                 PIC X(16) VALUE SPACES.
       77  WRK-PERIOD-MSK              PIC X(08) VALUE SPACES.
       77  WRK-REL-PERIOD              PIC 9(08) VALUE ZEROES.
       77  WRK-SUPER-ID                PIC X(08) VALUE SPACES.
       77  WRK-SUPER-PASS              PIC X(08) VALUE SPACES.
       77  WRK-SUPER-LEVEL             PIC 9(01) VALUE ZEROES.
       77  WRK-OVR-STATUS              PIC 9(03) VALUE ZEROES.
       77  WRK-RUN-STATUS              PIC 9(03) VALUE ZEROES.
       77  WRK-RUN-READ                PIC 9(07) VALUE ZEROES.
       77  WRK-RUN-WRITTEN             PIC 9(07) VALUE ZEROES.
       77  WRK-RUN-RC                  PIC 9(03) VALUE ZEROES.
       77  WRK-PARAM-STATUS        PIC 9(03) VALUE ZEROES.
       01  WRK-PARAMS.
           COPY PARAMFLDS
               REPLACING ==FS-PAR-DAILY-FEE==
                             BY ==WRK-PAR-DAILY-FEE==
                         ==FS-PAR-RENT-DAYS==
                             BY ==WRK-PAR-RENT-DAYS==
                         ==FS-PAR-DEBT-LIMIT==
                             BY ==WRK-PAR-DEBT-LIMIT==
                         ==FS-PAR-RETAIN-NIGHTS==
                             BY ==WRK-PAR-RETAIN-NIGHTS==
                         ==FS-PAR-PAGE-BOTTOM==
                             BY ==WRK-PAR-PAGE-BOTTOM==
                         ==FS-PAR-HOLD-DAYS==
                             BY ==WRK-PAR-HOLD-DAYS==
                         ==FS-PAR-MAX-OPEN==
                             BY ==WRK-PAR-MAX-OPEN==
                         ==FS-PAR-WAIVER-FEE==
                             BY ==WRK-PAR-WAIVER-FEE==
                         ==FS-PAR-STAFF-MAX==
                             BY ==WRK-PAR-STAFF-MAX==
                         ==FS-PAR-PTS-EARN==
                             BY ==WRK-PAR-PTS-EARN==
                         ==FS-PAR-PTS-VALUE==
                             BY ==WRK-PAR-PTS-VALUE==
                         ==FS-PAR-TAX-RATE==
                             BY ==WRK-PAR-TAX-RATE==
                         ==FS-PAR-ARCH-MONTHS==
                             BY ==WRK-PAR-ARCH-MONTHS==
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
       01  CLEAR.
           05 CLEAR-SCREEN.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL.
       01  SHOW-MV.
           05 TITLE-SCREEN.
               10 LINE 01 COLUMN 01    PIC X(30) ERASE EOL
                  BACKGROUND-COLOR 2 FROM "RODADAS DAS ROTINAS DE LOTE".
       01  SHOW-LINE.
           05 DTA.
               10 LINE WRK-LINE COLUMN 01 PIC X(80) ERASE EOL
                  BACKGROUND-COLOR 0 FOREGROUND-COLOR 2 FROM WRK-BUFF.

       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           CALL "LERPARAMS" USING WRK-PARAMS, WRK-PARAM-STATUS.
           MOVE WRK-PAR-PAGE-BOTTOM TO WRK-PAGE-BOTTOM.
           PERFORM 0010-GET-FILTER.
           MOVE ZEROES TO WRK-SHOWN.
           OPEN INPUT RODADAS.
           IF WRK-RUN-FSTAT NOT EQUAL ZEROES
               DISPLAY "NENHUMA RODADA REGISTRADA" AT 1005
               MOVE ZEROES TO WRK-RUN-FSTAT
           ELSE
               PERFORM 0020-INIT
               PERFORM 0030-READ-LOOP
               CLOSE RODADAS
               IF WRK-SHOWN EQUAL ZEROES
                   ADD 1 TO WRK-LINE
                   MOVE "NENHUMA RODADA NO PERIODO" TO WRK-BUFF
                   DISPLAY DTA
               END-IF
           END-IF.
           DISPLAY "LIBERAR NOVA RODADA (GERENTE) (S/N)? " AT 2401.
           MOVE SPACES TO WRK-CONFIRM.
           ACCEPT WRK-CONFIRM AT 2439.
           IF WRK-CONFIRM EQUAL 'S' OR WRK-CONFIRM EQUAL 's'
               PERFORM 0050-RELEASE
           END-IF.
           GOBACK.

      *=================================================================
       0010-GET-FILTER      SECTION.
      *Recebe quantos dias do movimento listar (padrao: 7)
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           MOVE 7 TO WRK-DAYS.
           DISPLAY "ULTIMOS QUANTOS DIAS (ENTER=7): " AT 0305.
           MOVE SPACES TO WRK-DAYS-MSK.
           ACCEPT WRK-DAYS-MSK AT 0338.
           IF WRK-DAYS-MSK NOT EQUAL SPACES
               MOVE WRK-DAYS-MSK TO WRK-DAYS
           END-IF.
           CALL "LERDATANEG" USING WRK-TODAY.
           COMPUTE WRK-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WRK-TODAY) - WRK-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WRK-DATE-INT)
               TO WRK-START-DATE.

      *=================================================================
       0020-INIT      SECTION.
      *Desenha o cabecalho da listagem
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           MOVE 02 TO WRK-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "DT.MOVTO ROTINA           PERIODO  S INIC FIM  "
               "  LIDOS    GRAV RC  OPERADOR" INTO WRK-BUFF.
           ADD 1 TO WRK-LINE.
           DISPLAY DTA.

      *=================================================================
       0030-READ-LOOP      SECTION.
      *Le o registro inteiro mostrando as linhas do periodo pedido
      *=================================================================
           PERFORM UNTIL WRK-RUN-FSTAT NOT EQUAL ZEROES
               READ RODADAS
                   AT END
                       MOVE 100 TO WRK-RUN-FSTAT
                   NOT AT END
                       IF FS-RUN-BUS-DATE NOT LESS THAN
                           WRK-START-DATE
                           PERFORM 0040-SHOW-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           MOVE ZEROES TO WRK-RUN-FSTAT.

      *=================================================================
       0040-SHOW-ENTRY      SECTION.
      *Mostra uma linha do registro, paginando na tela; recusa e
      *liberacao mostram o motivo no lugar dos contadores
      *=================================================================
           ADD 1 TO WRK-SHOWN.
           MOVE SPACES TO WRK-BUFF.
           IF FS-RUN-RECUSADA OR FS-RUN-LIBERADA
               STRING FS-RUN-BUS-DATE " "
                      FS-RUN-JOB " "
                      FS-RUN-PERIOD " "
                      FS-RUN-STATUS " "
                      FS-RUN-START-TM(1:4) " "
                      FS-RUN-NOTE " "
                      FS-RUN-OPERATOR
                      INTO WRK-BUFF
           ELSE
               STRING FS-RUN-BUS-DATE " "
                      FS-RUN-JOB " "
                      FS-RUN-PERIOD " "
                      FS-RUN-STATUS " "
                      FS-RUN-START-TM(1:4) " "
                      FS-RUN-END-TM(1:4) " "
                      FS-RUN-READ " "
                      FS-RUN-WRITTEN " "
                      FS-RUN-RC " "
                      FS-RUN-OPERATOR " "
                      FS-RUN-OVERRIDE-BY
                      INTO WRK-BUFF
           END-IF.
           ADD 1 TO WRK-LINE.
           DISPLAY DTA.
           IF WRK-LINE NOT LESS THAN WRK-PAGE-BOTTOM
               DISPLAY "PRESSIONE ENTER PARA CONTINUAR" AT 2401
               ACCEPT WRK-TECLA AT 2401
               PERFORM 0020-INIT
           END-IF.

      *=================================================================
       0050-RELEASE      SECTION.
      *Liberacao de mais uma rodada de uma rotina num periodo: o
      *gerente (nivel 3) autoriza com a propria senha
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           DISPLAY "ROTINA: " AT 0305.
           MOVE SPACES TO WRK-REL-JOB.
           ACCEPT WRK-REL-JOB AT 0313.
           IF WRK-REL-JOB EQUAL SPACES
               GO TO 0050-FIM
           END-IF.
           DISPLAY "PERIODO (AAAAMMDD OU AAAAMM00): " AT 0405.
           MOVE SPACES TO WRK-PERIOD-MSK.
           ACCEPT WRK-PERIOD-MSK AT 0438.
           IF WRK-PERIOD-MSK EQUAL SPACES
               GO TO 0050-FIM
           END-IF.
           MOVE WRK-PERIOD-MSK TO WRK-REL-PERIOD.
           DISPLAY "GERENTE: " AT 0505.
           MOVE SPACES TO WRK-SUPER-ID.
           ACCEPT WRK-SUPER-ID AT 0515.
           DISPLAY "SENHA: " AT 0525.
           MOVE SPACES TO WRK-SUPER-PASS.
           ACCEPT WRK-SUPER-PASS AT 0533.
           MOVE ZEROES TO WRK-SUPER-LEVEL.
           MOVE ZEROES TO WRK-OVR-STATUS.
           CALL "VALIDAOPERADOR" USING WRK-SUPER-ID, WRK-SUPER-PASS,
               WRK-SUPER-LEVEL, WRK-OVR-STATUS.
           IF WRK-OVR-STATUS NOT EQUAL ZEROES
               OR WRK-SUPER-LEVEL LESS THAN 3
               CALL "ERROS" USING 639, "CONSULTARODADAS"
               GO TO 0050-FIM
           END-IF.
           CALL "CONTROLERODADA" USING "L", WRK-REL-JOB,
               WRK-REL-PERIOD, WRK-SUPER-ID, WRK-RUN-READ,
               WRK-RUN-WRITTEN, WRK-RUN-RC, WRK-RUN-STATUS.
           DISPLAY "RODADA LIBERADA. PRESSIONE ENTER" AT 0705.
           ACCEPT WRK-TECLA AT 0738.
       0050-FIM.
           EXIT.
       END PROGRAM CONSULTARODADAS.
