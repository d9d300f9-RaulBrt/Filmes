      *           devolve um RETURN-CODE unico que o agendador testa
      *           (0 = tudo certo), com cada passo registrado no
      *           proprio resumo.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Passo 7: conferencia de integridade do
      *                   diario de caixa (CONFEREDIARIO), que tambem
      *                   sela o total de controle do dia fechado
      * 15/OUT/2026 RTB - Passo 0: alugueis atrasados alem do limite
      *                   do parametro convertidos em perda
      *                   (BAIXARPERDIDOS), antes da varredura, para
      *                   os vencidos e os contadores ja sairem certos
      * 15/OUT/2026 RTB - Passo 8: importa o retorno do provedor de
      *                   SMS (IMPORTARLEMBRETES) e gera os lembretes
      *                   de vencimento da noite (GERARLEMBRETES)
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG); passo 9 avanca a data do
      *                   movimento, so com todos os passos sem erro
      * 15/OUT/2026 RTB - Rodada registrada em RODADAS.DAT
      *                   (CONTROLERODADA); dia ja fechado nao roda de
      *                   novo sem liberacao do gerente
      * 15/OUT/2026 RTB - Passos 6 e 8 (extrato contabil e lembretes
      *                   SMS) pulados no modo treinamento
      * 15/OUT/2026 RTB - Chave alternativa de MOVIES.DAT pelo titulo
      *                   declarada no SELECT
      * 15/OUT/2026 RTB - Passo 8A: operador ainda em expediente ou em
      *                   intervalo no relogio de ponto recebe a
      *                   marcacao de saida pendente ("F"), para a
      *                   correcao do supervisor (CORRIGIRPONTO)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIMDODIA.
           FILE STATUS IS WRK-MOV-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES.

           SELECT TRANSACT ASSIGN TO "TRANSACT.DAT"
           FILE STATUS IS WRK-TRANS-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT DATANEGOCIO ASSIGN TO "DATANEGOCIO.DAT"
           FILE STATUS IS WRK-DTN-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT PONTO ASSIGN TO "PONTO.DAT"
           FILE STATUS IS WRK-PNT-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT PRINT-FILE ASSIGN TO "FIMDODIA.PRN"
           FILE STATUS IS WRK-PRINT-STATUS
           ORGANISATION IS LINE SEQUENTIAL.
           FD  TRANSACT.
           01 FS-TRANS.
               COPY TRANSFLDS.
           FD  DATANEGOCIO.
           01 FS-DATANEG.
               COPY DATANEGFLDS.
           FD  PONTO.
           01 FS-PONTO.
               COPY PONTOFLDS.
           FD  PRINT-FILE.
           01 FS-PRINT-LINE            PIC X(71).
       WORKING-STORAGE SECTION.
       77  WRK-MOV-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-TRANS-FSTAT             PIC 9(03) VALUE ZEROES.
       77  WRK-PRINT-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-DTN-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-DATE-INT                PIC 9(07) VALUE ZEROES.
       77  WRK-RUN-STATUS              PIC 9(03) VALUE ZEROES.
       77  WRK-RUN-READ                PIC 9(07) VALUE ZEROES.
       77  WRK-RUN-WRITTEN             PIC 9(07) VALUE ZEROES.
       77  WRK-RUN-RC                  PIC 9(03) VALUE ZEROES.
       77  WRK-BUFF                    PIC X(71) VALUE SPACES.
       77  WRK-TODAY                   PIC 9(08) VALUE ZEROES.
       77  WRK-RC                      PIC 9(02) VALUE ZEROES.
               10 WRK-OPEN-MOV         PIC 9(05) VALUE ZEROES.
               10 WRK-OPEN-QTY         PIC 9(03) VALUE ZEROES.
       77  WRK-EXT-STATUS              PIC 9(03) VALUE ZEROES.
       77  WRK-TRAINING                PIC 9(01) VALUE ZEROES.
       77  WRK-JRN-PROBLEMS            PIC 9(05) VALUE ZEROES.
       77  WRK-LOST-COUNT              PIC 9(05) VALUE ZEROES.
       77  WRK-LOST-PROBLEMS           PIC 9(05) VALUE ZEROES.
       77  WRK-SMS-UPDATED             PIC 9(05) VALUE ZEROES.
       77  WRK-SMS-REJECTED            PIC 9(05) VALUE ZEROES.
       77  WRK-SMS-SENT                PIC 9(05) VALUE ZEROES.
       77  WRK-SMS-SKIPPED             PIC 9(05) VALUE ZEROES.
      *Relogio de ponto: situacao de cada operador no dia
       77  WRK-PNT-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-PNT-STATUS              PIC 9(03) VALUE ZEROES.
       77  WRK-PNT-COUNT               PIC 9(02) VALUE ZEROES.
       77  WRK-PNT-SUB                 PIC 9(02) VALUE ZEROES.
       77  WRK-PNT-FLAGGED             PIC 9(03) VALUE ZEROES.
       77  WRK-PNT-FOUND               PIC 9(01) VALUE ZEROES.
       77  WRK-PNT-DATE                PIC 9(08) VALUE ZEROES.
       77  WRK-PNT-TIME                PIC 9(08) VALUE ZEROES.
       77  WRK-PNT-CLOCK-DATE          PIC 9(08) VALUE ZEROES.
       77  WRK-PNT-TYPE                PIC X(01) VALUE "F".
       77  WRK-PNT-ORIGIN              PIC X(01) VALUE "A".
       77  WRK-PNT-SUPERVISOR          PIC X(08) VALUE SPACES.
       77  WRK-PNT-REASON              PIC X(40) VALUE SPACES.
       01  WRK-PNT-TABLE.
           05 WRK-PNT-ENTRY            OCCURS 50 TIMES.
               10 WRK-PNT-OPER         PIC X(08).
               10 WRK-PNT-BRANCH       PIC 9(02).
               10 WRK-PNT-STATE        PIC X(01).
                   88 WRK-PNT-FORA              VALUE "F".
       01  WRK-BK-PARM.
           02 WRK-BK-RC                PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           CALL "LERDATANEG" USING WRK-TODAY.
           PERFORM 0003-CHECK-CLOSED-DAY.
           OPEN OUTPUT PRINT-FILE.
           MOVE SPACES TO WRK-BUFF.
           STRING "=== FIM DO DIA " WRK-TODAY " ===" INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           CALL "CONTROLERODADA" USING "I", "FIMDODIA        ",
               WRK-TODAY, WRK-SPOOL-OPER, WRK-RUN-READ,
               WRK-RUN-WRITTEN, WRK-RUN-RC, WRK-RUN-STATUS.
           IF WRK-RUN-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-RUN-STATUS, "FIMDODIA", "B"
               MOVE SPACES TO WRK-BUFF
               STRING "RODADA RECUSADA (STATUS " WRK-RUN-STATUS
                   ") - VER RODADAS DAS ROTINAS" INTO WRK-BUFF
               WRITE FS-PRINT-LINE FROM WRK-BUFF
               CLOSE PRINT-FILE
               MOVE 2 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0005-CONVERT-LOST.
           PERFORM 0010-SWEEP-RENTALS.
           PERFORM 0020-EXPIRE-HOLDS.
           PERFORM 0030-VERIFY-COUNTERS.
           PERFORM 0040-SUM-CASH.
           PERFORM 0050-RUN-BACKUP.
           PERFORM 0060-RUN-EXTRACT.
           PERFORM 0070-CHECK-JOURNAL.
           PERFORM 0080-SEND-REMINDERS.
           PERFORM 0085-FLAG-MISSING-PUNCH.
           PERFORM 0090-ADVANCE-DATE.

           MOVE SPACES TO WRK-BUFF.
           STRING "RESULTADO FINAL (RETURN-CODE): " WRK-RC
               INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           CLOSE PRINT-FILE.
           COMPUTE WRK-RUN-WRITTEN = WRK-LOST-COUNT + WRK-EXP-COUNT
               + WRK-SMS-SENT + WRK-PNT-FLAGGED.
           MOVE WRK-RC TO WRK-RUN-RC.
           CALL "CONTROLERODADA" USING "C", "FIMDODIA        ",
               WRK-TODAY, WRK-SPOOL-OPER, WRK-RUN-READ,
               WRK-RUN-WRITTEN, WRK-RUN-RC, WRK-RUN-STATUS.
      *Copia datada no spool, antes da rodada de amanha sobrescrever
           CALL "ESPOLAR" USING "FIMDODIA.PRN        ",
               WRK-SPOOL-OPER,
           MOVE WRK-RC TO RETURN-CODE.
           GOBACK.

      *=================================================================
       0003-CHECK-CLOSED-DAY      SECTION.
      *Dia do movimento ja fechado por uma rodada anterior (a data ja
      *avancou e ninguem abriu o dia seguinte): o periodo desta rodada
      *e o dia fechado, que o registro de rodadas recusa sem liberacao
      *=================================================================
           OPEN INPUT DATANEGOCIO.
           IF WRK-DTN-FSTAT EQUAL ZEROES
               READ DATANEGOCIO
                   AT END
                       MOVE 100 TO WRK-DTN-FSTAT
               END-READ
               CLOSE DATANEGOCIO
               IF WRK-DTN-FSTAT EQUAL ZEROES
                  AND FS-DTN-FECHADO
                  AND FS-DTN-DATE EQUAL WRK-TODAY
                   COMPUTE WRK-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WRK-TODAY) - 1
                   MOVE FUNCTION DATE-OF-INTEGER(WRK-DATE-INT)
                       TO WRK-TODAY
               END-IF
           END-IF.
           MOVE ZEROES TO WRK-DTN-FSTAT.

      *=================================================================
       0005-CONVERT-LOST      SECTION.
      *Fecha como perdidos os alugueis atrasados alem do limite do
      *parametro (detalhe em PERDIDOS.PRN)
      *=================================================================
           MOVE ZEROES TO WRK-LOST-COUNT WRK-LOST-PROBLEMS.
           CALL "BAIXARPERDIDOS" USING WRK-SPOOL-OPER, "B",
               WRK-LOST-COUNT, WRK-LOST-PROBLEMS.
           MOVE SPACES TO WRK-BUFF.
           STRING "PASSO 0 - ALUGUEIS CONVERTIDOS EM PERDA: "
               WRK-LOST-COUNT " FALHAS: " WRK-LOST-PROBLEMS
               INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           IF WRK-LOST-PROBLEMS GREATER THAN ZEROES
               MOVE 1 TO WRK-RC
           END-IF.

      *=================================================================
       0010-SWEEP-RENTALS      SECTION.
      *Varre RENTALS.DAT uma unica vez: conta os vencidos em aberto,
       0015-TALLY-RENTAL      SECTION.
      *Acumula o aluguel corrente nos contadores do resumo
      *=================================================================
           ADD 1 TO WRK-RUN-READ.
           IF FS-RENT-STATUS EQUAL "A"
               IF FS-RENT-DUE-DATE LESS THAN WRK-TODAY
                   ADD 1 TO WRK-OVERDUE-COUNT

      *=================================================================
       0060-RUN-EXTRACT      SECTION.
      *Gera o extrato contabil do dia (CONTABIL.DAT); no modo
      *treinamento o passo e pulado
      *=================================================================
           CALL "LERTREINO" USING WRK-TRAINING.
           IF WRK-TRAINING EQUAL 1
               MOVE SPACES TO WRK-BUFF
               STRING "PASSO 6 - EXTRATO CONTABIL NAO GERADO (MODO "
                   "TREINAMENTO)" INTO WRK-BUFF
               WRITE FS-PRINT-LINE FROM WRK-BUFF
               GO TO 0060-FIM
           END-IF.
           MOVE ZEROES TO WRK-EXT-STATUS.
           CALL "EXTRATOCONTABIL" USING WRK-TODAY, WRK-EXT-STATUS.
           MOVE SPACES TO WRK-BUFF.
           STRING "PASSO 6 - EXTRATO CONTABIL GERADO (CONTABIL.DAT)"
               INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
       0060-FIM.
           EXIT.

      *=================================================================
       0070-CHECK-JOURNAL      SECTION.
      *Confere a numeracao e a ordem do diario de caixa e sela o
      *total de controle do dia (detalhe em CONFEREDIARIO.PRN)
      *=================================================================
           MOVE ZEROES TO WRK-JRN-PROBLEMS.
           CALL "CONFEREDIARIO" USING WRK-SPOOL-OPER, "B",
               WRK-JRN-PROBLEMS.
           MOVE SPACES TO WRK-BUFF.
           STRING "PASSO 7 - CONFERENCIA DO DIARIO, OCORRENCIAS: "
               WRK-JRN-PROBLEMS INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           IF WRK-JRN-PROBLEMS GREATER THAN ZEROES
               MOVE 1 TO WRK-RC
           END-IF.

      *=================================================================
       0080-SEND-REMINDERS      SECTION.
      *Importa o retorno de entrega dos lembretes ja enviados e gera
      *os lembretes de amanha para o provedor (SMSSAIDA.DAT); linha
      *recusada no retorno nao derruba o job, so fica no resumo. No
      *modo treinamento nada sai para o provedor
      *=================================================================
           CALL "LERTREINO" USING WRK-TRAINING.
           IF WRK-TRAINING EQUAL 1
               MOVE SPACES TO WRK-BUFF
               STRING "PASSO 8 - LEMBRETES SMS NAO GERADOS (MODO "
                   "TREINAMENTO)" INTO WRK-BUFF
               WRITE FS-PRINT-LINE FROM WRK-BUFF
               GO TO 0080-FIM
           END-IF.
           MOVE ZEROES TO WRK-SMS-UPDATED WRK-SMS-REJECTED
               WRK-SMS-SENT WRK-SMS-SKIPPED.
           CALL "IMPORTARLEMBRETES" USING WRK-SPOOL-OPER, "B",
               WRK-SMS-UPDATED, WRK-SMS-REJECTED.
           CALL "GERARLEMBRETES" USING WRK-SPOOL-OPER, "B",
               WRK-SMS-SENT, WRK-SMS-SKIPPED.
           MOVE SPACES TO WRK-BUFF.
           STRING "PASSO 8 - LEMBRETES SMS: " WRK-SMS-SENT
               " SEM ACEITE: " WRK-SMS-SKIPPED INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           STRING "          RETORNO: " WRK-SMS-UPDATED
               " RECUSADOS: " WRK-SMS-REJECTED INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
       0080-FIM.
           EXIT.

      *=================================================================
       0085-FLAG-MISSING-PUNCH      SECTION.
      *Acha no relogio de ponto quem terminou o dia ainda em
      *expediente ou em intervalo e grava para cada um a marcacao de
      *saida pendente ("F"), com a hora do fechamento, para o
      *supervisor corrigir com o motivo. Nao derruba o job; numa nova
      *rodada do mesmo dia o operador ja esta fora e nao repete
      *=================================================================
           INITIALIZE WRK-PNT-TABLE.
           MOVE ZEROES TO WRK-PNT-COUNT WRK-PNT-FLAGGED.
           OPEN INPUT PONTO.
           IF WRK-PNT-FSTAT NOT EQUAL ZEROES
               MOVE ZEROES TO WRK-PNT-FSTAT
               GO TO 0085-PRINT
           END-IF.
           PERFORM UNTIL WRK-PNT-FSTAT NOT EQUAL ZEROES
               READ PONTO
                   AT END
                       MOVE 100 TO WRK-PNT-FSTAT
                   NOT AT END
                       IF FS-PNT-DATE EQUAL WRK-TODAY
                           PERFORM 0087-TRACK-PUNCH
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PONTO.
           MOVE ZEROES TO WRK-PNT-FSTAT.
      *Hora do fechamento, de 24 em diante depois da meia-noite
           ACCEPT WRK-PNT-TIME FROM TIME.
           ACCEPT WRK-PNT-CLOCK-DATE FROM DATE YYYYMMDD.
           IF WRK-PNT-CLOCK-DATE GREATER THAN WRK-TODAY
               ADD 24000000 TO WRK-PNT-TIME
           END-IF.
           PERFORM VARYING WRK-PNT-SUB FROM 1 BY 1
                   UNTIL WRK-PNT-SUB GREATER THAN WRK-PNT-COUNT
               IF NOT WRK-PNT-FORA(WRK-PNT-SUB)
                   MOVE WRK-TODAY TO WRK-PNT-DATE
                   CALL "WRITEPONTO" USING WRK-PNT-DATE, WRK-PNT-TIME,
                       WRK-PNT-OPER(WRK-PNT-SUB),
                       WRK-PNT-BRANCH(WRK-PNT-SUB), WRK-PNT-TYPE,
                       WRK-PNT-ORIGIN, WRK-PNT-SUPERVISOR,
                       WRK-PNT-REASON, WRK-PNT-STATUS
                   ADD 1 TO WRK-PNT-FLAGGED
                   MOVE SPACES TO WRK-BUFF
                   STRING "          SEM SAIDA: "
                       WRK-PNT-OPER(WRK-PNT-SUB) " FILIAL "
                       WRK-PNT-BRANCH(WRK-PNT-SUB) INTO WRK-BUFF
                   WRITE FS-PRINT-LINE FROM WRK-BUFF
               END-IF
           END-PERFORM.
       0085-PRINT.
           MOVE SPACES TO WRK-BUFF.
           STRING "PASSO 8A - PONTO SEM SAIDA (A CORRIGIR): "
               WRK-PNT-FLAGGED INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.

      *=================================================================
       0087-TRACK-PUNCH      SECTION.
      *Atualiza a situacao do operador da marcacao corrente
      *=================================================================
           MOVE ZEROES TO WRK-PNT-FOUND.
           PERFORM VARYING WRK-PNT-SUB FROM 1 BY 1
                   UNTIL WRK-PNT-SUB GREATER THAN WRK-PNT-COUNT
                   OR WRK-PNT-FOUND EQUAL 1
               IF WRK-PNT-OPER(WRK-PNT-SUB) EQUAL FS-PNT-OPERATOR
                   MOVE 1 TO WRK-PNT-FOUND
               END-IF
           END-PERFORM.
           IF WRK-PNT-FOUND EQUAL 1
               SUBTRACT 1 FROM WRK-PNT-SUB
           ELSE
               IF WRK-PNT-COUNT NOT LESS THAN 50
                   GO TO 0087-FIM
               END-IF
               ADD 1 TO WRK-PNT-COUNT
               MOVE WRK-PNT-COUNT TO WRK-PNT-SUB
               MOVE FS-PNT-OPERATOR TO WRK-PNT-OPER(WRK-PNT-SUB)
           END-IF.
           MOVE FS-PNT-BRANCH TO WRK-PNT-BRANCH(WRK-PNT-SUB).
           IF FS-PNT-ENTRADA OR FS-PNT-RETORNO OR FS-PNT-INTERVALO
               MOVE "T" TO WRK-PNT-STATE(WRK-PNT-SUB)
           ELSE
               MOVE "F" TO WRK-PNT-STATE(WRK-PNT-SUB)
           END-IF.
       0087-FIM.
           EXIT.

      *=================================================================
       0090-ADVANCE-DATE      SECTION.
      *Fecha o dia do movimento e avanca a data para o dia seguinte --
      *so quando todos os passos anteriores terminaram sem erro; com
      *erro a data fica, e o dia continua aberto ate uma nova rodada
      *do FIMDODIA dar certo. O proximo logon abre o dia (ABRIRDIA)
      *=================================================================
           IF WRK-RC NOT EQUAL ZEROES
               MOVE SPACES TO WRK-BUFF
               STRING "PASSO 9 - DATA DO MOVIMENTO NAO AVANCADA "
                   "(PASSO COM ERRO)" INTO WRK-BUFF
               WRITE FS-PRINT-LINE FROM WRK-BUFF
               GO TO 0090-FIM
           END-IF.
           OPEN INPUT DATANEGOCIO.
           IF WRK-DTN-FSTAT EQUAL ZEROES
               READ DATANEGOCIO
                   AT END
                       MOVE 100 TO WRK-DTN-FSTAT
               END-READ
               CLOSE DATANEGOCIO
           END-IF.
           IF WRK-DTN-FSTAT NOT EQUAL ZEROES
               MOVE SPACES TO WRK-BUFF
               STRING "PASSO 9 - DATANEGOCIO.DAT INDISPONIVEL (STATUS "
                   WRK-DTN-FSTAT ")" INTO WRK-BUFF
               WRITE FS-PRINT-LINE FROM WRK-BUFF
               MOVE 1 TO WRK-RC
               GO TO 0090-FIM
           END-IF.
           IF FS-DTN-FECHADO
               MOVE SPACES TO WRK-BUFF
               STRING "PASSO 9 - DATA DO MOVIMENTO JA AVANCADA: "
                   FS-DTN-DATE INTO WRK-BUFF
               WRITE FS-PRINT-LINE FROM WRK-BUFF
               GO TO 0090-FIM
           END-IF.
           COMPUTE WRK-DATE-INT =
               FUNCTION INTEGER-OF-DATE(FS-DTN-DATE) + 1.
           MOVE FUNCTION DATE-OF-INTEGER(WRK-DATE-INT) TO FS-DTN-DATE.
           SET FS-DTN-FECHADO TO TRUE.
           ACCEPT FS-DTN-CLOSED-DT FROM DATE YYYYMMDD.
           OPEN OUTPUT DATANEGOCIO.
           IF WRK-DTN-FSTAT EQUAL ZEROES
               WRITE FS-DATANEG
               CLOSE DATANEGOCIO
           END-IF.
           MOVE SPACES TO WRK-BUFF.
           IF WRK-DTN-FSTAT EQUAL ZEROES
               STRING "PASSO 9 - DATA DO MOVIMENTO AVANCADA PARA "
                   FS-DTN-DATE INTO WRK-BUFF
           ELSE
               STRING "PASSO 9 - FALHA AO GRAVAR DATANEGOCIO.DAT "
                   "(STATUS " WRK-DTN-FSTAT ")" INTO WRK-BUFF
               MOVE 1 TO WRK-RC
           END-IF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
       0090-FIM.
           MOVE ZEROES TO WRK-DTN-FSTAT.
       END PROGRAM FIMDODIA.
