      *           relatorio em AGENDARESULT.PRN, devolvendo
      *           RETURN-CODE diferente de zero quando algum passo
      *           falhou.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Rodada registrada em RODADAS.DAT
      *                   (CONTROLERODADA): so depois do fim do dia
      *                   anterior e uma vez por dia
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Nome do programa agendado com 20 posicoes,
      *                   para os relatorios de nome mais longo
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDADOR.
       77  WRK-DUE                 PIC 9(01) VALUE ZEROES.
       77  WRK-RAN                 PIC 9(03) VALUE ZEROES.
       77  WRK-FAILED              PIC 9(03) VALUE ZEROES.
       77  WRK-CALL-NAME           PIC X(20) VALUE SPACES.
       77  WRK-SPOOL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-SEQ-MSK             PIC X(03) JUSTIFIED RIGHT.
       77  WRK-PROGRAM             PIC X(20) VALUE SPACES.
       77  WRK-PATTERN             PIC X(02) VALUE SPACES.
       77  WRK-OUTPUT              PIC X(20) VALUE SPACES.
       77  WRK-PATTERN-DOW         PIC 9(01) VALUE ZEROES.
       77  WRK-BATCH-OPER          PIC X(08) VALUE "AGENDADO".
       77  WRK-RUN-OPER            PIC X(08) VALUE "AGENDADO".
       77  WRK-RUN-STATUS          PIC 9(03) VALUE ZEROES.
       77  WRK-RUN-READ            PIC 9(07) VALUE ZEROES.
       77  WRK-RUN-WRITTEN         PIC 9(07) VALUE ZEROES.
       77  WRK-RUN-RC              PIC 9(03) VALUE ZEROES.
       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
       77  LNK-MODE     PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION USING LNK-OPERATOR, OPTIONAL LNK-MODE.
       0000-MAIN-PROCEDURE.
           CALL "LERDATANEG" USING WRK-TODAY.
           MOVE WRK-TODAY(7:2) TO WRK-DAY.
           COMPUTE WRK-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WRK-TODAY).
      *do dia; roda o que esta devido e devolve o RETURN-CODE
           IF LNK-MODE NOT OMITTED
               IF LNK-MODE EQUAL "B"
                   MOVE WRK-BATCH-OPER TO WRK-RUN-OPER
                   PERFORM 0040-RUN-DUE
                   MOVE WRK-FAILED TO RETURN-CODE
                   GOBACK
                   PERFORM 0030-REMOVE-ENTRY
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'R' WHEN 'r'
                   MOVE LNK-OPERATOR TO WRK-RUN-OPER
                   PERFORM 0040-RUN-DUE
                   DISPLAY "RODADOS: " AT 2101
                   DISPLAY WRK-RAN AT 2110
      *Lista a agenda cadastrada
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           MOVE 02 TO WRK-LINE.
           MOVE ZEROES TO WRK-EOF.
           OPEN INPUT AGENDAREL.
           DISPLAY "PROGRAMA: " AT 2118.
           MOVE SPACES TO WRK-PROGRAM.
           ACCEPT WRK-PROGRAM AT 2129.
           DISPLAY "DIA (**, 01-31, D1-D7): " AT 2152.
           MOVE SPACES TO WRK-PATTERN.
           ACCEPT WRK-PATTERN AT 2177.
           DISPLAY "ARQUIVO DE SAIDA: " AT 2201.
           MOVE SPACES TO WRK-OUTPUT.
           ACCEPT WRK-OUTPUT AT 2220.
           STRING "AGENDA DE RELATORIOS - RODADA DE " WRK-TODAY
               INTO WRK-BUFF.
           WRITE FS-RESULT-LINE FROM WRK-BUFF.
      *Agenda do dia so depois do fim do dia anterior, e uma vez so
           CALL "CONTROLERODADA" USING "I", "AGENDADOR       ",
               WRK-TODAY, WRK-RUN-OPER, WRK-RUN-READ,
               WRK-RUN-WRITTEN, WRK-RUN-RC, WRK-RUN-STATUS.
           IF WRK-RUN-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-RUN-STATUS, "AGENDADOR", "B"
               ADD 1 TO WRK-FAILED
               MOVE SPACES TO WRK-BUFF
               STRING "RODADA RECUSADA (STATUS " WRK-RUN-STATUS
                   ") - VER RODADAS DAS ROTINAS" INTO WRK-BUFF
               WRITE FS-RESULT-LINE FROM WRK-BUFF
               CLOSE RESULT-FILE
               GO TO 0040-FIM
           END-IF.
           OPEN INPUT AGENDAREL.
           IF WRK-SCH-FSTAT NOT EQUAL ZEROES
               MOVE "AGENDA VAZIA" TO WRK-BUFF
               WRITE FS-RESULT-LINE FROM WRK-BUFF
               MOVE ZEROES TO WRK-SCH-FSTAT
               CLOSE RESULT-FILE
               PERFORM 0070-END-RUN
               GO TO 0040-FIM
           END-IF.
           PERFORM UNTIL WRK-EOF EQUAL 1
               INTO WRK-BUFF.
           WRITE FS-RESULT-LINE FROM WRK-BUFF.
           CLOSE RESULT-FILE.
           PERFORM 0070-END-RUN.
       0040-FIM.
           EXIT.

           WRITE FS-RESULT-LINE FROM WRK-BUFF.
       0060-FIM.
           EXIT.

      *=================================================================
       0070-END-RUN      SECTION.
      *Grava o fim da rodada no registro de rodadas: lidos sao os
      *relatorios chamados, gravados os que sairam no spool
      *=================================================================
           MOVE WRK-RAN TO WRK-RUN-READ.
           COMPUTE WRK-RUN-WRITTEN = WRK-RAN - WRK-FAILED.
           MOVE WRK-FAILED TO WRK-RUN-RC.
           CALL "CONTROLERODADA" USING "C", "AGENDADOR       ",
               WRK-TODAY, WRK-RUN-OPER, WRK-RUN-READ,
               WRK-RUN-WRITTEN, WRK-RUN-RC, WRK-RUN-STATUS.
       END PROGRAM AGENDADOR.
