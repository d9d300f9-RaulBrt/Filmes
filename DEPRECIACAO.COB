      *           O RELATORIOVALOR precifica a prateleira pelo custo
      *           de compra para sempre; o contador chama isso de
      *           ficcao.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Rodada registrada em RODADAS.DAT
      *                   (CONTROLERODADA); mes ja depreciado nao roda
      *                   de novo sem liberacao do gerente
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Chave alternativa de MOVIES.DAT pelo titulo
      *                   declarada no SELECT
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPRECIACAO.
           FILE STATUS IS WRK-MOV-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES.

           SELECT PRECOS ASSIGN TO "PRECOS.DAT"
           FILE STATUS IS WRK-PRC-FSTAT
       77  WRK-TOT-BOOK                PIC 9(12)V99 VALUE ZEROES.
       77  WRK-SLOT                    PIC 9(02)  VALUE ZEROES.
       77  WRK-LIFE-COUNT              PIC 9(02)  VALUE ZEROES.
       77  WRK-RUN-PERIOD              PIC 9(08)  VALUE ZEROES.
       77  WRK-RUN-STATUS              PIC 9(03)  VALUE ZEROES.
       77  WRK-RUN-READ                PIC 9(07)  VALUE ZEROES.
       77  WRK-RUN-WRITTEN             PIC 9(07)  VALUE ZEROES.
       77  WRK-RUN-RC                  PIC 9(03)  VALUE ZEROES.
      *Vidas uteis por formato carregadas da tabela de precos
       01  WRK-LIFE-TABLE.
           05 WRK-LT-ENTRY             OCCURS 10 TIMES.
       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           CALL "LERDATANEG" USING WRK-TODAY.
           MOVE WRK-TODAY(1:6) TO WRK-MONTH.
           COMPUTE WRK-RUN-PERIOD = WRK-MONTH * 100.
           CALL "CONTROLERODADA" USING "I", "DEPRECIACAO     ",
               WRK-RUN-PERIOD, LNK-OPERATOR, WRK-RUN-READ,
               WRK-RUN-WRITTEN, WRK-RUN-RC, WRK-RUN-STATUS.
           IF WRK-RUN-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-RUN-STATUS, "DEPRECIACAO"
               GOBACK
           END-IF.
           PERFORM 0010-LOAD-LIVES.
           OPEN INPUT COPIES.
           IF WRK-COPY-FSTAT NOT EQUAL ZEROES
               PERFORM 0090-END-RUN
               DISPLAY "SEM COPIAS CADASTRADAS" AT 0305
               DISPLAY "PRESSIONE ENTER" AT 0405
               ACCEPT WRK-TECLA
               LNK-OPERATOR, WRK-SPOOL-STATUS.
           PERFORM 0050-APPEND-EXTRACT.
           PERFORM 0060-SAVE-CONTROL.
           PERFORM 0090-END-RUN.
           DISPLAY "DEPRECIACAO DO PERIODO: " AT 0305.
           DISPLAY WRK-TOT-PERIOD AT 0330.
           DISPLAY "RELATORIO EM LIVRO.PRN" AT 0405.
                   AT END
                       MOVE 1 TO WRK-EOF
                   NOT AT END
                       ADD 1 TO WRK-RUN-READ
                       PERFORM 0030-DEPRECIATE-ONE
               END-READ
           END-PERFORM.
               FS-MOV-COST " " WRK-ACCUM " " WRK-BOOK
               INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           ADD 1 TO WRK-RUN-WRITTEN.
       0030-FIM.
           EXIT.

           MOVE WRK-TOT-ACCUM TO FS-DEP-ACCUM.
           WRITE FS-DEP-REC.
           CLOSE DEPCTL.

      *=================================================================
       0090-END-RUN      SECTION.
      *Grava o fim da rodada no registro de rodadas
      *=================================================================
           CALL "CONTROLERODADA" USING "C", "DEPRECIACAO     ",
               WRK-RUN-PERIOD, LNK-OPERATOR, WRK-RUN-READ,
               WRK-RUN-WRITTEN, WRK-RUN-RC, WRK-RUN-STATUS.
       END PROGRAM DEPRECIACAO.
