      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Conversao dos alugueis atrasados demais em copia
      *           perdida. Todo aluguel de cliente ainda em aberto com
      *           o atraso (dias uteis, como a multa do DEVOLVER) no
      *           limite do parametro FS-PAR-LOST-DAYS ou acima e
      *           fechado como perdido (FS-RENT-PERDIDO): a multa da
      *           tabela de multas (CALCMULTA), e a reposicao, abatida
      *           a caucao, entram pendentes no diario e no saldo do
      *           cliente; a unidade sai de COPIES.DAT e do total do
      *           filme, como na copia perdida do DEVOLVER; e a
      *           conversao fica em PERDAS.DAT, para a devolucao
      *           posterior do disco estornar a reposicao. A listagem
      *           sai em PERDIDOS.PRN. Roda pelo menu financeiro ou
      *           como passo do FIMDODIA (modo "B", sem tela),
      *           devolvendo quantos alugueis foram convertidos e
      *           quantos ficaram para a proxima rodada por falha no
      *           diario. Parametro zerado desliga a conversao.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Gravacoes em RENTALS e COPIES anotadas tambem
      *                   no jornal de recuperacao (WRITEJORNAL)
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Chave alternativa de MOVIES.DAT pelo titulo
      *                   declarada no SELECT
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAIXARPERDIDOS.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT RENTALS ASSIGN TO "RENTALS.DAT"
           FILE STATUS IS WRK-RENT-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-RENT-KEY.

           SELECT MOVIES ASSIGN TO "MOVIES.DAT"
           FILE STATUS IS WRK-MOV-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES
           LOCK MODE IS AUTOMATIC.

           SELECT COPIES ASSIGN TO "COPIES.DAT"
           FILE STATUS IS WRK-COPY-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-COPY-KEY
           LOCK MODE IS AUTOMATIC.

           SELECT PERDAS ASSIGN TO "PERDAS.DAT"
           FILE STATUS IS WRK-PRD-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-PRD-KEY.

           SELECT PRINT-FILE ASSIGN TO "PERDIDOS.PRN"
           FILE STATUS IS WRK-PRINT-STATUS
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  RENTALS.
           01 FS-RENTAL.
               COPY RENTFLDS.
           FD  MOVIES.
           01 FS-MOVIE.
               COPY MOVIEFLDS.
           FD  COPIES.
           01 FS-COPY.
               COPY COPYFLDS.
           FD  PERDAS.
           01 FS-PERDA.
               COPY PERDAFLDS.
           FD  PRINT-FILE.
           01 FS-PRINT-LINE            PIC X(71).
       WORKING-STORAGE SECTION.
       77  WRK-RENT-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-MOV-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-COPY-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-PRD-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-PRINT-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-SPOOL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-NIVEL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-TRANS-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-BAL-STATUS          PIC 9(03) VALUE ZEROES.
       77  WRK-UTIL-STATUS         PIC 9(03) VALUE ZEROES.
       77  WRK-AUDIT-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-PARAM-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-MIN-LEVEL           PIC 9(01) VALUE 3.
       77  WRK-RUN-MODE            PIC X(01) VALUE SPACES.
       77  WRK-TECLA               PIC X(01) VALUE SPACES.
       77  WRK-TRIES               PIC 9(01) VALUE ZEROES.
       77  WRK-BUFF                PIC X(71) VALUE SPACES.
       77  WRK-TODAY               PIC 9(08) VALUE ZEROES.
       77  WRK-DAILY-FEE           PIC 9(03)V99 VALUE 2.00.
       77  WRK-LOST-DAYS           PIC 9(03) VALUE 60.
       77  WRK-DAYS-LATE           PIC 9(05) VALUE ZEROES.
       77  WRK-FEE                 PIC 9(06)V99 VALUE ZEROES.
       77  WRK-COST                PIC 9(06)V99 VALUE ZEROES.
       77  WRK-NET-COST            PIC 9(06)V99 VALUE ZEROES.
       77  WRK-TITLE               PIC X(30) VALUE SPACES.
       77  WRK-RECEIPT             PIC 9(06) VALUE ZEROES.
       77  WRK-CONV-COUNT          PIC 9(05) VALUE ZEROES.
       77  WRK-FAIL-COUNT          PIC 9(05) VALUE ZEROES.
       77  WRK-TOT-FEE             PIC 9(07)V99 VALUE ZEROES.
       77  WRK-TOT-REPL            PIC 9(07)V99 VALUE ZEROES.
       77  WRK-AUDIT-BEFORE        PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-AFTER         PIC X(30) VALUE SPACES.
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
       77  LNK-MODE PIC X(01) VALUE SPACES.
       77  LNK-CONVERTED PIC 9(05) VALUE ZEROES.
       77  LNK-PROBLEMS PIC 9(05) VALUE ZEROES.
       SCREEN  SECTION.
       01  CLEAR.
           05 CLEAR-SCREEN.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL.
       01  SHOW-MV.
           05 TITLE-SCREEN.
               10 LINE 01 COLUMN 01    PIC X(30) ERASE EOL
                  BACKGROUND-COLOR 2 FROM
                  "ALUGUEIS CONVERTIDOS EM PERDA".

       PROCEDURE DIVISION USING LNK-OPERATOR, OPTIONAL LNK-MODE,
               OPTIONAL LNK-CONVERTED, OPTIONAL LNK-PROBLEMS.
       0000-MAIN-PROCEDURE.
      *Modo batch ("B", vindo do FIMDODIA): sem tela e sem operador
      *no terminal, entao o nivel so e conferido pelo menu
           MOVE SPACES TO WRK-RUN-MODE.
           IF LNK-MODE NOT OMITTED
               MOVE LNK-MODE TO WRK-RUN-MODE
           END-IF.
           IF WRK-RUN-MODE NOT EQUAL "B"
               CALL "CHECKNIVEL" USING LNK-OPERATOR, WRK-MIN-LEVEL,
                   WRK-NIVEL-STATUS, "BAIXARPERDIDOS  "
               IF WRK-NIVEL-STATUS NOT EQUAL ZEROES
                   CALL "ERROS" USING WRK-NIVEL-STATUS,
                       "BAIXARPERDIDOS"
                   GOBACK
               END-IF
               DISPLAY CLEAR-SCREEN
               DISPLAY TITLE-SCREEN
               CALL "MARCATREINO"
               DISPLAY "CONVERTENDO ALUGUEIS ATRASADOS..." AT 0305
           END-IF.
           CALL "LERPARAMS" USING WRK-PARAMS, WRK-PARAM-STATUS.
           MOVE WRK-PAR-DAILY-FEE TO WRK-DAILY-FEE.
           MOVE WRK-PAR-LOST-DAYS TO WRK-LOST-DAYS.
           CALL "LERDATANEG" USING WRK-TODAY.
           PERFORM 0005-ZERO-INFO.
           OPEN OUTPUT PRINT-FILE.
           MOVE SPACES TO WRK-BUFF.
           STRING "ALUGUEIS CONVERTIDOS EM PERDA EM " WRK-TODAY
               " - ATRASO MINIMO " WRK-LOST-DAYS " DIAS"
               INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           IF WRK-LOST-DAYS EQUAL ZEROES
               MOVE "CONVERSAO DESLIGADA (PARAMETRO ZERADO)"
                   TO WRK-BUFF
               WRITE FS-PRINT-LINE FROM WRK-BUFF
               GO TO 0000-CLOSE
           END-IF.
           PERFORM 0010-OPEN-FILES.
           IF WRK-RENT-FSTAT NOT EQUAL ZEROES
               MOVE SPACES TO WRK-BUFF
               STRING "RENTALS.DAT INDISPONIVEL (STATUS "
                   WRK-RENT-FSTAT ")" INTO WRK-BUFF
               WRITE FS-PRINT-LINE FROM WRK-BUFF
               ADD 1 TO WRK-FAIL-COUNT
               GO TO 0000-CLOSE
           END-IF.
           MOVE "CLIENTE  FILME COP  ATRASO MULTA    REPOSIC. CAUCAO"
               TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           PERFORM UNTIL WRK-RENT-FSTAT NOT EQUAL ZEROES
               READ RENTALS NEXT RECORD
                   AT END
                       MOVE 100 TO WRK-RENT-FSTAT
                   NOT AT END
                       IF FS-RENT-ABERTO
                           AND FS-RENT-STAFF-ID EQUAL SPACES
                           AND FS-RENT-DUE-DATE LESS THAN WRK-TODAY
                           PERFORM 0020-CHECK-RENTAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RENTALS.
           CLOSE MOVIES.
           CLOSE COPIES.
           CLOSE PERDAS.
           MOVE ZEROES TO WRK-RENT-FSTAT WRK-MOV-FSTAT WRK-COPY-FSTAT
               WRK-PRD-FSTAT.
           MOVE SPACES TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           STRING "CONVERTIDOS: " WRK-CONV-COUNT
               "  MULTAS: " WRK-TOT-FEE
               "  REPOSICOES: " WRK-TOT-REPL INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           IF WRK-FAIL-COUNT GREATER THAN ZEROES
               MOVE SPACES TO WRK-BUFF
               STRING "NAO CONVERTIDOS (FICAM PARA A PROXIMA RODADA): "
                   WRK-FAIL-COUNT INTO WRK-BUFF
               WRITE FS-PRINT-LINE FROM WRK-BUFF
           END-IF.
       0000-CLOSE.
           CLOSE PRINT-FILE.
      *Copia datada no spool, antes da proxima rodada sobrescrever o
      *PRN fixo
           CALL "ESPOLAR" USING "PERDIDOS.PRN        ",
               LNK-OPERATOR, WRK-SPOOL-STATUS.
           IF LNK-CONVERTED NOT OMITTED
               MOVE WRK-CONV-COUNT TO LNK-CONVERTED
           END-IF.
           IF LNK-PROBLEMS NOT OMITTED
               MOVE WRK-FAIL-COUNT TO LNK-PROBLEMS
           END-IF.
           IF WRK-RUN-MODE NOT EQUAL "B"
               DISPLAY "ALUGUEIS CONVERTIDOS: " AT 0505
               DISPLAY WRK-CONV-COUNT AT 0527
               DISPLAY "NAO CONVERTIDOS: " AT 0605
               DISPLAY WRK-FAIL-COUNT AT 0627
               DISPLAY "LISTAGEM EM PERDIDOS.PRN. PRESSIONE ENTER"
                   AT 0805
               ACCEPT WRK-TECLA AT 0847
           END-IF.
           GOBACK.

      *=================================================================
       0005-ZERO-INFO      SECTION.
      *Zera contadores e totais de uma chamada anterior
      *=================================================================
           MOVE ZEROES TO WRK-CONV-COUNT WRK-FAIL-COUNT WRK-TOT-FEE
               WRK-TOT-REPL WRK-RENT-FSTAT WRK-MOV-FSTAT
               WRK-COPY-FSTAT WRK-PRD-FSTAT.

      *=================================================================
       0010-OPEN-FILES      SECTION.
      *Abre os arquivos da conversao; PERDAS.DAT e criado na primeira
      *rodada
      *=================================================================
           OPEN I-O RENTALS.
           IF WRK-RENT-FSTAT NOT EQUAL ZEROES
               GO TO 0010-FIM
           END-IF.
           OPEN I-O MOVIES.
           OPEN I-O COPIES.
           MOVE ZEROES TO WRK-TRIES.
           OPEN I-O PERDAS.
           IF WRK-PRD-FSTAT EQUAL 350 AND WRK-TRIES LESS THAN 1
               ADD 1 TO WRK-TRIES
               OPEN OUTPUT PERDAS
               CLOSE PERDAS
               OPEN I-O PERDAS
           END-IF.
       0010-FIM.
           EXIT.

      *=================================================================
       0020-CHECK-RENTAL      SECTION.
      *Apura o atraso do aluguel vencido corrente e converte os que
      *chegaram ao limite
      *=================================================================
           CALL "DIASUTEIS" USING FS-RENT-DUE-DATE, WRK-TODAY,
               WRK-DAYS-LATE, WRK-UTIL-STATUS.
           MOVE ZEROES TO WRK-UTIL-STATUS.
           IF WRK-DAYS-LATE LESS THAN WRK-LOST-DAYS
               GO TO 0020-FIM
           END-IF.
           PERFORM 0030-CONVERT-ONE.
       0020-FIM.
           EXIT.

      *=================================================================
       0030-CONVERT-ONE      SECTION.
      *Converte o aluguel corrente em perda: multa pela tabela de
      *multas e reposicao abatida a caucao, pendentes no diario
      *e no saldo do cliente (como a copia perdida do DEVOLVER); a
      *caucao sai como aplicada (linha G pendente). Falha no diario
      *(caixa do dia ja fechado, por exemplo) deixa o aluguel em
      *aberto para a proxima rodada
      *=================================================================
           MOVE FS-RENT-MOV-COD TO FS-MOV-COD.
           MOVE ZEROES TO WRK-COST.
           MOVE "TITULO NAO CADASTRADO" TO WRK-TITLE.
           READ MOVIES
               INVALID KEY
                   MOVE ZEROES TO WRK-COST
               NOT INVALID KEY
                   MOVE FS-MOV-COST TO WRK-COST
                   MOVE FS-MOV-TITLE TO WRK-TITLE
           END-READ.
           CALL "CALCMULTA" USING FS-RENT-MOV-COD, FS-RENT-COPY-NUM,
               WRK-DAYS-LATE, WRK-DAILY-FEE, WRK-FEE, WRK-UTIL-STATUS.
           MOVE ZEROES TO WRK-UTIL-STATUS.
           MOVE WRK-COST TO WRK-NET-COST.
           IF FS-RENT-DEPOSIT GREATER THAN WRK-NET-COST
               MOVE ZEROES TO WRK-NET-COST
           ELSE
               SUBTRACT FS-RENT-DEPOSIT FROM WRK-NET-COST
           END-IF.
           MOVE ZEROES TO WRK-RECEIPT.
           IF WRK-FEE GREATER THAN ZEROES
               CALL "WRITETRANS" USING "M", FS-RENT-CUST-COD,
                   FS-RENT-MOV-COD, WRK-FEE, "N", LNK-OPERATOR,
                   WRK-RECEIPT, WRK-TRANS-STATUS
               IF WRK-TRANS-STATUS NOT EQUAL ZEROES
                   PERFORM 0035-REPORT-FAILURE
                   GO TO 0030-FIM
               END-IF
               CALL "POSTBALANCE" USING FS-RENT-CUST-COD, WRK-FEE,
                   "C", WRK-BAL-STATUS
               IF WRK-BAL-STATUS NOT EQUAL ZEROES
                   CALL "ERROS" USING WRK-BAL-STATUS,
                       "BAIXARPERDIDOS", WRK-RUN-MODE
               END-IF
           END-IF.
           IF WRK-NET-COST GREATER THAN ZEROES
               CALL "WRITETRANS" USING "R", FS-RENT-CUST-COD,
                   FS-RENT-MOV-COD, WRK-NET-COST, "N", LNK-OPERATOR,
                   WRK-RECEIPT, WRK-TRANS-STATUS
               IF WRK-TRANS-STATUS NOT EQUAL ZEROES
                   PERFORM 0035-REPORT-FAILURE
                   GO TO 0030-FIM
               END-IF
               CALL "POSTBALANCE" USING FS-RENT-CUST-COD,
                   WRK-NET-COST, "C", WRK-BAL-STATUS
               IF WRK-BAL-STATUS NOT EQUAL ZEROES
                   CALL "ERROS" USING WRK-BAL-STATUS,
                       "BAIXARPERDIDOS", WRK-RUN-MODE
               END-IF
           END-IF.
           IF FS-RENT-DEPOSIT GREATER THAN ZEROES
               CALL "WRITETRANS" USING "G", FS-RENT-CUST-COD,
                   FS-RENT-MOV-COD, FS-RENT-DEPOSIT, "N",
                   LNK-OPERATOR, WRK-RECEIPT, WRK-TRANS-STATUS
               IF WRK-TRANS-STATUS NOT EQUAL ZEROES
                   CALL "ERROS" USING WRK-TRANS-STATUS,
                       "BAIXARPERDIDOS", WRK-RUN-MODE
               END-IF
           END-IF.
           SET FS-RENT-PERDIDO TO TRUE.
           MOVE WRK-TODAY TO FS-RENT-RETURN-DATE.
           REWRITE FS-RENTAL.
           IF WRK-RENT-FSTAT EQUAL ZEROES
               CALL "WRITEJORNAL" USING "R", "R",
                   "BAIXARPERDIDOS  ", FS-RENTAL
           END-IF.
           PERFORM 0040-RETIRE-COPY.
           PERFORM 0050-WRITE-PERDA.
           ADD 1 TO WRK-CONV-COUNT.
           ADD WRK-FEE TO WRK-TOT-FEE.
           ADD WRK-NET-COST TO WRK-TOT-REPL.
           MOVE SPACES TO WRK-BUFF.
           STRING FS-RENT-CUST-COD "    " FS-RENT-MOV-COD " "
               FS-RENT-COPY-NUM "  " WRK-DAYS-LATE "  "
               WRK-FEE " " WRK-NET-COST " " FS-RENT-DEPOSIT
               INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           STRING "        " WRK-TITLE INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
       0030-FIM.
           EXIT.

      *=================================================================
       0035-REPORT-FAILURE      SECTION.
      *Anota na listagem o aluguel que nao pode ser convertido
      *=================================================================
           ADD 1 TO WRK-FAIL-COUNT.
           MOVE SPACES TO WRK-BUFF.
           STRING "NAO CONVERTIDO: CLIENTE " FS-RENT-CUST-COD
               " FILME " FS-RENT-MOV-COD " - ERRO " WRK-TRANS-STATUS
               " NO DIARIO" INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE ZEROES TO WRK-TRANS-STATUS.

      *=================================================================
       0040-RETIRE-COPY      SECTION.
      *Retira a unidade de circulacao, como o 0072-RETIRE-COPY do
      *DEVOLVER: guarda os dados da copia para PERDAS.DAT, remove o
      *registro de COPIES.DAT e reduz o total de copias do filme (a
      *disponivel ja nao contava a copia alugada). A baixa vai para a
      *trilha de auditoria
      *=================================================================
           MOVE SPACES TO FS-PRD-FORMAT FS-PRD-CONDITION.
           MOVE FS-RENT-BRANCH TO FS-PRD-BRANCH.
           IF FS-RENT-COPY-NUM GREATER THAN ZEROES
               MOVE FS-RENT-MOV-COD TO FS-COPY-MOV-COD
               MOVE FS-RENT-COPY-NUM TO FS-COPY-NUM
               READ COPIES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FS-COPY-FORMAT TO FS-PRD-FORMAT
                       MOVE FS-COPY-CONDITION TO FS-PRD-CONDITION
                       MOVE FS-COPY-BRANCH TO FS-PRD-BRANCH
                       DELETE COPIES
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               CALL "WRITEJORNAL" USING "P", "D",
                                   "BAIXARPERDIDOS  ", FS-COPY
                       END-DELETE
               END-READ
           END-IF.
           MOVE ZEROES TO WRK-COPY-FSTAT.
           MOVE FS-RENT-MOV-COD TO FS-MOV-COD.
           READ MOVIES
               NOT INVALID KEY
                   IF FS-MOV-COPIES-TOT GREATER THAN ZEROES
                       SUBTRACT 1 FROM FS-MOV-COPIES-TOT
                   END-IF
                   REWRITE FS-MOVIE
           END-READ.
           MOVE ZEROES TO WRK-MOV-FSTAT.
           MOVE SPACES TO WRK-AUDIT-BEFORE.
           STRING "COPIA " FS-RENT-COPY-NUM " ATRASO "
               WRK-DAYS-LATE " DIAS" INTO WRK-AUDIT-BEFORE.
           MOVE SPACES TO WRK-AUDIT-AFTER.
           STRING "CONVERTIDA EM PERDA" INTO WRK-AUDIT-AFTER.
           CALL "WRITEAUDIT" USING "B", FS-RENT-MOV-COD,
               WRK-AUDIT-BEFORE, WRK-AUDIT-AFTER, LNK-OPERATOR,
               WRK-AUDIT-STATUS.

      *=================================================================
       0050-WRITE-PERDA      SECTION.
      *Registra a conversao em PERDAS.DAT, com a chave do aluguel
      *=================================================================
           MOVE FS-RENT-MOV-COD TO FS-PRD-MOV-COD.
           MOVE FS-RENT-DUE-DATE TO FS-PRD-DUE-DATE.
           MOVE FS-RENT-CUST-COD TO FS-PRD-CUST-COD.
           MOVE WRK-TODAY TO FS-PRD-DATE.
           MOVE WRK-DAYS-LATE TO FS-PRD-DAYS-LATE.
           MOVE WRK-FEE TO FS-PRD-FEE.
           MOVE WRK-NET-COST TO FS-PRD-REPL.
           MOVE FS-RENT-DEPOSIT TO FS-PRD-DEPOSIT.
           MOVE FS-RENT-COPY-NUM TO FS-PRD-COPY-NUM.
           SET FS-PRD-CONVERTIDO TO TRUE.
           MOVE ZEROES TO FS-PRD-FOUND-DT.
           WRITE FS-PERDA
               INVALID KEY
                   REWRITE FS-PERDA
           END-WRITE.
           IF WRK-PRD-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-PRD-FSTAT, "BAIXARPERDIDOS",
                   WRK-RUN-MODE
               MOVE ZEROES TO WRK-PRD-FSTAT
           END-IF.
       END PROGRAM BAIXARPERDIDOS.
