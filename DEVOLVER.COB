      *                   circulacao agora cai na fila de reparo
      *                   (FS-COPY-REPAIR) e sai da disponibilidade
      *                   ate o conserto, pela tela de manutencao
      * 15/OUT/2026 RTB - Multa e reposicao pagas no ato perguntam a
      *                   forma de pagamento (FORMAPAGTO) e a gravam
      *                   no diario; a caucao volta em dinheiro
      * 15/OUT/2026 RTB - Disco de aluguel ja convertido em perda no fim
      *                   do dia (BAIXARPERDIDOS) e aceito: a reposicao
      *                   e a caucao abatida sao estornadas no saldo
      *                   (linha Z pendente) e a copia volta ao estoque
      * 15/OUT/2026 RTB - Multa de atraso pela tabela de multas por
      *                   formato (CALCMULTA): diaria do formato,
      *                   carencia e teto por aluguel
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Gravacoes em RENTALS e COPIES anotadas tambem
      *                   no jornal de recuperacao (WRITEJORNAL)
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Chave alternativa de MOVIES.DAT pelo titulo
      *                   declarada no SELECT
      * 15/OUT/2026 RTB - Etiqueta da copia devolvida (copia e digito
      *                   verificador, ou o codigo de barras) recebida
      *                   junto com o cliente e conferida pelo
      *                   CONFERECOPIA; o aluguel casado tem de ser o
      *                   dessa copia, tambem na contingencia
      * 15/OUT/2026 RTB - Cliente ja informado pela chamada (visao geral
      *                   do cliente, VISAOCLIENTE): o codigo vem
      *                   preenchido em vez de perguntado
      * 15/OUT/2026 RTB - Aluguel devolvido somado na contagem de uso da
      *                   copia (FS-COPY-RENT-COUNT)
      * 15/OUT/2026 RTB - Ocorrencia em aberto ou alerta do supervisor
      *                   para o cliente digitado mostrado antes do
      *                   atendimento (ALERTACLIENTE)
      * 15/OUT/2026 RTB - Jogo identificado na confirmacao da devolucao
      *                   com a plataforma
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVOLVER.
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES
           LOCK MODE IS AUTOMATIC.

           SELECT RENTALS ASSIGN TO "RENTALS.DAT"
           RECORD KEY IS FS-RATE-KEY
           LOCK MODE IS AUTOMATIC.

           SELECT PERDAS ASSIGN TO "PERDAS.DAT"
           FILE STATUS IS WRK-PRD-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-PRD-KEY
           LOCK MODE IS AUTOMATIC.

       DATA DIVISION.
       FILE SECTION.
           FD  MOVIES.
           FD  NOTAS.
           01 FS-NOTA.
               COPY RATEFLDS.
           FD  PERDAS.
           01 FS-PERDA.
               COPY PERDAFLDS.

       WORKING-STORAGE SECTION.
       77  WRK-BUFF                PIC X(30).
       77  WRK-STATUS              PIC 9(03) VALUE ZEROES.
       77  WRK-MOV-COD-MSK         PIC X(05) JUSTIFIED RIGHT.
       77  WRK-CUST-COD-MSK        PIC X(05) JUSTIFIED RIGHT.
       77  WRK-PRESET-CUST         PIC 9(05) VALUE ZEROES.
       77  WRK-OCO-SHOWN           PIC 9(01) VALUE ZEROES.
       77  WRK-CUST-COD            PIC 9(05) VALUE ZEROES.
       77  WRK-FOUND               PIC 9(01) VALUE ZEROES.
       77  WRK-WAIT-FOUND          PIC 9(01) VALUE ZEROES.
       77  WRK-FEE                 PIC 9(06)V99 VALUE ZEROES.
       77  WRK-DAILY-FEE           PIC 9(03)V99 VALUE 2.00.
       77  WRK-FEE-PAID            PIC X(01) VALUE SPACES.
       77  WRK-TND-LINE            PIC 9(02) VALUE 21.
       77  WRK-RECEIPT             PIC 9(06) VALUE ZEROES.
       77  WRK-TRANS-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-BAL-STATUS          PIC 9(03) VALUE ZEROES.
       77  WRK-REPAIR-FLAG         PIC 9(01) VALUE ZEROES.
       77  WRK-UOW-STATUS          PIC 9(03) VALUE ZEROES.
       77  WRK-CTG-STATUS          PIC 9(03) VALUE ZEROES.
       77  WRK-RET-COPY            PIC 9(03) VALUE ZEROES.
       77  WRK-RET-COPY-MSK        PIC X(09) JUSTIFIED RIGHT.
       77  WRK-CTG-DIAS            PIC 9(03) VALUE ZEROES.
       77  WRK-CTG-AMOUNT          PIC 9(06)V99 VALUE ZEROES.
       77  WRK-RATE-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-RATE-MSK            PIC X(01) VALUE SPACES.
       77  WRK-PARAM-STATUS         PIC 9(03) VALUE ZEROES.
       77  WRK-PRD-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-LOST-FOUND          PIC 9(01) VALUE ZEROES.
       77  WRK-CREDIT              PIC 9(06)V99 VALUE ZEROES.
       01  WRK-PARAMS.
           COPY PARAMFLDS
               REPLACING ==FS-PAR-DAILY-FEE==
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

       01  WRK-TENDER.
           COPY TENDFLDS
               REPLACING ==FS-TND-TENDER1==  BY ==WRK-TND-TENDER1==
                         ==FS-TND-DESC1==    BY ==WRK-TND-DESC1==
                         ==FS-TND-AMOUNT1==  BY ==WRK-TND-AMOUNT1==
                         ==FS-TND-TENDER2==  BY ==WRK-TND-TENDER2==
                         ==FS-TND-DESC2==    BY ==WRK-TND-DESC2==
                         ==FS-TND-AMOUNT2==  BY ==WRK-TND-AMOUNT2==
                         ==FS-TND-LEFT2==    BY ==WRK-TND-LEFT2==.

       01  WRK-AREA.
           05 WRK-MENU-TITLE       PIC X(30).
                                     ==FS-MOV-SUBTITLE==
                                         BY ==WRK-MOV-SUBTITLE==
                                     ==FS-MOV-SECTION==
                                         BY ==WRK-MOV-SECTION==
                                     ==FS-MOV-ITEM-TYPE==
                                         BY ==WRK-MOV-ITEM-TYPE==
                                     ==FS-MOV-PLATFORM==
                                         BY ==WRK-MOV-PLATFORM==.

       01  WRK-RENTAL.
           COPY RENTFLDS
                             BY ==WRK-RENT-DEVOLVIDO==
                         ==FS-RENT-ANULADO==
                             BY ==WRK-RENT-ANULADO==
                         ==FS-RENT-PERDIDO==
                             BY ==WRK-RENT-PERDIDO==
                         ==FS-RENT-COPY-NUM==
                             BY ==WRK-RENT-COPY-NUM==
                         ==FS-RENT-RETURN-DATE==
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
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
       77  LNK-CUST-COD PIC 9(05).
       SCREEN  SECTION.
       01  CLEAR.
           05 CLEAR-SCREEN.
                  BACKGROUND-COLOR 0 FOREGROUND-COLOR 7 FROM
                  "PRESSIONE ENTER PARA VOLTAR".

       PROCEDURE DIVISION USING LNK-OPERATOR, OPTIONAL LNK-CUST-COD.
       0000-MAIN-PROCEDURE.
           MOVE ZEROES TO WRK-PRESET-CUST.
           IF LNK-CUST-COD NOT OMITTED
               MOVE LNK-CUST-COD TO WRK-PRESET-CUST
           END-IF.
           CALL "LERFILIAL" USING WRK-BRANCH, WRK-PARAM-STATUS.
           CALL "LERPARAMS" USING WRK-PARAMS, WRK-PARAM-STATUS.
           MOVE WRK-PAR-DAILY-FEE TO WRK-DAILY-FEE.
           END-IF.
           PERFORM 0040-FIND-OPEN-RENTAL.
           IF WRK-STATUS EQUAL ZEROES
               IF WRK-FOUND EQUAL 1
                   PERFORM 0050-CONFIRM-RETURN
               ELSE
                   PERFORM 0090-RETURN-CONVERTED
               END-IF
           ELSE
               CALL "ERROS" USING WRK-STATUS, "DEVOLVER"
           END-IF.
      *=================================================================
           MOVE ZEROES TO WRK-STATUS.
           MOVE ZEROES TO WRK-FOUND.
           MOVE ZEROES TO WRK-LOST-FOUND.
           MOVE ZEROES TO WRK-RECEIPT.
           MOVE SPACES TO WRK-MOV-COD-MSK.
           MOVE ZEROES TO WRK-MOV-COD.
           MOVE SPACES TO WRK-MOV-TITLE.
           MOVE SPACES TO WRK-CUST-COD-MSK.
           MOVE ZEROES TO WRK-CUST-COD.
           MOVE SPACES TO WRK-RET-COPY-MSK.
           MOVE ZEROES TO WRK-RET-COPY.

      *=================================================================
       0020-DRAW-MENU      SECTION.
      *=================================================================
       0030-GET-INFO      SECTION.
      *Recebe o codigo do filme a devolver. "?" abre a busca por
      *titulo parcial, como no aluguel. A etiqueta da copia (copia e
      *digito, ou o codigo de barras lido) e conferida antes de
      *qualquer busca
      *=================================================================
           ACCEPT WRK-MOV-COD-MSK AT 0329.
           IF WRK-MOV-COD-MSK(05:01) EQUAL '?'
               GOBACK
           END-IF.
           DISPLAY "CLIENTE (CODIGO): "    AT 0401.
           IF WRK-PRESET-CUST GREATER THAN ZEROES
               MOVE WRK-PRESET-CUST TO WRK-CUST-COD-MSK
               DISPLAY WRK-CUST-COD-MSK    AT 0420
           ELSE
               ACCEPT WRK-CUST-COD-MSK     AT 0420
           END-IF.
           IF WRK-CUST-COD-MSK EQUAL SPACES
               GOBACK
           END-IF.
           MOVE WRK-MOV-COD-MSK TO WRK-MOV-COD.
           MOVE WRK-CUST-COD-MSK TO WRK-CUST-COD.
      *Ocorrencia em aberto ou alerta do supervisor: aviso antes de
      *seguir com a devolucao
           CALL "ALERTACLIENTE" USING WRK-CUST-COD, WRK-OCO-SHOWN.
           IF WRK-OCO-SHOWN EQUAL 1
               PERFORM 0020-DRAW-MENU
               DISPLAY WRK-MOV-COD-MSK         AT 0329
               DISPLAY "CLIENTE (CODIGO): "    AT 0401
               DISPLAY WRK-CUST-COD-MSK        AT 0420
           END-IF.
           DISPLAY "ETIQUETA DA COPIA: "   AT 0501.
           ACCEPT WRK-RET-COPY-MSK         AT 0520.
           CALL "CONFERECOPIA" USING WRK-MOV-COD, WRK-RET-COPY-MSK,
               WRK-RET-COPY, WRK-STATUS.
           IF WRK-STATUS EQUAL ZEROES
               CALL "SEARCHMOVIE" USING WRK-MOVIE, WRK-STATUS
           END-IF.

      *=================================================================
       0040-FIND-OPEN-RENTAL      SECTION.
      *Procura um aluguel em aberto para o filme informado. Arquivo
      *sem abrir (falha dura) manda a devolucao para a contingencia
      *em vez de parar o balcao. Sem aluguel em aberto, um aluguel do
      *cliente ja convertido em perda no fim do dia tambem serve: o
      *disco apareceu. Aluguel com copia anotada so casa com a copia
      *da etiqueta
      *=================================================================
           IF WRK-STATUS EQUAL ZEROES
               OPEN I-O RENTALS
                           ELSE
                               IF FS-RENT-STATUS EQUAL "A" AND
                                   FS-RENT-CUST-COD EQUAL WRK-CUST-COD
                                   AND (FS-RENT-COPY-NUM EQUAL ZEROES
                                   OR FS-RENT-COPY-NUM EQUAL
                                       WRK-RET-COPY)
                                   MOVE 1 TO WRK-FOUND
                                   MOVE FS-RENTAL TO WRK-RENTAL
                               END-IF
                               IF FS-RENT-PERDIDO AND
                                   FS-RENT-CUST-COD EQUAL WRK-CUST-COD
                                   AND (FS-RENT-COPY-NUM EQUAL ZEROES
                                   OR FS-RENT-COPY-NUM EQUAL
                                       WRK-RET-COPY)
                                   AND WRK-FOUND EQUAL ZEROES
                                   MOVE 1 TO WRK-LOST-FOUND
                                   MOVE FS-RENTAL TO WRK-RENTAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF WRK-FOUND EQUAL ZEROES AND WRK-LOST-FOUND EQUAL 1
                   MOVE ZEROES TO WRK-STATUS
               END-IF
           END-IF.

      *=================================================================
       0042-RETURN-CONTINGENCY      SECTION.
      *Anota a devolucao no diario de contingencia: o atendente esta
      *com o disco na mao, entao a copia da etiqueta ja conferida
      *entra junto com o cliente, para o reprocessamento fechar o
      *aluguel certo
      *=================================================================
           CALL "WRITECONTINGENCIA" USING "D", LNK-OPERATOR,
               WRK-CUST-COD, WRK-MOV-COD, WRK-RET-COPY,
               WRK-CTG-DIAS, WRK-CTG-AMOUNT, WRK-CTG-STATUS.
           DISPLAY "ARQUIVO INDISPONIVEL - DEVOLUCAO ANOTADA EM "
               "CONTINGENCIA" AT 1801.
      *=================================================================
           PERFORM 0055-ASSESS-LATE-FEE.
           DISPLAY CLEAR-SCREEN.
           DISPLAY CONFIRM-SCREEN
           CALL "MARCATREINO".

           MOVE SPACES TO WRK-BUFF.
           MOVE 07 TO WRK-LINE.
           IF WRK-MOV-ITEM-TYPE EQUAL "G"
               STRING "JOGO:  " WRK-MOV-TITLE INTO WRK-BUFF
               DISPLAY DTA
               DISPLAY WRK-MOV-PLATFORM AT 0736
           ELSE
               STRING "FILME: " WRK-MOV-TITLE INTO WRK-BUFF
               DISPLAY DTA
           END-IF.

           MOVE SPACES TO WRK-BUFF.
           MOVE 08 TO WRK-LINE.
                   WRK-RENT-CUST-COD, WRK-RENT-COPY-NUM,
                   WRK-UOW-STATUS
               PERFORM 0060-CLOSE-RENTAL
               PERFORM 0063-COUNT-COPY-USE
               IF WRK-FEE GREATER THAN ZEROES
                   PERFORM 0062-COLLECT-LATE-FEE
               END-IF
               CLOSE RENTALS
               DISPLAY CLEAR-SCREEN
               DISPLAY SUCCESS-SCREEN
               CALL "MARCATREINO"
               ACCEPT WRK-BUFF
           ELSE
               CLOSE RENTALS
               DISPLAY CLEAR-SCREEN
               CALL "MARCATREINO"
               DISPLAY UNCONFIRM
               ACCEPT WRK-BUFF
           END-IF.
      *=================================================================
       0055-ASSESS-LATE-FEE      SECTION.
      *Compara o vencimento do aluguel com a data de hoje e apura os
      *dias de atraso e a multa pela tabela de multas do formato da
      *copia (CALCMULTA), limitada ao custo de reposicao do filme
      *(FS-MOV-COST) para a divida nunca passar do valor do disco
      *=================================================================
           MOVE ZEROES TO WRK-DAYS-LATE.
           MOVE ZEROES TO WRK-FEE.
           CALL "LERDATANEG" USING WRK-TODAY.
           COMPUTE WRK-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WRK-TODAY).
           COMPUTE WRK-DUE-INT =
               CALL "DIASUTEIS" USING WRK-RENT-DUE-DATE, WRK-TODAY,
                   WRK-DAYS-LATE, WRK-TRANS-STATUS
               MOVE ZEROES TO WRK-TRANS-STATUS
               CALL "CALCMULTA" USING WRK-MOV-COD, WRK-RENT-COPY-NUM,
                   WRK-DAYS-LATE, WRK-DAILY-FEE, WRK-FEE,
                   WRK-TRANS-STATUS
               MOVE ZEROES TO WRK-TRANS-STATUS
           END-IF.

      *=================================================================
                               MOVE 1 TO WRK-REPAIR-FLAG
                           END-IF
                           REWRITE FS-COPY
                           IF WRK-COPY-FSTAT EQUAL ZEROES
                               CALL "WRITEJORNAL" USING "P", "R",
                                   "DEVOLVER        ", FS-COPY
                           END-IF
                   END-READ
                   CLOSE COPIES
               END-IF
               ACCEPT WRK-REPL-PAID AT 1631
               IF WRK-REPL-PAID EQUAL 'S' OR WRK-REPL-PAID EQUAL 's'
                   MOVE "S" TO WRK-REPL-PAID
                   CALL "FORMAPAGTO" USING WRK-NET-COST, WRK-TENDER,
                       WRK-TND-LINE
               ELSE
                   MOVE "N" TO WRK-REPL-PAID
               END-IF
               CALL "WRITETRANS" USING "R", WRK-RENT-CUST-COD,
                   WRK-MOV-COD, WRK-NET-COST, WRK-REPL-PAID,
                   LNK-OPERATOR, WRK-RECEIPT, WRK-TRANS-STATUS,
                   OMITTED, WRK-TENDER
               IF WRK-TRANS-STATUS NOT EQUAL ZEROES
                   CALL "ERROS" USING WRK-TRANS-STATUS, "DEVOLVER"
               END-IF
               ACCEPT WRK-REPL-PAID AT 1531
               IF WRK-REPL-PAID EQUAL 'S' OR WRK-REPL-PAID EQUAL 's'
                   MOVE "S" TO WRK-REPL-PAID
                   CALL "FORMAPAGTO" USING WRK-NET-COST, WRK-TENDER,
                       WRK-TND-LINE
               ELSE
                   MOVE "N" TO WRK-REPL-PAID
               END-IF
               CALL "WRITETRANS" USING "R", WRK-RENT-CUST-COD,
                   WRK-MOV-COD, WRK-NET-COST, WRK-REPL-PAID,
                   LNK-OPERATOR, WRK-RECEIPT, WRK-TRANS-STATUS,
                   OMITTED, WRK-TENDER
               IF WRK-TRANS-STATUS NOT EQUAL ZEROES
                   CALL "ERROS" USING WRK-TRANS-STATUS, "DEVOLVER"
               END-IF
           MOVE "D" TO FS-RENT-STATUS.
           MOVE WRK-TODAY TO FS-RENT-RETURN-DATE.
           REWRITE FS-RENTAL.
           IF WRK-RENT-FSTAT EQUAL ZEROES
               CALL "WRITEJORNAL" USING "R", "R",
                   "DEVOLVER        ", FS-RENTAL
           END-IF.

      *=================================================================
       0061-SETTLE-DEPOSIT      SECTION.
           ACCEPT WRK-FEE-PAID AT 1327.
           IF WRK-FEE-PAID EQUAL 'S' OR WRK-FEE-PAID EQUAL 's'
               MOVE "S" TO WRK-FEE-PAID
               CALL "FORMAPAGTO" USING WRK-FEE, WRK-TENDER,
                   WRK-TND-LINE
           ELSE
               MOVE "N" TO WRK-FEE-PAID
           END-IF.
           CALL "WRITETRANS" USING "M", WRK-RENT-CUST-COD,
               WRK-MOV-COD, WRK-FEE, WRK-FEE-PAID, LNK-OPERATOR,
               WRK-RECEIPT, WRK-TRANS-STATUS, OMITTED, WRK-TENDER.
           IF WRK-TRANS-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-TRANS-STATUS, "DEVOLVER"
           END-IF.
       0062A-FIM.
           EXIT.

      *=================================================================
       0063-COUNT-COPY-USE      SECTION.
      *Soma o aluguel devolvido na contagem de uso da unidade
      *(FS-COPY-RENT-COUNT), base do desgaste na lista de candidatas a
      *venda de usadas
      *=================================================================
           IF WRK-RENT-COPY-NUM GREATER THAN ZEROES
               OPEN I-O COPIES
               IF WRK-COPY-FSTAT EQUAL ZEROES
                   MOVE WRK-MOV-COD TO FS-COPY-MOV-COD
                   MOVE WRK-RENT-COPY-NUM TO FS-COPY-NUM
                   READ COPIES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF FS-COPY-RENT-COUNT LESS THAN 99999
                               ADD 1 TO FS-COPY-RENT-COUNT
                           END-IF
                           REWRITE FS-COPY
                           IF WRK-COPY-FSTAT EQUAL ZEROES
                               CALL "WRITEJORNAL" USING "P", "R",
                                   "DEVOLVER        ", FS-COPY
                           END-IF
                   END-READ
                   CLOSE COPIES
               END-IF
               MOVE ZEROES TO WRK-COPY-FSTAT
           END-IF.

      *=================================================================
       0065-CHECK-WAITLIST      SECTION.
      *Antes da copia voltar para a disponibilidade geral, verifica se
                   DELETE COPIES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           CALL "WRITEJORNAL" USING "P", "D",
                               "DEVOLVER        ", FS-COPY
                   END-DELETE
                   CLOSE COPIES
               END-IF
                       NOT INVALID KEY
                           MOVE "S" TO FS-COPY-TRANSIT
                           REWRITE FS-COPY
                           IF WRK-COPY-FSTAT EQUAL ZEROES
                               CALL "WRITEJORNAL" USING "P", "R",
                                   "DEVOLVER        ", FS-COPY
                           END-IF
                   END-READ
                   CLOSE COPIES
               END-IF
                           SET FS-COPY-REP-FILA TO TRUE
                           MOVE WRK-TODAY TO FS-COPY-REPAIR-DT
                           REWRITE FS-COPY
                           IF WRK-COPY-FSTAT EQUAL ZEROES
                               CALL "WRITEJORNAL" USING "P", "R",
                                   "DEVOLVER        ", FS-COPY
                           END-IF
                   END-READ
                   CLOSE COPIES
               END-IF
           CLOSE NOTAS.
       0078-FIM.
           EXIT.

      *=================================================================
       0090-RETURN-CONVERTED      SECTION.
      *Devolucao do disco de um aluguel que o fim do dia ja fechou como
      *perdido: a multa cobrada na conversao fica; a reposicao e a
      *caucao abatida dela voltam para o cliente como credito no saldo
      *(linha Z pendente -- nenhum dinheiro passa pela gaveta), o
      *aluguel passa a devolvido e a copia volta para COPIES.DAT e para
      *a disponibilidade, como numa devolucao normal
      *=================================================================
           CALL "LERDATANEG" USING WRK-TODAY.
           MOVE ZEROES TO WRK-CREDIT.
           OPEN I-O PERDAS.
           IF WRK-PRD-FSTAT EQUAL ZEROES
               MOVE WRK-RENT-MOV-COD TO FS-PRD-MOV-COD
               MOVE WRK-RENT-DUE-DATE TO FS-PRD-DUE-DATE
               MOVE WRK-RENT-CUST-COD TO FS-PRD-CUST-COD
               READ PERDAS
                   INVALID KEY
                       MOVE 100 TO WRK-PRD-FSTAT
                   NOT INVALID KEY
                       IF FS-PRD-CONVERTIDO
                           COMPUTE WRK-CREDIT =
                               FS-PRD-REPL + FS-PRD-DEPOSIT
                       END-IF
               END-READ
           END-IF.
           DISPLAY CLEAR-SCREEN.
           DISPLAY CONFIRM-SCREEN
           CALL "MARCATREINO".

           MOVE SPACES TO WRK-BUFF.
           MOVE 07 TO WRK-LINE.
           IF WRK-MOV-ITEM-TYPE EQUAL "G"
               STRING "JOGO:  " WRK-MOV-TITLE INTO WRK-BUFF
               DISPLAY DTA
               DISPLAY WRK-MOV-PLATFORM AT 0736
           ELSE
               STRING "FILME: " WRK-MOV-TITLE INTO WRK-BUFF
               DISPLAY DTA
           END-IF.

           MOVE SPACES TO WRK-BUFF.
           MOVE 08 TO WRK-LINE.
           STRING "CLIENTE: " WRK-RENT-CUST-COD INTO WRK-BUFF.
           DISPLAY DTA.

           MOVE SPACES TO WRK-BUFF.
           MOVE 09 TO WRK-LINE.
           STRING "DADO COMO PERDIDO EM " WRK-RENT-RETURN-DATE
               INTO WRK-BUFF.
           DISPLAY DTA.

           MOVE SPACES TO WRK-BUFF.
           MOVE 10 TO WRK-LINE.
           STRING "ESTORNO DA REPOSICAO: " WRK-CREDIT INTO WRK-BUFF.
           DISPLAY DTA.

           IF WRK-PRD-FSTAT NOT EQUAL ZEROES
               DISPLAY "CONVERSAO NAO ACHADA EM PERDAS.DAT - ESTORNO "
                   "FICA PARA O GERENTE" AT 1301
           END-IF.

           DISPLAY "CONFIRMA A DEVOLUCAO (S/N)? " AT 1101.
           ACCEPT WRK-CONFIRM AT 1130.
           IF WRK-CONFIRM NOT EQUAL 'S' AND WRK-CONFIRM NOT EQUAL 's'
               CLOSE PERDAS
               CLOSE RENTALS
               DISPLAY CLEAR-SCREEN
               CALL "MARCATREINO"
               DISPLAY UNCONFIRM
               ACCEPT WRK-BUFF
               GO TO 0090-FIM
           END-IF.
           IF WRK-CREDIT GREATER THAN ZEROES
               CALL "WRITETRANS" USING "Z", WRK-RENT-CUST-COD,
                   WRK-MOV-COD, WRK-CREDIT, "N", LNK-OPERATOR,
                   WRK-RECEIPT, WRK-TRANS-STATUS
               IF WRK-TRANS-STATUS NOT EQUAL ZEROES
                   CALL "ERROS" USING WRK-TRANS-STATUS, "DEVOLVER"
               END-IF
               CALL "POSTBALANCE" USING WRK-RENT-CUST-COD, WRK-CREDIT,
                   "P", WRK-BAL-STATUS
               IF WRK-BAL-STATUS NOT EQUAL ZEROES
                   CALL "ERROS" USING WRK-BAL-STATUS, "DEVOLVER"
               END-IF
           END-IF.
           IF WRK-PRD-FSTAT EQUAL ZEROES
               SET FS-PRD-REENCONTRADO TO TRUE
               MOVE WRK-TODAY TO FS-PRD-FOUND-DT
               REWRITE FS-PERDA
           END-IF.
           CLOSE PERDAS.
           MOVE WRK-RENT-MOV-COD TO FS-RENT-MOV-COD.
           MOVE WRK-RENT-DUE-DATE TO FS-RENT-DUE-DATE.
           MOVE WRK-RENT-CUST-COD TO FS-RENT-CUST-COD.
           READ RENTALS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 0060-CLOSE-RENTAL
           END-READ.
           CLOSE RENTALS.
           PERFORM 0092-RESTORE-COPY.
           EVALUATE TRUE
               WHEN WRK-RENT-BRANCH NOT EQUAL WRK-BRANCH
                   PERFORM 0075-MARK-IN-TRANSIT
               WHEN OTHER
                   PERFORM 0065-CHECK-WAITLIST
                   PERFORM 0070-UPDATE-MOVIE-COPIES
           END-EVALUATE.
           DISPLAY CLEAR-SCREEN.
           DISPLAY SUCCESS-SCREEN
           CALL "MARCATREINO".
           ACCEPT WRK-BUFF.
       0090-FIM.
           EXIT.

      *=================================================================
       0092-RESTORE-COPY      SECTION.
      *Recoloca em COPIES.DAT a unidade retirada na conversao, com o
      *formato, a condicao e a filial guardados em PERDAS.DAT, e devolve
      *ao total de copias do filme a unidade que a conversao tirou
      *=================================================================
           IF WRK-RENT-COPY-NUM GREATER THAN ZEROES
               OPEN I-O COPIES
               IF WRK-COPY-FSTAT EQUAL ZEROES
                   MOVE WRK-MOV-COD TO FS-COPY-MOV-COD
                   MOVE WRK-RENT-COPY-NUM TO FS-COPY-NUM
                   IF WRK-PRD-FSTAT EQUAL ZEROES
                       MOVE FS-PRD-FORMAT TO FS-COPY-FORMAT
                       MOVE FS-PRD-CONDITION TO FS-COPY-CONDITION
                       MOVE FS-PRD-BRANCH TO FS-COPY-BRANCH
                   ELSE
                       MOVE SPACES TO FS-COPY-FORMAT
                       SET FS-COPY-REGULAR TO TRUE
                       MOVE WRK-RENT-BRANCH TO FS-COPY-BRANCH
                   END-IF
                   MOVE "N" TO FS-COPY-TRANSIT
                   SET FS-COPY-REP-NORMAL TO TRUE
                   MOVE ZEROES TO FS-COPY-REPAIR-DT
      *A contagem de uso anterior se perdeu com a baixa; a recontagem
      *pelo historico (CONTARUSOCOPIAS) a recupera
                   MOVE ZEROES TO FS-COPY-RENT-COUNT
                   MOVE "N" TO FS-COPY-SALE-FLAG
                   MOVE ZEROES TO FS-COPY-SALE-PRICE
                   WRITE FS-COPY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           CALL "WRITEJORNAL" USING "P", "W",
                               "DEVOLVER        ", FS-COPY
                   END-WRITE
                   CLOSE COPIES
               END-IF
           END-IF.
           OPEN I-O MOVIES.
           MOVE WRK-MOV-COD TO FS-MOV-COD.
           READ MOVIES
               NOT INVALID KEY
                   ADD 1 TO FS-MOV-COPIES-TOT
                   REWRITE FS-MOVIE
           END-READ.
           CLOSE MOVIES.
           MOVE SPACES TO WRK-AUDIT-BEFORE.
           STRING "COPIA " WRK-RENT-COPY-NUM " PERDIDA"
               INTO WRK-AUDIT-BEFORE.
           MOVE SPACES TO WRK-AUDIT-AFTER.
           STRING "REENCONTRADA NA DEVOLUCAO" INTO WRK-AUDIT-AFTER.
           CALL "WRITEAUDIT" USING "B", WRK-MOV-COD,
               WRK-AUDIT-BEFORE, WRK-AUDIT-AFTER, LNK-OPERATOR,
               WRK-AUDIT-STATUS.
       END PROGRAM DEVOLVER.
