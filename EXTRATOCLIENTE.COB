      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Emitir o extrato de conta do cliente para mostrar de
      *           onde vem o saldo de BALANCE.DAT: saldo anterior ao
      *           periodo e, em ordem de data, cada linha do diario de
      *           caixa (TRANSACT.DAT) do cliente -- cobrancas, multas,
      *           pagamentos, credito, vale-presente, baixas -- e as
      *           faturas corporativas (FATURAS.DAT), com recibo,
      *           titulo e o saldo acumulado linha a linha, fechando
      *           no saldo final. O efeito de cada linha no saldo e o
      *           mesmo do REFAZERSALDO; linhas pagas no balcao ou so
      *           informativas saem marcadas e nao mexem no saldo.
      *           Cadastros fundidos (FUNDIRCLIENTES) contam no
      *           sobrevivente. Um cliente so, ou todos os clientes com
      *           movimento no periodo. Modo batch ("B", rodada mensal
      *           pelo AGENDADOR): todos os clientes com saldo diferente
      *           de zero, do primeiro dia do mes anterior ate hoje.
      *           Os extratos saem em EXTRATOS.PRN e vao para o spool.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Linha de abertura do encerramento do
      *                   exercicio (tipo O) entra como saldo ou
      *                   credito anterior; no terminal, o diario
      *                   arquivado do ultimo exercicio encerrado
      *                   (TRANSACT-AAAA.DAT) pode ser lido junto, com
      *                   as linhas do ano no lugar da abertura
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Chaves alternativas de MOVIES.DAT (titulo) e
      *                   de CUSTOMERS.DAT (nome e documento)
      *                   declaradas nos SELECT
      * 15/OUT/2026 RTB - Com cliente pedido, e no modo batch, as linhas
      *                   do diario sao lidas direto pelo indice do
      *                   diario (TRANSIDX.DAT), pelo cliente e data;
      *                   sem o indice o diario e lido inteiro
      * 15/OUT/2026 RTB - Credito dado na solucao de uma ocorrencia
      *                   (tipo C) abate o saldo no extrato
      * 15/OUT/2026 RTB - Linhas da entrega a domicilio (taxa tipo 1 e
      *                   acerto tipo 2) no extrato; a diferenca nao
      *                   recebida no acerto soma no saldo
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRATOCLIENTE.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT TRANSACT ASSIGN TO "TRANSACT.DAT"
           FILE STATUS IS WRK-TRANS-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT TRANSIDX ASSIGN TO "TRANSIDX.DAT"
           FILE STATUS IS WRK-TIX-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-TIX-KEY
           ALTERNATE RECORD KEY IS FS-TIX-CUST-KEY WITH DUPLICATES.

           SELECT ARQ-TRANS ASSIGN TO DYNAMIC WRK-ARQ-NAME
           FILE STATUS IS WRK-ARQ-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT FATURAS ASSIGN TO "FATURAS.DAT"
           FILE STATUS IS WRK-FAT-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-FAT-KEY.

           SELECT BALANCE ASSIGN TO "BALANCE.DAT"
           FILE STATUS IS WRK-BAL-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-BAL-CUST-COD.

           SELECT CUSTOMERS ASSIGN TO "CUSTOMERS.DAT"
           FILE STATUS IS WRK-CUST-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-CUST-COD
           ALTERNATE RECORD KEY IS FS-CUST-NAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS FS-CUST-DOC WITH DUPLICATES.

           SELECT MOVIES ASSIGN TO "MOVIES.DAT"
           FILE STATUS IS WRK-MOV-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES.

           SELECT PRINT-FILE ASSIGN TO "EXTRATOS.PRN"
           FILE STATUS IS WRK-PRINT-STATUS
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK ASSIGN TO "EXTRATOSORT.TMP".
       DATA DIVISION.
       FILE SECTION.
           FD  TRANSACT.
           01 FS-TRANS.
               COPY TRANSFLDS.
           FD  TRANSIDX.
           01 FS-TIX.
               COPY TRNIDXFLDS.
           FD  ARQ-TRANS.
           01 FS-ARQ-LINE              PIC X(100).
           FD  FATURAS.
           01 FS-FATURA.
               COPY FATFLDS.
           FD  BALANCE.
           01 FS-BALANCE.
               COPY BALFLDS.
           FD  CUSTOMERS.
           01 FS-CUSTOMER.
               COPY CUSTFLDS.
           FD  MOVIES.
           01 FS-MOVIE.
               COPY MOVIEFLDS.
           FD  PRINT-FILE.
           01 FS-PRINT-LINE            PIC X(71).
           SD  SORT-WORK.
           01 SRT-REC.
               05 SRT-CUST             PIC 9(05).
               05 SRT-DATE             PIC 9(08).
               05 SRT-TIME             PIC 9(08).
               05 SRT-SEQ              PIC 9(07).
      *    "C" abre o cliente, "T" linha do diario, "F" fatura
               05 SRT-KIND             PIC X(01).
               05 SRT-TYPE             PIC X(01).
               05 SRT-DESC             PIC X(12).
               05 SRT-RECEIPT          PIC 9(06).
               05 SRT-MOV-COD          PIC 9(06).
               05 SRT-AMOUNT           PIC 9(08)V99.
               05 SRT-EFFECT           PIC S9(08)V99.
      *    1 = a linha mexe no saldo do cliente
               05 SRT-MOVES            PIC 9(01).
       WORKING-STORAGE SECTION.
       77  WRK-TRANS-FSTAT         PIC 9(03) VALUE ZEROES.
       77  WRK-ARQ-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-TIX-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-FAT-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-BAL-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-CUST-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-MOV-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-PRINT-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-SPOOL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-NIVEL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-ERR-STATUS          PIC 9(03) VALUE ZEROES.
       77  WRK-EXE-STATUS          PIC 9(03) VALUE ZEROES.
       77  WRK-MIN-LEVEL           PIC 9(01) VALUE 1.
       77  WRK-RUN-MODE            PIC X(01) VALUE SPACES.
       77  WRK-TECLA               PIC X(01) VALUE SPACES.
       77  WRK-BUFF                PIC X(71) VALUE SPACES.
       77  WRK-CUST-MSK            PIC X(05) JUSTIFIED RIGHT.
       77  WRK-DATE-MSK            PIC X(08) JUSTIFIED RIGHT.
       77  WRK-YEAR-MSK            PIC X(04) JUSTIFIED RIGHT.
       77  WRK-ARQ-NAME            PIC X(40) VALUE SPACES.
       77  WRK-CLOSED-YEAR         PIC 9(04) VALUE ZEROES.
       77  WRK-ARQ-YEAR            PIC 9(04) VALUE ZEROES.
       77  WRK-INV-FLOOR           PIC 9(04) VALUE ZEROES.
       77  WRK-TODAY               PIC 9(08) VALUE ZEROES.
       77  WRK-START-DATE          PIC 9(08) VALUE ZEROES.
       77  WRK-END-DATE            PIC 9(08) VALUE ZEROES.
       77  WRK-YEAR                PIC 9(04) VALUE ZEROES.
       77  WRK-MONTH               PIC 9(02) VALUE ZEROES.
       77  WRK-SEL-CUST            PIC 9(05) VALUE ZEROES.
       77  WRK-LINE-CUST           PIC 9(05) VALUE ZEROES.
       77  WRK-IDX-CUST            PIC 9(05) VALUE ZEROES.
       77  WRK-SUB                 PIC 9(04) VALUE ZEROES.
       77  WRK-SUB2                PIC 9(04) VALUE ZEROES.
       77  WRK-HOPS                PIC 9(01) VALUE ZEROES.
       77  WRK-SEQ                 PIC 9(07) VALUE ZEROES.
       77  WRK-SORT-EOF            PIC 9(01) VALUE ZEROES.
       77  WRK-WANTED              PIC 9(01) VALUE ZEROES.
       77  WRK-CUS-COUNT           PIC 9(04) VALUE ZEROES.
       77  WRK-MRG-COUNT           PIC 9(04) VALUE ZEROES.
       77  WRK-TABLE-FULL          PIC 9(01) VALUE ZEROES.
       77  WRK-STMT-COUNT          PIC 9(05) VALUE ZEROES.
       77  WRK-DIFF-COUNT          PIC 9(05) VALUE ZEROES.
       77  WRK-CUR-CUST            PIC 9(05) VALUE ZEROES.
       77  WRK-HAS-CUST            PIC 9(01) VALUE ZEROES.
       77  WRK-HEADER-DONE         PIC 9(01) VALUE ZEROES.
       77  WRK-OPENING             PIC S9(08)V99 VALUE ZEROES.
       77  WRK-RUNNING             PIC S9(08)V99 VALUE ZEROES.
       77  WRK-REC-BALANCE         PIC S9(08)V99 VALUE ZEROES.
       77  WRK-LINE-EFFECT         PIC S9(08)V99 VALUE ZEROES.
       77  WRK-LINE-MOVES          PIC 9(01) VALUE ZEROES.
       77  WRK-LINE-DESC           PIC X(12) VALUE SPACES.
       77  WRK-TITLE               PIC X(16) VALUE SPACES.
       77  WRK-FLAG                PIC X(01) VALUE SPACES.
       77  WRK-SITUATION           PIC X(16) VALUE SPACES.
      *Valores com sinal para o extrato
       77  WRK-PRT-VALUE           PIC S9(07)V99
                                   SIGN IS LEADING SEPARATE.
       77  WRK-PRT-RUNNING         PIC S9(07)V99
                                   SIGN IS LEADING SEPARATE.
       77  WRK-PRT-RECORDED        PIC S9(07)V99
                                   SIGN IS LEADING SEPARATE.
      *Clientes com saldo diferente de zero (modo batch)
       01  WRK-CUS-TABLE.
           05 WRK-CUS-ENTRY            OCCURS 2000 TIMES.
               10 WRK-CUS-COD          PIC 9(05) VALUE ZEROES.
      *Cadastros fundidos: codigo do duplicado e do sobrevivente
       01  WRK-MRG-TABLE.
           05 WRK-MRG-ENTRY            OCCURS 500 TIMES.
               10 WRK-MRG-DUP          PIC 9(05) VALUE ZEROES.
               10 WRK-MRG-SURV         PIC 9(05) VALUE ZEROES.
       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
       77  LNK-MODE PIC X(01) VALUE SPACES.
       77  LNK-PRINTED PIC 9(05).
       SCREEN  SECTION.
       01  CLEAR.
           05 CLEAR-SCREEN.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL.
       01  SHOW-MV.
           05 TITLE-SCREEN.
               10 LINE 01 COLUMN 01    PIC X(30) ERASE EOL
                  BACKGROUND-COLOR 2 FROM
                  "EXTRATO DE CONTA DO CLIENTE".

       PROCEDURE DIVISION USING LNK-OPERATOR, OPTIONAL LNK-MODE,
               OPTIONAL LNK-PRINTED.
       0000-MAIN-PROCEDURE.
      *Modo batch ("B"): extrato mensal de todos os clientes com saldo,
      *sem nenhuma pergunta no terminal
           MOVE SPACES TO WRK-RUN-MODE.
           IF LNK-MODE NOT OMITTED
               MOVE LNK-MODE TO WRK-RUN-MODE
           END-IF.
           IF WRK-RUN-MODE NOT EQUAL "B"
               CALL "CHECKNIVEL" USING LNK-OPERATOR, WRK-MIN-LEVEL,
                   WRK-NIVEL-STATUS, "EXTRATOCLIENTE  "
               IF WRK-NIVEL-STATUS NOT EQUAL ZEROES
                   CALL "ERROS" USING WRK-NIVEL-STATUS,
                       "EXTRATOCLIENTE"
                   GOBACK
               END-IF
               DISPLAY CLEAR-SCREEN
               DISPLAY TITLE-SCREEN
               CALL "MARCATREINO"
           END-IF.
           CALL "LERDATANEG" USING WRK-TODAY.
           PERFORM 0005-ZERO-INFO.
           PERFORM 0010-GET-SELECTION.
           IF WRK-START-DATE GREATER THAN WRK-END-DATE
               MOVE 652 TO WRK-ERR-STATUS
               CALL "ERROS" USING WRK-ERR-STATUS, "EXTRATOCLIENTE",
                   WRK-RUN-MODE
               GOBACK
           END-IF.
      *So o ultimo exercicio encerrado: a abertura do diario atual e a
      *que ele deixou
           IF WRK-ARQ-YEAR NOT EQUAL ZEROES
               AND WRK-ARQ-YEAR NOT EQUAL WRK-CLOSED-YEAR
               MOVE 656 TO WRK-ERR-STATUS
               CALL "ERROS" USING WRK-ERR-STATUS, "EXTRATOCLIENTE",
                   WRK-RUN-MODE
               GOBACK
           END-IF.
           PERFORM 0015-LOAD-MERGES.
           IF WRK-SEL-CUST NOT EQUAL ZEROES
               MOVE WRK-SEL-CUST TO WRK-LINE-CUST
               PERFORM 0016-MAP-CUSTOMER
               MOVE WRK-LINE-CUST TO WRK-SEL-CUST
           END-IF.
           IF WRK-RUN-MODE EQUAL "B"
               PERFORM 0020-LOAD-BALANCES
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           OPEN INPUT CUSTOMERS.
           OPEN INPUT BALANCE.
           OPEN INPUT MOVIES.
           IF WRK-TABLE-FULL EQUAL 1
               MOVE "ATENCAO: TABELA CHEIA - EMISSAO PARCIAL"
                   TO WRK-BUFF
               WRITE FS-PRINT-LINE FROM WRK-BUFF
           END-IF.
           SORT SORT-WORK
               ON ASCENDING KEY SRT-CUST SRT-DATE SRT-TIME SRT-SEQ
               INPUT PROCEDURE IS 0030-FEED-SORT
               OUTPUT PROCEDURE IS 0050-PRINT-STATEMENTS.
           CLOSE MOVIES.
           CLOSE BALANCE.
           CLOSE CUSTOMERS.
           MOVE ZEROES TO WRK-MOV-FSTAT WRK-BAL-FSTAT WRK-CUST-FSTAT.
           CLOSE PRINT-FILE.
      *Copia datada no spool, antes da proxima rodada sobrescrever o
      *PRN fixo
           CALL "ESPOLAR" USING "EXTRATOS.PRN        ",
               LNK-OPERATOR, WRK-SPOOL-STATUS.
           IF LNK-PRINTED NOT OMITTED
               MOVE WRK-STMT-COUNT TO LNK-PRINTED
           END-IF.
           IF WRK-RUN-MODE NOT EQUAL "B"
               DISPLAY "EXTRATOS EMITIDOS: " AT 0705
               DISPLAY WRK-STMT-COUNT AT 0727
               DISPLAY "SALDOS A CONFERIR: " AT 0805
               DISPLAY WRK-DIFF-COUNT AT 0827
               DISPLAY "EXTRATOS EM EXTRATOS.PRN. PRESSIONE ENTER"
                   AT 1405
               ACCEPT WRK-TECLA AT 1455
           END-IF.
           GOBACK.

      *=================================================================
       0005-ZERO-INFO      SECTION.
      *Zera contadores e tabelas de uma chamada anterior
      *=================================================================
           MOVE ZEROES TO WRK-CUS-COUNT WRK-MRG-COUNT WRK-TABLE-FULL
               WRK-STMT-COUNT WRK-DIFF-COUNT WRK-SEL-CUST WRK-SEQ
               WRK-HAS-CUST WRK-HEADER-DONE WRK-ARQ-YEAR.
           INITIALIZE WRK-CUS-TABLE WRK-MRG-TABLE.
           CALL "LEREXERCICIO" USING WRK-CLOSED-YEAR, WRK-EXE-STATUS.

      *=================================================================
       0010-GET-SELECTION      SECTION.
      *Cliente e periodo. No terminal o periodo padrao e o mes
      *corrente ate hoje; no modo batch e o mes anterior inteiro ate
      *hoje, para o saldo final bater com o saldo gravado
      *=================================================================
           MOVE WRK-TODAY(1:4) TO WRK-YEAR.
           MOVE WRK-TODAY(5:2) TO WRK-MONTH.
           IF WRK-RUN-MODE EQUAL "B"
               IF WRK-MONTH EQUAL 1
                   MOVE 12 TO WRK-MONTH
                   SUBTRACT 1 FROM WRK-YEAR
               ELSE
                   SUBTRACT 1 FROM WRK-MONTH
               END-IF
           END-IF.
           COMPUTE WRK-START-DATE =
               WRK-YEAR * 10000 + WRK-MONTH * 100 + 1.
           MOVE WRK-TODAY TO WRK-END-DATE.
           IF WRK-RUN-MODE EQUAL "B"
               GO TO 0010-FIM
           END-IF.
           DISPLAY "CLIENTE (CODIGO, ENTER=TODOS COM MOVIMENTO): "
               AT 0305.
           MOVE SPACES TO WRK-CUST-MSK.
           ACCEPT WRK-CUST-MSK AT 0351.
           IF WRK-CUST-MSK NOT EQUAL SPACES
               INSPECT WRK-CUST-MSK REPLACING LEADING SPACES BY ZEROES
               IF WRK-CUST-MSK IS NUMERIC
                   MOVE WRK-CUST-MSK TO WRK-SEL-CUST
               END-IF
           END-IF.
           DISPLAY "DATA INICIAL (AAAAMMDD, ENTER=INICIO DO MES): "
               AT 0405.
           MOVE SPACES TO WRK-DATE-MSK.
           ACCEPT WRK-DATE-MSK AT 0452.
           IF WRK-DATE-MSK NOT EQUAL SPACES
               AND WRK-DATE-MSK IS NUMERIC
               MOVE WRK-DATE-MSK TO WRK-START-DATE
           END-IF.
           DISPLAY "DATA FINAL (AAAAMMDD, ENTER=HOJE): " AT 0505.
           MOVE SPACES TO WRK-DATE-MSK.
           ACCEPT WRK-DATE-MSK AT 0541.
           IF WRK-DATE-MSK NOT EQUAL SPACES
               AND WRK-DATE-MSK IS NUMERIC
               MOVE WRK-DATE-MSK TO WRK-END-DATE
           END-IF.
           IF WRK-CLOSED-YEAR EQUAL ZEROES
               GO TO 0010-FIM
           END-IF.
           DISPLAY "EXERCICIO ARQUIVADO (AAAA, ENTER=NAO): " AT 0605.
           MOVE SPACES TO WRK-YEAR-MSK.
           ACCEPT WRK-YEAR-MSK AT 0645.
           IF WRK-YEAR-MSK NOT EQUAL SPACES
               INSPECT WRK-YEAR-MSK REPLACING LEADING SPACES BY ZEROES
               IF WRK-YEAR-MSK IS NUMERIC
                   MOVE WRK-YEAR-MSK TO WRK-ARQ-YEAR
               END-IF
           END-IF.
       0010-FIM.
           EXIT.

      *=================================================================
       0015-LOAD-MERGES      SECTION.
      *Guarda de CUSTOMERS.DAT os registros marcados "*FUNDIDO EM
      *nnnnn*", como no REFAZERSALDO, para as linhas do duplicado
      *sairem no extrato do sobrevivente
      *=================================================================
           OPEN INPUT CUSTOMERS.
           IF WRK-CUST-FSTAT NOT EQUAL ZEROES
               GO TO 0015-FIM
           END-IF.
           PERFORM UNTIL WRK-CUST-FSTAT NOT EQUAL ZEROES
               READ CUSTOMERS NEXT RECORD
                   AT END
                       MOVE 100 TO WRK-CUST-FSTAT
                   NOT AT END
                       IF FS-CUST-NAME(1:12) EQUAL "*FUNDIDO EM "
                           AND FS-CUST-NAME(13:5) IS NUMERIC
                           AND WRK-MRG-COUNT LESS THAN 500
                           ADD 1 TO WRK-MRG-COUNT
                           MOVE FS-CUST-COD
                               TO WRK-MRG-DUP(WRK-MRG-COUNT)
                           MOVE FS-CUST-NAME(13:5)
                               TO WRK-MRG-SURV(WRK-MRG-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CUSTOMERS.
       0015-FIM.
           MOVE ZEROES TO WRK-CUST-FSTAT.

      *=================================================================
       0016-MAP-CUSTOMER      SECTION.
      *Troca WRK-LINE-CUST pelo sobrevivente da fusao, seguindo fusoes
      *em cadeia
      *=================================================================
           MOVE ZEROES TO WRK-HOPS.
       0016-NEXT-HOP.
           IF WRK-HOPS NOT LESS THAN 5
               GO TO 0016-FIM
           END-IF.
           PERFORM VARYING WRK-SUB2 FROM 1 BY 1
                   UNTIL WRK-SUB2 GREATER THAN WRK-MRG-COUNT
               IF WRK-MRG-DUP(WRK-SUB2) EQUAL WRK-LINE-CUST
                   MOVE WRK-MRG-SURV(WRK-SUB2) TO WRK-LINE-CUST
                   ADD 1 TO WRK-HOPS
                   GO TO 0016-NEXT-HOP
               END-IF
           END-PERFORM.
       0016-FIM.
           EXIT.

      *=================================================================
       0020-LOAD-BALANCES      SECTION.
      *Modo batch: clientes com saldo diferente de zero em BALANCE.DAT
      *(devedores e com credito pre-pago)
      *=================================================================
           OPEN INPUT BALANCE.
           IF WRK-BAL-FSTAT NOT EQUAL ZEROES
               GO TO 0020-FIM
           END-IF.
           PERFORM UNTIL WRK-BAL-FSTAT NOT EQUAL ZEROES
               READ BALANCE NEXT RECORD
                   AT END
                       MOVE 100 TO WRK-BAL-FSTAT
                   NOT AT END
                       IF FS-BAL-AMOUNT NOT EQUAL ZEROES
                           IF WRK-CUS-COUNT NOT LESS THAN 2000
                               MOVE 1 TO WRK-TABLE-FULL
                           ELSE
                               ADD 1 TO WRK-CUS-COUNT
                               MOVE FS-BAL-CUST-COD
                                   TO WRK-CUS-COD(WRK-CUS-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BALANCE.
       0020-FIM.
           MOVE ZEROES TO WRK-BAL-FSTAT.

      *=================================================================
       0030-FEED-SORT      SECTION.
      *Libera para a classificacao uma linha de abertura por cliente
      *pedido (para o extrato sair mesmo sem movimento), as linhas do
      *diario e as faturas dos clientes pedidos ate o fim do periodo.
      *As linhas anteriores ao periodo entram para formar o saldo
      *anterior. Com o exercicio arquivado pedido, as linhas dele vem
      *antes e a abertura que ele deixou no diario atual fica de fora;
      *as faturas de exercicio encerrado ja estao na abertura
      *=================================================================
           IF WRK-SEL-CUST NOT EQUAL ZEROES
               MOVE WRK-SEL-CUST TO WRK-LINE-CUST
               PERFORM 0032-RELEASE-OPENING
           END-IF.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB GREATER THAN WRK-CUS-COUNT
               MOVE WRK-CUS-COD(WRK-SUB) TO WRK-LINE-CUST
               PERFORM 0032-RELEASE-OPENING
           END-PERFORM.
           MOVE WRK-CLOSED-YEAR TO WRK-INV-FLOOR.
           IF WRK-ARQ-YEAR NOT EQUAL ZEROES
               SUBTRACT 1 FROM WRK-INV-FLOOR
               PERFORM 0031-FEED-ARCHIVE
           END-IF.
           IF WRK-SEL-CUST NOT EQUAL ZEROES
               OR WRK-RUN-MODE EQUAL "B"
               PERFORM 0035-FEED-BY-CUSTOMER
               IF WRK-TIX-FSTAT EQUAL ZEROES
                   GO TO 0030-INVOICES
               END-IF
           END-IF.
           MOVE ZEROES TO WRK-TIX-FSTAT.
           OPEN INPUT TRANSACT.
           IF WRK-TRANS-FSTAT NOT EQUAL ZEROES
               GO TO 0030-INVOICES
           END-IF.
           PERFORM UNTIL WRK-TRANS-FSTAT NOT EQUAL ZEROES
               READ TRANSACT
                   AT END
                       MOVE 100 TO WRK-TRANS-FSTAT
                   NOT AT END
                       IF WRK-ARQ-YEAR EQUAL ZEROES
                           OR NOT FS-TRANS-ABERTURA
                           PERFORM 0033-TAKE-JOURNAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANSACT.
       0030-INVOICES.
           MOVE ZEROES TO WRK-TRANS-FSTAT.
           OPEN INPUT FATURAS.
           IF WRK-FAT-FSTAT NOT EQUAL ZEROES
               GO TO 0030-FIM
           END-IF.
           PERFORM UNTIL WRK-FAT-FSTAT NOT EQUAL ZEROES
               READ FATURAS
                   AT END
                       MOVE 100 TO WRK-FAT-FSTAT
                   NOT AT END
                       IF FS-FAT-DATE NOT GREATER THAN WRK-END-DATE
                           AND FS-FAT-DATE(1:4) GREATER THAN
                               WRK-INV-FLOOR
                           MOVE FS-FAT-CUST-COD TO WRK-LINE-CUST
                           PERFORM 0016-MAP-CUSTOMER
                           PERFORM 0038-CHECK-WANTED
                           IF WRK-WANTED EQUAL 1
                               PERFORM 0036-RELEASE-INVOICE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FATURAS.
       0030-FIM.
           MOVE ZEROES TO WRK-FAT-FSTAT.

      *=================================================================
       0031-FEED-ARCHIVE      SECTION.
      *Linhas do diario arquivado pelo encerramento do exercicio
      *=================================================================
           MOVE SPACES TO WRK-ARQ-NAME.
           STRING "TRANSACT-" WRK-ARQ-YEAR ".DAT" INTO WRK-ARQ-NAME.
           OPEN INPUT ARQ-TRANS.
           IF WRK-ARQ-FSTAT NOT EQUAL ZEROES
               GO TO 0031-FIM
           END-IF.
           PERFORM UNTIL WRK-ARQ-FSTAT NOT EQUAL ZEROES
               READ ARQ-TRANS
                   AT END
                       MOVE 100 TO WRK-ARQ-FSTAT
                   NOT AT END
                       MOVE FS-ARQ-LINE TO FS-TRANS
                       PERFORM 0033-TAKE-JOURNAL
               END-READ
           END-PERFORM.
           CLOSE ARQ-TRANS.
       0031-FIM.
           MOVE ZEROES TO WRK-ARQ-FSTAT.

      *=================================================================
       0032-RELEASE-OPENING      SECTION.
      *Linha de abertura do cliente WRK-LINE-CUST (data zero, sai na
      *frente de todas as outras do cliente)
      *=================================================================
           INITIALIZE SRT-REC.
           ADD 1 TO WRK-SEQ.
           MOVE WRK-LINE-CUST TO SRT-CUST.
           MOVE WRK-SEQ TO SRT-SEQ.
           MOVE "C" TO SRT-KIND.
           RELEASE SRT-REC.

      *=================================================================
       0033-TAKE-JOURNAL      SECTION.
      *Libera a linha do diario em FS-TRANS se o cliente entra nesta
      *emissao e a data esta ate o fim do periodo
      *=================================================================
           IF FS-TRANS-CUST-COD GREATER THAN ZEROES
               AND FS-TRANS-DATE NOT GREATER THAN WRK-END-DATE
               MOVE FS-TRANS-CUST-COD TO WRK-LINE-CUST
               PERFORM 0016-MAP-CUSTOMER
               PERFORM 0038-CHECK-WANTED
               IF WRK-WANTED EQUAL 1
                   PERFORM 0034-RELEASE-JOURNAL
               END-IF
           END-IF.

      *=================================================================
       0034-RELEASE-JOURNAL      SECTION.
      *Uma linha do diario, com a descricao e o efeito no saldo
      *=================================================================
           PERFORM 0040-LINE-EFFECT.
           INITIALIZE SRT-REC.
           ADD 1 TO WRK-SEQ.
           MOVE WRK-LINE-CUST TO SRT-CUST.
           MOVE FS-TRANS-DATE TO SRT-DATE.
           MOVE FS-TRANS-TIME TO SRT-TIME.
           MOVE WRK-SEQ TO SRT-SEQ.
           MOVE "T" TO SRT-KIND.
           MOVE FS-TRANS-TYPE TO SRT-TYPE.
           MOVE WRK-LINE-DESC TO SRT-DESC.
           MOVE FS-TRANS-RECEIPT TO SRT-RECEIPT.
           MOVE FS-TRANS-MOV-COD TO SRT-MOV-COD.
           MOVE FS-TRANS-AMOUNT TO SRT-AMOUNT.
           MOVE WRK-LINE-EFFECT TO SRT-EFFECT.
           MOVE WRK-LINE-MOVES TO SRT-MOVES.
           RELEASE SRT-REC.

      *=================================================================
       0035-FEED-BY-CUSTOMER      SECTION.
      *Vai direto as linhas de cada cliente pedido pelo indice do
      *diario, inclusive as dos cadastros fundidos nele. Sem o indice
      *WRK-TIX-FSTAT volta diferente de zero e o diario e lido inteiro
      *=================================================================
           OPEN INPUT TRANSIDX.
           IF WRK-TIX-FSTAT NOT EQUAL ZEROES
               GO TO 0035-FIM
           END-IF.
           IF WRK-SEL-CUST NOT EQUAL ZEROES
               MOVE WRK-SEL-CUST TO WRK-IDX-CUST
               PERFORM 0037-READ-CUSTOMER-LINES
           END-IF.
      *Um cadastro fundido da lista sai pelo sobrevivente, abaixo
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB GREATER THAN WRK-CUS-COUNT
               MOVE WRK-CUS-COD(WRK-SUB) TO WRK-LINE-CUST
               PERFORM 0016-MAP-CUSTOMER
               IF WRK-LINE-CUST EQUAL WRK-CUS-COD(WRK-SUB)
                   MOVE WRK-CUS-COD(WRK-SUB) TO WRK-IDX-CUST
                   PERFORM 0037-READ-CUSTOMER-LINES
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB GREATER THAN WRK-MRG-COUNT
               MOVE WRK-MRG-DUP(WRK-SUB) TO WRK-LINE-CUST
               PERFORM 0016-MAP-CUSTOMER
               PERFORM 0038-CHECK-WANTED
               IF WRK-WANTED EQUAL 1
                   MOVE WRK-MRG-DUP(WRK-SUB) TO WRK-IDX-CUST
                   PERFORM 0037-READ-CUSTOMER-LINES
               END-IF
           END-PERFORM.
           CLOSE TRANSIDX.
           MOVE ZEROES TO WRK-TIX-FSTAT.
       0035-FIM.
           EXIT.

      *=================================================================
       0036-RELEASE-INVOICE      SECTION.
      *Uma fatura corporativa: lancada no saldo pelo FATURARCORP sem
      *linha propria no diario
      *=================================================================
           INITIALIZE SRT-REC.
           ADD 1 TO WRK-SEQ.
           MOVE WRK-LINE-CUST TO SRT-CUST.
           MOVE FS-FAT-DATE TO SRT-DATE.
           MOVE WRK-SEQ TO SRT-SEQ.
           MOVE "F" TO SRT-KIND.
           MOVE "FATURA" TO SRT-DESC.
           MOVE FS-FAT-NUM TO SRT-RECEIPT.
           MOVE FS-FAT-MONTH TO SRT-MOV-COD.
           MOVE FS-FAT-TOTAL TO SRT-AMOUNT.
           MOVE FS-FAT-TOTAL TO SRT-EFFECT.
           MOVE 1 TO SRT-MOVES.
           RELEASE SRT-REC.

      *=================================================================
       0037-READ-CUSTOMER-LINES      SECTION.
      *Linhas do diario do cliente WRK-IDX-CUST pela chave alternativa
      *(cliente e data), ate o fim do periodo
      *=================================================================
           MOVE WRK-IDX-CUST TO FS-TIX-CUST-COD.
           MOVE ZEROES TO FS-TIX-CUST-DATE.
           START TRANSIDX KEY IS NOT LESS THAN FS-TIX-CUST-KEY
               INVALID KEY
                   GO TO 0037-FIM
           END-START.
           PERFORM UNTIL WRK-TIX-FSTAT NOT EQUAL ZEROES
               READ TRANSIDX NEXT RECORD
                   AT END
                       MOVE 100 TO WRK-TIX-FSTAT
                   NOT AT END
                       IF FS-TIX-CUST-COD NOT EQUAL WRK-IDX-CUST
                           OR FS-TIX-CUST-DATE GREATER THAN
                               WRK-END-DATE
                           MOVE 100 TO WRK-TIX-FSTAT
                       ELSE
                           MOVE FS-TIX-LINE TO FS-TRANS
                           IF WRK-ARQ-YEAR EQUAL ZEROES
                               OR NOT FS-TRANS-ABERTURA
                               PERFORM 0033-TAKE-JOURNAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       0037-FIM.
           MOVE ZEROES TO WRK-TIX-FSTAT.

      *=================================================================
       0038-CHECK-WANTED      SECTION.
      *Confere se o cliente WRK-LINE-CUST entra nesta emissao: o
      *cliente pedido, os clientes com saldo (modo batch) ou, sem
      *cliente pedido no terminal, todos
      *=================================================================
           MOVE ZEROES TO WRK-WANTED.
           IF WRK-SEL-CUST NOT EQUAL ZEROES
               IF WRK-LINE-CUST EQUAL WRK-SEL-CUST
                   MOVE 1 TO WRK-WANTED
               END-IF
               GO TO 0038-FIM
           END-IF.
           IF WRK-RUN-MODE NOT EQUAL "B"
               MOVE 1 TO WRK-WANTED
               GO TO 0038-FIM
           END-IF.
           PERFORM VARYING WRK-SUB2 FROM 1 BY 1
                   UNTIL WRK-SUB2 GREATER THAN WRK-CUS-COUNT
                      OR WRK-WANTED EQUAL 1
               IF WRK-CUS-COD(WRK-SUB2) EQUAL WRK-LINE-CUST
                   MOVE 1 TO WRK-WANTED
               END-IF
           END-PERFORM.
       0038-FIM.
           EXIT.

      *=================================================================
       0040-LINE-EFFECT      SECTION.
      *Descricao da linha corrente do diario e o seu efeito no saldo,
      *pela mesma regra do REFAZERSALDO: multa, reposicao e
      *mensalidade deixadas pendentes somam, assim como a diferenca
      *deixada no acerto da entrega a domicilio; pagamento, baixa como
      *incobravel e estorno de reposicao abatem; o credito pre-pago
      *usado no aluguel soma; a abertura do exercicio traz o saldo
      *devedor (soma) ou o credito (abate) do encerramento. O resto
      *foi pago no balcao ou e so informativo e nao mexe no saldo
      *=================================================================
           MOVE ZEROES TO WRK-LINE-EFFECT.
           MOVE ZEROES TO WRK-LINE-MOVES.
           EVALUATE TRUE
               WHEN FS-TRANS-ALUGUEL
                   MOVE "ALUGUEL"      TO WRK-LINE-DESC
               WHEN FS-TRANS-MULTA
                   MOVE "MULTA"        TO WRK-LINE-DESC
               WHEN FS-TRANS-VENDA
                   MOVE "VENDA"        TO WRK-LINE-DESC
               WHEN FS-TRANS-REPOSICAO
                   MOVE "REPOSICAO"    TO WRK-LINE-DESC
               WHEN FS-TRANS-PAGAMENTO
                   MOVE "PAGAMENTO"    TO WRK-LINE-DESC
               WHEN FS-TRANS-ESTORNO
                   MOVE "ESTORNO"      TO WRK-LINE-DESC
               WHEN FS-TRANS-SEGURO
                   MOVE "SEGURO"       TO WRK-LINE-DESC
               WHEN FS-TRANS-CAUCAO
                   MOVE "CAUCAO"       TO WRK-LINE-DESC
               WHEN FS-TRANS-CAUCAO-DEV
                   MOVE "CAUCAO DEV."  TO WRK-LINE-DESC
               WHEN FS-TRANS-PONTOS
                   MOVE "PONTOS"       TO WRK-LINE-DESC
               WHEN FS-TRANS-MENSALIDADE
                   MOVE "MENSALIDADE"  TO WRK-LINE-DESC
               WHEN FS-TRANS-VALE-VENDA
                   MOVE "VALE VENDIDO" TO WRK-LINE-DESC
               WHEN FS-TRANS-VALE-RESGATE
                   MOVE "VALE USADO"   TO WRK-LINE-DESC
               WHEN FS-TRANS-CREDITO
                   MOVE "CREDITO USO"  TO WRK-LINE-DESC
               WHEN FS-TRANS-COMPRA
                   MOVE "COMPRA USADO" TO WRK-LINE-DESC
               WHEN FS-TRANS-EQUIPAMENTO
                   MOVE "EQUIPAMENTO"  TO WRK-LINE-DESC
               WHEN FS-TRANS-CAMPANHA
                   MOVE "CAMPANHA"     TO WRK-LINE-DESC
               WHEN FS-TRANS-INCOBRAVEL
                   MOVE "INCOBRAVEL"   TO WRK-LINE-DESC
               WHEN FS-TRANS-RECUPERACAO
                   MOVE "RECUPERACAO"  TO WRK-LINE-DESC
               WHEN FS-TRANS-ESTORNO-REPOS
                   MOVE "ESTORNO REP." TO WRK-LINE-DESC
               WHEN FS-TRANS-CRED-OCORRENCIA
                   MOVE "CRED.OCORR." TO WRK-LINE-DESC
               WHEN FS-TRANS-TAXA-ENTREGA
                   MOVE "TAXA ENTREGA" TO WRK-LINE-DESC
               WHEN FS-TRANS-ACERTO-ENTREGA
                   MOVE "ACERTO ENTR." TO WRK-LINE-DESC
               WHEN FS-TRANS-ABERTURA AND FS-TRANS-ABR-DEVEDOR
                   MOVE "SALDO ANTER." TO WRK-LINE-DESC
               WHEN FS-TRANS-ABERTURA AND FS-TRANS-ABR-CREDOR
                   MOVE "CREDITO ANT." TO WRK-LINE-DESC
               WHEN FS-TRANS-ABERTURA AND FS-TRANS-ABR-CAUCAO
                   MOVE "CAUCAO ANT."  TO WRK-LINE-DESC
               WHEN OTHER
                   MOVE "OUTROS"       TO WRK-LINE-DESC
           END-EVALUATE.
           EVALUATE TRUE
               WHEN FS-TRANS-MULTA AND FS-TRANS-PENDENTE
               WHEN FS-TRANS-REPOSICAO AND FS-TRANS-PENDENTE
               WHEN FS-TRANS-MENSALIDADE AND FS-TRANS-PENDENTE
               WHEN FS-TRANS-ACERTO-ENTREGA AND FS-TRANS-PENDENTE
               WHEN FS-TRANS-CREDITO
               WHEN FS-TRANS-ABERTURA AND FS-TRANS-ABR-DEVEDOR
                   MOVE FS-TRANS-AMOUNT TO WRK-LINE-EFFECT
                   MOVE 1 TO WRK-LINE-MOVES
               WHEN FS-TRANS-PAGAMENTO
               WHEN FS-TRANS-INCOBRAVEL
               WHEN FS-TRANS-ESTORNO-REPOS
               WHEN FS-TRANS-CRED-OCORRENCIA
               WHEN FS-TRANS-ABERTURA AND FS-TRANS-ABR-CREDOR
                   COMPUTE WRK-LINE-EFFECT = ZEROES - FS-TRANS-AMOUNT
                   MOVE 1 TO WRK-LINE-MOVES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *=================================================================
       0050-PRINT-STATEMENTS      SECTION.
      *Recebe as linhas ja em ordem de cliente e data e imprime um
      *extrato por cliente
      *=================================================================
           MOVE ZEROES TO WRK-SORT-EOF.
           MOVE ZEROES TO WRK-HAS-CUST.
           PERFORM UNTIL WRK-SORT-EOF EQUAL 1
               RETURN SORT-WORK
                   AT END
                       MOVE 1 TO WRK-SORT-EOF
                   NOT AT END
                       IF WRK-HAS-CUST EQUAL ZEROES
                           OR SRT-CUST NOT EQUAL WRK-CUR-CUST
                           PERFORM 0060-CLOSE-CUSTOMER
                           PERFORM 0055-START-CUSTOMER
                       END-IF
                       PERFORM 0057-TAKE-LINE
               END-RETURN
           END-PERFORM.
           PERFORM 0060-CLOSE-CUSTOMER.

      *=================================================================
       0055-START-CUSTOMER      SECTION.
      *Comeca o acumulado de um cliente novo
      *=================================================================
           MOVE 1 TO WRK-HAS-CUST.
           MOVE SRT-CUST TO WRK-CUR-CUST.
           MOVE ZEROES TO WRK-OPENING WRK-RUNNING WRK-HEADER-DONE.

      *=================================================================
       0057-TAKE-LINE      SECTION.
      *Linha anterior ao periodo so forma o saldo anterior; linha do
      *periodo sai no extrato, abrindo o cabecalho na primeira
      *=================================================================
           IF SRT-KIND EQUAL "C"
               GO TO 0057-FIM
           END-IF.
           IF SRT-DATE LESS THAN WRK-START-DATE
               ADD SRT-EFFECT TO WRK-OPENING
               GO TO 0057-FIM
           END-IF.
           IF WRK-HEADER-DONE EQUAL ZEROES
               PERFORM 0065-PRINT-HEADER
           END-IF.
           PERFORM 0070-PRINT-LINE.
       0057-FIM.
           EXIT.

      *=================================================================
       0060-CLOSE-CUSTOMER      SECTION.
      *Fecha o extrato do cliente corrente com o saldo final e confere
      *com o saldo gravado em BALANCE.DAT. Sem cliente pedido no
      *terminal, cliente sem movimento no periodo nao sai
      *=================================================================
           IF WRK-HAS-CUST EQUAL ZEROES
               GO TO 0060-FIM
           END-IF.
           IF WRK-HEADER-DONE EQUAL ZEROES
               IF WRK-SEL-CUST EQUAL ZEROES
                   AND WRK-RUN-MODE NOT EQUAL "B"
                   GO TO 0060-FIM
               END-IF
               PERFORM 0065-PRINT-HEADER
           END-IF.
           MOVE ZEROES TO WRK-REC-BALANCE.
           MOVE WRK-CUR-CUST TO FS-BAL-CUST-COD.
           READ BALANCE
               INVALID KEY
                   MOVE ZEROES TO WRK-REC-BALANCE
               NOT INVALID KEY
                   MOVE FS-BAL-AMOUNT TO WRK-REC-BALANCE
           END-READ.
           EVALUATE TRUE
               WHEN WRK-RUNNING GREATER THAN ZEROES
                   MOVE "SALDO DEVEDOR"    TO WRK-SITUATION
               WHEN WRK-RUNNING LESS THAN ZEROES
                   MOVE "CREDITO A FAVOR"  TO WRK-SITUATION
               WHEN OTHER
                   MOVE "CONTA EM DIA"     TO WRK-SITUATION
           END-EVALUATE.
           MOVE WRK-RUNNING TO WRK-PRT-RUNNING.
           MOVE SPACES TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           STRING "  SALDO FINAL EM " WRK-END-DATE " - "
               WRK-SITUATION "                 " WRK-PRT-RUNNING
               INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE "  * PAGO NO BALCAO OU INFORMATIVO: NAO ALTERA O SALDO"
               TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
      *O saldo gravado so e comparavel quando o periodo vai ate hoje
           IF WRK-END-DATE NOT LESS THAN WRK-TODAY
               AND WRK-RUNNING NOT EQUAL WRK-REC-BALANCE
               ADD 1 TO WRK-DIFF-COUNT
               MOVE WRK-REC-BALANCE TO WRK-PRT-RECORDED
               MOVE SPACES TO WRK-BUFF
               STRING "  ATENCAO: SALDO GRAVADO " WRK-PRT-RECORDED
                   " - CONFERIR PELO REFAZERSALDO" INTO WRK-BUFF
               WRITE FS-PRINT-LINE FROM WRK-BUFF
           END-IF.
           ADD 1 TO WRK-STMT-COUNT.
       0060-FIM.
           EXIT.

      *=================================================================
       0065-PRINT-HEADER      SECTION.
      *Cabecalho do extrato: cliente, periodo e saldo anterior
      *=================================================================
           MOVE 1 TO WRK-HEADER-DONE.
           MOVE WRK-CUR-CUST TO FS-CUST-COD.
           READ CUSTOMERS
               INVALID KEY
                   MOVE "CLIENTE NAO CADASTRADO" TO FS-CUST-NAME
                   MOVE SPACES TO FS-CUST-PHONE FS-CUST-DOC
           END-READ.
           MOVE ALL "=" TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           STRING "EXTRATO DE CONTA - EMITIDO EM " WRK-TODAY
               INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           STRING "CLIENTE " WRK-CUR-CUST " " FS-CUST-NAME
               INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           STRING "DOCUMENTO " FS-CUST-DOC " FONE " FS-CUST-PHONE
               INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           STRING "PERIODO DE " WRK-START-DATE " A " WRK-END-DATE
               INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           STRING "  DATA     LANCAMENTO   RECIBO TITULO"
               "                  VALOR      SALDO" INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE WRK-OPENING TO WRK-RUNNING.
           MOVE WRK-RUNNING TO WRK-PRT-RUNNING.
           MOVE SPACES TO WRK-BUFF.
           STRING "  " WRK-START-DATE " SALDO ANTERIOR"
               "                                    " WRK-PRT-RUNNING
               INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.

      *=================================================================
       0070-PRINT-LINE      SECTION.
      *Uma linha do periodo: soma o efeito no saldo acumulado; linha
      *que nao mexe no saldo sai com o valor cheio e marcada com "*"
      *=================================================================
           MOVE SPACES TO WRK-TITLE.
           MOVE SPACES TO WRK-FLAG.
           EVALUATE TRUE
               WHEN SRT-KIND EQUAL "F"
                   STRING "MES " SRT-MOV-COD DELIMITED BY SIZE
                       INTO WRK-TITLE
               WHEN SRT-TYPE EQUAL "Q"
                   STRING "APARELHO " SRT-MOV-COD(2:5)
                       DELIMITED BY SIZE INTO WRK-TITLE
               WHEN SRT-MOV-COD GREATER THAN ZEROES
                   MOVE SRT-MOV-COD TO FS-MOV-COD
                   READ MOVIES
                       INVALID KEY
                           MOVE "TITULO NAO CADAST" TO WRK-TITLE
                       NOT INVALID KEY
                           MOVE FS-MOV-TITLE TO WRK-TITLE
                   END-READ
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF SRT-MOVES EQUAL 1
               ADD SRT-EFFECT TO WRK-RUNNING
               MOVE SRT-EFFECT TO WRK-PRT-VALUE
           ELSE
               MOVE "*" TO WRK-FLAG
               MOVE SRT-AMOUNT TO WRK-PRT-VALUE
           END-IF.
           MOVE WRK-RUNNING TO WRK-PRT-RUNNING.
           MOVE SPACES TO WRK-BUFF.
           STRING "  " SRT-DATE " " SRT-DESC " " SRT-RECEIPT " "
               WRK-TITLE " " WRK-FLAG " " WRK-PRT-VALUE " "
               WRK-PRT-RUNNING INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
       END PROGRAM EXTRATOCLIENTE.
