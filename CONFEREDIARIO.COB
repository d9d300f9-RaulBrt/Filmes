      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Conferencia de integridade do diario de caixa
      *           (TRANSACT.DAT): numeros de recibo faltando ou
      *           repetidos, linhas com data/hora fora de ordem ou
      *           futura, controle RECIBCTL.DAT fora de passo com o
      *           maior recibo do diario e, por dia, o total de
      *           controle (linhas, soma dos valores e um hash de todo
      *           o conteudo) guardado em DIARIOHASH.DAT. O dia e
      *           selado na primeira conferencia depois do fechamento
      *           (ou depois de virar o dia); uma linha acrescentada,
      *           removida ou alterada a mao depois disso aparece na
      *           conferencia seguinte. Roda pelo menu ou como passo
      *           do FIMDODIA (modo "B", sem tela), devolvendo a
      *           quantidade de ocorrencias; o detalhe sai em
      *           CONFEREDIARIO.PRN.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Linhas de abertura do encerramento do
      *                   exercicio (tipo O, sem recibo) ficam fora da
      *                   conferencia; diario sem nenhum recibo depois
      *                   do encerramento nao acusa controle adiantado
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFEREDIARIO.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT TRANSACT ASSIGN TO "TRANSACT.DAT"
           FILE STATUS IS WRK-TRANS-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT RECIBCTL ASSIGN TO "RECIBCTL.DAT"
           FILE STATUS IS WRK-CTL-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT FECHADOS ASSIGN TO "CAIXAFECHADO.DAT"
           FILE STATUS IS WRK-FECH-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT HASHDIA ASSIGN TO "DIARIOHASH.DAT"
           FILE STATUS IS WRK-HSH-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT PRINT-FILE ASSIGN TO "CONFEREDIARIO.PRN"
           FILE STATUS IS WRK-PRINT-STATUS
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK ASSIGN TO "DIARIOSORT.TMP".
       DATA DIVISION.
       FILE SECTION.
           FD  TRANSACT.
           01 FS-TRANS.
               COPY TRANSFLDS.
           01 FS-TRANS-RAW.
               05 FS-TRANS-BYTE        PIC X(01) OCCURS 68 TIMES.
           FD  RECIBCTL.
           01 FS-CTL-LINE              PIC 9(06).
           FD  FECHADOS.
           01 FS-FECH-LINE             PIC 9(08).
           FD  HASHDIA.
           01 FS-HSH-REC.
               05 FS-HSH-DATE          PIC 9(08).
               05 FS-HSH-LINES         PIC 9(06).
               05 FS-HSH-TOTAL         PIC 9(10)V99.
               05 FS-HSH-VALUE         PIC 9(09).
               05 FS-HSH-SEALED        PIC 9(08).
           FD  PRINT-FILE.
           01 FS-PRINT-LINE            PIC X(71).
           SD  SORT-WORK.
           01 SRT-REC.
               05 SRT-RECEIPT          PIC 9(06).
               05 SRT-LINE-NO          PIC 9(07).
               05 SRT-DATE             PIC 9(08).
               05 SRT-TIME             PIC 9(08).
               05 SRT-OPERATOR         PIC X(08).
       WORKING-STORAGE SECTION.
       77  WRK-TRANS-FSTAT         PIC 9(03) VALUE ZEROES.
       77  WRK-CTL-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-FECH-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-HSH-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-PRINT-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-SPOOL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-RUN-MODE            PIC X(01) VALUE SPACES.
       77  WRK-TECLA               PIC X(01) VALUE SPACES.
       77  WRK-BUFF                PIC X(71) VALUE SPACES.
       77  WRK-TODAY               PIC 9(08) VALUE ZEROES.
       77  WRK-PROBLEMS            PIC 9(05) VALUE ZEROES.
       77  WRK-LINE-NO             PIC 9(07) VALUE ZEROES.
       77  WRK-SORT-EOF            PIC 9(01) VALUE ZEROES.
       77  WRK-CTL-RECEIPT         PIC 9(06) VALUE ZEROES.
       77  WRK-MAX-RECEIPT         PIC 9(06) VALUE ZEROES.
       77  WRK-PREV-RECEIPT        PIC 9(06) VALUE ZEROES.
       77  WRK-PREV-DATE           PIC 9(08) VALUE ZEROES.
       77  WRK-PREV-TIME           PIC 9(08) VALUE ZEROES.
       77  WRK-PREV-OPERATOR       PIC X(08) VALUE SPACES.
       77  WRK-PREV-LINE-NO        PIC 9(07) VALUE ZEROES.
       77  WRK-GAP-FROM            PIC 9(06) VALUE ZEROES.
       77  WRK-GAP-TO              PIC 9(06) VALUE ZEROES.
       77  WRK-BYTE-SUB            PIC 9(02) VALUE ZEROES.
       77  WRK-HASH-WORK           PIC 9(12) VALUE ZEROES.
       77  WRK-FECH-COUNT          PIC 9(04) VALUE ZEROES.
       77  WRK-FECH-SUB            PIC 9(04) VALUE ZEROES.
       77  WRK-DAY-COUNT           PIC 9(04) VALUE ZEROES.
       77  WRK-DAY-SUB             PIC 9(04) VALUE ZEROES.
       77  WRK-SEAL-COUNT          PIC 9(04) VALUE ZEROES.
       77  WRK-SEAL-SUB            PIC 9(04) VALUE ZEROES.
       77  WRK-NEW-SEALS           PIC 9(04) VALUE ZEROES.
       77  WRK-HIT                 PIC 9(04) VALUE ZEROES.
       77  WRK-CLOSED              PIC 9(01) VALUE ZEROES.
       77  WRK-TABLE-FULL          PIC 9(01) VALUE ZEROES.
       01  WRK-FECH-TABLE.
           05 WRK-FECH-DATE            PIC 9(08) OCCURS 2000 TIMES.
       01  WRK-DAY-TABLE.
           05 WRK-DAY-ENTRY            OCCURS 2000 TIMES.
               10 WRK-DAY-DATE         PIC 9(08) VALUE ZEROES.
               10 WRK-DAY-LINES        PIC 9(06) VALUE ZEROES.
               10 WRK-DAY-TOTAL        PIC 9(10)V99 VALUE ZEROES.
               10 WRK-DAY-HASH         PIC 9(09) VALUE ZEROES.
       01  WRK-SEAL-TABLE.
           05 WRK-SEAL-ENTRY           OCCURS 2000 TIMES.
               10 WRK-SEAL-DATE        PIC 9(08) VALUE ZEROES.
               10 WRK-SEAL-LINES       PIC 9(06) VALUE ZEROES.
               10 WRK-SEAL-TOTAL       PIC 9(10)V99 VALUE ZEROES.
               10 WRK-SEAL-HASH        PIC 9(09) VALUE ZEROES.
               10 WRK-SEAL-ON          PIC 9(08) VALUE ZEROES.
               10 WRK-SEAL-SEEN        PIC 9(01) VALUE ZEROES.
       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
       77  LNK-MODE PIC X(01) VALUE SPACES.
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
                  "CONFERENCIA DO DIARIO".

       PROCEDURE DIVISION USING LNK-OPERATOR, OPTIONAL LNK-MODE,
               OPTIONAL LNK-PROBLEMS.
       0000-MAIN-PROCEDURE.
      *Modo batch ("B", vindo do FIMDODIA ou do agendador): sem tela
           MOVE SPACES TO WRK-RUN-MODE.
           IF LNK-MODE NOT OMITTED
               MOVE LNK-MODE TO WRK-RUN-MODE
           END-IF.
           IF WRK-RUN-MODE NOT EQUAL "B"
               DISPLAY CLEAR-SCREEN
               DISPLAY TITLE-SCREEN
               CALL "MARCATREINO"
               DISPLAY "CONFERINDO O DIARIO DE CAIXA..." AT 0305
           END-IF.
           CALL "LERDATANEG" USING WRK-TODAY.
           PERFORM 0005-ZERO-INFO.
           PERFORM 0010-LOAD-CLOSED-DAYS.
           PERFORM 0015-LOAD-SEALS.
           PERFORM 0020-READ-CONTROL.
           OPEN OUTPUT PRINT-FILE.
           MOVE SPACES TO WRK-BUFF.
           STRING "CONFERENCIA DO DIARIO DE CAIXA EM " WRK-TODAY
               " POR " LNK-OPERATOR INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE "DATA/HORA FORA DE ORDEM OU FUTURA:" TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           SORT SORT-WORK
               ON ASCENDING KEY SRT-RECEIPT SRT-LINE-NO
               INPUT PROCEDURE IS 0030-FEED-SORT
               OUTPUT PROCEDURE IS 0040-CHECK-RECEIPTS.
           PERFORM 0050-CHECK-CONTROL.
           PERFORM 0060-CHECK-SEALS.
           IF WRK-NEW-SEALS GREATER THAN ZEROES
               PERFORM 0070-SAVE-SEALS
           END-IF.
           MOVE SPACES TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           IF WRK-TABLE-FULL EQUAL 1
               MOVE "ATENCAO: TABELA DE DIAS CHEIA (2000) - CONFERENCIA"
                   TO WRK-BUFF
               WRITE FS-PRINT-LINE FROM WRK-BUFF
               MOVE "         DE HASH PARCIAL" TO WRK-BUFF
               WRITE FS-PRINT-LINE FROM WRK-BUFF
           END-IF.
           MOVE SPACES TO WRK-BUFF.
           STRING "LINHAS LIDAS: " WRK-LINE-NO
               "  DIAS SELADOS HOJE: " WRK-NEW-SEALS
               "  OCORRENCIAS: " WRK-PROBLEMS INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           CLOSE PRINT-FILE.
      *Copia datada no spool, antes da proxima conferencia
      *sobrescrever o PRN fixo
           CALL "ESPOLAR" USING "CONFEREDIARIO.PRN   ",
               LNK-OPERATOR, WRK-SPOOL-STATUS.
           IF LNK-PROBLEMS NOT OMITTED
               MOVE WRK-PROBLEMS TO LNK-PROBLEMS
           END-IF.
           IF WRK-RUN-MODE NOT EQUAL "B"
               DISPLAY "LINHAS LIDAS: " AT 0505
               DISPLAY WRK-LINE-NO AT 0519
               DISPLAY "OCORRENCIAS: " AT 0605
               DISPLAY WRK-PROBLEMS AT 0618
               DISPLAY "IMPRESSO EM CONFEREDIARIO.PRN. PRESSIONE ENTER"
                   AT 0805
               ACCEPT WRK-TECLA AT 0855
           END-IF.
           GOBACK.

      *=================================================================
       0005-ZERO-INFO      SECTION.
      *Zera contadores e tabelas de uma chamada anterior
      *=================================================================
           MOVE ZEROES TO WRK-PROBLEMS WRK-LINE-NO WRK-MAX-RECEIPT
               WRK-PREV-DATE WRK-PREV-TIME WRK-FECH-COUNT
               WRK-DAY-COUNT WRK-DAY-SUB WRK-SEAL-COUNT WRK-NEW-SEALS
               WRK-TABLE-FULL.
           INITIALIZE WRK-FECH-TABLE WRK-DAY-TABLE WRK-SEAL-TABLE.

      *=================================================================
       0010-LOAD-CLOSED-DAYS      SECTION.
      *Carrega as datas ja fechadas pelo relatorio Z
      *=================================================================
           OPEN INPUT FECHADOS.
           IF WRK-FECH-FSTAT NOT EQUAL ZEROES
               GO TO 0010-FIM
           END-IF.
           PERFORM UNTIL WRK-FECH-FSTAT NOT EQUAL ZEROES
               READ FECHADOS
                   AT END
                       MOVE 100 TO WRK-FECH-FSTAT
                   NOT AT END
                       IF WRK-FECH-COUNT LESS THAN 2000
                           ADD 1 TO WRK-FECH-COUNT
                           MOVE FS-FECH-LINE
                               TO WRK-FECH-DATE(WRK-FECH-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FECHADOS.
       0010-FIM.
           MOVE ZEROES TO WRK-FECH-FSTAT.

      *=================================================================
       0015-LOAD-SEALS      SECTION.
      *Carrega os totais de controle ja selados de DIARIOHASH.DAT
      *=================================================================
           OPEN INPUT HASHDIA.
           IF WRK-HSH-FSTAT NOT EQUAL ZEROES
               GO TO 0015-FIM
           END-IF.
           PERFORM UNTIL WRK-HSH-FSTAT NOT EQUAL ZEROES
               READ HASHDIA
                   AT END
                       MOVE 100 TO WRK-HSH-FSTAT
                   NOT AT END
                       IF WRK-SEAL-COUNT LESS THAN 2000
                           ADD 1 TO WRK-SEAL-COUNT
                           MOVE FS-HSH-DATE
                               TO WRK-SEAL-DATE(WRK-SEAL-COUNT)
                           MOVE FS-HSH-LINES
                               TO WRK-SEAL-LINES(WRK-SEAL-COUNT)
                           MOVE FS-HSH-TOTAL
                               TO WRK-SEAL-TOTAL(WRK-SEAL-COUNT)
                           MOVE FS-HSH-VALUE
                               TO WRK-SEAL-HASH(WRK-SEAL-COUNT)
                           MOVE FS-HSH-SEALED
                               TO WRK-SEAL-ON(WRK-SEAL-COUNT)
                       ELSE
                           MOVE 1 TO WRK-TABLE-FULL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HASHDIA.
       0015-FIM.
           MOVE ZEROES TO WRK-HSH-FSTAT.

      *=================================================================
       0020-READ-CONTROL      SECTION.
      *Ultimo numero de recibo emitido segundo RECIBCTL.DAT
      *=================================================================
           MOVE ZEROES TO WRK-CTL-RECEIPT.
           OPEN INPUT RECIBCTL.
           IF WRK-CTL-FSTAT EQUAL ZEROES
               READ RECIBCTL
               IF WRK-CTL-FSTAT EQUAL ZEROES
                   MOVE FS-CTL-LINE TO WRK-CTL-RECEIPT
               END-IF
               CLOSE RECIBCTL
           END-IF.
           MOVE ZEROES TO WRK-CTL-FSTAT.

      *=================================================================
       0030-FEED-SORT      SECTION.
      *Le o diario na ordem em que foi gravado: confere a sequencia de
      *data/hora, acumula o total de controle do dia e libera o
      *recibo de cada linha para a conferencia de numeracao. As linhas
      *de abertura do exercicio nao passaram pelo caixa e sao puladas
      *=================================================================
           OPEN INPUT TRANSACT.
           IF WRK-TRANS-FSTAT NOT EQUAL ZEROES
               GO TO 0030-FIM
           END-IF.
           PERFORM UNTIL WRK-TRANS-FSTAT NOT EQUAL ZEROES
               READ TRANSACT
                   AT END
                       MOVE 100 TO WRK-TRANS-FSTAT
                   NOT AT END
                       IF NOT FS-TRANS-ABERTURA
                           ADD 1 TO WRK-LINE-NO
                           PERFORM 0032-CHECK-ORDER
                           PERFORM 0034-ADD-TO-DAY
                           MOVE FS-TRANS-RECEIPT  TO SRT-RECEIPT
                           MOVE WRK-LINE-NO       TO SRT-LINE-NO
                           MOVE FS-TRANS-DATE     TO SRT-DATE
                           MOVE FS-TRANS-TIME     TO SRT-TIME
                           MOVE FS-TRANS-OPERATOR TO SRT-OPERATOR
                           RELEASE SRT-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANSACT.
       0030-FIM.
           MOVE ZEROES TO WRK-TRANS-FSTAT.

      *=================================================================
       0032-CHECK-ORDER      SECTION.
      *O diario so cresce no fim, com a data e a hora do momento da
      *gravacao: uma linha anterior a linha de cima, ou com data
      *futura, foi inserida ou mexida fora do WRITETRANS
      *=================================================================
           IF FS-TRANS-DATE GREATER THAN WRK-TODAY
               OR FS-TRANS-DATE LESS THAN WRK-PREV-DATE
               OR (FS-TRANS-DATE EQUAL WRK-PREV-DATE
                   AND FS-TRANS-TIME LESS THAN WRK-PREV-TIME)
               MOVE SPACES TO WRK-BUFF
               STRING "  LINHA " WRK-LINE-NO " RECIBO "
                   FS-TRANS-RECEIPT " OPERADOR " FS-TRANS-OPERATOR
                   INTO WRK-BUFF
               PERFORM 0090-PRINT-PROBLEM
               MOVE SPACES TO WRK-BUFF
               STRING "    DATA/HORA " FS-TRANS-DATE " "
                   FS-TRANS-TIME " - LINHA ANTERIOR " WRK-PREV-DATE
                   " " WRK-PREV-TIME INTO WRK-BUFF
               WRITE FS-PRINT-LINE FROM WRK-BUFF
           END-IF.
           MOVE FS-TRANS-DATE TO WRK-PREV-DATE.
           MOVE FS-TRANS-TIME TO WRK-PREV-TIME.

      *=================================================================
       0034-ADD-TO-DAY      SECTION.
      *Soma a linha corrente no total de controle do seu dia: numero
      *de linhas, soma dos valores e um hash encadeado de todos os
      *caracteres da linha, na ordem do arquivo
      *=================================================================
           IF WRK-DAY-SUB EQUAL ZEROES
               OR WRK-DAY-DATE(WRK-DAY-SUB) NOT EQUAL FS-TRANS-DATE
               MOVE ZEROES TO WRK-HIT
               PERFORM VARYING WRK-DAY-SUB FROM 1 BY 1
                       UNTIL WRK-DAY-SUB GREATER THAN WRK-DAY-COUNT
                          OR WRK-HIT GREATER THAN ZEROES
                   IF WRK-DAY-DATE(WRK-DAY-SUB) EQUAL FS-TRANS-DATE
                       MOVE WRK-DAY-SUB TO WRK-HIT
                   END-IF
               END-PERFORM
               IF WRK-HIT EQUAL ZEROES
                   IF WRK-DAY-COUNT NOT LESS THAN 2000
                       MOVE 1 TO WRK-TABLE-FULL
                       MOVE ZEROES TO WRK-DAY-SUB
                       GO TO 0034-FIM
                   END-IF
                   ADD 1 TO WRK-DAY-COUNT
                   MOVE WRK-DAY-COUNT TO WRK-HIT
                   MOVE FS-TRANS-DATE TO WRK-DAY-DATE(WRK-HIT)
               END-IF
               MOVE WRK-HIT TO WRK-DAY-SUB
           END-IF.
           ADD 1 TO WRK-DAY-LINES(WRK-DAY-SUB).
           ADD FS-TRANS-AMOUNT TO WRK-DAY-TOTAL(WRK-DAY-SUB).
           PERFORM VARYING WRK-BYTE-SUB FROM 1 BY 1
                   UNTIL WRK-BYTE-SUB GREATER THAN 68
               COMPUTE WRK-HASH-WORK =
                   WRK-DAY-HASH(WRK-DAY-SUB) * 31
                   + FUNCTION ORD(FS-TRANS-BYTE(WRK-BYTE-SUB))
               COMPUTE WRK-DAY-HASH(WRK-DAY-SUB) =
                   FUNCTION MOD(WRK-HASH-WORK, 999999937)
           END-PERFORM.
       0034-FIM.
           EXIT.

      *=================================================================
       0040-CHECK-RECEIPTS      SECTION.
      *Recebe as linhas em ordem de recibo. Linhas do mesmo recibo sao
      *normais (atendimento com varios itens) desde que do mesmo dia e
      *do mesmo operador; fora disso o numero foi dado duas vezes. Um
      *salto na numeracao e um recibo emitido sem linha no diario
      *=================================================================
           MOVE SPACES TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE "NUMERACAO DE RECIBOS (FALTANDO / REPETIDOS):"
               TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE ZEROES TO WRK-PREV-RECEIPT.
           MOVE ZEROES TO WRK-PREV-DATE.
           MOVE SPACES TO WRK-PREV-OPERATOR.
           MOVE ZEROES TO WRK-SORT-EOF.
           PERFORM UNTIL WRK-SORT-EOF EQUAL 1
               RETURN SORT-WORK
                   AT END
                       MOVE 1 TO WRK-SORT-EOF
                   NOT AT END
                       PERFORM 0045-CHECK-ONE-RECEIPT
               END-RETURN
           END-PERFORM.

      *=================================================================
       0045-CHECK-ONE-RECEIPT      SECTION.
      *Compara a linha classificada corrente com a anterior
      *=================================================================
           IF SRT-RECEIPT EQUAL ZEROES
               MOVE SPACES TO WRK-BUFF
               STRING "  LINHA " SRT-LINE-NO " SEM NUMERO DE RECIBO"
                   " - " SRT-DATE " OPERADOR " SRT-OPERATOR
                   INTO WRK-BUFF
               PERFORM 0090-PRINT-PROBLEM
               GO TO 0045-FIM
           END-IF.
           IF SRT-RECEIPT EQUAL WRK-PREV-RECEIPT
               IF SRT-DATE NOT EQUAL WRK-PREV-DATE
                   OR SRT-OPERATOR NOT EQUAL WRK-PREV-OPERATOR
                   MOVE SPACES TO WRK-BUFF
                   STRING "  RECIBO " SRT-RECEIPT " REPETIDO: LIN "
                       WRK-PREV-LINE-NO " " WRK-PREV-OPERATOR
                       " E LIN " SRT-LINE-NO " " SRT-OPERATOR
                       INTO WRK-BUFF
                   PERFORM 0090-PRINT-PROBLEM
               END-IF
               GO TO 0045-FIM
           END-IF.
           IF WRK-PREV-RECEIPT GREATER THAN ZEROES
               AND SRT-RECEIPT GREATER THAN WRK-PREV-RECEIPT + 1
               COMPUTE WRK-GAP-FROM = WRK-PREV-RECEIPT + 1
               COMPUTE WRK-GAP-TO = SRT-RECEIPT - 1
               MOVE SPACES TO WRK-BUFF
               STRING "  FALTAM OS RECIBOS " WRK-GAP-FROM " A "
                   WRK-GAP-TO " - ENTRE " WRK-PREV-OPERATOR " E "
                   SRT-OPERATOR INTO WRK-BUFF
               PERFORM 0090-PRINT-PROBLEM
               MOVE SPACES TO WRK-BUFF
               STRING "    (RECIBO " WRK-PREV-RECEIPT " EM "
                   WRK-PREV-DATE ", RECIBO " SRT-RECEIPT " EM "
                   SRT-DATE ")" INTO WRK-BUFF
               WRITE FS-PRINT-LINE FROM WRK-BUFF
           END-IF.
           MOVE SRT-RECEIPT TO WRK-MAX-RECEIPT.
       0045-FIM.
           IF SRT-RECEIPT NOT EQUAL ZEROES
               MOVE SRT-RECEIPT  TO WRK-PREV-RECEIPT
               MOVE SRT-DATE     TO WRK-PREV-DATE
               MOVE SRT-OPERATOR TO WRK-PREV-OPERATOR
               MOVE SRT-LINE-NO  TO WRK-PREV-LINE-NO
           END-IF.

      *=================================================================
       0050-CHECK-CONTROL      SECTION.
      *O controle RECIBCTL.DAT tem que estar no maior recibo do
      *diario: atrasado, o proximo atendimento repete um numero ja
      *dado; adiantado, houve recibo numerado sem linha gravada
      *=================================================================
           MOVE SPACES TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           STRING "CONTROLE RECIBCTL.DAT: " WRK-CTL-RECEIPT
               "  MAIOR RECIBO NO DIARIO: " WRK-MAX-RECEIPT
               INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           IF WRK-CTL-RECEIPT LESS THAN WRK-MAX-RECEIPT
               MOVE "  CONTROLE ATRASADO - OS PROXIMOS RECIBOS VAO "
                   TO WRK-BUFF
               PERFORM 0090-PRINT-PROBLEM
               MOVE "    REPETIR NUMEROS JA EMITIDOS" TO WRK-BUFF
               WRITE FS-PRINT-LINE FROM WRK-BUFF
           END-IF.
           IF WRK-CTL-RECEIPT GREATER THAN WRK-MAX-RECEIPT
               AND WRK-MAX-RECEIPT GREATER THAN ZEROES
               COMPUTE WRK-GAP-FROM = WRK-MAX-RECEIPT + 1
               MOVE SPACES TO WRK-BUFF
               STRING "  CONTROLE ADIANTADO - RECIBOS " WRK-GAP-FROM
                   " A " WRK-CTL-RECEIPT " SEM LINHA NO DIARIO"
                   INTO WRK-BUFF
               PERFORM 0090-PRINT-PROBLEM
           END-IF.

      *=================================================================
       0060-CHECK-SEALS      SECTION.
      *Confere cada dia do diario com o total de controle selado. Dia
      *sem selo ainda e selado agora se ja foi fechado pelo relatorio
      *Z ou se ja passou; o dia corrente em aberto fica para amanha
      *=================================================================
           MOVE SPACES TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE "TOTAIS DE CONTROLE DIARIOS (DIARIOHASH.DAT):"
               TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           PERFORM VARYING WRK-DAY-SUB FROM 1 BY 1
                   UNTIL WRK-DAY-SUB GREATER THAN WRK-DAY-COUNT
               PERFORM 0062-CHECK-ONE-DAY
           END-PERFORM.
           PERFORM VARYING WRK-SEAL-SUB FROM 1 BY 1
                   UNTIL WRK-SEAL-SUB GREATER THAN WRK-SEAL-COUNT
               IF WRK-SEAL-SEEN(WRK-SEAL-SUB) EQUAL ZEROES
                   MOVE SPACES TO WRK-BUFF
                   STRING "  DIA " WRK-SEAL-DATE(WRK-SEAL-SUB)
                       " SELADO COM " WRK-SEAL-LINES(WRK-SEAL-SUB)
                       " LINHAS E SEM NENHUMA NO DIARIO"
                       INTO WRK-BUFF
                   PERFORM 0090-PRINT-PROBLEM
               END-IF
           END-PERFORM.

      *=================================================================
       0062-CHECK-ONE-DAY      SECTION.
      *Confere ou sela o dia WRK-DAY-SUB
      *=================================================================
           MOVE ZEROES TO WRK-HIT.
           PERFORM VARYING WRK-SEAL-SUB FROM 1 BY 1
                   UNTIL WRK-SEAL-SUB GREATER THAN WRK-SEAL-COUNT
                      OR WRK-HIT GREATER THAN ZEROES
               IF WRK-SEAL-DATE(WRK-SEAL-SUB)
                   EQUAL WRK-DAY-DATE(WRK-DAY-SUB)
                   MOVE WRK-SEAL-SUB TO WRK-HIT
               END-IF
           END-PERFORM.
           IF WRK-HIT EQUAL ZEROES
               PERFORM 0064-SEAL-DAY
               GO TO 0062-FIM
           END-IF.
           MOVE 1 TO WRK-SEAL-SEEN(WRK-HIT).
           IF WRK-DAY-LINES(WRK-DAY-SUB) GREATER THAN
               WRK-SEAL-LINES(WRK-HIT)
               MOVE SPACES TO WRK-BUFF
               STRING "  DIA " WRK-DAY-DATE(WRK-DAY-SUB)
                   " LINHAS INCLUIDAS APOS O SELO ("
                   WRK-SEAL-LINES(WRK-HIT) " -> "
                   WRK-DAY-LINES(WRK-DAY-SUB) ")" INTO WRK-BUFF
               PERFORM 0090-PRINT-PROBLEM
               GO TO 0062-FIM
           END-IF.
           IF WRK-DAY-LINES(WRK-DAY-SUB) LESS THAN
               WRK-SEAL-LINES(WRK-HIT)
               MOVE SPACES TO WRK-BUFF
               STRING "  DIA " WRK-DAY-DATE(WRK-DAY-SUB)
                   " LINHAS REMOVIDAS APOS O SELO ("
                   WRK-SEAL-LINES(WRK-HIT) " -> "
                   WRK-DAY-LINES(WRK-DAY-SUB) ")" INTO WRK-BUFF
               PERFORM 0090-PRINT-PROBLEM
               GO TO 0062-FIM
           END-IF.
           IF WRK-DAY-TOTAL(WRK-DAY-SUB) NOT EQUAL
               WRK-SEAL-TOTAL(WRK-HIT)
               OR WRK-DAY-HASH(WRK-DAY-SUB) NOT EQUAL
               WRK-SEAL-HASH(WRK-HIT)
               MOVE SPACES TO WRK-BUFF
               STRING "  DIA " WRK-DAY-DATE(WRK-DAY-SUB)
                   " LINHA ALTERADA DEPOIS DO SELO DE "
                   WRK-SEAL-ON(WRK-HIT) INTO WRK-BUFF
               PERFORM 0090-PRINT-PROBLEM
               MOVE SPACES TO WRK-BUFF
               STRING "    TOTAL SELADO " WRK-SEAL-TOTAL(WRK-HIT)
                   " ATUAL " WRK-DAY-TOTAL(WRK-DAY-SUB) INTO WRK-BUFF
               WRITE FS-PRINT-LINE FROM WRK-BUFF
           END-IF.
       0062-FIM.
           EXIT.

      *=================================================================
       0064-SEAL-DAY      SECTION.
      *Guarda o total de controle do dia WRK-DAY-SUB, se o dia ja
      *estiver fechado ou ja tiver passado
      *=================================================================
           MOVE ZEROES TO WRK-CLOSED.
           IF WRK-DAY-DATE(WRK-DAY-SUB) LESS THAN WRK-TODAY
               MOVE 1 TO WRK-CLOSED
           END-IF.
           PERFORM VARYING WRK-FECH-SUB FROM 1 BY 1
                   UNTIL WRK-FECH-SUB GREATER THAN WRK-FECH-COUNT
               IF WRK-FECH-DATE(WRK-FECH-SUB)
                   EQUAL WRK-DAY-DATE(WRK-DAY-SUB)
                   MOVE 1 TO WRK-CLOSED
               END-IF
           END-PERFORM.
           IF WRK-CLOSED EQUAL ZEROES
               GO TO 0064-FIM
           END-IF.
           IF WRK-SEAL-COUNT NOT LESS THAN 2000
               MOVE 1 TO WRK-TABLE-FULL
               GO TO 0064-FIM
           END-IF.
           ADD 1 TO WRK-SEAL-COUNT.
           ADD 1 TO WRK-NEW-SEALS.
           MOVE WRK-DAY-DATE(WRK-DAY-SUB)
               TO WRK-SEAL-DATE(WRK-SEAL-COUNT).
           MOVE WRK-DAY-LINES(WRK-DAY-SUB)
               TO WRK-SEAL-LINES(WRK-SEAL-COUNT).
           MOVE WRK-DAY-TOTAL(WRK-DAY-SUB)
               TO WRK-SEAL-TOTAL(WRK-SEAL-COUNT).
           MOVE WRK-DAY-HASH(WRK-DAY-SUB)
               TO WRK-SEAL-HASH(WRK-SEAL-COUNT).
           MOVE WRK-TODAY TO WRK-SEAL-ON(WRK-SEAL-COUNT).
           MOVE 1 TO WRK-SEAL-SEEN(WRK-SEAL-COUNT).
           MOVE SPACES TO WRK-BUFF.
           STRING "  DIA " WRK-DAY-DATE(WRK-DAY-SUB) " SELADO: "
               WRK-DAY-LINES(WRK-DAY-SUB) " LINHAS, TOTAL "
               WRK-DAY-TOTAL(WRK-DAY-SUB) INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
       0064-FIM.
           EXIT.

      *=================================================================
       0070-SAVE-SEALS      SECTION.
      *Regrava DIARIOHASH.DAT com os selos antigos (intactos, mesmo
      *que divergentes: o selo e a prova do fechamento) e os novos
      *=================================================================
           OPEN OUTPUT HASHDIA.
           IF WRK-HSH-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-HSH-FSTAT, "CONFEREDIARIO", "B"
               GO TO 0070-FIM
           END-IF.
           PERFORM VARYING WRK-SEAL-SUB FROM 1 BY 1
                   UNTIL WRK-SEAL-SUB GREATER THAN WRK-SEAL-COUNT
               MOVE WRK-SEAL-DATE(WRK-SEAL-SUB)  TO FS-HSH-DATE
               MOVE WRK-SEAL-LINES(WRK-SEAL-SUB) TO FS-HSH-LINES
               MOVE WRK-SEAL-TOTAL(WRK-SEAL-SUB) TO FS-HSH-TOTAL
               MOVE WRK-SEAL-HASH(WRK-SEAL-SUB)  TO FS-HSH-VALUE
               MOVE WRK-SEAL-ON(WRK-SEAL-SUB)    TO FS-HSH-SEALED
               WRITE FS-HSH-REC
           END-PERFORM.
           CLOSE HASHDIA.
       0070-FIM.
           MOVE ZEROES TO WRK-HSH-FSTAT.

      *=================================================================
       0090-PRINT-PROBLEM      SECTION.
      *Conta a ocorrencia e imprime a linha montada em WRK-BUFF
      *=================================================================
           ADD 1 TO WRK-PROBLEMS.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
       END PROGRAM CONFEREDIARIO.
