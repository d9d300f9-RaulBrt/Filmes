      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Encerramento do exercicio, depois do contador dar o
      *           ano por conferido. Confere que todos os dias do ano
      *           com movimento no diario foram fechados pelo relatorio
      *           Z (CAIXAFECHADO.DAT); leva as linhas do ano do diario
      *           (TRANSACT.DAT) para TRANSACT-AAAA.DAT, com os totais
      *           de controle (linhas e soma dos valores) guardados em
      *           EXERCICIO.DAT e impressos; deixa no diario novo uma
      *           linha de abertura (tipo O, pendente, sem recibo, com
      *           a data de 31/12 do ano fechado) por saldo de cliente
      *           (devedor ou credito a favor, pela regra do
      *           REFAZERSALDO, com as faturas corporativas do ano),
      *           por caucao em poder da loja (D menos G, como no
      *           RELATORIOCAUCAO) e uma para o passivo de
      *           vales-presente (T menos U). As autorizacoes de
      *           supervisor (OVERRIDES.DAT), as fotografias mensais
      *           (ESTATISTICA.DAT) e os selos diarios do diario
      *           (DIARIOHASH.DAT) do ano vao para os arquivos datados
      *           OVERRIDES-AAAA.DAT, ESTATISTICA-AAAA.DAT e
      *           DIARIOHASH-AAAA.DAT. Depois do encerramento o
      *           WRITETRANS recusa lancamento com data no ano fechado.
      *           Os exercicios sao encerrados em ordem, um por vez,
      *           e so depois de terminado o ano. Impresso em
      *           ENCERRAMENTO.PRN.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Indice do diario (TRANSIDX.DAT) refeito pelo
      *                   INDEXARDIARIO depois de montado o diario novo
      * 15/OUT/2026 RTB - Credito dado na solucao de uma ocorrencia
      *                   (tipo C) abate o saldo transportado do cliente
      * 15/OUT/2026 RTB - Diferenca nao recebida no acerto da entrega a
      *                   domicilio (linha tipo 2 pendente) entra no
      *                   saldo do cliente, como no REFAZERSALDO
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHAREXERCICIO.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT TRANSACT ASSIGN TO "TRANSACT.DAT"
           FILE STATUS IS WRK-TRANS-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT FECHADOS ASSIGN TO "CAIXAFECHADO.DAT"
           FILE STATUS IS WRK-FECH-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT FATURAS ASSIGN TO "FATURAS.DAT"
           FILE STATUS IS WRK-FAT-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-FAT-KEY.

           SELECT OVERRIDES ASSIGN TO "OVERRIDES.DAT"
           FILE STATUS IS WRK-OVR-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT ESTATISTICA ASSIGN TO "ESTATISTICA.DAT"
           FILE STATUS IS WRK-STAT-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT HASHDIA ASSIGN TO "DIARIOHASH.DAT"
           FILE STATUS IS WRK-HSH-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT EXERCICIO ASSIGN TO "EXERCICIO.DAT"
           FILE STATUS IS WRK-EXE-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT ARQ-OUT ASSIGN TO DYNAMIC WRK-ARQ-NAME
           FILE STATUS IS WRK-ARQ-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT WORK-FILE ASSIGN TO "ENCERRAMENTO.TMP"
           FILE STATUS IS WRK-WORK-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT PRINT-FILE ASSIGN TO "ENCERRAMENTO.PRN"
           FILE STATUS IS WRK-PRINT-STATUS
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  TRANSACT.
           01 FS-TRANS.
               COPY TRANSFLDS.
           FD  FECHADOS.
           01 FS-FECH-LINE             PIC 9(08).
           FD  FATURAS.
           01 FS-FATURA.
               COPY FATFLDS.
           FD  OVERRIDES.
           01 FS-OVERRIDE.
               COPY OVERRFLDS.
           FD  ESTATISTICA.
           01 FS-STAT.
               COPY STATFLDS.
           FD  HASHDIA.
           01 FS-HSH-REC.
               05 FS-HSH-DATE          PIC 9(08).
               05 FS-HSH-LINES         PIC 9(06).
               05 FS-HSH-TOTAL         PIC 9(10)V99.
               05 FS-HSH-VALUE         PIC 9(09).
               05 FS-HSH-SEALED        PIC 9(08).
           FD  EXERCICIO.
           01 FS-EXERCICIO.
               COPY EXERCFLDS.
           FD  ARQ-OUT.
           01 FS-ARQ-LINE              PIC X(100).
           FD  WORK-FILE.
           01 FS-WORK-LINE             PIC X(100).
           FD  PRINT-FILE.
           01 FS-PRINT-LINE            PIC X(71).
       WORKING-STORAGE SECTION.
       77  WRK-TRANS-FSTAT         PIC 9(03) VALUE ZEROES.
       77  WRK-FECH-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-FAT-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-OVR-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-STAT-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-HSH-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-EXE-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-ARQ-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-WORK-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-PRINT-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-SPOOL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-NIVEL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-ERR-STATUS          PIC 9(03) VALUE ZEROES.
       77  WRK-EXE-STATUS          PIC 9(03) VALUE ZEROES.
       77  WRK-MIN-LEVEL           PIC 9(01) VALUE 3.
       77  WRK-TRIES               PIC 9(01) VALUE ZEROES.
       77  WRK-TECLA               PIC X(01) VALUE SPACES.
       77  WRK-CONFIRM             PIC X(01) VALUE SPACES.
       77  WRK-BUFF                PIC X(71) VALUE SPACES.
       77  WRK-ARQ-NAME            PIC X(40) VALUE SPACES.
       77  WRK-TODAY               PIC 9(08) VALUE ZEROES.
       77  WRK-NOW                 PIC 9(08) VALUE ZEROES.
       77  WRK-YEAR-MSK            PIC X(04) JUSTIFIED RIGHT.
       77  WRK-YEAR                PIC 9(04) VALUE ZEROES.
       77  WRK-DEFAULT-YEAR        PIC 9(04) VALUE ZEROES.
       77  WRK-LAST-CLOSED         PIC 9(04) VALUE ZEROES.
       77  WRK-YEAR-END            PIC 9(08) VALUE ZEROES.
       77  WRK-LAST-DAY            PIC 9(08) VALUE ZEROES.
       77  WRK-CLOSED              PIC 9(01) VALUE ZEROES.
       77  WRK-OPEN-DAYS           PIC 9(04) VALUE ZEROES.
       77  WRK-TABLE-FULL          PIC 9(01) VALUE ZEROES.
       77  WRK-FECH-COUNT          PIC 9(04) VALUE ZEROES.
       77  WRK-FECH-SUB            PIC 9(04) VALUE ZEROES.
       77  WRK-CUS-COUNT           PIC 9(04) VALUE ZEROES.
       77  WRK-SLOT                PIC 9(04) VALUE ZEROES.
       77  WRK-SUB                 PIC 9(04) VALUE ZEROES.
       77  WRK-LINE-CUST           PIC 9(05) VALUE ZEROES.
       77  WRK-EFFECT              PIC S9(08)V99 VALUE ZEROES.
       77  WRK-DEP-EFFECT          PIC S9(08)V99 VALUE ZEROES.
       77  WRK-GIFT-HELD           PIC S9(09)V99 VALUE ZEROES.
       77  WRK-OPEN-AMOUNT         PIC 9(06)V99 VALUE ZEROES.
       77  WRK-OPEN-KIND           PIC 9(05) VALUE ZEROES.
       77  WRK-OPEN-DESC           PIC X(16) VALUE SPACES.
       77  WRK-YEAR-LINES          PIC 9(07) VALUE ZEROES.
       77  WRK-YEAR-TOTAL          PIC 9(11)V99 VALUE ZEROES.
       77  WRK-ARQ-LINES           PIC 9(07) VALUE ZEROES.
       77  WRK-ARQ-TOTAL           PIC 9(11)V99 VALUE ZEROES.
       77  WRK-KEPT-LINES          PIC 9(07) VALUE ZEROES.
       77  WRK-IDX-LINES           PIC 9(07) VALUE ZEROES.
       77  WRK-OVR-LINES           PIC 9(06) VALUE ZEROES.
       77  WRK-STAT-LINES          PIC 9(04) VALUE ZEROES.
       77  WRK-SEAL-LINES          PIC 9(04) VALUE ZEROES.
       77  WRK-OPEN-LINES          PIC 9(05) VALUE ZEROES.
       77  WRK-OPEN-DEBIT          PIC 9(09)V99 VALUE ZEROES.
       77  WRK-OPEN-CREDIT         PIC 9(09)V99 VALUE ZEROES.
       77  WRK-OPEN-DEPOSIT        PIC 9(09)V99 VALUE ZEROES.
       77  WRK-OPEN-GIFT           PIC 9(09)V99 VALUE ZEROES.
      *Datas ja fechadas pelo relatorio Z ate o fim do exercicio
       01  WRK-FECH-TABLE.
           05 WRK-FECH-DATE            PIC 9(08) OCCURS 4000 TIMES.
      *Saldo, caucao e faturas de cada cliente no fim do exercicio
       01  WRK-CUS-TABLE.
           05 WRK-CUS-ENTRY            OCCURS 5000 TIMES.
               10 WRK-CUS-COD          PIC 9(05) VALUE ZEROES.
               10 WRK-CUS-BALANCE      PIC S9(08)V99 VALUE ZEROES.
               10 WRK-CUS-DEPOSIT      PIC S9(08)V99 VALUE ZEROES.
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
                  BACKGROUND-COLOR 2 FROM
                  "ENCERRAMENTO DO EXERCICIO".

       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           CALL "CHECKNIVEL" USING LNK-OPERATOR, WRK-MIN-LEVEL,
               WRK-NIVEL-STATUS, "FECHAREXERCICIO ".
           IF WRK-NIVEL-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-NIVEL-STATUS, "FECHAREXERCICIO"
               GOBACK
           END-IF.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           PERFORM 0005-ZERO-INFO.
           PERFORM 0010-GET-YEAR.
           IF WRK-YEAR NOT LESS THAN WRK-TODAY(1:4)
               OR WRK-YEAR NOT GREATER THAN WRK-LAST-CLOSED
               OR (WRK-LAST-CLOSED GREATER THAN ZEROES
                   AND WRK-YEAR NOT EQUAL WRK-LAST-CLOSED + 1)
               MOVE 656 TO WRK-ERR-STATUS
               CALL "ERROS" USING WRK-ERR-STATUS, "FECHAREXERCICIO"
               GOBACK
           END-IF.
           COMPUTE WRK-YEAR-END = WRK-YEAR * 10000 + 1231.
           OPEN OUTPUT PRINT-FILE.
           MOVE SPACES TO WRK-BUFF.
           STRING "ENCERRAMENTO DO EXERCICIO " WRK-YEAR " EM "
               WRK-TODAY " POR " LNK-OPERATOR INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           DISPLAY "CONFERINDO O DIARIO DO EXERCICIO..." AT 0505.
           PERFORM 0015-LOAD-CLOSED-DAYS.
           PERFORM 0020-SCAN-JOURNAL.
           IF WRK-OPEN-DAYS GREATER THAN ZEROES
               OR WRK-TABLE-FULL EQUAL 1
               PERFORM 0095-ABANDON
               GOBACK
           END-IF.
           PERFORM 0030-SUM-INVOICES.
           IF WRK-TABLE-FULL EQUAL 1
               PERFORM 0095-ABANDON
               GOBACK
           END-IF.
           DISPLAY "LINHAS DO DIARIO A ARQUIVAR: " AT 0705.
           DISPLAY WRK-YEAR-LINES AT 0735.
           DISPLAY "CLIENTES COM SALDO OU CAUCAO: " AT 0805.
           DISPLAY WRK-CUS-COUNT AT 0835.
           DISPLAY "FACA A COPIA DE SEGURANCA ANTES DE CONFIRMAR"
               AT 1005.
           DISPLAY "CONFIRMA O ENCERRAMENTO (S/N)? " AT 1105.
           ACCEPT WRK-CONFIRM AT 1137.
           IF WRK-CONFIRM NOT EQUAL 'S' AND WRK-CONFIRM NOT EQUAL 's'
               MOVE "ENCERRAMENTO NAO CONFIRMADO" TO WRK-BUFF
               WRITE FS-PRINT-LINE FROM WRK-BUFF
               CLOSE PRINT-FILE
               GOBACK
           END-IF.
           PERFORM 0040-REWRITE-JOURNAL.
      *O indice do diario aponta para as linhas que foram arquivadas
           CALL "INDEXARDIARIO" USING LNK-OPERATOR, "B", WRK-IDX-LINES.
           PERFORM 0060-ARCHIVE-OVERRIDES.
           PERFORM 0070-ARCHIVE-SNAPSHOTS.
           PERFORM 0080-ARCHIVE-SEALS.
           PERFORM 0090-WRITE-CONTROL.
           PERFORM 0092-PRINT-TOTALS.
           CLOSE PRINT-FILE.
      *Copia datada no spool, antes da proxima rodada sobrescrever o
      *PRN fixo
           CALL "ESPOLAR" USING "ENCERRAMENTO.PRN    ",
               LNK-OPERATOR, WRK-SPOOL-STATUS.
           DISPLAY "EXERCICIO ENCERRADO - LINHAS ARQUIVADAS: " AT 1305.
           DISPLAY WRK-ARQ-LINES AT 1346.
           DISPLAY "LINHAS DE ABERTURA NO DIARIO NOVO: " AT 1405.
           DISPLAY WRK-OPEN-LINES AT 1446.
           DISPLAY "IMPRESSO EM ENCERRAMENTO.PRN. PRESSIONE ENTER"
               AT 1605.
           ACCEPT WRK-TECLA AT 1651.
           GOBACK.

      *=================================================================
       0005-ZERO-INFO      SECTION.
      *Zera contadores e tabelas de uma chamada anterior e acha o
      *exercicio sugerido: o seguinte ao ultimo encerrado ou, no
      *primeiro encerramento, o ano passado
      *=================================================================
           MOVE ZEROES TO WRK-OPEN-DAYS WRK-TABLE-FULL WRK-FECH-COUNT
               WRK-CUS-COUNT WRK-GIFT-HELD WRK-YEAR-LINES
               WRK-YEAR-TOTAL WRK-ARQ-LINES WRK-ARQ-TOTAL
               WRK-KEPT-LINES WRK-OVR-LINES WRK-STAT-LINES
               WRK-SEAL-LINES WRK-OPEN-LINES WRK-OPEN-DEBIT
               WRK-OPEN-CREDIT WRK-OPEN-DEPOSIT WRK-OPEN-GIFT
               WRK-LAST-DAY.
           INITIALIZE WRK-FECH-TABLE WRK-CUS-TABLE.
           CALL "LERDATANEG" USING WRK-TODAY.
           CALL "LEREXERCICIO" USING WRK-LAST-CLOSED, WRK-EXE-STATUS.
           IF WRK-LAST-CLOSED GREATER THAN ZEROES
               COMPUTE WRK-DEFAULT-YEAR = WRK-LAST-CLOSED + 1
           ELSE
               MOVE WRK-TODAY(1:4) TO WRK-DEFAULT-YEAR
               SUBTRACT 1 FROM WRK-DEFAULT-YEAR
           END-IF.

      *=================================================================
       0010-GET-YEAR      SECTION.
      *Recebe o exercicio a encerrar
      *=================================================================
           DISPLAY "EXERCICIO A ENCERRAR (AAAA, ENTER=" AT 0305.
           DISPLAY WRK-DEFAULT-YEAR AT 0339.
           DISPLAY "): " AT 0343.
           MOVE SPACES TO WRK-YEAR-MSK.
           ACCEPT WRK-YEAR-MSK AT 0347.
           IF WRK-YEAR-MSK EQUAL SPACES
               MOVE WRK-DEFAULT-YEAR TO WRK-YEAR
           ELSE
               INSPECT WRK-YEAR-MSK REPLACING LEADING SPACES BY ZEROES
               IF WRK-YEAR-MSK IS NUMERIC
                   MOVE WRK-YEAR-MSK TO WRK-YEAR
               ELSE
                   MOVE ZEROES TO WRK-YEAR
               END-IF
           END-IF.

      *=================================================================
       0015-LOAD-CLOSED-DAYS      SECTION.
      *Carrega as datas ate o fim do exercicio ja fechadas pelo
      *relatorio Z
      *=================================================================
           OPEN INPUT FECHADOS.
           IF WRK-FECH-FSTAT NOT EQUAL ZEROES
               GO TO 0015-FIM
           END-IF.
           PERFORM UNTIL WRK-FECH-FSTAT NOT EQUAL ZEROES
               READ FECHADOS
                   AT END
                       MOVE 100 TO WRK-FECH-FSTAT
                   NOT AT END
                       IF FS-FECH-LINE NOT GREATER THAN WRK-YEAR-END
                           IF WRK-FECH-COUNT LESS THAN 4000
                               ADD 1 TO WRK-FECH-COUNT
                               MOVE FS-FECH-LINE
                                   TO WRK-FECH-DATE(WRK-FECH-COUNT)
                           ELSE
                               MOVE 1 TO WRK-TABLE-FULL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FECHADOS.
       0015-FIM.
           MOVE ZEROES TO WRK-FECH-FSTAT.

      *=================================================================
       0020-SCAN-JOURNAL      SECTION.
      *Primeira passada pelo diario: confere o fechamento Z de cada
      *dia do exercicio, apura os totais de controle das linhas a
      *arquivar e acumula saldo, caucao e vales para a abertura
      *=================================================================
           MOVE "DIAS COM MOVIMENTO SEM FECHAMENTO Z:" TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           OPEN INPUT TRANSACT.
           IF WRK-TRANS-FSTAT NOT EQUAL ZEROES
               GO TO 0020-FIM
           END-IF.
           PERFORM UNTIL WRK-TRANS-FSTAT NOT EQUAL ZEROES
               READ TRANSACT
                   AT END
                       MOVE 100 TO WRK-TRANS-FSTAT
                   NOT AT END
                       IF FS-TRANS-DATE NOT GREATER THAN WRK-YEAR-END
                           ADD 1 TO WRK-YEAR-LINES
                           ADD FS-TRANS-AMOUNT TO WRK-YEAR-TOTAL
                           PERFORM 0022-CHECK-DAY
                           PERFORM 0024-ACCUMULATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANSACT.
       0020-FIM.
           MOVE ZEROES TO WRK-TRANS-FSTAT.
           IF WRK-OPEN-DAYS EQUAL ZEROES
               MOVE "  NENHUM" TO WRK-BUFF
               WRITE FS-PRINT-LINE FROM WRK-BUFF
           END-IF.
           MOVE SPACES TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.

      *=================================================================
       0022-CHECK-DAY      SECTION.
      *A data da linha corrente tem que estar fechada pelo relatorio
      *Z. As linhas de abertura de um encerramento anterior nao
      *passaram pela gaveta e nao contam
      *=================================================================
           IF FS-TRANS-ABERTURA
               OR FS-TRANS-DATE EQUAL WRK-LAST-DAY
               GO TO 0022-FIM
           END-IF.
           MOVE FS-TRANS-DATE TO WRK-LAST-DAY.
           MOVE ZEROES TO WRK-CLOSED.
           PERFORM VARYING WRK-FECH-SUB FROM 1 BY 1
                   UNTIL WRK-FECH-SUB GREATER THAN WRK-FECH-COUNT
                      OR WRK-CLOSED EQUAL 1
               IF WRK-FECH-DATE(WRK-FECH-SUB) EQUAL FS-TRANS-DATE
                   MOVE 1 TO WRK-CLOSED
               END-IF
           END-PERFORM.
           IF WRK-CLOSED EQUAL ZEROES
               ADD 1 TO WRK-OPEN-DAYS
               MOVE SPACES TO WRK-BUFF
               STRING "  " FS-TRANS-DATE " - PRIMEIRA LINHA DO "
                   "OPERADOR " FS-TRANS-OPERATOR INTO WRK-BUFF
               WRITE FS-PRINT-LINE FROM WRK-BUFF
           END-IF.
       0022-FIM.
           EXIT.

      *=================================================================
       0024-ACCUMULATE      SECTION.
      *Efeito da linha corrente no saldo do cliente (a mesma regra do
      *REFAZERSALDO), na caucao em poder da loja e no passivo de
      *vales-presente
      *=================================================================
           MOVE ZEROES TO WRK-EFFECT WRK-DEP-EFFECT.
           EVALUATE TRUE
               WHEN FS-TRANS-MULTA AND FS-TRANS-PENDENTE
               WHEN FS-TRANS-REPOSICAO AND FS-TRANS-PENDENTE
               WHEN FS-TRANS-MENSALIDADE AND FS-TRANS-PENDENTE
               WHEN FS-TRANS-ACERTO-ENTREGA AND FS-TRANS-PENDENTE
               WHEN FS-TRANS-CREDITO
                   MOVE FS-TRANS-AMOUNT TO WRK-EFFECT
               WHEN FS-TRANS-PAGAMENTO
               WHEN FS-TRANS-INCOBRAVEL
               WHEN FS-TRANS-ESTORNO-REPOS
               WHEN FS-TRANS-CRED-OCORRENCIA
                   COMPUTE WRK-EFFECT = ZEROES - FS-TRANS-AMOUNT
               WHEN FS-TRANS-CAUCAO
                   MOVE FS-TRANS-AMOUNT TO WRK-DEP-EFFECT
               WHEN FS-TRANS-CAUCAO-DEV
                   COMPUTE WRK-DEP-EFFECT = ZEROES - FS-TRANS-AMOUNT
               WHEN FS-TRANS-VALE-VENDA
                   ADD FS-TRANS-AMOUNT TO WRK-GIFT-HELD
               WHEN FS-TRANS-VALE-RESGATE
                   SUBTRACT FS-TRANS-AMOUNT FROM WRK-GIFT-HELD
               WHEN FS-TRANS-ABERTURA
                   PERFORM 0026-OPENING-EFFECT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF (WRK-EFFECT EQUAL ZEROES AND WRK-DEP-EFFECT EQUAL ZEROES)
               OR FS-TRANS-CUST-COD EQUAL ZEROES
               GO TO 0024-FIM
           END-IF.
           MOVE FS-TRANS-CUST-COD TO WRK-LINE-CUST.
           PERFORM 0028-FIND-SLOT.
           IF WRK-SLOT GREATER THAN ZEROES
               ADD WRK-EFFECT TO WRK-CUS-BALANCE(WRK-SLOT)
               ADD WRK-DEP-EFFECT TO WRK-CUS-DEPOSIT(WRK-SLOT)
           END-IF.
       0024-FIM.
           EXIT.

      *=================================================================
       0026-OPENING-EFFECT      SECTION.
      *Linha de abertura deixada pelo encerramento anterior
      *=================================================================
           EVALUATE TRUE
               WHEN FS-TRANS-ABR-DEVEDOR
                   MOVE FS-TRANS-AMOUNT TO WRK-EFFECT
               WHEN FS-TRANS-ABR-CREDOR
                   COMPUTE WRK-EFFECT = ZEROES - FS-TRANS-AMOUNT
               WHEN FS-TRANS-ABR-CAUCAO
                   MOVE FS-TRANS-AMOUNT TO WRK-DEP-EFFECT
               WHEN FS-TRANS-ABR-VALE
                   ADD FS-TRANS-AMOUNT TO WRK-GIFT-HELD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *=================================================================
       0028-FIND-SLOT      SECTION.
      *Posicao do cliente WRK-LINE-CUST na tabela, incluindo se novo
      *=================================================================
           MOVE ZEROES TO WRK-SLOT.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB GREATER THAN WRK-CUS-COUNT
                      OR WRK-SLOT GREATER THAN ZEROES
               IF WRK-CUS-COD(WRK-SUB) EQUAL WRK-LINE-CUST
                   MOVE WRK-SUB TO WRK-SLOT
               END-IF
           END-PERFORM.
           IF WRK-SLOT EQUAL ZEROES
               IF WRK-CUS-COUNT NOT LESS THAN 5000
                   MOVE 1 TO WRK-TABLE-FULL
               ELSE
                   ADD 1 TO WRK-CUS-COUNT
                   MOVE WRK-CUS-COUNT TO WRK-SLOT
                   MOVE WRK-LINE-CUST TO WRK-CUS-COD(WRK-SLOT)
               END-IF
           END-IF.

      *=================================================================
       0030-SUM-INVOICES      SECTION.
      *Soma no saldo as faturas corporativas do exercicio, lancadas
      *pelo FATURARCORP sem linha propria no diario. As de exercicios
      *anteriores ja entraram na abertura do ano
      *=================================================================
           OPEN INPUT FATURAS.
           IF WRK-FAT-FSTAT NOT EQUAL ZEROES
               GO TO 0030-FIM
           END-IF.
           PERFORM UNTIL WRK-FAT-FSTAT NOT EQUAL ZEROES
               READ FATURAS
                   AT END
                       MOVE 100 TO WRK-FAT-FSTAT
                   NOT AT END
                       IF FS-FAT-DATE NOT GREATER THAN WRK-YEAR-END
                           AND FS-FAT-DATE(1:4) GREATER THAN
                               WRK-LAST-CLOSED
                           MOVE FS-FAT-CUST-COD TO WRK-LINE-CUST
                           PERFORM 0028-FIND-SLOT
                           IF WRK-SLOT GREATER THAN ZEROES
                               ADD FS-FAT-TOTAL
                                   TO WRK-CUS-BALANCE(WRK-SLOT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FATURAS.
       0030-FIM.
           MOVE ZEROES TO WRK-FAT-FSTAT.

      *=================================================================
       0040-REWRITE-JOURNAL      SECTION.
      *Segunda passada: as linhas do exercicio vao para
      *TRANSACT-AAAA.DAT; o diario novo e montado em ENCERRAMENTO.TMP
      *com as linhas de abertura na frente e as linhas posteriores ao
      *exercicio, e copiado de volta para TRANSACT.DAT
      *=================================================================
           MOVE "LINHAS DE ABERTURA DO DIARIO NOVO:" TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           OPEN OUTPUT WORK-FILE.
           PERFORM 0045-WRITE-OPENINGS.
           MOVE SPACES TO WRK-ARQ-NAME.
           STRING "TRANSACT-" WRK-YEAR ".DAT" INTO WRK-ARQ-NAME.
           OPEN OUTPUT ARQ-OUT.
           OPEN INPUT TRANSACT.
           PERFORM UNTIL WRK-TRANS-FSTAT NOT EQUAL ZEROES
               READ TRANSACT
                   AT END
                       MOVE 100 TO WRK-TRANS-FSTAT
                   NOT AT END
                       IF FS-TRANS-DATE NOT GREATER THAN WRK-YEAR-END
                           WRITE FS-ARQ-LINE FROM FS-TRANS
                           ADD 1 TO WRK-ARQ-LINES
                           ADD FS-TRANS-AMOUNT TO WRK-ARQ-TOTAL
                       ELSE
                           WRITE FS-WORK-LINE FROM FS-TRANS
                           ADD 1 TO WRK-KEPT-LINES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANSACT.
           CLOSE ARQ-OUT.
           CLOSE WORK-FILE.
           MOVE ZEROES TO WRK-TRANS-FSTAT.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT TRANSACT.
           PERFORM UNTIL WRK-WORK-FSTAT NOT EQUAL ZEROES
               READ WORK-FILE
                   AT END
                       MOVE 100 TO WRK-WORK-FSTAT
                   NOT AT END
                       WRITE FS-TRANS FROM FS-WORK-LINE
               END-READ
           END-PERFORM.
           CLOSE TRANSACT.
           CLOSE WORK-FILE.
           MOVE ZEROES TO WRK-WORK-FSTAT WRK-TRANS-FSTAT.
           MOVE SPACES TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.

      *=================================================================
       0045-WRITE-OPENINGS      SECTION.
      *Uma linha de abertura por saldo de cliente, por caucao em
      *poder da loja e uma para o passivo de vales-presente
      *=================================================================
           PERFORM VARYING WRK-SLOT FROM 1 BY 1
                   UNTIL WRK-SLOT GREATER THAN WRK-CUS-COUNT
               MOVE WRK-CUS-COD(WRK-SLOT) TO WRK-LINE-CUST
               EVALUATE TRUE
                   WHEN WRK-CUS-BALANCE(WRK-SLOT) GREATER THAN ZEROES
                       MOVE 1 TO WRK-OPEN-KIND
                       MOVE WRK-CUS-BALANCE(WRK-SLOT)
                           TO WRK-OPEN-AMOUNT
                       ADD WRK-OPEN-AMOUNT TO WRK-OPEN-DEBIT
                       MOVE "SALDO DEVEDOR" TO WRK-OPEN-DESC
                       PERFORM 0047-WRITE-ONE-OPENING
                   WHEN WRK-CUS-BALANCE(WRK-SLOT) LESS THAN ZEROES
                       MOVE 2 TO WRK-OPEN-KIND
                       COMPUTE WRK-OPEN-AMOUNT =
                           ZEROES - WRK-CUS-BALANCE(WRK-SLOT)
                       ADD WRK-OPEN-AMOUNT TO WRK-OPEN-CREDIT
                       MOVE "CREDITO A FAVOR" TO WRK-OPEN-DESC
                       PERFORM 0047-WRITE-ONE-OPENING
               END-EVALUATE
               EVALUATE TRUE
                   WHEN WRK-CUS-DEPOSIT(WRK-SLOT) GREATER THAN ZEROES
                       MOVE 3 TO WRK-OPEN-KIND
                       MOVE WRK-CUS-DEPOSIT(WRK-SLOT)
                           TO WRK-OPEN-AMOUNT
                       ADD WRK-OPEN-AMOUNT TO WRK-OPEN-DEPOSIT
                       MOVE "CAUCAO EM PODER" TO WRK-OPEN-DESC
                       PERFORM 0047-WRITE-ONE-OPENING
                   WHEN WRK-CUS-DEPOSIT(WRK-SLOT) LESS THAN ZEROES
                       MOVE SPACES TO WRK-BUFF
                       STRING "  CLIENTE " WRK-LINE-CUST
                           " CAUCAO DEVOLVIDA MAIOR QUE A RECEBIDA -"
                           " NAO TRANSPORTADA" INTO WRK-BUFF
                       WRITE FS-PRINT-LINE FROM WRK-BUFF
               END-EVALUATE
           END-PERFORM.
           IF WRK-GIFT-HELD GREATER THAN ZEROES
               MOVE ZEROES TO WRK-LINE-CUST
               MOVE 4 TO WRK-OPEN-KIND
               MOVE WRK-GIFT-HELD TO WRK-OPEN-AMOUNT
               ADD WRK-OPEN-AMOUNT TO WRK-OPEN-GIFT
               MOVE "VALES EM ABERTO" TO WRK-OPEN-DESC
               PERFORM 0047-WRITE-ONE-OPENING
           END-IF.

      *=================================================================
       0047-WRITE-ONE-OPENING      SECTION.
      *Grava no diario novo a linha de abertura montada e a imprime
      *=================================================================
           INITIALIZE FS-TRANS.
           MOVE WRK-YEAR-END    TO FS-TRANS-DATE.
           MOVE 23595999        TO FS-TRANS-TIME.
           MOVE LNK-OPERATOR    TO FS-TRANS-OPERATOR.
           MOVE "O"             TO FS-TRANS-TYPE.
           MOVE WRK-LINE-CUST   TO FS-TRANS-CUST-COD.
           MOVE WRK-OPEN-KIND   TO FS-TRANS-MOV-COD.
           MOVE WRK-OPEN-AMOUNT TO FS-TRANS-AMOUNT.
           MOVE ZEROES          TO FS-TRANS-RECEIPT.
           MOVE "N"             TO FS-TRANS-PAID.
           MOVE "D"             TO FS-TRANS-TENDER.
           WRITE FS-WORK-LINE FROM FS-TRANS.
           ADD 1 TO WRK-OPEN-LINES.
           MOVE SPACES TO WRK-BUFF.
           STRING "  CLIENTE " WRK-LINE-CUST " " WRK-OPEN-DESC " "
               WRK-OPEN-AMOUNT INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.

      *=================================================================
       0060-ARCHIVE-OVERRIDES      SECTION.
      *Autorizacoes de supervisor do exercicio para OVERRIDES-AAAA.DAT;
      *as posteriores ficam no arquivo online
      *=================================================================
           OPEN INPUT OVERRIDES.
           IF WRK-OVR-FSTAT NOT EQUAL ZEROES
               GO TO 0060-FIM
           END-IF.
           MOVE SPACES TO WRK-ARQ-NAME.
           STRING "OVERRIDES-" WRK-YEAR ".DAT" INTO WRK-ARQ-NAME.
           OPEN OUTPUT ARQ-OUT.
           OPEN OUTPUT WORK-FILE.
           PERFORM UNTIL WRK-OVR-FSTAT NOT EQUAL ZEROES
               READ OVERRIDES
                   AT END
                       MOVE 100 TO WRK-OVR-FSTAT
                   NOT AT END
                       IF FS-OVR-DATE NOT GREATER THAN WRK-YEAR-END
                           WRITE FS-ARQ-LINE FROM FS-OVERRIDE
                           ADD 1 TO WRK-OVR-LINES
                       ELSE
                           WRITE FS-WORK-LINE FROM FS-OVERRIDE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OVERRIDES.
           CLOSE ARQ-OUT.
           CLOSE WORK-FILE.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT OVERRIDES.
           PERFORM UNTIL WRK-WORK-FSTAT NOT EQUAL ZEROES
               READ WORK-FILE
                   AT END
                       MOVE 100 TO WRK-WORK-FSTAT
                   NOT AT END
                       WRITE FS-OVERRIDE FROM FS-WORK-LINE
               END-READ
           END-PERFORM.
           CLOSE OVERRIDES.
           CLOSE WORK-FILE.
       0060-FIM.
           MOVE ZEROES TO WRK-OVR-FSTAT WRK-WORK-FSTAT.

      *=================================================================
       0070-ARCHIVE-SNAPSHOTS      SECTION.
      *Fotografias mensais do exercicio (e de anos anteriores ainda
      *online) para ESTATISTICA-AAAA.DAT
      *=================================================================
           OPEN INPUT ESTATISTICA.
           IF WRK-STAT-FSTAT NOT EQUAL ZEROES
               GO TO 0070-FIM
           END-IF.
           MOVE SPACES TO WRK-ARQ-NAME.
           STRING "ESTATISTICA-" WRK-YEAR ".DAT" INTO WRK-ARQ-NAME.
           OPEN OUTPUT ARQ-OUT.
           OPEN OUTPUT WORK-FILE.
           PERFORM UNTIL WRK-STAT-FSTAT NOT EQUAL ZEROES
               READ ESTATISTICA
                   AT END
                       MOVE 100 TO WRK-STAT-FSTAT
                   NOT AT END
                       IF FS-STAT-MONTH(1:4) NOT GREATER THAN WRK-YEAR
                           WRITE FS-ARQ-LINE FROM FS-STAT
                           ADD 1 TO WRK-STAT-LINES
                       ELSE
                           WRITE FS-WORK-LINE FROM FS-STAT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ESTATISTICA.
           CLOSE ARQ-OUT.
           CLOSE WORK-FILE.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT ESTATISTICA.
           PERFORM UNTIL WRK-WORK-FSTAT NOT EQUAL ZEROES
               READ WORK-FILE
                   AT END
                       MOVE 100 TO WRK-WORK-FSTAT
                   NOT AT END
                       WRITE FS-STAT FROM FS-WORK-LINE
               END-READ
           END-PERFORM.
           CLOSE ESTATISTICA.
           CLOSE WORK-FILE.
       0070-FIM.
           MOVE ZEROES TO WRK-STAT-FSTAT WRK-WORK-FSTAT.

      *=================================================================
       0080-ARCHIVE-SEALS      SECTION.
      *Selos diarios do CONFEREDIARIO dos dias do exercicio para
      *DIARIOHASH-AAAA.DAT, junto com o diario arquivado: as linhas
      *desses dias sairam do diario e a conferencia nao os acharia
      *=================================================================
           OPEN INPUT HASHDIA.
           IF WRK-HSH-FSTAT NOT EQUAL ZEROES
               GO TO 0080-FIM
           END-IF.
           MOVE SPACES TO WRK-ARQ-NAME.
           STRING "DIARIOHASH-" WRK-YEAR ".DAT" INTO WRK-ARQ-NAME.
           OPEN OUTPUT ARQ-OUT.
           OPEN OUTPUT WORK-FILE.
           PERFORM UNTIL WRK-HSH-FSTAT NOT EQUAL ZEROES
               READ HASHDIA
                   AT END
                       MOVE 100 TO WRK-HSH-FSTAT
                   NOT AT END
                       IF FS-HSH-DATE NOT GREATER THAN WRK-YEAR-END
                           WRITE FS-ARQ-LINE FROM FS-HSH-REC
                           ADD 1 TO WRK-SEAL-LINES
                       ELSE
                           WRITE FS-WORK-LINE FROM FS-HSH-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HASHDIA.
           CLOSE ARQ-OUT.
           CLOSE WORK-FILE.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT HASHDIA.
           PERFORM UNTIL WRK-WORK-FSTAT NOT EQUAL ZEROES
               READ WORK-FILE
                   AT END
                       MOVE 100 TO WRK-WORK-FSTAT
                   NOT AT END
                       WRITE FS-HSH-REC FROM FS-WORK-LINE
               END-READ
           END-PERFORM.
           CLOSE HASHDIA.
           CLOSE WORK-FILE.
       0080-FIM.
           MOVE ZEROES TO WRK-HSH-FSTAT WRK-WORK-FSTAT.

      *=================================================================
       0090-WRITE-CONTROL      SECTION.
      *Registra o exercicio encerrado em EXERCICIO.DAT com os totais de
      *controle; a partir daqui o WRITETRANS recusa datas do ano
      *=================================================================
           MOVE ZEROES TO WRK-TRIES.
           OPEN EXTEND EXERCICIO.
           IF WRK-EXE-FSTAT EQUAL 350 AND WRK-TRIES LESS THAN 1
               ADD 1 TO WRK-TRIES
               OPEN OUTPUT EXERCICIO
           END-IF.
           IF WRK-EXE-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-EXE-FSTAT, "FECHAREXERCICIO"
               GO TO 0090-FIM
           END-IF.
           INITIALIZE FS-EXERCICIO.
           MOVE WRK-YEAR         TO FS-EXE-YEAR.
           MOVE WRK-TODAY        TO FS-EXE-CLOSE-DT.
           MOVE LNK-OPERATOR     TO FS-EXE-OPERATOR.
           MOVE WRK-ARQ-LINES    TO FS-EXE-TRANS-LINES.
           MOVE WRK-ARQ-TOTAL    TO FS-EXE-TRANS-TOTAL.
           MOVE WRK-OVR-LINES    TO FS-EXE-OVR-LINES.
           MOVE WRK-STAT-LINES   TO FS-EXE-STAT-LINES.
           MOVE WRK-SEAL-LINES   TO FS-EXE-SEAL-LINES.
           MOVE WRK-OPEN-LINES   TO FS-EXE-OPEN-LINES.
           MOVE WRK-OPEN-DEBIT   TO FS-EXE-OPEN-DEBIT.
           MOVE WRK-OPEN-CREDIT  TO FS-EXE-OPEN-CREDIT.
           MOVE WRK-OPEN-DEPOSIT TO FS-EXE-OPEN-DEPOSIT.
           MOVE WRK-OPEN-GIFT    TO FS-EXE-OPEN-GIFT.
           WRITE FS-EXERCICIO.
           CLOSE EXERCICIO.
       0090-FIM.
           MOVE ZEROES TO WRK-EXE-FSTAT.

      *=================================================================
       0092-PRINT-TOTALS      SECTION.
      *Totais de controle do arquivamento e da abertura. As linhas
      *arquivadas tem que bater com as contadas na conferencia
      *=================================================================
           MOVE "TOTAIS DE CONTROLE:" TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           STRING "  TRANSACT-" WRK-YEAR ".DAT: " WRK-ARQ-LINES
               " LINHAS, TOTAL " WRK-ARQ-TOTAL INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           IF WRK-ARQ-LINES NOT EQUAL WRK-YEAR-LINES
               OR WRK-ARQ-TOTAL NOT EQUAL WRK-YEAR-TOTAL
               MOVE SPACES TO WRK-BUFF
               STRING "  ATENCAO: NA CONFERENCIA ERAM " WRK-YEAR-LINES
                   " LINHAS, TOTAL " WRK-YEAR-TOTAL INTO WRK-BUFF
               WRITE FS-PRINT-LINE FROM WRK-BUFF
           END-IF.
           MOVE SPACES TO WRK-BUFF.
           STRING "  LINHAS POSTERIORES MANTIDAS NO DIARIO: "
               WRK-KEPT-LINES INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           STRING "  INDICE DO DIARIO REFEITO: " WRK-IDX-LINES
               " LINHAS" INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           STRING "  OVERRIDES-" WRK-YEAR ".DAT: " WRK-OVR-LINES
               "  ESTATISTICA-" WRK-YEAR ".DAT: " WRK-STAT-LINES
               INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           STRING "  DIARIOHASH-" WRK-YEAR ".DAT: " WRK-SEAL-LINES
               " SELOS" INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           STRING "  ABERTURA: " WRK-OPEN-LINES " LINHAS" INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           STRING "    SALDOS DEVEDORES: " WRK-OPEN-DEBIT
               "  CREDITOS: " WRK-OPEN-CREDIT INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           STRING "    CAUCOES EM PODER: " WRK-OPEN-DEPOSIT
               "  VALES: " WRK-OPEN-GIFT INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.

      *=================================================================
       0095-ABANDON      SECTION.
      *Encerramento recusado: dias sem fechamento Z ou tabela cheia.
      *Nada foi gravado; a lista fica em ENCERRAMENTO.PRN
      *=================================================================
           IF WRK-TABLE-FULL EQUAL 1
               MOVE "TABELA CHEIA (DATAS OU CLIENTES) - NADA GRAVADO"
                   TO WRK-BUFF
               WRITE FS-PRINT-LINE FROM WRK-BUFF
           END-IF.
           MOVE "ENCERRAMENTO RECUSADO - NADA FOI GRAVADO" TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           CLOSE PRINT-FILE.
           CALL "ESPOLAR" USING "ENCERRAMENTO.PRN    ",
               LNK-OPERATOR, WRK-SPOOL-STATUS.
           IF WRK-OPEN-DAYS GREATER THAN ZEROES
               MOVE 657 TO WRK-ERR-STATUS
               CALL "ERROS" USING WRK-ERR-STATUS, "FECHAREXERCICIO"
           ELSE
               DISPLAY "TABELA CHEIA - ENCERRAMENTO RECUSADO" AT 1305
               DISPLAY "PRESSIONE ENTER" AT 1405
               ACCEPT WRK-TECLA AT 1421
           END-IF.
       END PROGRAM FECHAREXERCICIO.
