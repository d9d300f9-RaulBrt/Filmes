      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Lote de RPS (recibo provisorio de servico) para a
      *           nota fiscal de servico eletronica da prefeitura.
      *           Junta no diario (TRANSACT.DAT) a receita de servico
      *           de um mes ja encerrado -- aluguel (A), multa (M),
      *           mensalidade de plano (N) e aluguel de equipamento (Q)
      *           -- por dia ou por recibo, numera cada RPS por
      *           RPSCTL.DAT e grava o lote em RPSLOTE.DAT no layout
      *           posicional da prefeitura: registro "1" de cabecalho
      *           com a inscricao municipal, um "2" por RPS com o
      *           valor, a aliquota e o ISS, o documento e o nome do
      *           cliente quando ha (so no agrupamento por recibo; o do
      *           dia sai sem tomador), e o "9" com quantidade e
      *           totais. Cada RPS fica em RPS.DAT e cada recibo que
      *           entrou nele em RPSRECIBO.DAT, para o retorno da
      *           prefeitura (IMPORTARNFSE) e a segunda via do recibo.
      *           Mes ja gerado nao gera de novo; os RPS rejeitados no
      *           retorno voltam em todo lote seguinte, com o mesmo
      *           numero, ate a prefeitura aceitar.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Chaves alternativas de CUSTOMERS.DAT pelo
      *                   nome e pelo documento declaradas no SELECT
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERARRPS.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT TRANSACT ASSIGN TO "TRANSACT.DAT"
           FILE STATUS IS WRK-TRANS-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT RPS ASSIGN TO "RPS.DAT"
           FILE STATUS IS WRK-RPS-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-RPS-NUM.

           SELECT RPSRECIBO ASSIGN TO "RPSRECIBO.DAT"
           FILE STATUS IS WRK-RPX-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-RPX-RECEIPT.

           SELECT CUSTOMERS ASSIGN TO "CUSTOMERS.DAT"
           FILE STATUS IS WRK-CUST-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-CUST-COD
           ALTERNATE RECORD KEY IS FS-CUST-NAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS FS-CUST-DOC WITH DUPLICATES.

           SELECT RPSCTL ASSIGN TO "RPSCTL.DAT"
           FILE STATUS IS WRK-CTL-STATUS
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT LOTE-FILE ASSIGN TO "RPSLOTE.DAT"
           FILE STATUS IS WRK-LOTE-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK ASSIGN TO "RPSSORT.TMP".
       DATA DIVISION.
       FILE SECTION.
           FD  TRANSACT.
           01 FS-TRANS.
               COPY TRANSFLDS.
           FD  RPS.
           01 FS-RPS.
               COPY RPSFLDS.
           FD  RPSRECIBO.
           01 FS-RPSRECIBO.
               COPY RPSRECFLDS.
           FD  CUSTOMERS.
           01 FS-CUSTOMER.
               COPY CUSTFLDS.
           FD  RPSCTL.
           01 FS-CTL-LINE              PIC 9(08).
           FD  LOTE-FILE.
           01 FS-LOTE-LINE             PIC X(200).
           SD  SORT-WORK.
           01 SRT-REC.
               05 SRT-DATE             PIC 9(08).
               05 SRT-RECEIPT          PIC 9(06).
               05 SRT-CUST             PIC 9(05).
               05 SRT-AMOUNT           PIC 9(06)V99.
       WORKING-STORAGE SECTION.
       77  WRK-TRANS-FSTAT         PIC 9(03) VALUE ZEROES.
       77  WRK-RPS-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-RPX-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-CUST-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-CTL-STATUS          PIC 9(03) VALUE ZEROES.
       77  WRK-LOTE-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-NIVEL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-PARAM-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-ERR-STATUS          PIC 9(03) VALUE ZEROES.
       77  WRK-MIN-LEVEL           PIC 9(01) VALUE 3.
       77  WRK-TECLA               PIC X(01) VALUE SPACES.
       77  WRK-TRIES               PIC 9(01) VALUE ZEROES.
       77  WRK-EOF                 PIC 9(01) VALUE ZEROES.
       77  WRK-SORT-EOF            PIC 9(01) VALUE ZEROES.
       77  WRK-TODAY               PIC 9(08) VALUE ZEROES.
       77  WRK-MONTH-MSK           PIC X(06) JUSTIFIED RIGHT.
       77  WRK-MONTH               PIC 9(06) VALUE ZEROES.
       77  WRK-PREV-MONTH          PIC 9(06) VALUE ZEROES.
       77  WRK-MONTH-DONE          PIC 9(01) VALUE ZEROES.
       77  WRK-GROUPING            PIC X(01) VALUE SPACES.
       77  WRK-LOTE-BUFF           PIC X(200) VALUE SPACES.
       77  WRK-LAST-NUM            PIC 9(08) VALUE ZEROES.
       77  WRK-HAS-GROUP           PIC 9(01) VALUE ZEROES.
       77  WRK-CUR-DATE            PIC 9(08) VALUE ZEROES.
       77  WRK-CUR-RECEIPT         PIC 9(06) VALUE ZEROES.
       77  WRK-CUR-CUST            PIC 9(05) VALUE ZEROES.
       77  WRK-ISS-VALUE           PIC 9(08)V99 VALUE ZEROES.
       77  WRK-DOC-DIGITS          PIC 9(02) VALUE ZEROES.
       77  WRK-DOC-KIND            PIC X(01) VALUE SPACES.
       77  WRK-TAKER-DOC           PIC X(15) VALUE SPACES.
       77  WRK-TAKER-NAME          PIC X(30) VALUE SPACES.
       77  WRK-SERVICE-DESC        PIC X(50) VALUE SPACES.
      *Item da lista de servicos da prefeitura em que a locadora esta
      *enquadrada
       77  WRK-SERVICE-ITEM        PIC X(05) VALUE "03.01".
       77  WRK-NEW-COUNT           PIC 9(06) VALUE ZEROES.
       77  WRK-RESENT-COUNT        PIC 9(06) VALUE ZEROES.
       77  WRK-LOTE-COUNT          PIC 9(06) VALUE ZEROES.
       77  WRK-TOT-AMOUNT          PIC 9(10)V99 VALUE ZEROES.
       77  WRK-TOT-ISS             PIC 9(10)V99 VALUE ZEROES.
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
                  BACKGROUND-COLOR 2 FROM
                  "NFS-E: LOTE DE RPS".

       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           CALL "CHECKNIVEL" USING LNK-OPERATOR, WRK-MIN-LEVEL,
               WRK-NIVEL-STATUS, "GERARRPS        ".
           IF WRK-NIVEL-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-NIVEL-STATUS, "GERARRPS"
               GOBACK
           END-IF.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           PERFORM 0005-ZERO-INFO.
           IF WRK-PAR-INSC-MUN EQUAL SPACES
               MOVE 653 TO WRK-ERR-STATUS
               CALL "ERROS" USING WRK-ERR-STATUS, "GERARRPS"
               GOBACK
           END-IF.
           PERFORM 0010-GET-SELECTION.
           IF WRK-MONTH NOT LESS THAN WRK-TODAY(1:6)
               MOVE 654 TO WRK-ERR-STATUS
               CALL "ERROS" USING WRK-ERR-STATUS, "GERARRPS"
               GOBACK
           END-IF.
           PERFORM 0015-OPEN-FILES.
           IF WRK-RPS-FSTAT NOT EQUAL ZEROES
               OR WRK-RPX-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-RPS-FSTAT, "GERARRPS"
               GOBACK
           END-IF.
           MOVE SPACES TO WRK-LOTE-BUFF.
           STRING "1RPS" WRK-PAR-INSC-MUN WRK-MONTH WRK-TODAY
               WRK-GROUPING INTO WRK-LOTE-BUFF.
           WRITE FS-LOTE-LINE FROM WRK-LOTE-BUFF.
           PERFORM 0020-RESEND-AND-CHECK.
           IF WRK-MONTH-DONE EQUAL ZEROES
               OPEN INPUT TRANSACT
               IF WRK-TRANS-FSTAT EQUAL ZEROES
                   SORT SORT-WORK
                       ON ASCENDING KEY SRT-DATE SRT-RECEIPT SRT-CUST
                       INPUT PROCEDURE IS 0030-FEED-SORT
                       OUTPUT PROCEDURE IS 0040-BUILD-RPS
                   CLOSE TRANSACT
               END-IF
               MOVE ZEROES TO WRK-TRANS-FSTAT
           END-IF.
           MOVE SPACES TO WRK-LOTE-BUFF.
           STRING "9" WRK-LOTE-COUNT WRK-TOT-AMOUNT WRK-TOT-ISS
               INTO WRK-LOTE-BUFF.
           WRITE FS-LOTE-LINE FROM WRK-LOTE-BUFF.
           CLOSE LOTE-FILE.
           CLOSE RPS.
           CLOSE RPSRECIBO.
           CLOSE CUSTOMERS.
           MOVE ZEROES TO WRK-LOTE-FSTAT WRK-RPS-FSTAT WRK-RPX-FSTAT
               WRK-CUST-FSTAT.
           IF WRK-MONTH-DONE EQUAL 1
               DISPLAY "MES JA GERADO - SO OS REJEITADOS FORAM "
                   "REENVIADOS" AT 0605
           END-IF.
           DISPLAY "GRAVADO EM RPSLOTE.DAT - RPS NOVOS: " AT 0705.
           DISPLAY WRK-NEW-COUNT AT 0741.
           DISPLAY "RPS REJEITADOS REENVIADOS: " AT 0805.
           DISPLAY WRK-RESENT-COUNT AT 0841.
           DISPLAY "VALOR TOTAL DO LOTE: " AT 0905.
           DISPLAY WRK-TOT-AMOUNT AT 0941.
           DISPLAY "PRESSIONE ENTER" AT 1105.
           ACCEPT WRK-TECLA AT 1121.
           GOBACK.

      *=================================================================
       0005-ZERO-INFO      SECTION.
      *Zera contadores de uma chamada anterior, le os parametros e
      *acha o mes anterior, sugerido para o lote
      *=================================================================
           MOVE ZEROES TO WRK-NEW-COUNT WRK-RESENT-COUNT WRK-LOTE-COUNT
               WRK-TOT-AMOUNT WRK-TOT-ISS WRK-MONTH-DONE.
           CALL "LERDATANEG" USING WRK-TODAY.
           CALL "LERPARAMS" USING WRK-PARAMS, WRK-PARAM-STATUS.
           MOVE WRK-TODAY(1:6) TO WRK-PREV-MONTH.
           SUBTRACT 1 FROM WRK-PREV-MONTH.
      *Janeiro: 202601 - 1 = 202600, volta para 202512
           IF WRK-PREV-MONTH(5:2) EQUAL "00"
               SUBTRACT 88 FROM WRK-PREV-MONTH
           END-IF.

      *=================================================================
       0010-GET-SELECTION      SECTION.
      *Recebe o mes do lote e o agrupamento (por dia ou por recibo)
      *=================================================================
           DISPLAY "MES DO LOTE (AAAAMM, ENTER=" AT 0305.
           DISPLAY WRK-PREV-MONTH AT 0332.
           DISPLAY "): " AT 0338.
           MOVE SPACES TO WRK-MONTH-MSK.
           ACCEPT WRK-MONTH-MSK AT 0342.
           IF WRK-MONTH-MSK EQUAL SPACES
               MOVE WRK-PREV-MONTH TO WRK-MONTH
           ELSE
               MOVE WRK-MONTH-MSK TO WRK-MONTH
           END-IF.
           DISPLAY "AGRUPAR POR (D)IA OU (R)ECIBO (ENTER=R): " AT 0405.
           MOVE SPACES TO WRK-GROUPING.
           ACCEPT WRK-GROUPING AT 0447.
           IF WRK-GROUPING EQUAL "D" OR WRK-GROUPING EQUAL "d"
               MOVE "D" TO WRK-GROUPING
           ELSE
               MOVE "R" TO WRK-GROUPING
           END-IF.

      *=================================================================
       0015-OPEN-FILES      SECTION.
      *Abre o cadastro de clientes e o arquivo do lote; RPS.DAT e
      *RPSRECIBO.DAT sao criados na primeira rodada
      *=================================================================
           MOVE ZEROES TO WRK-TRIES.
           OPEN I-O RPS.
           IF WRK-RPS-FSTAT EQUAL 350 AND WRK-TRIES LESS THAN 1
               ADD 1 TO WRK-TRIES
               OPEN OUTPUT RPS
               CLOSE RPS
               OPEN I-O RPS
           END-IF.
           MOVE ZEROES TO WRK-TRIES.
           OPEN I-O RPSRECIBO.
           IF WRK-RPX-FSTAT EQUAL 350 AND WRK-TRIES LESS THAN 1
               ADD 1 TO WRK-TRIES
               OPEN OUTPUT RPSRECIBO
               CLOSE RPSRECIBO
               OPEN I-O RPSRECIBO
           END-IF.
           IF WRK-RPS-FSTAT NOT EQUAL ZEROES
               OR WRK-RPX-FSTAT NOT EQUAL ZEROES
               GO TO 0015-FIM
           END-IF.
           OPEN INPUT CUSTOMERS.
           OPEN OUTPUT LOTE-FILE.
       0015-FIM.
           EXIT.

      *=================================================================
       0020-RESEND-AND-CHECK      SECTION.
      *Percorre os RPS ja gerados: os rejeitados pela prefeitura vao
      *de novo neste lote e, se algum for do mes pedido, o mes ja foi
      *gerado e nao gera de novo
      *=================================================================
           MOVE ZEROES TO WRK-EOF.
           PERFORM UNTIL WRK-EOF EQUAL 1
               READ RPS NEXT RECORD
                   AT END
                       MOVE 1 TO WRK-EOF
                   NOT AT END
                       IF FS-RPS-DATE(1:6) EQUAL WRK-MONTH
                           MOVE 1 TO WRK-MONTH-DONE
                       END-IF
                       IF FS-RPS-REJEITADO
                           SET FS-RPS-GERADO TO TRUE
                           MOVE WRK-TODAY TO FS-RPS-SENT-DT
                           MOVE SPACES TO FS-RPS-REJECT-MSG
                           REWRITE FS-RPS
                           PERFORM 0050-WRITE-DETAIL
                           ADD 1 TO WRK-RESENT-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE ZEROES TO WRK-RPS-FSTAT.

      *=================================================================
       0030-FEED-SORT      SECTION.
      *Manda para o sort as linhas de receita de servico do mes com
      *valor
      *=================================================================
           PERFORM UNTIL WRK-TRANS-FSTAT NOT EQUAL ZEROES
               READ TRANSACT
                   AT END
                       MOVE 100 TO WRK-TRANS-FSTAT
                   NOT AT END
                       IF FS-TRANS-DATE(1:6) EQUAL WRK-MONTH
                           AND FS-TRANS-AMOUNT GREATER THAN ZEROES
                           AND (FS-TRANS-ALUGUEL OR FS-TRANS-MULTA
                             OR FS-TRANS-MENSALIDADE
                             OR FS-TRANS-EQUIPAMENTO)
                           MOVE FS-TRANS-DATE TO SRT-DATE
                           IF WRK-GROUPING EQUAL "D"
                               MOVE ZEROES TO SRT-CUST
                           ELSE
                               MOVE FS-TRANS-CUST-COD TO SRT-CUST
                           END-IF
                           MOVE FS-TRANS-RECEIPT TO SRT-RECEIPT
                           MOVE FS-TRANS-AMOUNT TO SRT-AMOUNT
                           RELEASE SRT-REC
                       END-IF
               END-READ
           END-PERFORM.

      *=================================================================
       0040-BUILD-RPS      SECTION.
      *Recebe as linhas em ordem de data e recibo e fecha um RPS a
      *cada dia (agrupamento por dia) ou a cada recibo
      *=================================================================
           MOVE ZEROES TO WRK-SORT-EOF.
           MOVE ZEROES TO WRK-HAS-GROUP.
           PERFORM UNTIL WRK-SORT-EOF EQUAL 1
               RETURN SORT-WORK
                   AT END
                       MOVE 1 TO WRK-SORT-EOF
                   NOT AT END
                       IF WRK-HAS-GROUP EQUAL ZEROES
                           OR SRT-DATE NOT EQUAL WRK-CUR-DATE
                           OR (WRK-GROUPING EQUAL "R"
                             AND (SRT-RECEIPT NOT EQUAL WRK-CUR-RECEIPT
                               OR SRT-CUST NOT EQUAL WRK-CUR-CUST))
                           PERFORM 0045-CLOSE-GROUP
                           PERFORM 0042-START-GROUP
                       END-IF
                       ADD SRT-AMOUNT TO FS-RPS-AMOUNT
                       IF SRT-RECEIPT GREATER THAN ZEROES
                           AND SRT-RECEIPT NOT EQUAL WRK-CUR-RECEIPT
                           PERFORM 0047-LINK-RECEIPT
                       END-IF
                       MOVE SRT-RECEIPT TO WRK-CUR-RECEIPT
               END-RETURN
           END-PERFORM.
           PERFORM 0045-CLOSE-GROUP.

      *=================================================================
       0042-START-GROUP      SECTION.
      *Numera e comeca um RPS novo
      *=================================================================
           MOVE 1 TO WRK-HAS-GROUP.
           MOVE SRT-DATE TO WRK-CUR-DATE.
           MOVE SRT-CUST TO WRK-CUR-CUST.
           MOVE ZEROES TO WRK-CUR-RECEIPT.
           PERFORM 0060-NEXT-NUMBER.
           MOVE SRT-DATE TO FS-RPS-DATE.
           MOVE WRK-GROUPING TO FS-RPS-GROUPING.
           IF WRK-GROUPING EQUAL "D"
               MOVE ZEROES TO FS-RPS-RECEIPT
           ELSE
               MOVE SRT-RECEIPT TO FS-RPS-RECEIPT
           END-IF.
           MOVE SRT-CUST TO FS-RPS-CUST-COD.
           MOVE ZEROES TO FS-RPS-AMOUNT.
           MOVE WRK-PAR-ISS-RATE TO FS-RPS-ISS-RATE.
           MOVE WRK-TODAY TO FS-RPS-SENT-DT.
           SET FS-RPS-GERADO TO TRUE.
           MOVE SPACES TO FS-RPS-NFSE-NUM FS-RPS-NFSE-VERIF
               FS-RPS-REJECT-MSG.
           MOVE ZEROES TO FS-RPS-NFSE-DT.

      *=================================================================
       0045-CLOSE-GROUP      SECTION.
      *Grava o RPS acumulado e a linha dele no lote
      *=================================================================
           IF WRK-HAS-GROUP EQUAL ZEROES
               GO TO 0045-FIM
           END-IF.
           WRITE FS-RPS
               INVALID KEY
                   CALL "ERROS" USING WRK-RPS-FSTAT, "GERARRPS", "B"
                   MOVE ZEROES TO WRK-RPS-FSTAT
                   GO TO 0045-FIM
           END-WRITE.
           PERFORM 0050-WRITE-DETAIL.
           ADD 1 TO WRK-NEW-COUNT.
       0045-FIM.
           EXIT.

      *=================================================================
       0047-LINK-RECEIPT      SECTION.
      *Aponta o recibo para o RPS corrente, para a segunda via
      *=================================================================
           MOVE SRT-RECEIPT TO FS-RPX-RECEIPT.
           MOVE FS-RPS-NUM TO FS-RPX-RPS-NUM.
           WRITE FS-RPSRECIBO
               INVALID KEY
                   REWRITE FS-RPSRECIBO
           END-WRITE.
           MOVE ZEROES TO WRK-RPX-FSTAT.

      *=================================================================
       0050-WRITE-DETAIL      SECTION.
      *Escreve o registro "2" do RPS corrente no lote, com o tomador
      *quando o RPS e de um cliente identificado
      *=================================================================
           MOVE SPACES TO WRK-TAKER-DOC WRK-TAKER-NAME.
           MOVE "3" TO WRK-DOC-KIND.
           IF FS-RPS-CUST-COD GREATER THAN ZEROES
               MOVE FS-RPS-CUST-COD TO FS-CUST-COD
               READ CUSTOMERS
                   INVALID KEY
                       MOVE SPACES TO FS-CUST-NAME FS-CUST-DOC
               END-READ
               MOVE ZEROES TO WRK-CUST-FSTAT
               MOVE FS-CUST-NAME TO WRK-TAKER-NAME
               MOVE FS-CUST-DOC TO WRK-TAKER-DOC
           END-IF.
      *Tomador: 1 = CPF (11 digitos), 2 = CNPJ (14), 3 = sem documento
           IF WRK-TAKER-DOC NOT EQUAL SPACES
               MOVE ZEROES TO WRK-DOC-DIGITS
               INSPECT WRK-TAKER-DOC TALLYING WRK-DOC-DIGITS
                   FOR ALL "0" ALL "1" ALL "2" ALL "3" ALL "4"
                       ALL "5" ALL "6" ALL "7" ALL "8" ALL "9"
               IF WRK-DOC-DIGITS GREATER THAN 11
                   MOVE "2" TO WRK-DOC-KIND
               ELSE
                   MOVE "1" TO WRK-DOC-KIND
               END-IF
           END-IF.
           MOVE SPACES TO WRK-SERVICE-DESC.
           IF FS-RPS-POR-DIA
               STRING "LOCACAO DE FILMES/EQUIPAMENTOS - DIA "
                   FS-RPS-DATE INTO WRK-SERVICE-DESC
           ELSE
               STRING "LOCACAO DE FILMES/EQUIPAMENTOS - RECIBO "
                   FS-RPS-RECEIPT INTO WRK-SERVICE-DESC
           END-IF.
           COMPUTE WRK-ISS-VALUE ROUNDED =
               FS-RPS-AMOUNT * FS-RPS-ISS-RATE / 100.
           MOVE SPACES TO WRK-LOTE-BUFF.
           STRING "2" FS-RPS-NUM FS-RPS-DATE "T" FS-RPS-AMOUNT
               FS-RPS-ISS-RATE WRK-ISS-VALUE WRK-SERVICE-ITEM
               WRK-DOC-KIND WRK-TAKER-DOC WRK-TAKER-NAME
               WRK-SERVICE-DESC INTO WRK-LOTE-BUFF.
           WRITE FS-LOTE-LINE FROM WRK-LOTE-BUFF.
           ADD 1 TO WRK-LOTE-COUNT.
           ADD FS-RPS-AMOUNT TO WRK-TOT-AMOUNT.
           ADD WRK-ISS-VALUE TO WRK-TOT-ISS.

      *=================================================================
       0060-NEXT-NUMBER      SECTION.
      *Numera o RPS pelo arquivo de controle RPSCTL.DAT
      *=================================================================
           MOVE ZEROES TO WRK-LAST-NUM.
           OPEN INPUT RPSCTL.
           IF WRK-CTL-STATUS EQUAL ZEROES
               READ RPSCTL
               IF WRK-CTL-STATUS EQUAL ZEROES
                   MOVE FS-CTL-LINE TO WRK-LAST-NUM
               END-IF
               CLOSE RPSCTL
           END-IF.
           COMPUTE FS-RPS-NUM = WRK-LAST-NUM + 1.
           OPEN OUTPUT RPSCTL.
           MOVE FS-RPS-NUM TO FS-CTL-LINE.
           WRITE FS-CTL-LINE.
           CLOSE RPSCTL.
           MOVE ZEROES TO WRK-CTL-STATUS.
       END PROGRAM GERARRPS.
