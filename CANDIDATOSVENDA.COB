      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Relatorio mensal das copias candidatas a venda de
      *           usadas: titulos cuja demanda (copias ocupadas pelos
      *           alugueis dos ultimos WRK-DEM-DAYS dias, mais a lista
      *           de espera) caiu abaixo das copias possuidas. De cada
      *           titulo saem as unidades excedentes mais gastas
      *           (condicao e contagem de uso, FS-COPY-RENT-COUNT),
      *           sempre ficando uma copia na prateleira; a lista sai
      *           das mais antigas e mais gastas para as mais novas, em
      *           CANDIDATOS.PRN, com o preco sugerido de venda pelo
      *           valor contabil (mesma conta da DEPRECIACAO) e a
      *           condicao da unidade. No terminal as candidatas sao
      *           confirmadas uma a uma: a confirmada fica marcada em
      *           COPIES.DAT (FS-COPY-SALE-FLAG) com o preco, e a venda
      *           de copia (VENDERCOPIA) a oferece primeiro. No modo
      *           batch ("B", AGENDADOR) so imprime.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANDIDATOSVENDA.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT MOVIES ASSIGN TO "MOVIES.DAT"
           FILE STATUS IS WRK-MOV-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES.

           SELECT COPIES ASSIGN TO "COPIES.DAT"
           FILE STATUS IS WRK-COPY-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-COPY-KEY.

           SELECT RENTALS ASSIGN TO "RENTALS.DAT"
           FILE STATUS IS WRK-RENT-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-RENT-KEY.

           SELECT WAITLIST ASSIGN TO "WAITLIST.DAT"
           FILE STATUS IS WRK-WAIT-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-WAIT-KEY.

           SELECT PRECOS ASSIGN TO "PRECOS.DAT"
           FILE STATUS IS WRK-PRC-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-PRC-KEY.

           SELECT PRINT-FILE ASSIGN TO "CANDIDATOS.PRN"
           FILE STATUS IS WRK-PRINT-STATUS
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  MOVIES.
           01 FS-MOVIE.
               COPY MOVIEFLDS.
           FD  COPIES.
           01 FS-COPY.
               COPY COPYFLDS.
           FD  RENTALS.
           01 FS-RENTAL.
               COPY RENTFLDS.
           FD  WAITLIST.
           01 FS-WAIT.
               COPY WAITFLDS.
           FD  PRECOS.
           01 FS-PRICE.
               COPY PRICEFLDS.
           FD  PRINT-FILE.
           01 FS-PRINT-LINE            PIC X(71).
       WORKING-STORAGE SECTION.
       77  WRK-MOV-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-COPY-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-RENT-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-WAIT-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-PRC-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-PRINT-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-SPOOL-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-PARAM-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-NIVEL-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-MIN-LEVEL               PIC 9(01) VALUE 2.
       77  WRK-RUN-MODE                PIC X(01) VALUE SPACES.
       77  WRK-TECLA                   PIC X(01) VALUE SPACES.
       77  WRK-CONFIRM                 PIC X(01) VALUE SPACES.
       77  WRK-BUFF                    PIC X(71) VALUE SPACES.
       77  WRK-LINE                    PIC 9(04) VALUE ZEROES.
       77  WRK-TODAY                   PIC 9(08) VALUE ZEROES.
       77  WRK-SINCE                   PIC 9(08) VALUE ZEROES.
      *Janela da demanda recente, em dias
       77  WRK-DEM-DAYS                PIC 9(03) VALUE 90.
      *Preco minimo de venda, mesmo para o disco ja todo depreciado
       77  WRK-MIN-PRICE               PIC 9(06)V99 VALUE 3.00.
       77  WRK-HAS-RENT                PIC 9(01) VALUE ZEROES.
       77  WRK-HAS-WAIT                PIC 9(01) VALUE ZEROES.
       77  WRK-EOF                     PIC 9(01) VALUE ZEROES.
       77  WRK-DONE                    PIC 9(01) VALUE ZEROES.
       77  WRK-MISSING                 PIC 9(01) VALUE ZEROES.
       77  WRK-TABLE-FULL              PIC 9(01) VALUE ZEROES.
       77  WRK-OWNED                   PIC 9(03) VALUE ZEROES.
       77  WRK-RECENT                  PIC 9(05) VALUE ZEROES.
       77  WRK-WAITS                   PIC 9(05) VALUE ZEROES.
       77  WRK-DEMAND                  PIC 9(05) VALUE ZEROES.
       77  WRK-SURPLUS                 PIC 9(03) VALUE ZEROES.
       77  WRK-PICKED                  PIC 9(03) VALUE ZEROES.
       77  WRK-BEST                    PIC 9(03) VALUE ZEROES.
       77  WRK-BEST-WEAR               PIC 9(06) VALUE ZEROES.
       77  WRK-COND-RANK               PIC 9(01) VALUE ZEROES.
       77  WRK-COND-PCT                PIC 9(03) VALUE ZEROES.
       77  WRK-TC-COUNT                PIC 9(03) VALUE ZEROES.
       77  WRK-TC-SUB                  PIC 9(03) VALUE ZEROES.
       77  WRK-CD-COUNT                PIC 9(03) VALUE ZEROES.
       77  WRK-SLOT                    PIC 9(03) VALUE ZEROES.
       77  WRK-SORT-SUB1               PIC 9(03) VALUE ZEROES.
       77  WRK-SORT-SUB2               PIC 9(03) VALUE ZEROES.
       77  WRK-MARKED                  PIC 9(03) VALUE ZEROES.
       77  WRK-UNMARKED                PIC 9(03) VALUE ZEROES.
       77  WRK-LIFE                    PIC 9(03) VALUE 36.
       77  WRK-LIFE-COUNT              PIC 9(02) VALUE ZEROES.
       77  WRK-LT-SUB                  PIC 9(02) VALUE ZEROES.
       77  WRK-AGE-MONTHS              PIC 9(05) VALUE ZEROES.
       77  WRK-TODAY-YEAR              PIC 9(04) VALUE ZEROES.
       77  WRK-TODAY-MM                PIC 9(02) VALUE ZEROES.
       77  WRK-CRE-YEAR                PIC 9(04) VALUE ZEROES.
       77  WRK-CRE-MM                  PIC 9(02) VALUE ZEROES.
       77  WRK-MONTHLY                 PIC 9(06)V99 VALUE ZEROES.
       77  WRK-ACCUM                   PIC 9(08)V99 VALUE ZEROES.
       77  WRK-BOOK                    PIC 9(08)V99 VALUE ZEROES.
      *Preco impresso com a virgula
       01  WRK-PRICE                   PIC 9(06)V99 VALUE ZEROES.
       01  WRK-PRICE-R REDEFINES WRK-PRICE.
           05 WRK-PRICE-INT            PIC 9(06).
           05 WRK-PRICE-DEC            PIC 9(02).
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
      *Vidas uteis por formato carregadas da tabela de precos
       01  WRK-LIFE-TABLE.
           05 WRK-LT-ENTRY             OCCURS 10 TIMES.
               10 WRK-LT-FORMAT        PIC X(10) VALUE SPACES.
               10 WRK-LT-MONTHS        PIC 9(03) VALUE ZEROES.
      *Copias do titulo corrente. Situacao: 0 = pode ser vendida,
      *1 = fora (alugada, em transito, no polimento), 2 = escolhida
       01  WRK-TITLE-COPIES.
           05 WRK-TC-ENTRY             OCCURS 99 TIMES.
               10 WRK-TC-NUM           PIC 9(03).
               10 WRK-TC-FORMAT        PIC X(10).
               10 WRK-TC-COND          PIC X(10).
               10 WRK-TC-USES          PIC 9(05).
               10 WRK-TC-BRANCH        PIC 9(02).
               10 WRK-TC-FLAG          PIC X(01).
               10 WRK-TC-STATE         PIC 9(01).
               10 WRK-TC-WEAR          PIC 9(06).
      *Candidatas de todos os titulos; a chave junta idade do titulo,
      *condicao e uso, para ordenar das mais antigas e gastas
       01  WRK-CAND-TABLE.
           05 WRK-CD-ENTRY             OCCURS 300 TIMES.
               10 WRK-CD-MOV-COD       PIC 9(05).
               10 WRK-CD-COPY-NUM      PIC 9(03).
               10 WRK-CD-TITLE         PIC X(30).
               10 WRK-CD-FORMAT        PIC X(10).
               10 WRK-CD-COND          PIC X(10).
               10 WRK-CD-USES          PIC 9(05).
               10 WRK-CD-AGE           PIC 9(03).
               10 WRK-CD-BRANCH        PIC 9(02).
               10 WRK-CD-PRICE         PIC 9(06)V99.
               10 WRK-CD-FLAG          PIC X(01).
               10 WRK-CD-KEY           PIC 9(09).
       01  WRK-CD-SWAP.
           05 WRK-CDS-MOV-COD          PIC 9(05).
           05 WRK-CDS-COPY-NUM         PIC 9(03).
           05 WRK-CDS-TITLE            PIC X(30).
           05 WRK-CDS-FORMAT           PIC X(10).
           05 WRK-CDS-COND             PIC X(10).
           05 WRK-CDS-USES             PIC 9(05).
           05 WRK-CDS-AGE              PIC 9(03).
           05 WRK-CDS-BRANCH           PIC 9(02).
           05 WRK-CDS-PRICE            PIC 9(06)V99.
           05 WRK-CDS-FLAG             PIC X(01).
           05 WRK-CDS-KEY              PIC 9(09).
       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
       77  LNK-MODE PIC X(01) VALUE SPACES.
       SCREEN  SECTION.
       01  CLEAR.
           05 CLEAR-SCREEN.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL.
       01  SHOW-MV.
           05 TITLE-SCREEN.
               10 LINE 01 COLUMN 01    PIC X(30) ERASE EOL
                  BACKGROUND-COLOR 2 FROM "CANDIDATAS A VENDA".
       01  SHOW-LINE.
           05 DTA.
               10 LINE WRK-LINE COLUMN 01 PIC X(71) ERASE EOL
                  BACKGROUND-COLOR 0 FOREGROUND-COLOR 2 FROM WRK-BUFF.

       PROCEDURE DIVISION USING LNK-OPERATOR, OPTIONAL LNK-MODE.
       0000-MAIN-PROCEDURE.
      *Modo batch ("B", vindo do AGENDADOR): sem pausas, sem operador
      *no terminal e sem a confirmacao das candidatas
           MOVE SPACES TO WRK-RUN-MODE.
           IF LNK-MODE NOT OMITTED
               MOVE LNK-MODE TO WRK-RUN-MODE
           END-IF.
           IF WRK-RUN-MODE NOT EQUAL "B"
               CALL "CHECKNIVEL" USING LNK-OPERATOR, WRK-MIN-LEVEL,
                   WRK-NIVEL-STATUS, "CANDIDATOSVENDA "
               IF WRK-NIVEL-STATUS NOT EQUAL ZEROES
                   CALL "ERROS" USING WRK-NIVEL-STATUS,
                       "CANDIDATOSVENDA"
                   GOBACK
               END-IF
           END-IF.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           CALL "LERDATANEG" USING WRK-TODAY.
           CALL "LERPARAMS" USING WRK-PARAMS, WRK-PARAM-STATUS.
           IF WRK-PAR-RENT-DAYS EQUAL ZEROES
               MOVE 3 TO WRK-PAR-RENT-DAYS
           END-IF.
           COMPUTE WRK-SINCE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WRK-TODAY) - WRK-DEM-DAYS).
           INITIALIZE WRK-CAND-TABLE.
           MOVE ZEROES TO WRK-CD-COUNT WRK-TABLE-FULL WRK-MARKED
               WRK-UNMARKED.
           PERFORM 0010-LOAD-LIVES.
           OPEN INPUT MOVIES.
           IF WRK-MOV-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-MOV-FSTAT, "CANDIDATOSVENDA",
                   WRK-RUN-MODE
               MOVE ZEROES TO WRK-MOV-FSTAT
               GOBACK
           END-IF.
           OPEN INPUT COPIES.
           IF WRK-COPY-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-COPY-FSTAT, "CANDIDATOSVENDA",
                   WRK-RUN-MODE
               MOVE ZEROES TO WRK-COPY-FSTAT
               CLOSE MOVIES
               GOBACK
           END-IF.
           MOVE ZEROES TO WRK-HAS-RENT WRK-HAS-WAIT.
           OPEN INPUT RENTALS.
           IF WRK-RENT-FSTAT EQUAL ZEROES
               MOVE 1 TO WRK-HAS-RENT
           END-IF.
           OPEN INPUT WAITLIST.
           IF WRK-WAIT-FSTAT EQUAL ZEROES
               MOVE 1 TO WRK-HAS-WAIT
           END-IF.
           PERFORM 0020-READ-MOVIES.
           CLOSE MOVIES.
           CLOSE COPIES.
           IF WRK-HAS-RENT EQUAL 1
               CLOSE RENTALS
           END-IF.
           IF WRK-HAS-WAIT EQUAL 1
               CLOSE WAITLIST
           END-IF.
           MOVE ZEROES TO WRK-MOV-FSTAT WRK-COPY-FSTAT WRK-RENT-FSTAT
               WRK-WAIT-FSTAT.
           PERFORM 0050-SORT-CANDIDATES.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           OPEN OUTPUT PRINT-FILE.
           MOVE 02 TO WRK-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "CANDIDATAS A VENDA DE USADAS EM " WRK-TODAY
               " - DEMANDA DESDE " WRK-SINCE INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           PERFORM 0060-PRINT-CANDIDATES.
           CLOSE PRINT-FILE.
      *Copia datada no spool, antes da proxima rodada
      *sobrescrever o PRN fixo
           CALL "ESPOLAR" USING "CANDIDATOS.PRN      ",
               LNK-OPERATOR, WRK-SPOOL-STATUS.
           DISPLAY "IMPRESSO EM CANDIDATOS.PRN. PRESSIONE ENTER"
               AT 2301.
           IF WRK-RUN-MODE EQUAL "B"
               GOBACK
           END-IF.
           ACCEPT WRK-TECLA AT 2345.
           IF WRK-CD-COUNT GREATER THAN ZEROES
               PERFORM 0080-CONFIRM-CANDIDATES
           END-IF.
           GOBACK.

      *=================================================================
       0010-LOAD-LIVES      SECTION.
      *Carrega as vidas uteis por formato (tipo V da tabela de precos)
      *=================================================================
           MOVE ZEROES TO WRK-LIFE-COUNT.
           OPEN INPUT PRECOS.
           IF WRK-PRC-FSTAT NOT EQUAL ZEROES
               MOVE ZEROES TO WRK-PRC-FSTAT
               GO TO 0010-FIM
           END-IF.
           PERFORM UNTIL WRK-PRC-FSTAT NOT EQUAL ZEROES
               READ PRECOS
                   AT END
                       MOVE 100 TO WRK-PRC-FSTAT
                   NOT AT END
                       IF FS-PRC-VIDA
                           AND WRK-LIFE-COUNT LESS THAN 10
                           ADD 1 TO WRK-LIFE-COUNT
                           MOVE FS-PRC-ARG
                               TO WRK-LT-FORMAT(WRK-LIFE-COUNT)
                           MOVE FS-PRC-VALUE
                               TO WRK-LT-MONTHS(WRK-LIFE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRECOS.
           MOVE ZEROES TO WRK-PRC-FSTAT.
       0010-FIM.
           EXIT.

      *=================================================================
       0020-READ-MOVIES      SECTION.
      *Percorre o catalogo examinando cada titulo
      *=================================================================
           MOVE ZEROES TO WRK-EOF.
           PERFORM UNTIL WRK-EOF EQUAL 1
               READ MOVIES NEXT RECORD
                   AT END
                       MOVE 1 TO WRK-EOF
                   NOT AT END
                       PERFORM 0030-CHECK-TITLE
               END-READ
           END-PERFORM.

      *=================================================================
       0030-CHECK-TITLE      SECTION.
      *Compara a demanda do titulo com as copias possuidas e, havendo
      *sobra, escolhe as unidades excedentes mais gastas. Uma copia
      *sempre fica na prateleira
      *=================================================================
           PERFORM 0032-LOAD-COPIES.
           IF WRK-OWNED NOT GREATER THAN 1
               GO TO 0030-FIM
           END-IF.
           PERFORM 0034-COUNT-RENTALS.
           PERFORM 0036-COUNT-WAITLIST.
      *Copias ocupadas: os alugueis da janela vezes o prazo de cada
      *um, arredondado para cima, mais quem ainda espera na fila
           COMPUTE WRK-DEMAND =
               (WRK-RECENT * WRK-PAR-RENT-DAYS + WRK-DEM-DAYS - 1)
               / WRK-DEM-DAYS.
           ADD WRK-WAITS TO WRK-DEMAND.
           IF WRK-DEMAND NOT LESS THAN WRK-OWNED
               GO TO 0030-FIM
           END-IF.
           COMPUTE WRK-SURPLUS = WRK-OWNED - WRK-DEMAND.
           IF WRK-SURPLUS GREATER THAN WRK-OWNED - 1
               COMPUTE WRK-SURPLUS = WRK-OWNED - 1
           END-IF.
           PERFORM 0040-TITLE-AGE.
           MOVE ZEROES TO WRK-PICKED.
           MOVE 1 TO WRK-BEST.
           PERFORM UNTIL WRK-PICKED NOT LESS THAN WRK-SURPLUS
                      OR WRK-BEST EQUAL ZEROES
               PERFORM 0038-PICK-MOST-WORN
           END-PERFORM.
       0030-FIM.
           EXIT.

      *=================================================================
       0032-LOAD-COPIES      SECTION.
      *Carrega as copias do titulo, marcando como fora as que estao em
      *transito, reservadas para outra filial, no polimento ou em
      *formato digital (sem disco para vender)
      *=================================================================
           MOVE ZEROES TO WRK-OWNED WRK-TC-COUNT.
           MOVE FS-MOV-COD TO FS-COPY-MOV-COD.
           MOVE ZEROES TO FS-COPY-NUM.
           START COPIES KEY IS NOT LESS THAN FS-COPY-KEY
               INVALID KEY
                   GO TO 0032-FIM
           END-START.
           MOVE ZEROES TO WRK-COPY-FSTAT.
           PERFORM UNTIL WRK-COPY-FSTAT NOT EQUAL ZEROES
               READ COPIES NEXT RECORD
                   AT END
                       MOVE 100 TO WRK-COPY-FSTAT
                   NOT AT END
                       IF FS-COPY-MOV-COD NOT EQUAL FS-MOV-COD
                           MOVE 100 TO WRK-COPY-FSTAT
                       ELSE
                           ADD 1 TO WRK-OWNED
                           PERFORM 0033-ADD-TITLE-COPY
                       END-IF
               END-READ
           END-PERFORM.
       0032-FIM.
           MOVE ZEROES TO WRK-COPY-FSTAT.

      *=================================================================
       0033-ADD-TITLE-COPY      SECTION.
      *Guarda a copia corrente na tabela do titulo, com o desgaste
      *(condicao e contagem de uso) como chave de escolha
      *=================================================================
           IF WRK-TC-COUNT NOT LESS THAN 99
               GO TO 0033-FIM
           END-IF.
           ADD 1 TO WRK-TC-COUNT.
           MOVE FS-COPY-NUM TO WRK-TC-NUM(WRK-TC-COUNT).
           MOVE FS-COPY-FORMAT TO WRK-TC-FORMAT(WRK-TC-COUNT).
           MOVE FS-COPY-CONDITION TO WRK-TC-COND(WRK-TC-COUNT).
           MOVE FS-COPY-RENT-COUNT TO WRK-TC-USES(WRK-TC-COUNT).
           MOVE FS-COPY-BRANCH TO WRK-TC-BRANCH(WRK-TC-COUNT).
           MOVE FS-COPY-SALE-FLAG TO WRK-TC-FLAG(WRK-TC-COUNT).
           MOVE ZEROES TO WRK-TC-STATE(WRK-TC-COUNT).
           IF FS-COPY-TRANSIT NOT EQUAL "N"
               OR FS-COPY-REP-ENVIADA
               OR FS-COPY-DIGITAL
               MOVE 1 TO WRK-TC-STATE(WRK-TC-COUNT)
           END-IF.
           EVALUATE TRUE
               WHEN FS-COPY-RUIM
                   MOVE 4 TO WRK-COND-RANK
               WHEN FS-COPY-REGULAR
                   MOVE 3 TO WRK-COND-RANK
               WHEN FS-COPY-BOM
                   MOVE 2 TO WRK-COND-RANK
               WHEN OTHER
                   MOVE 1 TO WRK-COND-RANK
           END-EVALUATE.
           COMPUTE WRK-TC-WEAR(WRK-TC-COUNT) =
               WRK-COND-RANK * 100000 + FS-COPY-RENT-COUNT.
       0033-FIM.
           EXIT.

      *=================================================================
       0034-COUNT-RENTALS      SECTION.
      *Conta os alugueis do titulo saidos na janela da demanda (menos
      *os anulados) e tira da escolha as copias fora em aluguel aberto
      *=================================================================
           MOVE ZEROES TO WRK-RECENT.
           IF WRK-HAS-RENT EQUAL ZEROES
               GO TO 0034-FIM
           END-IF.
           MOVE FS-MOV-COD TO FS-RENT-MOV-COD.
           MOVE ZEROES TO FS-RENT-DUE-DATE FS-RENT-CUST-COD.
           START RENTALS KEY IS NOT LESS THAN FS-RENT-KEY
               INVALID KEY
                   GO TO 0034-FIM
           END-START.
           MOVE ZEROES TO WRK-RENT-FSTAT.
           PERFORM UNTIL WRK-RENT-FSTAT NOT EQUAL ZEROES
               READ RENTALS NEXT RECORD
                   AT END
                       MOVE 100 TO WRK-RENT-FSTAT
                   NOT AT END
                       IF FS-RENT-MOV-COD NOT EQUAL FS-MOV-COD
                           MOVE 100 TO WRK-RENT-FSTAT
                       ELSE
                           PERFORM 0035-COUNT-ONE-RENTAL
                       END-IF
               END-READ
           END-PERFORM.
       0034-FIM.
           MOVE ZEROES TO WRK-RENT-FSTAT.

      *=================================================================
       0035-COUNT-ONE-RENTAL      SECTION.
      *Soma o aluguel corrente na demanda e marca a copia alugada
      *=================================================================
           IF FS-RENT-ANULADO
               GO TO 0035-FIM
           END-IF.
           IF FS-RENT-DATE NOT LESS THAN WRK-SINCE
               ADD 1 TO WRK-RECENT
           END-IF.
           IF FS-RENT-ABERTO
               AND FS-RENT-COPY-NUM GREATER THAN ZEROES
               PERFORM VARYING WRK-TC-SUB FROM 1 BY 1
                       UNTIL WRK-TC-SUB GREATER THAN WRK-TC-COUNT
                   IF WRK-TC-NUM(WRK-TC-SUB) EQUAL FS-RENT-COPY-NUM
                       MOVE 1 TO WRK-TC-STATE(WRK-TC-SUB)
                   END-IF
               END-PERFORM
           END-IF.
       0035-FIM.
           EXIT.

      *=================================================================
       0036-COUNT-WAITLIST      SECTION.
      *Conta os clientes ainda esperando o titulo (pendentes ou ja
      *avisados)
      *=================================================================
           MOVE ZEROES TO WRK-WAITS.
           IF WRK-HAS-WAIT EQUAL ZEROES
               GO TO 0036-FIM
           END-IF.
           MOVE FS-MOV-COD TO FS-WAIT-MOV-COD.
           MOVE ZEROES TO FS-WAIT-DATE FS-WAIT-TIME.
           START WAITLIST KEY IS NOT LESS THAN FS-WAIT-KEY
               INVALID KEY
                   GO TO 0036-FIM
           END-START.
           MOVE ZEROES TO WRK-WAIT-FSTAT.
           PERFORM UNTIL WRK-WAIT-FSTAT NOT EQUAL ZEROES
               READ WAITLIST NEXT RECORD
                   AT END
                       MOVE 100 TO WRK-WAIT-FSTAT
                   NOT AT END
                       IF FS-WAIT-MOV-COD NOT EQUAL FS-MOV-COD
                           MOVE 100 TO WRK-WAIT-FSTAT
                       ELSE
                           IF FS-WAIT-PENDENTE OR FS-WAIT-AVISADO
                               ADD 1 TO WRK-WAITS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       0036-FIM.
           MOVE ZEROES TO WRK-WAIT-FSTAT.

      *=================================================================
       0038-PICK-MOST-WORN      SECTION.
      *Escolhe, entre as copias livres ainda nao escolhidas, a mais
      *gasta e a poe na lista de candidatas. WRK-BEST zerado indica
      *que nao sobrou copia livre
      *=================================================================
           MOVE ZEROES TO WRK-BEST WRK-BEST-WEAR.
           PERFORM VARYING WRK-TC-SUB FROM 1 BY 1
                   UNTIL WRK-TC-SUB GREATER THAN WRK-TC-COUNT
               IF WRK-TC-STATE(WRK-TC-SUB) EQUAL ZEROES
                   AND (WRK-BEST EQUAL ZEROES
                       OR WRK-TC-WEAR(WRK-TC-SUB) GREATER THAN
                           WRK-BEST-WEAR)
                   MOVE WRK-TC-SUB TO WRK-BEST
                   MOVE WRK-TC-WEAR(WRK-TC-SUB) TO WRK-BEST-WEAR
               END-IF
           END-PERFORM.
           IF WRK-BEST EQUAL ZEROES
               GO TO 0038-FIM
           END-IF.
           MOVE 2 TO WRK-TC-STATE(WRK-BEST).
           ADD 1 TO WRK-PICKED.
           IF WRK-CD-COUNT NOT LESS THAN 300
               MOVE 1 TO WRK-TABLE-FULL
               GO TO 0038-FIM
           END-IF.
           PERFORM 0045-PRICE-COPY.
           ADD 1 TO WRK-CD-COUNT.
           MOVE FS-MOV-COD TO WRK-CD-MOV-COD(WRK-CD-COUNT).
           MOVE WRK-TC-NUM(WRK-BEST) TO WRK-CD-COPY-NUM(WRK-CD-COUNT).
           MOVE FS-MOV-TITLE TO WRK-CD-TITLE(WRK-CD-COUNT).
           MOVE WRK-TC-FORMAT(WRK-BEST) TO WRK-CD-FORMAT(WRK-CD-COUNT).
           MOVE WRK-TC-COND(WRK-BEST) TO WRK-CD-COND(WRK-CD-COUNT).
           MOVE WRK-TC-USES(WRK-BEST) TO WRK-CD-USES(WRK-CD-COUNT).
           MOVE WRK-TC-BRANCH(WRK-BEST) TO WRK-CD-BRANCH(WRK-CD-COUNT).
           MOVE WRK-TC-FLAG(WRK-BEST) TO WRK-CD-FLAG(WRK-CD-COUNT).
           MOVE WRK-PRICE TO WRK-CD-PRICE(WRK-CD-COUNT).
           IF WRK-AGE-MONTHS GREATER THAN 999
               MOVE 999 TO WRK-CD-AGE(WRK-CD-COUNT)
           ELSE
               MOVE WRK-AGE-MONTHS TO WRK-CD-AGE(WRK-CD-COUNT)
           END-IF.
           COMPUTE WRK-CD-KEY(WRK-CD-COUNT) =
               WRK-CD-AGE(WRK-CD-COUNT) * 1000000
               + WRK-TC-WEAR(WRK-BEST).
       0038-FIM.
           EXIT.

      *=================================================================
       0040-TITLE-AGE      SECTION.
      *Idade do titulo em meses desde o cadastro, como na DEPRECIACAO
      *=================================================================
           IF FS-MOV-CREATED-DT GREATER THAN ZEROES
               MOVE WRK-TODAY(1:4) TO WRK-TODAY-YEAR
               MOVE WRK-TODAY(5:2) TO WRK-TODAY-MM
               MOVE FS-MOV-CREATED-DT(1:4) TO WRK-CRE-YEAR
               MOVE FS-MOV-CREATED-DT(5:2) TO WRK-CRE-MM
               COMPUTE WRK-AGE-MONTHS =
                   (WRK-TODAY-YEAR - WRK-CRE-YEAR) * 12
                   + WRK-TODAY-MM - WRK-CRE-MM
           ELSE
               MOVE ZEROES TO WRK-AGE-MONTHS
           END-IF.

      *=================================================================
       0045-PRICE-COPY      SECTION.
      *Preco sugerido da copia escolhida: o valor contabil (custo menos
      *a depreciacao acumulada pela vida util do formato) ajustado pela
      *condicao da unidade, nunca abaixo do preco minimo
      *=================================================================
           MOVE 36 TO WRK-LIFE.
           PERFORM VARYING WRK-LT-SUB FROM 1 BY 1
                   UNTIL WRK-LT-SUB GREATER THAN WRK-LIFE-COUNT
               IF WRK-LT-FORMAT(WRK-LT-SUB) EQUAL
                       WRK-TC-FORMAT(WRK-BEST)
                   MOVE WRK-LT-MONTHS(WRK-LT-SUB) TO WRK-LIFE
               END-IF
           END-PERFORM.
           IF WRK-LIFE EQUAL ZEROES
               MOVE 36 TO WRK-LIFE
           END-IF.
           COMPUTE WRK-MONTHLY ROUNDED = FS-MOV-COST / WRK-LIFE.
           COMPUTE WRK-ACCUM = WRK-MONTHLY * WRK-AGE-MONTHS.
           IF WRK-ACCUM GREATER THAN FS-MOV-COST
               MOVE FS-MOV-COST TO WRK-ACCUM
           END-IF.
           COMPUTE WRK-BOOK = FS-MOV-COST - WRK-ACCUM.
           EVALUATE WRK-TC-COND(WRK-BEST)
               WHEN "NOVO"
                   MOVE 100 TO WRK-COND-PCT
               WHEN "BOM"
                   MOVE 80 TO WRK-COND-PCT
               WHEN "REGULAR"
                   MOVE 60 TO WRK-COND-PCT
               WHEN OTHER
                   MOVE 40 TO WRK-COND-PCT
           END-EVALUATE.
           COMPUTE WRK-PRICE ROUNDED = WRK-BOOK * WRK-COND-PCT / 100.
           IF WRK-PRICE LESS THAN WRK-MIN-PRICE
               MOVE WRK-MIN-PRICE TO WRK-PRICE
           END-IF.

      *=================================================================
       0050-SORT-CANDIDATES      SECTION.
      *Ordena as candidatas das mais antigas e gastas para as mais
      *novas
      *=================================================================
           PERFORM VARYING WRK-SORT-SUB1 FROM 1 BY 1
                   UNTIL WRK-SORT-SUB1 NOT LESS THAN WRK-CD-COUNT
               PERFORM VARYING WRK-SORT-SUB2 FROM WRK-SORT-SUB1 BY 1
                       UNTIL WRK-SORT-SUB2 GREATER THAN WRK-CD-COUNT
                   IF WRK-CD-KEY(WRK-SORT-SUB2) GREATER THAN
                           WRK-CD-KEY(WRK-SORT-SUB1)
                       MOVE WRK-CD-ENTRY(WRK-SORT-SUB1)
                           TO WRK-CD-SWAP
                       MOVE WRK-CD-ENTRY(WRK-SORT-SUB2)
                           TO WRK-CD-ENTRY(WRK-SORT-SUB1)
                       MOVE WRK-CD-SWAP
                           TO WRK-CD-ENTRY(WRK-SORT-SUB2)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *=================================================================
       0060-PRINT-CANDIDATES      SECTION.
      *Imprime a lista; "*" na ultima coluna = ja marcada para venda
      *=================================================================
           MOVE SPACES TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "FILME COP TITULO               FORMAT CONDIC  "
               " USOS IDA     PRECO FL  M" INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           PERFORM VARYING WRK-SLOT FROM 1 BY 1
                   UNTIL WRK-SLOT GREATER THAN WRK-CD-COUNT
               MOVE WRK-CD-PRICE(WRK-SLOT) TO WRK-PRICE
               MOVE SPACES TO WRK-BUFF
               STRING WRK-CD-MOV-COD(WRK-SLOT) " "
                   WRK-CD-COPY-NUM(WRK-SLOT) " "
                   WRK-CD-TITLE(WRK-SLOT)(1:20) " "
                   WRK-CD-FORMAT(WRK-SLOT)(1:6) " "
                   WRK-CD-COND(WRK-SLOT)(1:7) " "
                   WRK-CD-USES(WRK-SLOT) " "
                   WRK-CD-AGE(WRK-SLOT) " "
                   WRK-PRICE-INT "," WRK-PRICE-DEC " "
                   WRK-CD-BRANCH(WRK-SLOT) " " INTO WRK-BUFF
               IF WRK-CD-FLAG(WRK-SLOT) EQUAL "S"
                   MOVE "*" TO WRK-BUFF(71:1)
               END-IF
               PERFORM 0070-PRINT-LINE
           END-PERFORM.
           MOVE SPACES TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "CANDIDATAS: " WRK-CD-COUNT
               "   (IDA = IDADE DO TITULO EM MESES)" INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           IF WRK-TABLE-FULL EQUAL 1
               MOVE "TABELA CHEIA (300 COPIAS) - RESULTADO PARCIAL"
                   TO WRK-BUFF
               PERFORM 0070-PRINT-LINE
           END-IF.

      *=================================================================
       0070-PRINT-LINE      SECTION.
      *Mostra a linha corrente na tela e grava no arquivo de impressao
      *=================================================================
           ADD 1 TO WRK-LINE.
           DISPLAY DTA.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           IF WRK-LINE GREATER THAN 21
               DISPLAY "PRESSIONE ENTER PARA CONTINUAR" AT 2401
               IF WRK-RUN-MODE NOT EQUAL "B"
                   ACCEPT WRK-TECLA AT 2401
               END-IF
               DISPLAY CLEAR-SCREEN
               DISPLAY TITLE-SCREEN
               CALL "MARCATREINO"
               MOVE 02 TO WRK-LINE
           END-IF.

      *=================================================================
       0080-CONFIRM-CANDIDATES      SECTION.
      *Confirma as candidatas uma a uma no terminal: S marca a copia
      *para venda com o preco sugerido; N desmarca a que ja estava
      *marcada; F encerra a confirmacao
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           DISPLAY "CONFIRMAR AS CANDIDATAS AGORA (S/N)? " AT 0305.
           MOVE SPACES TO WRK-CONFIRM.
           ACCEPT WRK-CONFIRM AT 0343.
           IF WRK-CONFIRM NOT EQUAL 'S' AND WRK-CONFIRM NOT EQUAL 's'
               GO TO 0080-FIM
           END-IF.
           OPEN I-O COPIES.
           IF WRK-COPY-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-COPY-FSTAT, "CANDIDATOSVENDA"
               MOVE ZEROES TO WRK-COPY-FSTAT
               GO TO 0080-FIM
           END-IF.
           MOVE ZEROES TO WRK-DONE.
           PERFORM VARYING WRK-SLOT FROM 1 BY 1
                   UNTIL WRK-SLOT GREATER THAN WRK-CD-COUNT
                   OR WRK-DONE EQUAL 1
               PERFORM 0085-CONFIRM-ONE
           END-PERFORM.
           CLOSE COPIES.
           MOVE ZEROES TO WRK-COPY-FSTAT.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           DISPLAY "COPIAS MARCADAS PARA VENDA: " AT 0305.
           DISPLAY WRK-MARKED AT 0334.
           DISPLAY "COPIAS DESMARCADAS: " AT 0405.
           DISPLAY WRK-UNMARKED AT 0434.
           DISPLAY "PRESSIONE ENTER" AT 0605.
           ACCEPT WRK-TECLA AT 0621.
       0080-FIM.
           EXIT.

      *=================================================================
       0085-CONFIRM-ONE      SECTION.
      *Mostra uma candidata e grava a resposta do operador em
      *COPIES.DAT; a copia ja baixada desde o relatorio e pulada
      *=================================================================
           MOVE WRK-CD-MOV-COD(WRK-SLOT) TO FS-COPY-MOV-COD.
           MOVE WRK-CD-COPY-NUM(WRK-SLOT) TO FS-COPY-NUM.
           MOVE ZEROES TO WRK-MISSING.
           READ COPIES
               INVALID KEY
                   MOVE 1 TO WRK-MISSING
           END-READ.
           IF WRK-MISSING EQUAL 1
               MOVE ZEROES TO WRK-COPY-FSTAT
               GO TO 0085-FIM
           END-IF.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           MOVE WRK-CD-PRICE(WRK-SLOT) TO WRK-PRICE.
           MOVE SPACES TO WRK-BUFF.
           MOVE 03 TO WRK-LINE.
           STRING "FILME: " WRK-CD-MOV-COD(WRK-SLOT) " "
               WRK-CD-TITLE(WRK-SLOT) INTO WRK-BUFF.
           DISPLAY DTA.
           MOVE SPACES TO WRK-BUFF.
           MOVE 04 TO WRK-LINE.
           STRING "COPIA: " WRK-CD-COPY-NUM(WRK-SLOT) "  FILIAL: "
               WRK-CD-BRANCH(WRK-SLOT) "  FORMATO: "
               WRK-CD-FORMAT(WRK-SLOT) INTO WRK-BUFF.
           DISPLAY DTA.
           MOVE SPACES TO WRK-BUFF.
           MOVE 05 TO WRK-LINE.
           STRING "CONDICAO: " WRK-CD-COND(WRK-SLOT) "  ALUGUEIS: "
               WRK-CD-USES(WRK-SLOT) "  IDADE (MESES): "
               WRK-CD-AGE(WRK-SLOT) INTO WRK-BUFF.
           DISPLAY DTA.
           MOVE SPACES TO WRK-BUFF.
           MOVE 06 TO WRK-LINE.
           STRING "PRECO SUGERIDO: " WRK-PRICE-INT "," WRK-PRICE-DEC
               INTO WRK-BUFF.
           DISPLAY DTA.
           IF FS-COPY-A-VENDA
               DISPLAY "JA MARCADA PARA VENDA" AT 0805
           END-IF.
           DISPLAY "MARCAR PARA VENDA (S/N, F=FIM)? " AT 1005.
           MOVE SPACES TO WRK-CONFIRM.
           ACCEPT WRK-CONFIRM AT 1039.
           IF WRK-CONFIRM EQUAL 'F' OR WRK-CONFIRM EQUAL 'f'
               MOVE 1 TO WRK-DONE
               GO TO 0085-FIM
           END-IF.
           IF WRK-CONFIRM EQUAL 'S' OR WRK-CONFIRM EQUAL 's'
               MOVE "S" TO FS-COPY-SALE-FLAG
               MOVE WRK-CD-PRICE(WRK-SLOT) TO FS-COPY-SALE-PRICE
               ADD 1 TO WRK-MARKED
           ELSE
               IF NOT FS-COPY-A-VENDA
                   GO TO 0085-FIM
               END-IF
               MOVE "N" TO FS-COPY-SALE-FLAG
               MOVE ZEROES TO FS-COPY-SALE-PRICE
               ADD 1 TO WRK-UNMARKED
           END-IF.
           REWRITE FS-COPY.
           IF WRK-COPY-FSTAT EQUAL ZEROES
               CALL "WRITEJORNAL" USING "P", "R",
                   "CANDIDATOSVENDA ", FS-COPY
           END-IF.
           MOVE ZEROES TO WRK-COPY-FSTAT.
       0085-FIM.
           EXIT.

       END PROGRAM CANDIDATOSVENDA.
