      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Segmentacao mensal dos clientes pela recencia, pela
      *           frequencia e pelo valor gasto: para cada cliente de
      *           CUSTOMERS.DAT levanta o ultimo e o primeiro aluguel e
      *           os alugueis dos ultimos 12 meses pelo indice
      *           RENTCUST.DAT (sem contar os anulados, conferidos em
      *           RENTALS.DAT ou no arquivo morto RENTHIST.DAT) e soma o
      *           que ele gastou no caixa em TRANSACT.DAT no mesmo
      *           periodo. Cada cliente cai num segmento -- campeao,
      *           regular, em risco, afastado ou novo -- gravado em
      *           SEGMENTOS.DAT. Imprime em SEGMENTOS.PRN a lista de
      *           reconquista (clientes que ja foram frequentes e estao
      *           sem alugar de 60 a 180 dias, com telefone e genero
      *           preferido, parando antes do corte do expurgo de
      *           clientes) e o resumo de clientes e receita por
      *           segmento. Aceita o modo batch ("B") do agendador.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGMENTARCLIENTES.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT CUSTOMERS ASSIGN TO "CUSTOMERS.DAT"
           FILE STATUS IS WRK-CUST-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-CUST-COD
           ALTERNATE RECORD KEY IS FS-CUST-NAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS FS-CUST-DOC WITH DUPLICATES.

           SELECT RENTXREF ASSIGN TO "RENTCUST.DAT"
           FILE STATUS IS WRK-XREF-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-XREF-KEY.

           SELECT RENTALS ASSIGN TO "RENTALS.DAT"
           FILE STATUS IS WRK-RENT-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-RENT-KEY.

           SELECT RENTHIST ASSIGN TO "RENTHIST.DAT"
           FILE STATUS IS WRK-HIST-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-HIST-KEY.

           SELECT TRANSACT ASSIGN TO "TRANSACT.DAT"
           FILE STATUS IS WRK-TRANS-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT MOVIES ASSIGN TO "MOVIES.DAT"
           FILE STATUS IS WRK-MOV-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES.

           SELECT SEGMENTOS ASSIGN TO "SEGMENTOS.DAT"
           FILE STATUS IS WRK-SEG-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-SEG-CUST-COD.

           SELECT PRINT-FILE ASSIGN TO "SEGMENTOS.PRN"
           FILE STATUS IS WRK-PRINT-STATUS
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  CUSTOMERS.
           01 FS-CUSTOMER.
               COPY CUSTFLDS.
           FD  RENTXREF.
           01 FS-RENTXREF.
               COPY XREFFLDS.
           FD  RENTALS.
           01 FS-RENTAL.
               COPY RENTFLDS.
           FD  RENTHIST.
           01 FS-RENTHIST.
               COPY RENTFLDS
                   REPLACING ==FS-RENT-KEY==  BY ==FS-HIST-KEY==
                             ==FS-RENT-MOV-COD==
                                 BY ==FS-HIST-MOV-COD==
                             ==FS-RENT-DUE-DATE==
                                 BY ==FS-HIST-DUE-DATE==
                             ==FS-RENT-CUST-COD==
                                 BY ==FS-HIST-CUST-COD==
                             ==FS-RENT-DATE== BY ==FS-HIST-DATE==
                             ==FS-RENT-STATUS==
                                 BY ==FS-HIST-STATUS==
                             ==FS-RENT-ABERTO==
                                 BY ==FS-HIST-ABERTO==
                             ==FS-RENT-DEVOLVIDO==
                                 BY ==FS-HIST-DEVOLVIDO==
                             ==FS-RENT-ANULADO==
                                 BY ==FS-HIST-ANULADO==
                             ==FS-RENT-PERDIDO==
                                 BY ==FS-HIST-PERDIDO==
                             ==FS-RENT-COPY-NUM==
                                 BY ==FS-HIST-COPY-NUM==
                             ==FS-RENT-RETURN-DATE==
                                 BY ==FS-HIST-RETURN-DATE==
                             ==FS-RENT-BRANCH==
                                 BY ==FS-HIST-BRANCH==
                             ==FS-RENT-WAIVER==
                                 BY ==FS-HIST-WAIVER==
                             ==FS-RENT-DEPOSIT==
                                 BY ==FS-HIST-DEPOSIT==
                             ==FS-RENT-STAFF-ID==
                                 BY ==FS-HIST-STAFF-ID==.
           FD  TRANSACT.
           01 FS-TRANSACTION.
               COPY TRANSFLDS.
           FD  MOVIES.
           01 FS-MOVIE.
               COPY MOVIEFLDS.
           FD  SEGMENTOS.
           01 FS-SEGMENTO.
               COPY SEGFLDS.
           FD  PRINT-FILE.
           01 FS-PRINT-LINE            PIC X(71).
       WORKING-STORAGE SECTION.
       77  WRK-CUST-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-XREF-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-RENT-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-HIST-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-TRANS-FSTAT             PIC 9(03) VALUE ZEROES.
       77  WRK-MOV-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-SEG-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-PRINT-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-SPOOL-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-PARAM-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-RUN-MODE                PIC X(01) VALUE SPACES.
       77  WRK-TECLA                   PIC X(01) VALUE SPACES.
       77  WRK-BUFF                    PIC X(71) VALUE SPACES.
       77  WRK-LINE                    PIC 9(04) VALUE ZEROES.
       77  WRK-EOF                     PIC 9(01) VALUE ZEROES.
       77  WRK-TODAY                   PIC 9(08) VALUE ZEROES.
       77  WRK-TODAY-INT               PIC 9(08) VALUE ZEROES.
       77  WRK-WORK-INT                PIC 9(08) VALUE ZEROES.
       77  WRK-YEAR-AGO                PIC 9(08) VALUE ZEROES.
       77  WRK-NEW-FROM                PIC 9(08) VALUE ZEROES.
       77  WRK-RETAIN-CUTOFF           PIC 9(08) VALUE ZEROES.
      *Limites dos segmentos: novo e quem comecou a alugar ha menos de
      *WRK-NEW-DAYS; campeao alugou nos ultimos WRK-CHAMP-DAYS, tem
      *WRK-CHAMP-FREQ alugueis no ano e gastou WRK-CHAMP-MONEY;
      *regular alugou ha menos de WRK-RISK-DAYS; em risco, ate
      *WRK-LAPSED-DAYS; dali em diante, afastado. Frequente, para a
      *lista de reconquista, e quem ja fez WRK-FREQUENT-MIN alugueis
       77  WRK-NEW-DAYS                PIC 9(03) VALUE 60.
       77  WRK-CHAMP-DAYS              PIC 9(03) VALUE 30.
       77  WRK-CHAMP-FREQ              PIC 9(04) VALUE 12.
       77  WRK-CHAMP-MONEY             PIC 9(05)V99 VALUE 100.00.
       77  WRK-RISK-DAYS               PIC 9(03) VALUE 60.
       77  WRK-LAPSED-DAYS             PIC 9(03) VALUE 180.
       77  WRK-FREQUENT-MIN            PIC 9(04) VALUE 6.
       77  WRK-HAS-XREF                PIC 9(01) VALUE ZEROES.
       77  WRK-HAS-RENTALS             PIC 9(01) VALUE ZEROES.
       77  WRK-HAS-HIST                PIC 9(01) VALUE ZEROES.
       77  WRK-HAS-MOVIES              PIC 9(01) VALUE ZEROES.
       77  WRK-COUNTED                 PIC 9(01) VALUE ZEROES.
       77  WRK-FOUND                   PIC 9(01) VALUE ZEROES.
       77  WRK-SEG-SUB                 PIC 9(01) VALUE ZEROES.
       77  WRK-GEN-SUB                 PIC 9(02) VALUE ZEROES.
       77  WRK-SLOT                    PIC 9(02) VALUE ZEROES.
       77  WRK-BEST-SLOT               PIC 9(02) VALUE ZEROES.
       77  WRK-GEN-COUNT               PIC 9(02) VALUE ZEROES.
       77  WRK-CUST-COUNT              PIC 9(05) VALUE ZEROES.
       77  WRK-WIN-COUNT               PIC 9(05) VALUE ZEROES.
       77  WRK-TOTAL-MONEY             PIC 9(08)V99 VALUE ZEROES.
      *Clientes e receita por segmento: 1 = campeao, 2 = regular,
      *3 = em risco, 4 = afastado, 5 = novo
       01  WRK-SEG-TABLE.
           05 WRK-ST-ENTRY             OCCURS 5 TIMES.
               10 WRK-ST-COUNT         PIC 9(05).
               10 WRK-ST-MONEY         PIC 9(08)V99.
      *Generos alugados pelo cliente corrente
       01  WRK-GEN-TABLE.
           05 WRK-GT-ENTRY             OCCURS 20 TIMES.
               10 WRK-GT-GENRE         PIC X(08).
               10 WRK-GT-COUNT         PIC 9(04).
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
       SCREEN  SECTION.
       01  CLEAR.
           05 CLEAR-SCREEN.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL.
       01  SHOW-MV.
           05 TITLE-SCREEN.
               10 LINE 01 COLUMN 01    PIC X(25) ERASE EOL
                  BACKGROUND-COLOR 2 FROM "SEGMENTACAO DE CLIENTES".
       01  SHOW-LINE.
           05 DTA.
               10 LINE WRK-LINE COLUMN 01 PIC X(71) ERASE EOL
                  BACKGROUND-COLOR 0 FOREGROUND-COLOR 2 FROM WRK-BUFF.

       PROCEDURE DIVISION USING LNK-OPERATOR, OPTIONAL LNK-MODE.
       0000-MAIN-PROCEDURE.
           MOVE SPACES TO WRK-RUN-MODE.
           IF LNK-MODE NOT OMITTED
               MOVE LNK-MODE TO WRK-RUN-MODE
           END-IF.
           CALL "LERDATANEG" USING WRK-TODAY.
           CALL "LERPARAMS" USING WRK-PARAMS, WRK-PARAM-STATUS.
           COMPUTE WRK-TODAY-INT = FUNCTION INTEGER-OF-DATE(WRK-TODAY).
           COMPUTE WRK-WORK-INT = WRK-TODAY-INT - 365.
           MOVE FUNCTION DATE-OF-INTEGER(WRK-WORK-INT)
               TO WRK-YEAR-AGO.
           COMPUTE WRK-WORK-INT = WRK-TODAY-INT - WRK-NEW-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WRK-WORK-INT)
               TO WRK-NEW-FROM.
      *Quem nao aluga desde o corte do expurgo pode sumir do cadastro
      *a qualquer momento: nao vale a ligacao
           COMPUTE WRK-WORK-INT = WRK-TODAY-INT - WRK-PAR-CUST-RETAIN.
           MOVE FUNCTION DATE-OF-INTEGER(WRK-WORK-INT)
               TO WRK-RETAIN-CUTOFF.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           OPEN INPUT CUSTOMERS.
           IF WRK-CUST-FSTAT NOT EQUAL ZEROES
               MOVE 350 TO WRK-CUST-FSTAT
               CALL "ERROS" USING WRK-CUST-FSTAT, "SEGMENTARCLIENTES",
                   WRK-RUN-MODE
               GOBACK
           END-IF.
           INITIALIZE WRK-SEG-TABLE.
           MOVE ZEROES TO WRK-CUST-COUNT WRK-WIN-COUNT.
           PERFORM 0010-CREATE-SEGMENTS.
           PERFORM 0020-ADD-MONEY.

           MOVE ZEROES TO WRK-HAS-XREF WRK-HAS-RENTALS WRK-HAS-HIST
               WRK-HAS-MOVIES.
           OPEN INPUT RENTXREF.
           IF WRK-XREF-FSTAT EQUAL ZEROES
               MOVE 1 TO WRK-HAS-XREF
           END-IF.
           OPEN INPUT RENTALS.
           IF WRK-RENT-FSTAT EQUAL ZEROES
               MOVE 1 TO WRK-HAS-RENTALS
           END-IF.
           OPEN INPUT RENTHIST.
           IF WRK-HIST-FSTAT EQUAL ZEROES
               MOVE 1 TO WRK-HAS-HIST
           END-IF.
           OPEN INPUT MOVIES.
           IF WRK-MOV-FSTAT EQUAL ZEROES
               MOVE 1 TO WRK-HAS-MOVIES
           END-IF.
           OPEN INPUT CUSTOMERS.
           OPEN I-O SEGMENTOS.
           OPEN OUTPUT PRINT-FILE.
           MOVE 02 TO WRK-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "SEGMENTACAO DE CLIENTES EM " WRK-TODAY
               INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "LISTA DE RECONQUISTA: SEM ALUGAR DE " WRK-RISK-DAYS
               " A " WRK-LAPSED-DAYS " DIAS, DEPOIS DE "
               WRK-RETAIN-CUTOFF INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "CODIGO NOME                      "
               "TELEFONE        DIAS  ALUG  GENERO" INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE ZEROES TO WRK-EOF.
           PERFORM UNTIL WRK-EOF EQUAL 1
               READ CUSTOMERS NEXT RECORD
                   AT END
                       MOVE 1 TO WRK-EOF
                   NOT AT END
                       PERFORM 0030-SCORE-CUSTOMER
               END-READ
           END-PERFORM.
           CLOSE CUSTOMERS SEGMENTOS.
           IF WRK-HAS-XREF EQUAL 1
               CLOSE RENTXREF
           END-IF.
           IF WRK-HAS-RENTALS EQUAL 1
               CLOSE RENTALS
           END-IF.
           IF WRK-HAS-HIST EQUAL 1
               CLOSE RENTHIST
           END-IF.
           IF WRK-HAS-MOVIES EQUAL 1
               CLOSE MOVIES
           END-IF.
           PERFORM 0060-PRINT-SUMMARY.
           CLOSE PRINT-FILE.
      *Copia datada no spool, antes da proxima rodada
      *sobrescrever o PRN fixo
           CALL "ESPOLAR" USING "SEGMENTOS.PRN       ",
               LNK-OPERATOR, WRK-SPOOL-STATUS.
           DISPLAY "IMPRESSO EM SEGMENTOS.PRN. PRESSIONE ENTER"
               AT 2301.
           IF WRK-RUN-MODE NOT EQUAL "B"
               ACCEPT WRK-TECLA AT 2345
           END-IF.
           GOBACK.

      *=================================================================
       0010-CREATE-SEGMENTS      SECTION.
      *Recria SEGMENTOS.DAT com um registro zerado por cliente: o
      *segmento do mes anterior e substituido pelo desta rodada
      *=================================================================
           OPEN OUTPUT SEGMENTOS.
           MOVE ZEROES TO WRK-EOF.
           PERFORM UNTIL WRK-EOF EQUAL 1
               READ CUSTOMERS NEXT RECORD
                   AT END
                       MOVE 1 TO WRK-EOF
                   NOT AT END
                       INITIALIZE FS-SEGMENTO
                       MOVE FS-CUST-COD TO FS-SEG-CUST-COD
                       WRITE FS-SEGMENTO
                       ADD 1 TO WRK-CUST-COUNT
               END-READ
           END-PERFORM.
           CLOSE SEGMENTOS.
           CLOSE CUSTOMERS.

      *=================================================================
       0020-ADD-MONEY      SECTION.
      *Soma no segmento de cada cliente o que ele gastou no caixa nos
      *ultimos 12 meses: aluguel, multa, seguro, equipamento e venda
      *=================================================================
           OPEN INPUT TRANSACT.
           IF WRK-TRANS-FSTAT NOT EQUAL ZEROES
               GO TO 0020-FIM
           END-IF.
           OPEN I-O SEGMENTOS.
           PERFORM UNTIL WRK-TRANS-FSTAT NOT EQUAL ZEROES
               READ TRANSACT
                   AT END
                       MOVE 100 TO WRK-TRANS-FSTAT
                   NOT AT END
                       IF FS-TRANS-CUST-COD GREATER THAN ZEROES
                           AND FS-TRANS-DATE NOT LESS THAN WRK-YEAR-AGO
                           AND (FS-TRANS-ALUGUEL OR FS-TRANS-MULTA
                               OR FS-TRANS-SEGURO
                               OR FS-TRANS-EQUIPAMENTO
                               OR FS-TRANS-VENDA)
                           PERFORM 0025-POST-MONEY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANSACT.
           CLOSE SEGMENTOS.
       0020-FIM.
           EXIT.

      *=================================================================
       0025-POST-MONEY      SECTION.
      *Acumula o valor da transacao corrente no segmento do cliente
      *=================================================================
           MOVE FS-TRANS-CUST-COD TO FS-SEG-CUST-COD.
           READ SEGMENTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD FS-TRANS-AMOUNT TO FS-SEG-MONEY
                   REWRITE FS-SEGMENTO
           END-READ.

      *=================================================================
       0030-SCORE-CUSTOMER      SECTION.
      *Levanta recencia, frequencia e genero preferido do cliente
      *corrente pelo indice RENTCUST.DAT, classifica-o no segmento e
      *imprime-o na lista de reconquista quando for o caso
      *=================================================================
           MOVE FS-CUST-COD TO FS-SEG-CUST-COD.
           READ SEGMENTOS
               INVALID KEY
                   GO TO 0030-FIM
           END-READ.
           MOVE ZEROES TO FS-SEG-LAST-DATE FS-SEG-FIRST-DATE
               FS-SEG-DAYS FS-SEG-FREQ FS-SEG-TOTAL.
           MOVE SPACES TO FS-SEG-GENRE.
           INITIALIZE WRK-GEN-TABLE.
           MOVE ZEROES TO WRK-GEN-COUNT.
           IF WRK-HAS-XREF EQUAL 1
               PERFORM 0035-READ-RENTALS
           END-IF.
           IF FS-SEG-LAST-DATE GREATER THAN ZEROES
               COMPUTE FS-SEG-DAYS = WRK-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(FS-SEG-LAST-DATE)
           END-IF.
           MOVE ZEROES TO WRK-BEST-SLOT.
           PERFORM VARYING WRK-SLOT FROM 1 BY 1
                   UNTIL WRK-SLOT GREATER THAN WRK-GEN-COUNT
               IF WRK-BEST-SLOT EQUAL ZEROES
                   MOVE WRK-SLOT TO WRK-BEST-SLOT
               ELSE
                   IF WRK-GT-COUNT(WRK-SLOT) GREATER THAN
                       WRK-GT-COUNT(WRK-BEST-SLOT)
                       MOVE WRK-SLOT TO WRK-BEST-SLOT
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-BEST-SLOT GREATER THAN ZEROES
               MOVE WRK-GT-GENRE(WRK-BEST-SLOT) TO FS-SEG-GENRE
           END-IF.

           EVALUATE TRUE
               WHEN FS-SEG-TOTAL EQUAL ZEROES
                   MOVE "N" TO FS-SEG-CODE
                   MOVE 5 TO WRK-SEG-SUB
               WHEN FS-SEG-FIRST-DATE NOT LESS THAN WRK-NEW-FROM
                   MOVE "N" TO FS-SEG-CODE
                   MOVE 5 TO WRK-SEG-SUB
               WHEN FS-SEG-DAYS NOT GREATER THAN WRK-CHAMP-DAYS
                   AND FS-SEG-FREQ NOT LESS THAN WRK-CHAMP-FREQ
                   AND FS-SEG-MONEY NOT LESS THAN WRK-CHAMP-MONEY
                   MOVE "C" TO FS-SEG-CODE
                   MOVE 1 TO WRK-SEG-SUB
               WHEN FS-SEG-DAYS LESS THAN WRK-RISK-DAYS
                   MOVE "R" TO FS-SEG-CODE
                   MOVE 2 TO WRK-SEG-SUB
               WHEN FS-SEG-DAYS NOT GREATER THAN WRK-LAPSED-DAYS
                   MOVE "A" TO FS-SEG-CODE
                   MOVE 3 TO WRK-SEG-SUB
               WHEN OTHER
                   MOVE "L" TO FS-SEG-CODE
                   MOVE 4 TO WRK-SEG-SUB
           END-EVALUATE.
           MOVE WRK-TODAY TO FS-SEG-CALC-DATE.
           REWRITE FS-SEGMENTO.
           ADD 1 TO WRK-ST-COUNT(WRK-SEG-SUB).
           ADD FS-SEG-MONEY TO WRK-ST-MONEY(WRK-SEG-SUB).

           IF FS-SEG-EM-RISCO
               AND FS-SEG-TOTAL NOT LESS THAN WRK-FREQUENT-MIN
               AND FS-SEG-LAST-DATE GREATER THAN WRK-RETAIN-CUTOFF
               ADD 1 TO WRK-WIN-COUNT
               MOVE SPACES TO WRK-BUFF
               STRING FS-CUST-COD "  " FS-CUST-NAME(1:25) " "
                   FS-CUST-PHONE " " FS-SEG-DAYS " " FS-SEG-TOTAL
                   " " FS-SEG-GENRE INTO WRK-BUFF
               PERFORM 0070-PRINT-LINE
           END-IF.
       0030-FIM.
           EXIT.

      *=================================================================
       0035-READ-RENTALS      SECTION.
      *Percorre os alugueis do cliente no indice, do mais novo para o
      *mais antigo: o primeiro contado e o ultimo aluguel e o ultimo
      *contado e o primeiro
      *=================================================================
           MOVE FS-CUST-COD TO FS-XREF-CUST-COD.
           MOVE ZEROES TO FS-XREF-INV-DATE FS-XREF-MOV-COD
               FS-XREF-DUE-DATE.
           START RENTXREF KEY IS NOT LESS THAN FS-XREF-KEY
               INVALID KEY
                   GO TO 0035-FIM
           END-START.
           MOVE ZEROES TO WRK-XREF-FSTAT.
           PERFORM UNTIL WRK-XREF-FSTAT NOT EQUAL ZEROES
               READ RENTXREF NEXT RECORD
                   AT END
                       MOVE 100 TO WRK-XREF-FSTAT
                   NOT AT END
                       IF FS-XREF-CUST-COD NOT EQUAL FS-CUST-COD
                           MOVE 100 TO WRK-XREF-FSTAT
                       ELSE
                           PERFORM 0040-COUNT-RENTAL
                       END-IF
               END-READ
           END-PERFORM.
           MOVE ZEROES TO WRK-XREF-FSTAT.
       0035-FIM.
           EXIT.

      *=================================================================
       0040-COUNT-RENTAL      SECTION.
      *Conta o aluguel corrente do indice, a menos que tenha sido
      *anulado -- conferido no aluguel ativo ou no arquivo morto
      *=================================================================
           MOVE 1 TO WRK-COUNTED.
           MOVE ZEROES TO WRK-FOUND.
           IF WRK-HAS-RENTALS EQUAL 1
               MOVE FS-XREF-MOV-COD  TO FS-RENT-MOV-COD
               MOVE FS-XREF-DUE-DATE TO FS-RENT-DUE-DATE
               MOVE FS-XREF-CUST-COD TO FS-RENT-CUST-COD
               READ RENTALS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WRK-FOUND
                       IF FS-RENT-ANULADO
                           MOVE ZEROES TO WRK-COUNTED
                       END-IF
               END-READ
           END-IF.
           IF WRK-FOUND EQUAL ZEROES
               AND WRK-HAS-HIST EQUAL 1
               MOVE FS-XREF-MOV-COD  TO FS-HIST-MOV-COD
               MOVE FS-XREF-DUE-DATE TO FS-HIST-DUE-DATE
               MOVE FS-XREF-CUST-COD TO FS-HIST-CUST-COD
               READ RENTHIST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FS-HIST-ANULADO
                           MOVE ZEROES TO WRK-COUNTED
                       END-IF
               END-READ
           END-IF.
           IF WRK-COUNTED EQUAL ZEROES
               GO TO 0040-FIM
           END-IF.
           ADD 1 TO FS-SEG-TOTAL.
           IF FS-SEG-LAST-DATE EQUAL ZEROES
               MOVE FS-XREF-RENT-DATE TO FS-SEG-LAST-DATE
           END-IF.
           MOVE FS-XREF-RENT-DATE TO FS-SEG-FIRST-DATE.
           IF FS-XREF-RENT-DATE NOT LESS THAN WRK-YEAR-AGO
               ADD 1 TO FS-SEG-FREQ
           END-IF.
           IF WRK-HAS-MOVIES EQUAL 1
               PERFORM 0045-TALLY-GENRES
           END-IF.
       0040-FIM.
           EXIT.

      *=================================================================
       0045-TALLY-GENRES      SECTION.
      *Soma os generos do filme do aluguel corrente na tabela do
      *cliente
      *=================================================================
           MOVE FS-XREF-MOV-COD TO FS-MOV-COD.
           READ MOVIES
               INVALID KEY
                   GO TO 0045-FIM
           END-READ.
           PERFORM VARYING WRK-GEN-SUB FROM 1 BY 1
                   UNTIL WRK-GEN-SUB GREATER THAN 3
               IF FS-MOV-GENRE(WRK-GEN-SUB) NOT EQUAL SPACES
                   PERFORM 0050-TALLY-ONE-GENRE
               END-IF
           END-PERFORM.
       0045-FIM.
           EXIT.

      *=================================================================
       0050-TALLY-ONE-GENRE      SECTION.
      *Soma uma ocorrencia de genero na tabela do cliente
      *=================================================================
           MOVE ZEROES TO WRK-FOUND.
           PERFORM VARYING WRK-SLOT FROM 1 BY 1
                   UNTIL WRK-SLOT GREATER THAN WRK-GEN-COUNT
               IF WRK-GT-GENRE(WRK-SLOT) EQUAL
                   FS-MOV-GENRE(WRK-GEN-SUB)
                   ADD 1 TO WRK-GT-COUNT(WRK-SLOT)
                   MOVE 1 TO WRK-FOUND
               END-IF
           END-PERFORM.
           IF WRK-FOUND EQUAL ZEROES
               AND WRK-GEN-COUNT LESS THAN 20
               ADD 1 TO WRK-GEN-COUNT
               MOVE FS-MOV-GENRE(WRK-GEN-SUB)
                   TO WRK-GT-GENRE(WRK-GEN-COUNT)
               MOVE 1 TO WRK-GT-COUNT(WRK-GEN-COUNT)
           END-IF.

      *=================================================================
       0060-PRINT-SUMMARY      SECTION.
      *Imprime o total da lista de reconquista e o resumo de clientes
      *e receita dos ultimos 12 meses por segmento
      *=================================================================
           MOVE SPACES TO WRK-BUFF.
           STRING "CLIENTES A RECONQUISTAR: " WRK-WIN-COUNT
               INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE "SEGMENTO      CLIENTES  RECEITA 12 MESES" TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "CAMPEAO       " WRK-ST-COUNT(1) "     "
               WRK-ST-MONEY(1) INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "REGULAR       " WRK-ST-COUNT(2) "     "
               WRK-ST-MONEY(2) INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "EM RISCO      " WRK-ST-COUNT(3) "     "
               WRK-ST-MONEY(3) INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "AFASTADO      " WRK-ST-COUNT(4) "     "
               WRK-ST-MONEY(4) INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "NOVO          " WRK-ST-COUNT(5) "     "
               WRK-ST-MONEY(5) INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE ZEROES TO WRK-TOTAL-MONEY.
           PERFORM VARYING WRK-SEG-SUB FROM 1 BY 1
                   UNTIL WRK-SEG-SUB GREATER THAN 5
               ADD WRK-ST-MONEY(WRK-SEG-SUB) TO WRK-TOTAL-MONEY
           END-PERFORM.
           MOVE SPACES TO WRK-BUFF.
           STRING "TOTAL         " WRK-CUST-COUNT "     "
               WRK-TOTAL-MONEY INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.

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
       END PROGRAM SEGMENTARCLIENTES.
