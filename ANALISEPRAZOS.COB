      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Analise do prazo de aluguel: para os alugueis
      *           devolvidos no periodo (RENTALS.DAT e o arquivo morto
      *           RENTHIST.DAT), compara os dias em que o cliente ficou
      *           com a copia (devolucao menos retirada) com os dias
      *           pagos (vencimento menos retirada), agrupando por
      *           genero, por formato da copia e pela faixa de prazo da
      *           tabela de precos (tipo D). Para cada grupo mostra a
      *           parcela devolvida antes do prazo, no prazo e com 1,
      *           2 a 3 ou 4 ou mais dias de atraso, a media de dias
      *           pagos e usados e a multa de atraso gerada (linhas M
      *           do diario de caixa, pelo indice TRANSIDX.DAT), em
      *           PRAZOS.PRN. No terminal o periodo padrao e o mes
      *           corrente ate hoje; no modo batch ("B", AGENDADOR) e o
      *           mes anterior inteiro ate hoje.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANALISEPRAZOS.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT RENTALS ASSIGN TO "RENTALS.DAT"
           FILE STATUS IS WRK-RENT-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-RENT-KEY.

           SELECT RENTHIST ASSIGN TO "RENTHIST.DAT"
           FILE STATUS IS WRK-HIST-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-HIST-KEY.

           SELECT MOVIES ASSIGN TO "MOVIES.DAT"
           FILE STATUS IS WRK-MOV-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES.

           SELECT COPIES ASSIGN TO "COPIES.DAT"
           FILE STATUS IS WRK-COPY-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-COPY-KEY.

           SELECT PRECOS ASSIGN TO "PRECOS.DAT"
           FILE STATUS IS WRK-PRC-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-PRC-KEY.

           SELECT TRANSIDX ASSIGN TO "TRANSIDX.DAT"
           FILE STATUS IS WRK-TIX-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-TIX-KEY
           ALTERNATE RECORD KEY IS FS-TIX-CUST-KEY WITH DUPLICATES.

           SELECT PRINT-FILE ASSIGN TO "PRAZOS.PRN"
           FILE STATUS IS WRK-PRINT-STATUS
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
           FD  MOVIES.
           01 FS-MOVIE.
               COPY MOVIEFLDS.
           FD  COPIES.
           01 FS-COPY.
               COPY COPYFLDS.
           FD  PRECOS.
           01 FS-PRICE.
               COPY PRICEFLDS.
           FD  TRANSIDX.
           01 FS-TIX.
               COPY TRNIDXFLDS.
           FD  PRINT-FILE.
           01 FS-PRINT-LINE            PIC X(71).
       WORKING-STORAGE SECTION.
       77  WRK-RENT-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-HIST-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-MOV-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-COPY-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-PRC-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-TIX-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-PRINT-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-SPOOL-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-NIVEL-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-MIN-LEVEL               PIC 9(01) VALUE 2.
       77  WRK-RUN-MODE                PIC X(01) VALUE SPACES.
       77  WRK-TECLA                   PIC X(01) VALUE SPACES.
       77  WRK-BUFF                    PIC X(71) VALUE SPACES.
       77  WRK-LINE                    PIC 9(04) VALUE ZEROES.
       77  WRK-TODAY                   PIC 9(08) VALUE ZEROES.
       77  WRK-YEAR                    PIC 9(04) VALUE ZEROES.
       77  WRK-MONTH                   PIC 9(02) VALUE ZEROES.
       77  WRK-START-DATE              PIC 9(08) VALUE ZEROES.
       77  WRK-END-DATE                PIC 9(08) VALUE ZEROES.
       77  WRK-DATE-MSK                PIC X(08) VALUE SPACES.
       77  WRK-HAS-MOV                 PIC 9(01) VALUE ZEROES.
       77  WRK-HAS-COPY                PIC 9(01) VALUE ZEROES.
       77  WRK-HAS-TIX                 PIC 9(01) VALUE ZEROES.
       77  WRK-TABLE-FULL              PIC 9(01) VALUE ZEROES.
       77  WRK-FOUND                   PIC 9(01) VALUE ZEROES.
       77  WRK-LAST-MOV                PIC 9(05) VALUE ZEROES.
       77  WRK-LAST-GENRE              PIC X(12) VALUE SPACES.
      *Aluguel corrente, vindo do arquivo vivo ou do morto
       77  WRK-R-MOV-COD               PIC 9(05) VALUE ZEROES.
       77  WRK-R-CUST-COD              PIC 9(05) VALUE ZEROES.
       77  WRK-R-COPY-NUM              PIC 9(03) VALUE ZEROES.
       77  WRK-R-DATE                  PIC 9(08) VALUE ZEROES.
       77  WRK-R-DUE-DATE              PIC 9(08) VALUE ZEROES.
       77  WRK-R-RETURN-DATE           PIC 9(08) VALUE ZEROES.
       77  WRK-PAID-DAYS               PIC 9(05) VALUE ZEROES.
       77  WRK-KEPT-DAYS               PIC 9(05) VALUE ZEROES.
       77  WRK-LATE-DAYS               PIC 9(05) VALUE ZEROES.
      *Faixa de devolucao: 1 = antes do prazo, 2 = no prazo, 3 = um
      *dia de atraso, 4 = dois a tres, 5 = quatro ou mais
       77  WRK-BUCKET                  PIC 9(01) VALUE ZEROES.
       77  WRK-FEE                     PIC 9(06)V99 VALUE ZEROES.
       77  WRK-GRP-KIND                PIC X(01) VALUE SPACES.
       77  WRK-GRP-NAME                PIC X(12) VALUE SPACES.
       77  WRK-GENRE                   PIC X(12) VALUE SPACES.
       77  WRK-FORMAT                  PIC X(12) VALUE SPACES.
       77  WRK-BAND                    PIC X(12) VALUE SPACES.
       77  WRK-GR-COUNT                PIC 9(03) VALUE ZEROES.
       77  WRK-SLOT                    PIC 9(03) VALUE ZEROES.
       77  WRK-BK                      PIC 9(01) VALUE ZEROES.
       77  WRK-BD-COUNT                PIC 9(02) VALUE ZEROES.
       77  WRK-BD-SUB                  PIC 9(02) VALUE ZEROES.
       77  WRK-PCT                     PIC 9(03) VALUE ZEROES.
       77  WRK-SECTION-TITLE           PIC X(30) VALUE SPACES.
       77  WRK-TAIL                    PIC X(21) VALUE SPACES.
      *Medias de dias impressas com uma casa e a virgula
       01  WRK-AVG                     PIC 9(03)V9 VALUE ZEROES.
       01  WRK-AVG-R REDEFINES WRK-AVG.
           05 WRK-AVG-INT              PIC 9(03).
           05 WRK-AVG-DEC              PIC 9(01).
       01  WRK-AVG2                    PIC 9(03)V9 VALUE ZEROES.
       01  WRK-AVG2-R REDEFINES WRK-AVG2.
           05 WRK-AVG2-INT             PIC 9(03).
           05 WRK-AVG2-DEC             PIC 9(01).
      *Multa impressa com a virgula
       01  WRK-MONEY                   PIC 9(06)V99 VALUE ZEROES.
       01  WRK-MONEY-R REDEFINES WRK-MONEY.
           05 WRK-MONEY-INT            PIC 9(06).
           05 WRK-MONEY-DEC            PIC 9(02).
      *Linha do diario de caixa guardada no indice
       01  WRK-TRANS.
           COPY TRANSFLDS.
      *Faixas de prazo da tabela de precos, em ordem crescente
       01  WRK-BAND-TABLE.
           05 WRK-BD-DAYS              PIC 9(03) OCCURS 20 TIMES.
      *Grupos: G = genero, F = formato, B = faixa de prazo, T = total
       01  WRK-GROUP-TABLE.
           05 WRK-GR-ENTRY             OCCURS 80 TIMES.
               10 WRK-GR-KIND          PIC X(01).
               10 WRK-GR-NAME          PIC X(12).
               10 WRK-GR-QTY           PIC 9(07).
               10 WRK-GR-BUCKET        PIC 9(07) OCCURS 5 TIMES.
               10 WRK-GR-PAID          PIC 9(09).
               10 WRK-GR-KEPT          PIC 9(09).
               10 WRK-GR-FEES          PIC 9(08)V99.
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
                  BACKGROUND-COLOR 2 FROM "PRAZO DE ALUGUEL".
       01  SHOW-LINE.
           05 DTA.
               10 LINE WRK-LINE COLUMN 01 PIC X(71) ERASE EOL
                  BACKGROUND-COLOR 0 FOREGROUND-COLOR 2 FROM WRK-BUFF.

       PROCEDURE DIVISION USING LNK-OPERATOR, OPTIONAL LNK-MODE.
       0000-MAIN-PROCEDURE.
      *Modo batch ("B", vindo do AGENDADOR): sem pausas e sem operador
      *no terminal, entao o nivel so e conferido pelo menu
           MOVE SPACES TO WRK-RUN-MODE.
           IF LNK-MODE NOT OMITTED
               MOVE LNK-MODE TO WRK-RUN-MODE
           END-IF.
           IF WRK-RUN-MODE NOT EQUAL "B"
               CALL "CHECKNIVEL" USING LNK-OPERATOR, WRK-MIN-LEVEL,
                   WRK-NIVEL-STATUS, "ANALISEPRAZOS   "
               IF WRK-NIVEL-STATUS NOT EQUAL ZEROES
                   CALL "ERROS" USING WRK-NIVEL-STATUS,
                       "ANALISEPRAZOS"
                   GOBACK
               END-IF
           END-IF.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           CALL "LERDATANEG" USING WRK-TODAY.
           PERFORM 0010-GET-PERIOD.
           INITIALIZE WRK-GROUP-TABLE WRK-BAND-TABLE.
           MOVE ZEROES TO WRK-GR-COUNT WRK-TABLE-FULL WRK-BD-COUNT.
           MOVE 99999 TO WRK-LAST-MOV.
           PERFORM 0015-LOAD-BANDS.
           MOVE ZEROES TO WRK-HAS-MOV WRK-HAS-COPY WRK-HAS-TIX.
           OPEN INPUT MOVIES.
           IF WRK-MOV-FSTAT EQUAL ZEROES
               MOVE 1 TO WRK-HAS-MOV
           END-IF.
           OPEN INPUT COPIES.
           IF WRK-COPY-FSTAT EQUAL ZEROES
               MOVE 1 TO WRK-HAS-COPY
           END-IF.
           OPEN INPUT TRANSIDX.
           IF WRK-TIX-FSTAT EQUAL ZEROES
               MOVE 1 TO WRK-HAS-TIX
           END-IF.
      *O total geral ocupa a primeira posicao da tabela
           MOVE "T" TO WRK-GRP-KIND.
           MOVE "TOTAL" TO WRK-GRP-NAME.
           PERFORM 0045-FIND-GROUP.
           PERFORM 0020-READ-RENTALS.
           PERFORM 0025-READ-HISTORY.
           IF WRK-HAS-MOV EQUAL 1
               CLOSE MOVIES
           END-IF.
           IF WRK-HAS-COPY EQUAL 1
               CLOSE COPIES
           END-IF.
           IF WRK-HAS-TIX EQUAL 1
               CLOSE TRANSIDX
           END-IF.
           MOVE ZEROES TO WRK-MOV-FSTAT WRK-COPY-FSTAT WRK-TIX-FSTAT.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           OPEN OUTPUT PRINT-FILE.
           MOVE 02 TO WRK-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "PRAZO DE ALUGUEL - DEVOLVIDOS DE " WRK-START-DATE
               " A " WRK-END-DATE INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE "G" TO WRK-GRP-KIND.
           MOVE "POR GENERO" TO WRK-SECTION-TITLE.
           PERFORM 0060-PRINT-SECTION.
           MOVE "F" TO WRK-GRP-KIND.
           MOVE "POR FORMATO" TO WRK-SECTION-TITLE.
           PERFORM 0060-PRINT-SECTION.
           MOVE "B" TO WRK-GRP-KIND.
           MOVE "POR FAIXA DE PRAZO PAGO" TO WRK-SECTION-TITLE.
           PERFORM 0060-PRINT-SECTION.
           MOVE "T" TO WRK-GRP-KIND.
           MOVE "TODOS OS ALUGUEIS" TO WRK-SECTION-TITLE.
           PERFORM 0060-PRINT-SECTION.
           MOVE SPACES TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE "ANT = ANTES DO PRAZO  PRZ = NO PRAZO  +N = DIAS DE ATRA
      -        "SO" TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE "PAGO/USADO = MEDIA DE DIAS  MULTAS = MULTA DE ATRASO LA
      -        "NCADA" TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           IF WRK-TABLE-FULL EQUAL 1
               MOVE "TABELA CHEIA (80 GRUPOS) - RESULTADO PARCIAL"
                   TO WRK-BUFF
               PERFORM 0070-PRINT-LINE
           END-IF.
           CLOSE PRINT-FILE.
      *Copia datada no spool, antes da proxima rodada
      *sobrescrever o PRN fixo
           CALL "ESPOLAR" USING "PRAZOS.PRN          ",
               LNK-OPERATOR, WRK-SPOOL-STATUS.
           DISPLAY "IMPRESSO EM PRAZOS.PRN. PRESSIONE ENTER"
               AT 2301.
           IF WRK-RUN-MODE NOT EQUAL "B"
               ACCEPT WRK-TECLA AT 2345
           END-IF.
           GOBACK.

      *=================================================================
       0010-GET-PERIOD      SECTION.
      *Periodo do relatorio. No terminal o padrao e o mes corrente
      *ate hoje; no modo batch e o mes anterior inteiro ate hoje
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
           DISPLAY "DATA INICIAL (AAAAMMDD, ENTER=INICIO DO MES): "
               AT 0305.
           MOVE SPACES TO WRK-DATE-MSK.
           ACCEPT WRK-DATE-MSK AT 0352.
           IF WRK-DATE-MSK NOT EQUAL SPACES
               AND WRK-DATE-MSK IS NUMERIC
               MOVE WRK-DATE-MSK TO WRK-START-DATE
           END-IF.
           DISPLAY "DATA FINAL (AAAAMMDD, ENTER=HOJE): " AT 0405.
           MOVE SPACES TO WRK-DATE-MSK.
           ACCEPT WRK-DATE-MSK AT 0441.
           IF WRK-DATE-MSK NOT EQUAL SPACES
               AND WRK-DATE-MSK IS NUMERIC
               MOVE WRK-DATE-MSK TO WRK-END-DATE
           END-IF.
       0010-FIM.
           EXIT.

      *=================================================================
       0015-LOAD-BANDS      SECTION.
      *Carrega os limites das faixas de prazo (tipo D da tabela de
      *precos); a chave ja as traz em ordem crescente de dias
      *=================================================================
           OPEN INPUT PRECOS.
           IF WRK-PRC-FSTAT NOT EQUAL ZEROES
               MOVE ZEROES TO WRK-PRC-FSTAT
               GO TO 0015-FIM
           END-IF.
           PERFORM UNTIL WRK-PRC-FSTAT NOT EQUAL ZEROES
               READ PRECOS
                   AT END
                       MOVE 100 TO WRK-PRC-FSTAT
                   NOT AT END
                       IF FS-PRC-FAIXA-DIAS
                           AND FS-PRC-ARG(1:3) IS NUMERIC
                           AND WRK-BD-COUNT LESS THAN 20
                           ADD 1 TO WRK-BD-COUNT
                           MOVE FS-PRC-ARG(1:3)
                               TO WRK-BD-DAYS(WRK-BD-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRECOS.
           MOVE ZEROES TO WRK-PRC-FSTAT.
       0015-FIM.
           EXIT.

      *=================================================================
       0020-READ-RENTALS      SECTION.
      *Le o arquivo vivo de alugueis, analisando os devolvidos no
      *periodo
      *=================================================================
           OPEN INPUT RENTALS.
           IF WRK-RENT-FSTAT NOT EQUAL ZEROES
               MOVE ZEROES TO WRK-RENT-FSTAT
               GO TO 0020-FIM
           END-IF.
           PERFORM UNTIL WRK-RENT-FSTAT NOT EQUAL ZEROES
               READ RENTALS NEXT RECORD
                   AT END
                       MOVE 100 TO WRK-RENT-FSTAT
                   NOT AT END
                       IF FS-RENT-DEVOLVIDO
                           AND FS-RENT-RETURN-DATE NOT LESS THAN
                               WRK-START-DATE
                           AND FS-RENT-RETURN-DATE NOT GREATER THAN
                               WRK-END-DATE
                           MOVE FS-RENT-MOV-COD TO WRK-R-MOV-COD
                           MOVE FS-RENT-CUST-COD TO WRK-R-CUST-COD
                           MOVE FS-RENT-COPY-NUM TO WRK-R-COPY-NUM
                           MOVE FS-RENT-DATE TO WRK-R-DATE
                           MOVE FS-RENT-DUE-DATE TO WRK-R-DUE-DATE
                           MOVE FS-RENT-RETURN-DATE
                               TO WRK-R-RETURN-DATE
                           PERFORM 0030-ANALYZE-ONE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RENTALS.
           MOVE ZEROES TO WRK-RENT-FSTAT.
       0020-FIM.
           EXIT.

      *=================================================================
       0025-READ-HISTORY      SECTION.
      *Le o arquivo morto, que pode guardar devolucoes do periodo
      *quando o expurgo rodou depois delas
      *=================================================================
           OPEN INPUT RENTHIST.
           IF WRK-HIST-FSTAT NOT EQUAL ZEROES
               MOVE ZEROES TO WRK-HIST-FSTAT
               GO TO 0025-FIM
           END-IF.
           PERFORM UNTIL WRK-HIST-FSTAT NOT EQUAL ZEROES
               READ RENTHIST NEXT RECORD
                   AT END
                       MOVE 100 TO WRK-HIST-FSTAT
                   NOT AT END
                       IF FS-HIST-DEVOLVIDO
                           AND FS-HIST-RETURN-DATE NOT LESS THAN
                               WRK-START-DATE
                           AND FS-HIST-RETURN-DATE NOT GREATER THAN
                               WRK-END-DATE
                           MOVE FS-HIST-MOV-COD TO WRK-R-MOV-COD
                           MOVE FS-HIST-CUST-COD TO WRK-R-CUST-COD
                           MOVE FS-HIST-COPY-NUM TO WRK-R-COPY-NUM
                           MOVE FS-HIST-DATE TO WRK-R-DATE
                           MOVE FS-HIST-DUE-DATE TO WRK-R-DUE-DATE
                           MOVE FS-HIST-RETURN-DATE
                               TO WRK-R-RETURN-DATE
                           PERFORM 0030-ANALYZE-ONE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RENTHIST.
           MOVE ZEROES TO WRK-HIST-FSTAT.
       0025-FIM.
           EXIT.

      *=================================================================
       0030-ANALYZE-ONE      SECTION.
      *Apura dias pagos, dias usados, a faixa de devolucao e a multa
      *do aluguel corrente e soma nos seus tres grupos e no total
      *=================================================================
           IF WRK-R-DATE EQUAL ZEROES
               OR WRK-R-DUE-DATE LESS THAN WRK-R-DATE
               OR WRK-R-RETURN-DATE LESS THAN WRK-R-DATE
               GO TO 0030-FIM
           END-IF.
           COMPUTE WRK-PAID-DAYS =
               FUNCTION INTEGER-OF-DATE(WRK-R-DUE-DATE)
               - FUNCTION INTEGER-OF-DATE(WRK-R-DATE).
           COMPUTE WRK-KEPT-DAYS =
               FUNCTION INTEGER-OF-DATE(WRK-R-RETURN-DATE)
               - FUNCTION INTEGER-OF-DATE(WRK-R-DATE).
           EVALUATE TRUE
               WHEN WRK-KEPT-DAYS LESS THAN WRK-PAID-DAYS
                   MOVE 1 TO WRK-BUCKET
               WHEN WRK-KEPT-DAYS EQUAL WRK-PAID-DAYS
                   MOVE 2 TO WRK-BUCKET
               WHEN OTHER
                   COMPUTE WRK-LATE-DAYS =
                       WRK-KEPT-DAYS - WRK-PAID-DAYS
                   EVALUATE TRUE
                       WHEN WRK-LATE-DAYS EQUAL 1
                           MOVE 3 TO WRK-BUCKET
                       WHEN WRK-LATE-DAYS LESS THAN 4
                           MOVE 4 TO WRK-BUCKET
                       WHEN OTHER
                           MOVE 5 TO WRK-BUCKET
                   END-EVALUATE
           END-EVALUATE.
           MOVE ZEROES TO WRK-FEE.
           IF WRK-BUCKET GREATER THAN 2
               PERFORM 0036-FIND-FEE
           END-IF.
           PERFORM 0032-FIND-GENRE.
           PERFORM 0034-FIND-FORMAT.
           PERFORM 0038-FIND-BAND.
           MOVE "T" TO WRK-GRP-KIND.
           MOVE "TOTAL" TO WRK-GRP-NAME.
           PERFORM 0040-ADD-TO-GROUP.
           MOVE "G" TO WRK-GRP-KIND.
           MOVE WRK-GENRE TO WRK-GRP-NAME.
           PERFORM 0040-ADD-TO-GROUP.
           MOVE "F" TO WRK-GRP-KIND.
           MOVE WRK-FORMAT TO WRK-GRP-NAME.
           PERFORM 0040-ADD-TO-GROUP.
           MOVE "B" TO WRK-GRP-KIND.
           MOVE WRK-BAND TO WRK-GRP-NAME.
           PERFORM 0040-ADD-TO-GROUP.
       0030-FIM.
           EXIT.

      *=================================================================
       0032-FIND-GENRE      SECTION.
      *Genero principal do titulo (o primeiro dos tres)
      *=================================================================
           IF WRK-R-MOV-COD EQUAL WRK-LAST-MOV
               MOVE WRK-LAST-GENRE TO WRK-GENRE
               GO TO 0032-FIM
           END-IF.
           MOVE "SEM GENERO" TO WRK-GENRE.
           IF WRK-HAS-MOV EQUAL 1
               MOVE WRK-R-MOV-COD TO FS-MOV-COD
               READ MOVIES
                   INVALID KEY
                       MOVE "SEM CADASTRO" TO WRK-GENRE
                   NOT INVALID KEY
                       IF FS-MOV-GENRE(1) NOT EQUAL SPACES
                           MOVE FS-MOV-GENRE(1) TO WRK-GENRE
                       END-IF
               END-READ
               MOVE ZEROES TO WRK-MOV-FSTAT
           END-IF.
           MOVE WRK-R-MOV-COD TO WRK-LAST-MOV.
           MOVE WRK-GENRE TO WRK-LAST-GENRE.
       0032-FIM.
           EXIT.

      *=================================================================
       0034-FIND-FORMAT      SECTION.
      *Formato da copia alugada; copia ja baixada ou aluguel antigo
      *sem o numero da copia ficam sem formato
      *=================================================================
           MOVE "SEM COPIA" TO WRK-FORMAT.
           IF WRK-HAS-COPY EQUAL ZEROES
               OR WRK-R-COPY-NUM EQUAL ZEROES
               GO TO 0034-FIM
           END-IF.
           MOVE WRK-R-MOV-COD TO FS-COPY-MOV-COD.
           MOVE WRK-R-COPY-NUM TO FS-COPY-NUM.
           READ COPIES
               NOT INVALID KEY
                   IF FS-COPY-FORMAT NOT EQUAL SPACES
                       MOVE FS-COPY-FORMAT TO WRK-FORMAT
                   END-IF
           END-READ.
           MOVE ZEROES TO WRK-COPY-FSTAT.
       0034-FIM.
           EXIT.

      *=================================================================
       0036-FIND-FEE      SECTION.
      *Soma as multas de atraso (linhas M) lancadas para o cliente e o
      *filme no dia da devolucao, pelo indice do diario por cliente
      *=================================================================
           IF WRK-HAS-TIX EQUAL ZEROES
               GO TO 0036-FIM
           END-IF.
           MOVE WRK-R-CUST-COD TO FS-TIX-CUST-COD.
           MOVE WRK-R-RETURN-DATE TO FS-TIX-CUST-DATE.
           START TRANSIDX KEY IS NOT LESS THAN FS-TIX-CUST-KEY
               INVALID KEY
                   GO TO 0036-FIM
           END-START.
           MOVE ZEROES TO WRK-TIX-FSTAT.
           PERFORM UNTIL WRK-TIX-FSTAT NOT EQUAL ZEROES
               READ TRANSIDX NEXT RECORD
                   AT END
                       MOVE 100 TO WRK-TIX-FSTAT
                   NOT AT END
                       IF FS-TIX-CUST-COD NOT EQUAL WRK-R-CUST-COD
                           OR FS-TIX-CUST-DATE NOT EQUAL
                               WRK-R-RETURN-DATE
                           MOVE 100 TO WRK-TIX-FSTAT
                       ELSE
                           MOVE FS-TIX-LINE TO WRK-TRANS
                           IF FS-TRANS-MULTA
                               AND FS-TRANS-MOV-COD EQUAL
                                   WRK-R-MOV-COD
                               ADD FS-TRANS-AMOUNT TO WRK-FEE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE ZEROES TO WRK-TIX-FSTAT.
       0036-FIM.
           EXIT.

      *=================================================================
       0038-FIND-BAND      SECTION.
      *Faixa de prazo: a primeira faixa da tabela que cobre os dias
      *pagos; sem faixas cadastradas o titulo esta no preco fixo
      *=================================================================
           IF WRK-BD-COUNT EQUAL ZEROES
               MOVE "PRECO FIXO" TO WRK-BAND
               GO TO 0038-FIM
           END-IF.
           MOVE ZEROES TO WRK-FOUND.
           PERFORM VARYING WRK-BD-SUB FROM 1 BY 1
                   UNTIL WRK-BD-SUB GREATER THAN WRK-BD-COUNT
                   OR WRK-FOUND EQUAL 1
               IF WRK-BD-DAYS(WRK-BD-SUB) NOT LESS THAN WRK-PAID-DAYS
                   MOVE 1 TO WRK-FOUND
                   MOVE SPACES TO WRK-BAND
                   STRING "ATE " WRK-BD-DAYS(WRK-BD-SUB) " DIAS"
                       INTO WRK-BAND
               END-IF
           END-PERFORM.
           IF WRK-FOUND EQUAL ZEROES
               MOVE SPACES TO WRK-BAND
               STRING "MAIS " WRK-BD-DAYS(WRK-BD-COUNT) " DIAS"
                   INTO WRK-BAND
           END-IF.
       0038-FIM.
           EXIT.

      *=================================================================
       0040-ADD-TO-GROUP      SECTION.
      *Soma o aluguel corrente no grupo WRK-GRP-KIND/WRK-GRP-NAME
      *=================================================================
           PERFORM 0045-FIND-GROUP.
           IF WRK-SLOT EQUAL ZEROES
               GO TO 0040-FIM
           END-IF.
           ADD 1 TO WRK-GR-QTY(WRK-SLOT).
           ADD 1 TO WRK-GR-BUCKET(WRK-SLOT, WRK-BUCKET).
           ADD WRK-PAID-DAYS TO WRK-GR-PAID(WRK-SLOT).
           ADD WRK-KEPT-DAYS TO WRK-GR-KEPT(WRK-SLOT).
           ADD WRK-FEE TO WRK-GR-FEES(WRK-SLOT).
       0040-FIM.
           EXIT.

      *=================================================================
       0045-FIND-GROUP      SECTION.
      *Acha (ou abre) a posicao do grupo na tabela; WRK-SLOT zerado
      *quando a tabela ja esta cheia
      *=================================================================
           MOVE ZEROES TO WRK-FOUND.
           PERFORM VARYING WRK-SLOT FROM 1 BY 1
                   UNTIL WRK-SLOT GREATER THAN WRK-GR-COUNT
                   OR WRK-FOUND EQUAL 1
               IF WRK-GR-KIND(WRK-SLOT) EQUAL WRK-GRP-KIND
                   AND WRK-GR-NAME(WRK-SLOT) EQUAL WRK-GRP-NAME
                   MOVE 1 TO WRK-FOUND
               END-IF
           END-PERFORM.
           IF WRK-FOUND EQUAL 1
               SUBTRACT 1 FROM WRK-SLOT
               GO TO 0045-FIM
           END-IF.
           IF WRK-GR-COUNT NOT LESS THAN 80
               MOVE 1 TO WRK-TABLE-FULL
               MOVE ZEROES TO WRK-SLOT
               GO TO 0045-FIM
           END-IF.
           ADD 1 TO WRK-GR-COUNT.
           MOVE WRK-GR-COUNT TO WRK-SLOT.
           MOVE WRK-GRP-KIND TO WRK-GR-KIND(WRK-SLOT).
           MOVE WRK-GRP-NAME TO WRK-GR-NAME(WRK-SLOT).
       0045-FIM.
           EXIT.

      *=================================================================
       0060-PRINT-SECTION      SECTION.
      *Imprime os grupos de um tipo, com a parcela de cada faixa de
      *devolucao, as medias de dias e as multas
      *=================================================================
           MOVE SPACES TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE WRK-SECTION-TITLE TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "GRUPO         QTDE ANT  PRZ  +1   +2/3 +4   PAGO  "
               "USADO    MULTAS" INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           PERFORM VARYING WRK-SLOT FROM 1 BY 1
                   UNTIL WRK-SLOT GREATER THAN WRK-GR-COUNT
               IF WRK-GR-KIND(WRK-SLOT) EQUAL WRK-GRP-KIND
                   PERFORM 0065-PRINT-GROUP
               END-IF
           END-PERFORM.
       0060-FIM.
           EXIT.

      *=================================================================
       0065-PRINT-GROUP      SECTION.
      *Monta e imprime a linha de um grupo
      *=================================================================
           IF WRK-GR-QTY(WRK-SLOT) EQUAL ZEROES
               GO TO 0065-FIM
           END-IF.
           MOVE SPACES TO WRK-BUFF.
           MOVE WRK-GR-NAME(WRK-SLOT) TO WRK-BUFF(1:12).
           MOVE WRK-GR-QTY(WRK-SLOT)(3:5) TO WRK-BUFF(14:5).
           PERFORM VARYING WRK-BK FROM 1 BY 1
                   UNTIL WRK-BK GREATER THAN 5
               COMPUTE WRK-PCT ROUNDED =
                   WRK-GR-BUCKET(WRK-SLOT, WRK-BK) * 100
                   / WRK-GR-QTY(WRK-SLOT)
               MOVE WRK-PCT TO WRK-BUFF(15 + WRK-BK * 5:3)
               MOVE "%" TO WRK-BUFF(18 + WRK-BK * 5:1)
           END-PERFORM.
           COMPUTE WRK-AVG ROUNDED =
               WRK-GR-PAID(WRK-SLOT) / WRK-GR-QTY(WRK-SLOT).
           COMPUTE WRK-AVG2 ROUNDED =
               WRK-GR-KEPT(WRK-SLOT) / WRK-GR-QTY(WRK-SLOT).
           MOVE WRK-GR-FEES(WRK-SLOT) TO WRK-MONEY.
           MOVE SPACES TO WRK-TAIL.
           STRING WRK-AVG-INT "," WRK-AVG-DEC " "
               WRK-AVG2-INT "," WRK-AVG2-DEC " "
               WRK-MONEY-INT "," WRK-MONEY-DEC
               DELIMITED BY SIZE INTO WRK-TAIL.
           MOVE WRK-TAIL TO WRK-BUFF(45:21).
           PERFORM 0070-PRINT-LINE.
       0065-FIM.
           EXIT.

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
       END PROGRAM ANALISEPRAZOS.
