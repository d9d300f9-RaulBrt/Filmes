      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Aviso semanal de novidades do acervo por afinidade
      *           de genero. Junta os titulos cadastrados em MOVIES.DAT
      *           depois da ultima rodada concluida (FS-MOV-CREATED-DT
      *           contra RODADAS.DAT; sem rodada anterior, os dos
      *           ultimos 7 dias) e, pelo indice RENTCUST.DAT, escolhe
      *           para cada cliente os dois generos que ele mais alugou
      *           nos ultimos seis meses. Cada cliente que aceitou
      *           ofertas e novidades (FS-CUST-MKT-OPTIN) e tem
      *           telefone recebe uma mensagem so com ate cinco titulos
      *           novos desses generos -- menos os que ja alugou, tem
      *           agendados (AGENDA.DAT) ou espera (WAITLIST.DAT) --,
      *           acrescentada em SMSSAIDA.DAT no layout dos lembretes
      *           (tipo N), e entra na lista de ligacoes NOVIDADES.PRN.
      *           Roda pelo menu de rotinas periodicas ou pelo
      *           AGENDADOR (modo "B", sem tela).
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISARNOVIDADES.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT MOVIES ASSIGN TO "MOVIES.DAT"
           FILE STATUS IS WRK-MOV-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES.

           SELECT RENTXREF ASSIGN TO "RENTCUST.DAT"
           FILE STATUS IS WRK-XREF-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-XREF-KEY.

           SELECT CUSTOMERS ASSIGN TO "CUSTOMERS.DAT"
           FILE STATUS IS WRK-CUST-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-CUST-COD
           ALTERNATE RECORD KEY IS FS-CUST-NAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS FS-CUST-DOC WITH DUPLICATES.

           SELECT AGENDA ASSIGN TO "AGENDA.DAT"
           FILE STATUS IS WRK-BOOK-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-BOOK-KEY.

           SELECT WAITLIST ASSIGN TO "WAITLIST.DAT"
           FILE STATUS IS WRK-WAIT-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-WAIT-KEY.

           SELECT RODADAS ASSIGN TO "RODADAS.DAT"
           FILE STATUS IS WRK-RUN-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT EXPORT-FILE ASSIGN TO "SMSSAIDA.DAT"
           FILE STATUS IS WRK-EXP-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT PRINT-FILE ASSIGN TO "NOVIDADES.PRN"
           FILE STATUS IS WRK-PRINT-STATUS
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  MOVIES.
           01 FS-MOVIE.
               COPY MOVIEFLDS.
           FD  RENTXREF.
           01 FS-RENTXREF.
               COPY XREFFLDS.
           FD  CUSTOMERS.
           01 FS-CUSTOMER.
               COPY CUSTFLDS.
           FD  AGENDA.
           01 FS-BOOKING.
               COPY BOOKFLDS.
           FD  WAITLIST.
           01 FS-WAITREC.
               COPY WAITFLDS.
           FD  RODADAS.
           01 FS-RODADA.
               COPY RODADAFLDS.
           FD  EXPORT-FILE.
           01 FS-EXP-LINE              PIC X(250).
           FD  PRINT-FILE.
           01 FS-PRINT-LINE            PIC X(71).
       WORKING-STORAGE SECTION.
       77  WRK-MOV-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-XREF-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-CUST-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-BOOK-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-WAIT-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-RUN-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-EXP-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-PRINT-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-SPOOL-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-NIVEL-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-TRAINING                PIC 9(01) VALUE ZEROES.
       77  WRK-TRN-STATUS              PIC 9(03) VALUE ZEROES.
       77  WRK-MIN-LEVEL               PIC 9(01) VALUE 2.
       77  WRK-RUN-MODE                PIC X(01) VALUE SPACES.
       77  WRK-RUN-PERIOD              PIC 9(08) VALUE ZEROES.
       77  WRK-RUN-STATUS              PIC 9(03) VALUE ZEROES.
       77  WRK-RUN-READ                PIC 9(07) VALUE ZEROES.
       77  WRK-RUN-WRITTEN             PIC 9(07) VALUE ZEROES.
       77  WRK-RUN-RC                  PIC 9(03) VALUE ZEROES.
       77  WRK-TECLA                   PIC X(01) VALUE SPACES.
       77  WRK-TRIES                   PIC 9(01) VALUE ZEROES.
       77  WRK-BUFF                    PIC X(71) VALUE SPACES.
       77  WRK-EXP-BUFF                PIC X(250) VALUE SPACES.
       77  WRK-LINE                    PIC 9(04) VALUE ZEROES.
       77  WRK-EOF                     PIC 9(01) VALUE ZEROES.
       77  WRK-TODAY                   PIC 9(08) VALUE ZEROES.
       77  WRK-TODAY-INT               PIC 9(08) VALUE ZEROES.
       77  WRK-WORK-INT                PIC 9(08) VALUE ZEROES.
       77  WRK-LAST-RUN                PIC 9(08) VALUE ZEROES.
       77  WRK-SINCE                   PIC 9(08) VALUE ZEROES.
       77  WRK-SIX-MONTHS              PIC 9(08) VALUE ZEROES.
      *Sem rodada anterior, olha os titulos dos ultimos WRK-FIRST-DAYS;
      *a afinidade vale para os generos com pelo menos WRK-MIN-RENTALS
      *alugueis do cliente nos ultimos WRK-AFFINITY-DAYS
       77  WRK-FIRST-DAYS              PIC 9(03) VALUE 7.
       77  WRK-AFFINITY-DAYS           PIC 9(03) VALUE 183.
       77  WRK-MIN-RENTALS             PIC 9(04) VALUE 2.
       77  WRK-MAX-TITLES              PIC 9(01) VALUE 5.
       77  WRK-HAS-BOOK                PIC 9(01) VALUE ZEROES.
       77  WRK-HAS-WAIT                PIC 9(01) VALUE ZEROES.
       77  WRK-HAS-EXPORT              PIC 9(01) VALUE ZEROES.
       77  WRK-TABLE-FULL              PIC 9(01) VALUE ZEROES.
       77  WRK-FOUND                   PIC 9(01) VALUE ZEROES.
       77  WRK-EXCLUDED                PIC 9(01) VALUE ZEROES.
       77  WRK-CUR-CUST                PIC 9(05) VALUE ZEROES.
       77  WRK-NT-SUB                  PIC 9(02) VALUE ZEROES.
       77  WRK-NT-COUNT                PIC 9(02) VALUE ZEROES.
       77  WRK-GEN-SUB                 PIC 9(02) VALUE ZEROES.
       77  WRK-SLOT                    PIC 9(02) VALUE ZEROES.
       77  WRK-BEST1                   PIC 9(02) VALUE ZEROES.
       77  WRK-BEST2                   PIC 9(02) VALUE ZEROES.
       77  WRK-GEN-COUNT               PIC 9(02) VALUE ZEROES.
       77  WRK-TOP-GENRE1              PIC X(08) VALUE SPACES.
       77  WRK-TOP-GENRE2              PIC X(08) VALUE SPACES.
       77  WRK-MATCH-COUNT             PIC 9(01) VALUE ZEROES.
       77  WRK-MATCH-SUB               PIC 9(01) VALUE ZEROES.
       77  WRK-SENT-COUNT              PIC 9(05) VALUE ZEROES.
       77  WRK-SKIP-COUNT              PIC 9(05) VALUE ZEROES.
       77  WRK-CUST-READ               PIC 9(05) VALUE ZEROES.
       77  WRK-MSG-ID                  PIC X(13) VALUE SPACES.
      *Titulos novos desde a ultima rodada; WRK-NT-SEEN marca os que o
      *cliente corrente ja alugou
       01  WRK-NEW-TABLE.
           05 WRK-NT-ENTRY             OCCURS 50 TIMES.
               10 WRK-NT-COD           PIC 9(05).
               10 WRK-NT-TITLE         PIC X(30).
               10 WRK-NT-GENRE         PIC X(08) OCCURS 3 TIMES.
               10 WRK-NT-SEEN          PIC 9(01).
      *Generos alugados pelo cliente corrente nos ultimos seis meses
       01  WRK-GEN-TABLE.
           05 WRK-GT-ENTRY             OCCURS 20 TIMES.
               10 WRK-GT-GENRE         PIC X(08).
               10 WRK-GT-COUNT         PIC 9(04).
      *Titulos escolhidos para o cliente corrente
       01  WRK-MATCH-TABLE.
           05 WRK-MATCH-NT             PIC 9(02) OCCURS 5 TIMES.
       01  WRK-TITLE-LIST.
           05 WRK-TITLE-ITEM           OCCURS 5 TIMES.
               10 WRK-TITLE-SEP        PIC X(01) VALUE SPACES.
               10 WRK-TITLE-NAME       PIC X(30) VALUE SPACES.
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
                  BACKGROUND-COLOR 2 FROM "AVISO DE NOVIDADES".
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
      *Novidades do modo treinamento nunca vao para o provedor de SMS
           CALL "LERTREINO" USING WRK-TRAINING.
           IF WRK-TRAINING EQUAL 1
               MOVE 661 TO WRK-TRN-STATUS
               CALL "ERROS" USING WRK-TRN-STATUS, "AVISARNOVIDADES",
                   WRK-RUN-MODE
               GOBACK
           END-IF.
           IF WRK-RUN-MODE NOT EQUAL "B"
               CALL "CHECKNIVEL" USING LNK-OPERATOR, WRK-MIN-LEVEL,
                   WRK-NIVEL-STATUS, "AVISARNOVIDADES "
               IF WRK-NIVEL-STATUS NOT EQUAL ZEROES
                   CALL "ERROS" USING WRK-NIVEL-STATUS,
                       "AVISARNOVIDADES"
                   GOBACK
               END-IF
           END-IF.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           PERFORM 0005-ZERO-INFO.
           PERFORM 0010-FIND-LAST-RUN.
           MOVE WRK-TODAY TO WRK-RUN-PERIOD.
           CALL "CONTROLERODADA" USING "I", "AVISARNOVIDADES ",
               WRK-RUN-PERIOD, LNK-OPERATOR, WRK-RUN-READ,
               WRK-RUN-WRITTEN, WRK-RUN-RC, WRK-RUN-STATUS.
           IF WRK-RUN-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-RUN-STATUS, "AVISARNOVIDADES",
                   WRK-RUN-MODE
               GOBACK
           END-IF.
           OPEN INPUT MOVIES.
           IF WRK-MOV-FSTAT NOT EQUAL ZEROES
               MOVE 350 TO WRK-MOV-FSTAT
               CALL "ERROS" USING WRK-MOV-FSTAT, "AVISARNOVIDADES",
                   WRK-RUN-MODE
               MOVE ZEROES TO WRK-MOV-FSTAT
               PERFORM 0090-END-RUN
               GOBACK
           END-IF.
           PERFORM 0020-LOAD-NEW-TITLES.
           OPEN OUTPUT PRINT-FILE.
           MOVE 02 TO WRK-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "NOVIDADES POR GENERO EM " WRK-TODAY
               " - TITULOS CADASTRADOS DESDE " WRK-SINCE
               INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           IF WRK-NT-COUNT EQUAL ZEROES
               MOVE "NENHUM TITULO NOVO NO PERIODO" TO WRK-BUFF
               PERFORM 0070-PRINT-LINE
           ELSE
               MOVE SPACES TO WRK-BUFF
               STRING "CODIGO NOME                            "
                   "TELEFONE" INTO WRK-BUFF
               PERFORM 0070-PRINT-LINE
               PERFORM 0030-MATCH-CUSTOMERS
           END-IF.
           CLOSE MOVIES.
           MOVE SPACES TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "TITULOS NOVOS: " WRK-NT-COUNT
               "  MENSAGENS: " WRK-SENT-COUNT
               "  SEM ACEITE OU TELEFONE: " WRK-SKIP-COUNT
               INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           IF WRK-TABLE-FULL EQUAL 1
               MOVE "TABELA CHEIA (50 TITULOS) - RESULTADO PARCIAL"
                   TO WRK-BUFF
               PERFORM 0070-PRINT-LINE
           END-IF.
           CLOSE PRINT-FILE.
           PERFORM 0090-END-RUN.
      *Copia datada no spool, antes da proxima rodada
      *sobrescrever o PRN fixo
           CALL "ESPOLAR" USING "NOVIDADES.PRN       ",
               LNK-OPERATOR, WRK-SPOOL-STATUS.
           DISPLAY "IMPRESSO EM NOVIDADES.PRN. PRESSIONE ENTER"
               AT 2301.
           IF WRK-RUN-MODE NOT EQUAL "B"
               ACCEPT WRK-TECLA AT 2345
           END-IF.
           GOBACK.

      *=================================================================
       0005-ZERO-INFO      SECTION.
      *Zera contadores de uma chamada anterior e calcula o inicio da
      *janela de afinidade
      *=================================================================
           MOVE ZEROES TO WRK-SENT-COUNT WRK-SKIP-COUNT WRK-NT-COUNT
               WRK-CUST-READ WRK-TABLE-FULL WRK-HAS-EXPORT
               WRK-RUN-READ WRK-RUN-WRITTEN WRK-RUN-RC.
           INITIALIZE WRK-NEW-TABLE.
           CALL "LERDATANEG" USING WRK-TODAY.
           COMPUTE WRK-TODAY-INT = FUNCTION INTEGER-OF-DATE(WRK-TODAY).
           COMPUTE WRK-WORK-INT = WRK-TODAY-INT - WRK-AFFINITY-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WRK-WORK-INT)
               TO WRK-SIX-MONTHS.

      *=================================================================
       0010-FIND-LAST-RUN      SECTION.
      *Procura em RODADAS.DAT a ultima rodada concluida deste aviso;
      *sem nenhuma, parte de WRK-FIRST-DAYS atras
      *=================================================================
           MOVE ZEROES TO WRK-LAST-RUN.
           OPEN INPUT RODADAS.
           IF WRK-RUN-FSTAT NOT EQUAL ZEROES
               MOVE ZEROES TO WRK-RUN-FSTAT
               GO TO 0010-DEFAULT
           END-IF.
           PERFORM UNTIL WRK-RUN-FSTAT NOT EQUAL ZEROES
               READ RODADAS
                   AT END
                       MOVE 100 TO WRK-RUN-FSTAT
                   NOT AT END
                       IF FS-RUN-JOB EQUAL "AVISARNOVIDADES "
                           AND FS-RUN-CONCLUIDA
                           AND FS-RUN-PERIOD GREATER THAN WRK-LAST-RUN
                           MOVE FS-RUN-PERIOD TO WRK-LAST-RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RODADAS.
           MOVE ZEROES TO WRK-RUN-FSTAT.
       0010-DEFAULT.
           IF WRK-LAST-RUN EQUAL ZEROES
               COMPUTE WRK-WORK-INT = WRK-TODAY-INT - WRK-FIRST-DAYS
               MOVE FUNCTION DATE-OF-INTEGER(WRK-WORK-INT)
                   TO WRK-LAST-RUN
           END-IF.
           COMPUTE WRK-WORK-INT =
               FUNCTION INTEGER-OF-DATE(WRK-LAST-RUN) + 1.
           MOVE FUNCTION DATE-OF-INTEGER(WRK-WORK-INT) TO WRK-SINCE.
       0010-FIM.
           EXIT.

      *=================================================================
       0020-LOAD-NEW-TITLES      SECTION.
      *Le MOVIES.DAT inteiro guardando os titulos cadastrados depois
      *da ultima rodada
      *=================================================================
           MOVE ZEROES TO WRK-EOF.
           PERFORM UNTIL WRK-EOF EQUAL 1
               READ MOVIES NEXT RECORD
                   AT END
                       MOVE 1 TO WRK-EOF
                   NOT AT END
                       IF FS-MOV-CREATED-DT NOT LESS THAN WRK-SINCE
                           PERFORM 0025-ADD-TITLE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE ZEROES TO WRK-MOV-FSTAT.

      *=================================================================
       0025-ADD-TITLE      SECTION.
      *Acrescenta o titulo corrente na tabela de novidades
      *=================================================================
           IF WRK-NT-COUNT LESS THAN 50
               ADD 1 TO WRK-NT-COUNT
               MOVE FS-MOV-COD   TO WRK-NT-COD(WRK-NT-COUNT)
               MOVE FS-MOV-TITLE TO WRK-NT-TITLE(WRK-NT-COUNT)
               PERFORM VARYING WRK-GEN-SUB FROM 1 BY 1
                       UNTIL WRK-GEN-SUB GREATER THAN 3
                   MOVE FS-MOV-GENRE(WRK-GEN-SUB)
                       TO WRK-NT-GENRE(WRK-NT-COUNT, WRK-GEN-SUB)
               END-PERFORM
           ELSE
               MOVE 1 TO WRK-TABLE-FULL
           END-IF.

      *=================================================================
       0030-MATCH-CUSTOMERS      SECTION.
      *Percorre RENTCUST.DAT, que vem em ordem de cliente e, dentro do
      *cliente, do aluguel mais novo para o mais antigo, somando os
      *generos de cada cliente; na troca de cliente escolhe os
      *titulos novos dele
      *=================================================================
           OPEN INPUT RENTXREF.
           IF WRK-XREF-FSTAT NOT EQUAL ZEROES
               MOVE ZEROES TO WRK-XREF-FSTAT
               GO TO 0030-FIM
           END-IF.
           OPEN INPUT CUSTOMERS.
           MOVE ZEROES TO WRK-HAS-BOOK WRK-HAS-WAIT.
           OPEN INPUT AGENDA.
           IF WRK-BOOK-FSTAT EQUAL ZEROES
               MOVE 1 TO WRK-HAS-BOOK
           END-IF.
           OPEN INPUT WAITLIST.
           IF WRK-WAIT-FSTAT EQUAL ZEROES
               MOVE 1 TO WRK-HAS-WAIT
           END-IF.
           MOVE ZEROES TO WRK-CUR-CUST.
           PERFORM 0035-RESET-CUSTOMER.
           PERFORM UNTIL WRK-XREF-FSTAT NOT EQUAL ZEROES
               READ RENTXREF NEXT RECORD
                   AT END
                       MOVE 100 TO WRK-XREF-FSTAT
                   NOT AT END
                       ADD 1 TO WRK-RUN-READ
                       IF FS-XREF-CUST-COD NOT EQUAL WRK-CUR-CUST
                           PERFORM 0040-CLOSE-CUSTOMER
                           MOVE FS-XREF-CUST-COD TO WRK-CUR-CUST
                           PERFORM 0035-RESET-CUSTOMER
                       END-IF
                       PERFORM 0045-COUNT-RENTAL
               END-READ
           END-PERFORM.
           PERFORM 0040-CLOSE-CUSTOMER.
           CLOSE RENTXREF.
           CLOSE CUSTOMERS.
           IF WRK-HAS-BOOK EQUAL 1
               CLOSE AGENDA
           END-IF.
           IF WRK-HAS-WAIT EQUAL 1
               CLOSE WAITLIST
           END-IF.
           IF WRK-HAS-EXPORT EQUAL 1
               MOVE SPACES TO WRK-EXP-BUFF
               STRING "FIM;" WRK-SENT-COUNT INTO WRK-EXP-BUFF
               WRITE FS-EXP-LINE FROM WRK-EXP-BUFF
               CLOSE EXPORT-FILE
           END-IF.
           MOVE ZEROES TO WRK-XREF-FSTAT WRK-CUST-FSTAT WRK-BOOK-FSTAT
               WRK-WAIT-FSTAT WRK-EXP-FSTAT.
       0030-FIM.
           EXIT.

      *=================================================================
       0035-RESET-CUSTOMER      SECTION.
      *Limpa os generos e as marcas de ja alugado do cliente anterior
      *=================================================================
           INITIALIZE WRK-GEN-TABLE.
           MOVE ZEROES TO WRK-GEN-COUNT.
           PERFORM VARYING WRK-NT-SUB FROM 1 BY 1
                   UNTIL WRK-NT-SUB GREATER THAN WRK-NT-COUNT
               MOVE ZEROES TO WRK-NT-SEEN(WRK-NT-SUB)
           END-PERFORM.

      *=================================================================
       0040-CLOSE-CUSTOMER      SECTION.
      *Escolhe os dois generos preferidos do cliente que terminou e
      *os titulos novos desses generos que ele ainda nao alugou,
      *agendou ou espera; grava a mensagem e a linha da lista
      *=================================================================
           IF WRK-CUR-CUST EQUAL ZEROES OR WRK-GEN-COUNT EQUAL ZEROES
               GO TO 0040-FIM
           END-IF.
           ADD 1 TO WRK-CUST-READ.
           MOVE ZEROES TO WRK-BEST1 WRK-BEST2.
           PERFORM VARYING WRK-SLOT FROM 1 BY 1
                   UNTIL WRK-SLOT GREATER THAN WRK-GEN-COUNT
               IF WRK-GT-COUNT(WRK-SLOT) NOT LESS THAN WRK-MIN-RENTALS
                   PERFORM 0042-RANK-GENRE
               END-IF
           END-PERFORM.
           IF WRK-BEST1 EQUAL ZEROES
               GO TO 0040-FIM
           END-IF.
           MOVE WRK-GT-GENRE(WRK-BEST1) TO WRK-TOP-GENRE1.
           MOVE SPACES TO WRK-TOP-GENRE2.
           IF WRK-BEST2 GREATER THAN ZEROES
               MOVE WRK-GT-GENRE(WRK-BEST2) TO WRK-TOP-GENRE2
           END-IF.
           MOVE ZEROES TO WRK-MATCH-COUNT.
           PERFORM VARYING WRK-NT-SUB FROM 1 BY 1
                   UNTIL WRK-NT-SUB GREATER THAN WRK-NT-COUNT
                   OR WRK-MATCH-COUNT NOT LESS THAN WRK-MAX-TITLES
               IF WRK-NT-SEEN(WRK-NT-SUB) EQUAL ZEROES
                   PERFORM 0050-CHECK-TITLE
               END-IF
           END-PERFORM.
           IF WRK-MATCH-COUNT EQUAL ZEROES
               GO TO 0040-FIM
           END-IF.
           MOVE WRK-CUR-CUST TO FS-CUST-COD.
           READ CUSTOMERS
               INVALID KEY
                   ADD 1 TO WRK-SKIP-COUNT
                   GO TO 0040-FIM
           END-READ.
           IF FS-CUST-MKT-OPTIN NOT EQUAL "S"
               OR FS-CUST-PHONE EQUAL SPACES
               ADD 1 TO WRK-SKIP-COUNT
               GO TO 0040-FIM
           END-IF.
           PERFORM 0060-WRITE-MESSAGE.
       0040-FIM.
           MOVE ZEROES TO WRK-CUST-FSTAT.

      *=================================================================
       0042-RANK-GENRE      SECTION.
      *Coloca o genero WRK-SLOT entre os dois mais alugados, se for o
      *caso
      *=================================================================
           IF WRK-BEST1 EQUAL ZEROES
               MOVE WRK-SLOT TO WRK-BEST1
               GO TO 0042-FIM
           END-IF.
           IF WRK-GT-COUNT(WRK-SLOT) GREATER THAN
               WRK-GT-COUNT(WRK-BEST1)
               MOVE WRK-BEST1 TO WRK-BEST2
               MOVE WRK-SLOT TO WRK-BEST1
               GO TO 0042-FIM
           END-IF.
           IF WRK-BEST2 EQUAL ZEROES
               MOVE WRK-SLOT TO WRK-BEST2
               GO TO 0042-FIM
           END-IF.
           IF WRK-GT-COUNT(WRK-SLOT) GREATER THAN
               WRK-GT-COUNT(WRK-BEST2)
               MOVE WRK-SLOT TO WRK-BEST2
           END-IF.
       0042-FIM.
           EXIT.

      *=================================================================
       0045-COUNT-RENTAL      SECTION.
      *Marca o titulo novo que o cliente ja alugou e, para os alugueis
      *dos ultimos seis meses, soma os generos do filme
      *=================================================================
           PERFORM VARYING WRK-NT-SUB FROM 1 BY 1
                   UNTIL WRK-NT-SUB GREATER THAN WRK-NT-COUNT
               IF WRK-NT-COD(WRK-NT-SUB) EQUAL FS-XREF-MOV-COD
                   MOVE 1 TO WRK-NT-SEEN(WRK-NT-SUB)
               END-IF
           END-PERFORM.
           IF FS-XREF-RENT-DATE LESS THAN WRK-SIX-MONTHS
               GO TO 0045-FIM
           END-IF.
           MOVE FS-XREF-MOV-COD TO FS-MOV-COD.
           READ MOVIES
               INVALID KEY
                   GO TO 0045-FIM
           END-READ.
           PERFORM VARYING WRK-GEN-SUB FROM 1 BY 1
                   UNTIL WRK-GEN-SUB GREATER THAN 3
               IF FS-MOV-GENRE(WRK-GEN-SUB) NOT EQUAL SPACES
                   PERFORM 0047-TALLY-ONE-GENRE
               END-IF
           END-PERFORM.
       0045-FIM.
           MOVE ZEROES TO WRK-MOV-FSTAT.

      *=================================================================
       0047-TALLY-ONE-GENRE      SECTION.
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
       0050-CHECK-TITLE      SECTION.
      *Escolhe o titulo novo WRK-NT-SUB se ele for de um dos generos
      *preferidos e o cliente nao o tiver agendado nem na lista de
      *espera
      *=================================================================
           MOVE ZEROES TO WRK-FOUND.
           PERFORM VARYING WRK-GEN-SUB FROM 1 BY 1
                   UNTIL WRK-GEN-SUB GREATER THAN 3
               IF WRK-NT-GENRE(WRK-NT-SUB, WRK-GEN-SUB)
                       NOT EQUAL SPACES
                   IF WRK-NT-GENRE(WRK-NT-SUB, WRK-GEN-SUB) EQUAL
                           WRK-TOP-GENRE1
                       OR WRK-NT-GENRE(WRK-NT-SUB, WRK-GEN-SUB) EQUAL
                           WRK-TOP-GENRE2
                       MOVE 1 TO WRK-FOUND
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-FOUND EQUAL ZEROES
               GO TO 0050-FIM
           END-IF.
           MOVE ZEROES TO WRK-EXCLUDED.
           IF WRK-HAS-BOOK EQUAL 1
               PERFORM 0052-CHECK-BOOKING
           END-IF.
           IF WRK-EXCLUDED EQUAL ZEROES AND WRK-HAS-WAIT EQUAL 1
               PERFORM 0054-CHECK-WAITLIST
           END-IF.
           IF WRK-EXCLUDED EQUAL ZEROES
               ADD 1 TO WRK-MATCH-COUNT
               MOVE WRK-NT-SUB TO WRK-MATCH-NT(WRK-MATCH-COUNT)
           END-IF.
       0050-FIM.
           EXIT.

      *=================================================================
       0052-CHECK-BOOKING      SECTION.
      *Procura agendamento em aberto do cliente para o titulo
      *=================================================================
           MOVE WRK-NT-COD(WRK-NT-SUB) TO FS-BOOK-MOV-COD.
           MOVE ZEROES TO FS-BOOK-DATE FS-BOOK-CUST-COD.
           START AGENDA KEY IS NOT LESS THAN FS-BOOK-KEY
               INVALID KEY
                   GO TO 0052-FIM
           END-START.
           MOVE ZEROES TO WRK-BOOK-FSTAT.
           PERFORM UNTIL WRK-BOOK-FSTAT NOT EQUAL ZEROES
               READ AGENDA NEXT RECORD
                   AT END
                       MOVE 100 TO WRK-BOOK-FSTAT
                   NOT AT END
                       IF FS-BOOK-MOV-COD NOT EQUAL
                               WRK-NT-COD(WRK-NT-SUB)
                           MOVE 100 TO WRK-BOOK-FSTAT
                       ELSE
                           IF FS-BOOK-CUST-COD EQUAL WRK-CUR-CUST
                               AND FS-BOOK-ABERTA
                               MOVE 1 TO WRK-EXCLUDED
                               MOVE 100 TO WRK-BOOK-FSTAT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       0052-FIM.
           MOVE ZEROES TO WRK-BOOK-FSTAT.

      *=================================================================
       0054-CHECK-WAITLIST      SECTION.
      *Procura o cliente na lista de espera do titulo (pendente ou ja
      *avisado)
      *=================================================================
           MOVE WRK-NT-COD(WRK-NT-SUB) TO FS-WAIT-MOV-COD.
           MOVE ZEROES TO FS-WAIT-DATE FS-WAIT-TIME.
           START WAITLIST KEY IS NOT LESS THAN FS-WAIT-KEY
               INVALID KEY
                   GO TO 0054-FIM
           END-START.
           MOVE ZEROES TO WRK-WAIT-FSTAT.
           PERFORM UNTIL WRK-WAIT-FSTAT NOT EQUAL ZEROES
               READ WAITLIST NEXT RECORD
                   AT END
                       MOVE 100 TO WRK-WAIT-FSTAT
                   NOT AT END
                       IF FS-WAIT-MOV-COD NOT EQUAL
                               WRK-NT-COD(WRK-NT-SUB)
                           MOVE 100 TO WRK-WAIT-FSTAT
                       ELSE
                           IF FS-WAIT-CUST-COD EQUAL WRK-CUR-CUST
                               AND (FS-WAIT-PENDENTE OR FS-WAIT-AVISADO)
                               MOVE 1 TO WRK-EXCLUDED
                               MOVE 100 TO WRK-WAIT-FSTAT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       0054-FIM.
           MOVE ZEROES TO WRK-WAIT-FSTAT.

      *=================================================================
       0060-WRITE-MESSAGE      SECTION.
      *Grava a mensagem do cliente em SMSSAIDA.DAT, depois do que ja
      *estiver la, e as linhas dele na lista de ligacoes
      *=================================================================
           IF WRK-HAS-EXPORT EQUAL ZEROES
               PERFORM 0065-OPEN-EXPORT
           END-IF.
           MOVE SPACES TO WRK-TITLE-LIST.
           PERFORM VARYING WRK-MATCH-SUB FROM 1 BY 1
                   UNTIL WRK-MATCH-SUB GREATER THAN WRK-MATCH-COUNT
               MOVE WRK-NT-TITLE(WRK-MATCH-NT(WRK-MATCH-SUB))
                   TO WRK-TITLE-NAME(WRK-MATCH-SUB)
               IF WRK-MATCH-SUB GREATER THAN 1
                   MOVE "/" TO WRK-TITLE-SEP(WRK-MATCH-SUB)
               END-IF
           END-PERFORM.
           MOVE SPACES TO WRK-MSG-ID.
           STRING FS-CUST-COD WRK-TODAY INTO WRK-MSG-ID.
           MOVE SPACES TO WRK-EXP-BUFF.
           STRING WRK-MSG-ID ";"
                  FS-CUST-PHONE ";"
                  FS-CUST-NAME ";"
                  "N;"
                  WRK-TODAY ";"
                  ";"
                  WRK-TITLE-LIST
                  INTO WRK-EXP-BUFF.
           WRITE FS-EXP-LINE FROM WRK-EXP-BUFF.
           ADD 1 TO WRK-SENT-COUNT.
           ADD 1 TO WRK-RUN-WRITTEN.
           MOVE SPACES TO WRK-BUFF.
           STRING FS-CUST-COD "  " FS-CUST-NAME "  " FS-CUST-PHONE
               INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           PERFORM VARYING WRK-MATCH-SUB FROM 1 BY 1
                   UNTIL WRK-MATCH-SUB GREATER THAN WRK-MATCH-COUNT
               MOVE SPACES TO WRK-BUFF
               STRING "         - "
                   WRK-NT-TITLE(WRK-MATCH-NT(WRK-MATCH-SUB))
                   INTO WRK-BUFF
               PERFORM 0070-PRINT-LINE
           END-PERFORM.

      *=================================================================
       0065-OPEN-EXPORT      SECTION.
      *Abre SMSSAIDA.DAT para acrescentar: os lembretes do dia que o
      *provedor ainda nao buscou continuam no arquivo
      *=================================================================
           MOVE ZEROES TO WRK-TRIES.
           OPEN EXTEND EXPORT-FILE.
           IF WRK-EXP-FSTAT EQUAL 350 AND WRK-TRIES LESS THAN 1
               ADD 1 TO WRK-TRIES
               CLOSE EXPORT-FILE
               OPEN OUTPUT EXPORT-FILE
           END-IF.
           MOVE 1 TO WRK-HAS-EXPORT.
           MOVE SPACES TO WRK-EXP-BUFF.
           STRING "NOVIDADES;" WRK-TODAY ";" LNK-OPERATOR
               INTO WRK-EXP-BUFF.
           WRITE FS-EXP-LINE FROM WRK-EXP-BUFF.

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
       0090-END-RUN      SECTION.
      *Grava o fim da rodada no registro de rodadas
      *=================================================================
           CALL "CONTROLERODADA" USING "C", "AVISARNOVIDADES ",
               WRK-RUN-PERIOD, LNK-OPERATOR, WRK-RUN-READ,
               WRK-RUN-WRITTEN, WRK-RUN-RC, WRK-RUN-STATUS.
       END PROGRAM AVISARNOVIDADES.
