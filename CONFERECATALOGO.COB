      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Conferencia da qualidade do conteudo do catalogo
      *           (MOVIES.DAT): aponta cada titulo com genero ou
      *           distribuidora que nao constam mais em GENRES.DAT ou
      *           DISTRIB.DAT, classificacao fora da lista (L, 10, 12,
      *           14, 16, 18), ano zerado ou futuro, duracao zerada,
      *           preco de aluguel ou custo zerados, secao em branco ou
      *           fora de SECOES.DAT, serie/franquia usada por um so
      *           titulo e titulo sem sinopse e sem elenco. Jogos nao
      *           tem duracao nem elenco, entao para eles so a falta de
      *           sinopse conta. O relatorio (QUALIDADE.PRN) sai
      *           agrupado por tipo de problema com as contagens, para
      *           a limpeza ser distribuida entre a equipe, e cada
      *           rodada grava as contagens em QUALIDADE.DAT; o resumo
      *           compara com a rodada anterior. Aceita o modo batch
      *           ("B", AGENDADOR) para rodar toda semana.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFERECATALOGO.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT MOVIES ASSIGN TO "MOVIES.DAT"
           FILE STATUS IS WRK-MOV-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES.

           SELECT GENRES ASSIGN TO "GENRES.DAT"
           FILE STATUS IS WRK-GEN-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-GENRE-NAME.

           SELECT DISTRIBS ASSIGN TO "DISTRIB.DAT"
           FILE STATUS IS WRK-DIS-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-DISTRIB-NAME.

           SELECT SECOES ASSIGN TO "SECOES.DAT"
           FILE STATUS IS WRK-SEC-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-SEC-COD.

           SELECT SINOPSE ASSIGN TO "SINOPSE.DAT"
           FILE STATUS IS WRK-SYN-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-SYN-KEY.

           SELECT CAST ASSIGN TO "CAST.DAT"
           FILE STATUS IS WRK-CAST-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-CAST-KEY.

           SELECT QUALIDADE ASSIGN TO "QUALIDADE.DAT"
           FILE STATUS IS WRK-QUA-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT PRINT-FILE ASSIGN TO "QUALIDADE.PRN"
           FILE STATUS IS WRK-PRINT-STATUS
           ORGANISATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO "QUALSORT.TMP".
       DATA DIVISION.
       FILE SECTION.
           FD  MOVIES.
           01 FS-MOVIE.
               COPY MOVIEFLDS.
           FD  GENRES.
           01 FS-GENRE.
               COPY GENREFLDS.
           FD  DISTRIBS.
           01 FS-DISTRIB.
               COPY DISTRIBFLDS.
           FD  SECOES.
           01 FS-SECAO.
               COPY SECFLDS.
           FD  SINOPSE.
           01 FS-SINOPSE.
               COPY SYNFLDS.
           FD  CAST.
           01 FS-CAST.
               COPY CASTFLDS.
           FD  QUALIDADE.
           01 FS-QUALIDADE.
               COPY QUALFLDS.
           FD  PRINT-FILE.
           01 FS-PRINT-LINE            PIC X(71).
           SD  SORT-WORK.
           01 SRT-REC.
               05 SRT-TYPE             PIC 9(02).
               05 SRT-COD              PIC 9(05).
               05 SRT-TITLE            PIC X(30).
               05 SRT-DETAIL           PIC X(20).
       WORKING-STORAGE SECTION.
       77  WRK-MOV-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-GEN-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-DIS-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-SEC-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-SYN-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-CAST-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-QUA-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-PRINT-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-SPOOL-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-NIVEL-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-MIN-LEVEL               PIC 9(01) VALUE 1.
       77  WRK-RUN-MODE                PIC X(01) VALUE SPACES.
       77  WRK-TECLA                   PIC X(01) VALUE SPACES.
       77  WRK-BUFF                    PIC X(71) VALUE SPACES.
       77  WRK-TODAY                   PIC 9(08) VALUE ZEROES.
       77  WRK-YEAR                    PIC 9(04) VALUE ZEROES.
       77  WRK-HAS-GEN                 PIC 9(01) VALUE ZEROES.
       77  WRK-HAS-DIS                 PIC 9(01) VALUE ZEROES.
       77  WRK-HAS-SEC                 PIC 9(01) VALUE ZEROES.
       77  WRK-HAS-SYN                 PIC 9(01) VALUE ZEROES.
       77  WRK-HAS-CAST                PIC 9(01) VALUE ZEROES.
       77  WRK-HAS-PREV                PIC 9(01) VALUE ZEROES.
       77  WRK-FOUND                   PIC 9(01) VALUE ZEROES.
       77  WRK-BAD-TITLE               PIC 9(01) VALUE ZEROES.
       77  WRK-SORT-EOF                PIC 9(01) VALUE ZEROES.
       77  WRK-TABLE-FULL              PIC 9(01) VALUE ZEROES.
       77  WRK-SUB                     PIC 9(04) VALUE ZEROES.
       77  WRK-GSUB                    PIC 9(01) VALUE ZEROES.
       77  WRK-TYPE                    PIC 9(02) VALUE ZEROES.
       77  WRK-LAST-TYPE               PIC 9(02) VALUE ZEROES.
       77  WRK-DETAIL                  PIC X(20) VALUE SPACES.
       77  WRK-SR-COUNT                PIC 9(04) VALUE ZEROES.
       77  WRK-TITLES                  PIC 9(05) VALUE ZEROES.
       77  WRK-BAD-TITLES              PIC 9(05) VALUE ZEROES.
       77  WRK-TOTAL                   PIC 9(06) VALUE ZEROES.
       77  WRK-PREV-TOTAL              PIC 9(06) VALUE ZEROES.
       77  WRK-DIFF                    PIC S9(05) VALUE ZEROES.
       77  WRK-DIFF-MSK                PIC -(05)9.
       77  WRK-PREV-MSK                PIC X(06) VALUE SPACES.
       77  WRK-DIFF-TXT                PIC X(06) VALUE SPACES.
       77  WRK-CNT-MSK                 PIC Z(04)9.
       77  WRK-LINE                    PIC 9(02) VALUE ZEROES.
      *Contagem de ocorrencias por tipo de problema nesta rodada
       01  WRK-COUNT-TABLE.
           05 WRK-COUNT                PIC 9(05) OCCURS 10 TIMES.
      *Descricao de cada tipo de problema, na ordem dos tipos
       01  WRK-TYPE-NAMES.
           05 FILLER PIC X(38) VALUE
               "GENERO FORA DE GENRES.DAT".
           05 FILLER PIC X(38) VALUE
               "DISTRIBUIDORA FORA DE DISTRIB.DAT".
           05 FILLER PIC X(38) VALUE
               "CLASSIFICACAO FORA DA LISTA".
           05 FILLER PIC X(38) VALUE
               "ANO ZERADO OU FUTURO".
           05 FILLER PIC X(38) VALUE
               "DURACAO ZERADA".
           05 FILLER PIC X(38) VALUE
               "PRECO DE ALUGUEL ZERADO".
           05 FILLER PIC X(38) VALUE
               "CUSTO ZERADO".
           05 FILLER PIC X(38) VALUE
               "SECAO EM BRANCO OU FORA DE SECOES.DAT".
           05 FILLER PIC X(38) VALUE
               "SERIE USADA POR UM SO TITULO".
           05 FILLER PIC X(38) VALUE
               "SEM SINOPSE E SEM ELENCO".
       01  WRK-TYPE-NAMES-R REDEFINES WRK-TYPE-NAMES.
           05 WRK-TYPE-NAME            PIC X(38) OCCURS 10 TIMES.
      *Series/franquias do catalogo com quantos titulos usam cada uma
       01  WRK-SERIES-TABLE.
           05 WRK-SR-ENTRY             OCCURS 2000 TIMES.
               10 WRK-SR-NAME          PIC X(10).
               10 WRK-SR-QTY           PIC 9(04).
      *Rodada anterior, lida de QUALIDADE.DAT
       01  WRK-PREV.
           COPY QUALFLDS
               REPLACING ==FS-QUA-DATE==   BY ==WRK-PREV-DATE==
                         ==FS-QUA-TIME==   BY ==WRK-PREV-TIME==
                         ==FS-QUA-OPERATOR== BY ==WRK-PREV-OPERATOR==
                         ==FS-QUA-TITLES== BY ==WRK-PREV-TITLES==
                         ==FS-QUA-BAD-TITLES==
                             BY ==WRK-PREV-BAD-TITLES==
                         ==FS-QUA-COUNT==  BY ==WRK-PREV-COUNT==.
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
                  BACKGROUND-COLOR 2 FROM "QUALIDADE DO CATALOGO".
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
                   WRK-NIVEL-STATUS, "CONFERECATALOGO "
               IF WRK-NIVEL-STATUS NOT EQUAL ZEROES
                   CALL "ERROS" USING WRK-NIVEL-STATUS,
                       "CONFERECATALOGO"
                   GOBACK
               END-IF
           END-IF.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           DISPLAY "CONFERINDO O CATALOGO..." AT 0305.
           CALL "LERDATANEG" USING WRK-TODAY.
           MOVE WRK-TODAY(1:4) TO WRK-YEAR.
           INITIALIZE WRK-COUNT-TABLE WRK-SERIES-TABLE.
           MOVE ZEROES TO WRK-TITLES WRK-BAD-TITLES WRK-SR-COUNT
               WRK-TABLE-FULL.
           PERFORM 0010-LOAD-SERIES.
           PERFORM 0015-LOAD-PREVIOUS.
           PERFORM 0020-OPEN-TABLES.
           OPEN OUTPUT PRINT-FILE.
           MOVE SPACES TO WRK-BUFF.
           STRING "=== QUALIDADE DO CATALOGO EM " WRK-TODAY " ==="
               INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           SORT SORT-WORK
               ON ASCENDING KEY SRT-TYPE SRT-COD
               INPUT PROCEDURE IS 0030-SCAN-CATALOG
               OUTPUT PROCEDURE IS 0060-PRINT-PROBLEMS.
           PERFORM 0025-CLOSE-TABLES.
           PERFORM 0070-PRINT-SUMMARY.
           CLOSE PRINT-FILE.
           PERFORM 0080-SAVE-RUN.
      *Copia datada no spool, antes da proxima rodada
      *sobrescrever o PRN fixo
           CALL "ESPOLAR" USING "QUALIDADE.PRN       ",
               LNK-OPERATOR, WRK-SPOOL-STATUS.
           DISPLAY "IMPRESSO EM QUALIDADE.PRN. PRESSIONE ENTER"
               AT 2301.
           IF WRK-RUN-MODE NOT EQUAL "B"
               ACCEPT WRK-TECLA AT 2345
           END-IF.
           GOBACK.

      *=================================================================
       0010-LOAD-SERIES      SECTION.
      *Primeira leitura do catalogo: conta quantos titulos usam cada
      *serie/franquia, para apontar as usadas uma so vez (em geral
      *erro de digitacao do nome da serie)
      *=================================================================
           OPEN INPUT MOVIES.
           IF WRK-MOV-FSTAT NOT EQUAL ZEROES
               MOVE ZEROES TO WRK-MOV-FSTAT
               GO TO 0010-FIM
           END-IF.
           PERFORM UNTIL WRK-MOV-FSTAT NOT EQUAL ZEROES
               READ MOVIES
                   AT END
                       MOVE 100 TO WRK-MOV-FSTAT
                   NOT AT END
                       IF FS-MOV-SERIES NOT EQUAL SPACES
                           PERFORM 0012-COUNT-SERIES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MOVIES.
           MOVE ZEROES TO WRK-MOV-FSTAT.
       0010-FIM.
           EXIT.

      *=================================================================
       0012-COUNT-SERIES      SECTION.
      *Soma o titulo corrente na sua serie, criando a entrada quando
      *e a primeira vez que a serie aparece
      *=================================================================
           MOVE ZEROES TO WRK-FOUND.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB GREATER THAN WRK-SR-COUNT
                      OR WRK-FOUND EQUAL 1
               IF WRK-SR-NAME(WRK-SUB) EQUAL FS-MOV-SERIES
                   ADD 1 TO WRK-SR-QTY(WRK-SUB)
                   MOVE 1 TO WRK-FOUND
               END-IF
           END-PERFORM.
           IF WRK-FOUND EQUAL ZEROES
               IF WRK-SR-COUNT LESS THAN 2000
                   ADD 1 TO WRK-SR-COUNT
                   MOVE FS-MOV-SERIES TO WRK-SR-NAME(WRK-SR-COUNT)
                   MOVE 1 TO WRK-SR-QTY(WRK-SR-COUNT)
               ELSE
                   MOVE 1 TO WRK-TABLE-FULL
               END-IF
           END-IF.

      *=================================================================
       0015-LOAD-PREVIOUS      SECTION.
      *Guarda a ultima rodada gravada em QUALIDADE.DAT, para o resumo
      *mostrar a evolucao de cada contagem
      *=================================================================
           MOVE ZEROES TO WRK-HAS-PREV.
           INITIALIZE WRK-PREV.
           OPEN INPUT QUALIDADE.
           IF WRK-QUA-FSTAT NOT EQUAL ZEROES
               MOVE ZEROES TO WRK-QUA-FSTAT
               GO TO 0015-FIM
           END-IF.
           PERFORM UNTIL WRK-QUA-FSTAT NOT EQUAL ZEROES
               READ QUALIDADE
                   AT END
                       MOVE 100 TO WRK-QUA-FSTAT
                   NOT AT END
                       MOVE FS-QUALIDADE TO WRK-PREV
                       MOVE 1 TO WRK-HAS-PREV
               END-READ
           END-PERFORM.
           CLOSE QUALIDADE.
           MOVE ZEROES TO WRK-QUA-FSTAT.
       0015-FIM.
           EXIT.

      *=================================================================
       0020-OPEN-TABLES      SECTION.
      *Abre as tabelas de conferencia; uma tabela que nao existe nao
      *acusa nada (nao ha com o que comparar)
      *=================================================================
           MOVE ZEROES TO WRK-HAS-GEN WRK-HAS-DIS WRK-HAS-SEC
               WRK-HAS-SYN WRK-HAS-CAST.
           OPEN INPUT GENRES.
           IF WRK-GEN-FSTAT EQUAL ZEROES
               MOVE 1 TO WRK-HAS-GEN
           END-IF.
           OPEN INPUT DISTRIBS.
           IF WRK-DIS-FSTAT EQUAL ZEROES
               MOVE 1 TO WRK-HAS-DIS
           END-IF.
           OPEN INPUT SECOES.
           IF WRK-SEC-FSTAT EQUAL ZEROES
               MOVE 1 TO WRK-HAS-SEC
           END-IF.
           OPEN INPUT SINOPSE.
           IF WRK-SYN-FSTAT EQUAL ZEROES
               MOVE 1 TO WRK-HAS-SYN
           END-IF.
           OPEN INPUT CAST.
           IF WRK-CAST-FSTAT EQUAL ZEROES
               MOVE 1 TO WRK-HAS-CAST
           END-IF.

      *=================================================================
       0025-CLOSE-TABLES      SECTION.
      *Fecha as tabelas abertas em 0020-OPEN-TABLES
      *=================================================================
           IF WRK-HAS-GEN EQUAL 1
               CLOSE GENRES
           END-IF.
           IF WRK-HAS-DIS EQUAL 1
               CLOSE DISTRIBS
           END-IF.
           IF WRK-HAS-SEC EQUAL 1
               CLOSE SECOES
           END-IF.
           IF WRK-HAS-SYN EQUAL 1
               CLOSE SINOPSE
           END-IF.
           IF WRK-HAS-CAST EQUAL 1
               CLOSE CAST
           END-IF.
           MOVE ZEROES TO WRK-GEN-FSTAT WRK-DIS-FSTAT WRK-SEC-FSTAT
               WRK-SYN-FSTAT WRK-CAST-FSTAT.

      *=================================================================
       0030-SCAN-CATALOG      SECTION.
      *Segunda leitura do catalogo: confere cada titulo e libera para
      *a classificacao uma linha por problema encontrado
      *=================================================================
           OPEN INPUT MOVIES.
           IF WRK-MOV-FSTAT NOT EQUAL ZEROES
               MOVE ZEROES TO WRK-MOV-FSTAT
               GO TO 0030-FIM
           END-IF.
           PERFORM UNTIL WRK-MOV-FSTAT NOT EQUAL ZEROES
               READ MOVIES
                   AT END
                       MOVE 100 TO WRK-MOV-FSTAT
                   NOT AT END
                       ADD 1 TO WRK-TITLES
                       MOVE ZEROES TO WRK-BAD-TITLE
                       PERFORM 0035-CHECK-TABLES
                       PERFORM 0040-CHECK-FIELDS
                       PERFORM 0045-CHECK-TEXTS
                       IF WRK-BAD-TITLE EQUAL 1
                           ADD 1 TO WRK-BAD-TITLES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MOVIES.
           MOVE ZEROES TO WRK-MOV-FSTAT.
       0030-FIM.
           EXIT.

      *=================================================================
       0035-CHECK-TABLES      SECTION.
      *Genero, distribuidora e secao do titulo contra as tabelas. O
      *primeiro genero e obrigatorio; o segundo e o terceiro so sao
      *conferidos quando preenchidos
      *=================================================================
           PERFORM VARYING WRK-GSUB FROM 1 BY 1
                   UNTIL WRK-GSUB GREATER THAN 3
               IF FS-MOV-GENRE(WRK-GSUB) EQUAL SPACES
                   IF WRK-GSUB EQUAL 1
                       MOVE 01 TO WRK-TYPE
                       MOVE "GENERO EM BRANCO" TO WRK-DETAIL
                       PERFORM 0050-RELEASE-PROBLEM
                   END-IF
               ELSE IF WRK-HAS-GEN EQUAL 1
                   MOVE FS-MOV-GENRE(WRK-GSUB) TO FS-GENRE-NAME
                   READ GENRES
                       INVALID KEY
                           MOVE 01 TO WRK-TYPE
                           MOVE FS-MOV-GENRE(WRK-GSUB) TO WRK-DETAIL
                           PERFORM 0050-RELEASE-PROBLEM
                   END-READ
               END-IF
               END-IF
           END-PERFORM.
           IF FS-MOV-PUBLI EQUAL SPACES
               MOVE 02 TO WRK-TYPE
               MOVE "EM BRANCO" TO WRK-DETAIL
               PERFORM 0050-RELEASE-PROBLEM
           ELSE IF WRK-HAS-DIS EQUAL 1
               MOVE FS-MOV-PUBLI TO FS-DISTRIB-NAME
               READ DISTRIBS
                   INVALID KEY
                       MOVE 02 TO WRK-TYPE
                       MOVE FS-MOV-PUBLI TO WRK-DETAIL
                       PERFORM 0050-RELEASE-PROBLEM
               END-READ
           END-IF
           END-IF.
           IF FS-MOV-SECTION EQUAL SPACES
               MOVE 08 TO WRK-TYPE
               MOVE "EM BRANCO" TO WRK-DETAIL
               PERFORM 0050-RELEASE-PROBLEM
           ELSE IF WRK-HAS-SEC EQUAL 1
               MOVE FS-MOV-SECTION TO FS-SEC-COD
               READ SECOES
                   INVALID KEY
                       MOVE 08 TO WRK-TYPE
                       MOVE FS-MOV-SECTION TO WRK-DETAIL
                       PERFORM 0050-RELEASE-PROBLEM
               END-READ
           END-IF
           END-IF.
           MOVE ZEROES TO WRK-GEN-FSTAT WRK-DIS-FSTAT WRK-SEC-FSTAT.

      *=================================================================
       0040-CHECK-FIELDS      SECTION.
      *Classificacao, ano, duracao, preco, custo e serie do titulo
      *=================================================================
           IF FS-MOV-RATING NOT EQUAL "L "
               AND FS-MOV-RATING NOT EQUAL "10"
               AND FS-MOV-RATING NOT EQUAL "12"
               AND FS-MOV-RATING NOT EQUAL "14"
               AND FS-MOV-RATING NOT EQUAL "16"
               AND FS-MOV-RATING NOT EQUAL "18"
               MOVE 03 TO WRK-TYPE
               MOVE SPACES TO WRK-DETAIL
               STRING "CLASSIF. [" FS-MOV-RATING "]"
                   INTO WRK-DETAIL
               PERFORM 0050-RELEASE-PROBLEM
           END-IF.
           IF FS-MOV-YEAR EQUAL ZEROES
               OR FS-MOV-YEAR GREATER THAN WRK-YEAR
               MOVE 04 TO WRK-TYPE
               MOVE SPACES TO WRK-DETAIL
               STRING "ANO " FS-MOV-YEAR INTO WRK-DETAIL
               PERFORM 0050-RELEASE-PROBLEM
           END-IF.
      *Jogo nao tem duracao
           IF FS-MOV-LEN EQUAL ZEROES
               AND NOT FS-MOV-JOGO
               MOVE 05 TO WRK-TYPE
               MOVE SPACES TO WRK-DETAIL
               PERFORM 0050-RELEASE-PROBLEM
           END-IF.
           IF FS-MOV-RENTPRICE EQUAL ZEROES
               MOVE 06 TO WRK-TYPE
               MOVE SPACES TO WRK-DETAIL
               PERFORM 0050-RELEASE-PROBLEM
           END-IF.
           IF FS-MOV-COST EQUAL ZEROES
               MOVE 07 TO WRK-TYPE
               MOVE SPACES TO WRK-DETAIL
               PERFORM 0050-RELEASE-PROBLEM
           END-IF.
           IF FS-MOV-SERIES NOT EQUAL SPACES
               MOVE ZEROES TO WRK-FOUND
               PERFORM VARYING WRK-SUB FROM 1 BY 1
                       UNTIL WRK-SUB GREATER THAN WRK-SR-COUNT
                          OR WRK-FOUND EQUAL 1
                   IF WRK-SR-NAME(WRK-SUB) EQUAL FS-MOV-SERIES
                       MOVE 1 TO WRK-FOUND
                       IF WRK-SR-QTY(WRK-SUB) EQUAL 1
                           MOVE 09 TO WRK-TYPE
                           MOVE FS-MOV-SERIES TO WRK-DETAIL
                           PERFORM 0050-RELEASE-PROBLEM
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *=================================================================
       0045-CHECK-TEXTS      SECTION.
      *Sinopse (SINOPSE.DAT) e elenco (CAST.DAT): o titulo so entra
      *quando nao tem nenhum dos dois. Jogo nao tem elenco, entao
      *basta faltar a sinopse
      *=================================================================
           MOVE ZEROES TO WRK-FOUND.
           IF WRK-HAS-SYN EQUAL 1
               MOVE FS-MOV-COD TO FS-SYN-MOV-COD
               MOVE ZEROES TO FS-SYN-SEQ
               START SINOPSE KEY IS GREATER THAN OR EQUAL FS-SYN-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ SINOPSE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF FS-SYN-MOV-COD EQUAL FS-MOV-COD
                                   MOVE 1 TO WRK-FOUND
                               END-IF
                       END-READ
               END-START
           END-IF.
           IF WRK-FOUND EQUAL ZEROES
               AND WRK-HAS-CAST EQUAL 1
               AND NOT FS-MOV-JOGO
               MOVE FS-MOV-COD TO FS-CAST-MOV-COD
               MOVE ZEROES TO FS-CAST-SEQ
               START CAST KEY IS GREATER THAN OR EQUAL FS-CAST-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ CAST NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF FS-CAST-MOV-COD EQUAL FS-MOV-COD
                                   MOVE 1 TO WRK-FOUND
                               END-IF
                       END-READ
               END-START
           END-IF.
           IF WRK-FOUND EQUAL ZEROES
               MOVE 10 TO WRK-TYPE
               MOVE SPACES TO WRK-DETAIL
               IF FS-MOV-JOGO
                   MOVE "JOGO SEM SINOPSE" TO WRK-DETAIL
               END-IF
               PERFORM 0050-RELEASE-PROBLEM
           END-IF.
           MOVE ZEROES TO WRK-SYN-FSTAT WRK-CAST-FSTAT.

      *=================================================================
       0050-RELEASE-PROBLEM      SECTION.
      *Conta o problema WRK-TYPE do titulo corrente e o libera para a
      *classificacao com o detalhe em WRK-DETAIL
      *=================================================================
           ADD 1 TO WRK-COUNT(WRK-TYPE).
           MOVE 1 TO WRK-BAD-TITLE.
           MOVE WRK-TYPE     TO SRT-TYPE.
           MOVE FS-MOV-COD   TO SRT-COD.
           MOVE FS-MOV-TITLE TO SRT-TITLE.
           MOVE WRK-DETAIL   TO SRT-DETAIL.
           RELEASE SRT-REC.

      *=================================================================
       0060-PRINT-PROBLEMS      SECTION.
      *Recebe os problemas ja classificados por tipo e imprime um
      *bloco por tipo, com o titulo do bloco e a contagem no fim
      *=================================================================
           MOVE ZEROES TO WRK-LAST-TYPE.
           MOVE ZEROES TO WRK-SORT-EOF.
           PERFORM UNTIL WRK-SORT-EOF EQUAL 1
               RETURN SORT-WORK
                   AT END
                       MOVE 1 TO WRK-SORT-EOF
                   NOT AT END
                       IF SRT-TYPE NOT EQUAL WRK-LAST-TYPE
                           PERFORM 0065-CLOSE-GROUP
                           MOVE SRT-TYPE TO WRK-LAST-TYPE
                           MOVE SPACES TO WRK-BUFF
                           WRITE FS-PRINT-LINE FROM WRK-BUFF
                           STRING "TIPO " SRT-TYPE " - "
                               WRK-TYPE-NAME(SRT-TYPE)
                               INTO WRK-BUFF
                           WRITE FS-PRINT-LINE FROM WRK-BUFF
                       END-IF
                       MOVE SPACES TO WRK-BUFF
                       STRING "  " SRT-COD " " SRT-TITLE " "
                           SRT-DETAIL INTO WRK-BUFF
                       WRITE FS-PRINT-LINE FROM WRK-BUFF
               END-RETURN
           END-PERFORM.
           PERFORM 0065-CLOSE-GROUP.

      *=================================================================
       0065-CLOSE-GROUP      SECTION.
      *Fecha o bloco do tipo anterior com a sua contagem
      *=================================================================
           IF WRK-LAST-TYPE EQUAL ZEROES
               GO TO 0065-FIM
           END-IF.
           MOVE WRK-COUNT(WRK-LAST-TYPE) TO WRK-CNT-MSK.
           MOVE SPACES TO WRK-BUFF.
           STRING "  OCORRENCIAS NO TIPO " WRK-LAST-TYPE ": "
               WRK-CNT-MSK INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
       0065-FIM.
           EXIT.

      *=================================================================
       0070-PRINT-SUMMARY      SECTION.
      *Resumo por tipo, com a contagem da rodada anterior e a
      *diferenca, no relatorio e na tela
      *=================================================================
           MOVE SPACES TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           MOVE "RESUMO POR TIPO" TO WRK-BUFF(1:15).
           MOVE "ATUAL  ANTER  DIFER" TO WRK-BUFF(43:19).
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           MOVE 03 TO WRK-LINE.
           DISPLAY DTA.
           MOVE ZEROES TO WRK-TOTAL WRK-PREV-TOTAL.
           PERFORM VARYING WRK-TYPE FROM 1 BY 1
                   UNTIL WRK-TYPE GREATER THAN 10
               ADD WRK-COUNT(WRK-TYPE) TO WRK-TOTAL
               ADD WRK-PREV-COUNT(WRK-TYPE) TO WRK-PREV-TOTAL
               MOVE WRK-COUNT(WRK-TYPE) TO WRK-CNT-MSK
               MOVE "   -- " TO WRK-PREV-MSK
               MOVE SPACES TO WRK-DIFF-TXT
               IF WRK-HAS-PREV EQUAL 1
                   MOVE WRK-PREV-COUNT(WRK-TYPE) TO WRK-DIFF-MSK
                   MOVE WRK-DIFF-MSK TO WRK-PREV-MSK
                   COMPUTE WRK-DIFF = WRK-COUNT(WRK-TYPE)
                       - WRK-PREV-COUNT(WRK-TYPE)
                   MOVE WRK-DIFF TO WRK-DIFF-MSK
                   MOVE WRK-DIFF-MSK TO WRK-DIFF-TXT
               END-IF
               MOVE SPACES TO WRK-BUFF
               STRING WRK-TYPE " " WRK-TYPE-NAME(WRK-TYPE) " "
                   WRK-CNT-MSK " " WRK-PREV-MSK " " WRK-DIFF-TXT
                   INTO WRK-BUFF
               WRITE FS-PRINT-LINE FROM WRK-BUFF
               ADD 1 TO WRK-LINE
               DISPLAY DTA
           END-PERFORM.
           MOVE SPACES TO WRK-BUFF.
           IF WRK-HAS-PREV EQUAL 1
               COMPUTE WRK-DIFF = WRK-TOTAL - WRK-PREV-TOTAL
               MOVE WRK-DIFF TO WRK-DIFF-MSK
               STRING "TOTAL DE OCORRENCIAS: " WRK-TOTAL
                   "  ANTERIOR: " WRK-PREV-TOTAL
                   "  DIFER: " WRK-DIFF-MSK INTO WRK-BUFF
           ELSE
               STRING "TOTAL DE OCORRENCIAS: " WRK-TOTAL
                   INTO WRK-BUFF
           END-IF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           ADD 2 TO WRK-LINE.
           DISPLAY DTA.
           MOVE SPACES TO WRK-BUFF.
           STRING "TITULOS LIDOS: " WRK-TITLES
               "  TITULOS COM PROBLEMA: " WRK-BAD-TITLES INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           ADD 1 TO WRK-LINE.
           DISPLAY DTA.
           IF WRK-HAS-PREV EQUAL 1
               MOVE SPACES TO WRK-BUFF
               STRING "RODADA ANTERIOR: " WRK-PREV-DATE " "
                   WRK-PREV-TIME(1:4) " POR " WRK-PREV-OPERATOR
                   "  TITULOS: " WRK-PREV-TITLES INTO WRK-BUFF
               WRITE FS-PRINT-LINE FROM WRK-BUFF
               ADD 1 TO WRK-LINE
               DISPLAY DTA
           END-IF.
           IF WRK-TABLE-FULL EQUAL 1
               MOVE "TABELA DE SERIES CHEIA (2000) - TIPO 09 PARCIAL"
                   TO WRK-BUFF
               WRITE FS-PRINT-LINE FROM WRK-BUFF
               ADD 1 TO WRK-LINE
               DISPLAY DTA
           END-IF.

      *=================================================================
       0080-SAVE-RUN      SECTION.
      *Acrescenta as contagens desta rodada em QUALIDADE.DAT
      *=================================================================
           OPEN EXTEND QUALIDADE.
           IF WRK-QUA-FSTAT EQUAL 350
               OPEN OUTPUT QUALIDADE
           END-IF.
           IF WRK-QUA-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-QUA-FSTAT, "CONFERECATALOGO"
               MOVE ZEROES TO WRK-QUA-FSTAT
               GO TO 0080-FIM
           END-IF.
           INITIALIZE FS-QUALIDADE.
           MOVE WRK-TODAY TO FS-QUA-DATE.
           ACCEPT FS-QUA-TIME FROM TIME.
           MOVE LNK-OPERATOR TO FS-QUA-OPERATOR.
           MOVE WRK-TITLES TO FS-QUA-TITLES.
           MOVE WRK-BAD-TITLES TO FS-QUA-BAD-TITLES.
           PERFORM VARYING WRK-TYPE FROM 1 BY 1
                   UNTIL WRK-TYPE GREATER THAN 10
               MOVE WRK-COUNT(WRK-TYPE) TO FS-QUA-COUNT(WRK-TYPE)
           END-PERFORM.
           WRITE FS-QUALIDADE.
           CLOSE QUALIDADE.
       0080-FIM.
           EXIT.
       END PROGRAM CONFERECATALOGO.
