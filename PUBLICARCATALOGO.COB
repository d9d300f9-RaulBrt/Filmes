      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Publicar o catalogo e a disponibilidade para o site
      *           da loja em CATALOGO.XML: para cada titulo do acervo
      *           ativo (MOVIES.DAT) o nome, tipo, ano, generos,
      *           classificacao, formatos das copias, sinopse
      *           (SINOPSE.DAT), elenco principal (os tres primeiros de
      *           CAST.DAT), media de estrelas (MEDIANOTAS) e as copias
      *           livres por filial (COPIES.DAT menos os alugueis em
      *           aberto de RENTALS.DAT, as copias em transito e as em
      *           reparo); no fim a lista dos lancamentos anunciados
      *           (LANCAMENTOS.DAT) com a data de chegada. Todos os
      *           arquivos sao abertos so para leitura, sem trava, para
      *           nao atrapalhar o balcao. O arquivo e montado primeiro
      *           em CATALOGO.TMP e so substitui o CATALOGO.XML quando
      *           alguma linha mudou. No modo batch ("B", para o
      *           agendador externo chamar de hora em hora) so roda
      *           dentro do horario de funcionamento da loja
      *           (FS-PAR-OPEN-HOUR ate FS-PAR-CLOSE-HOUR).
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUBLICARCATALOGO.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT MOVIES ASSIGN TO "MOVIES.DAT"
           FILE STATUS IS WRK-MOV-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES.

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

           SELECT FILIAIS ASSIGN TO "FILIAIS.DAT"
           FILE STATUS IS WRK-FIL-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-FIL-COD.

           SELECT LANCAMENTOS ASSIGN TO "LANCAMENTOS.DAT"
           FILE STATUS IS WRK-CS-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-CS-COD.

           SELECT FEED-WORK ASSIGN TO "CATALOGO.TMP"
           FILE STATUS IS WRK-WRK-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT FEED-FILE ASSIGN TO "CATALOGO.XML"
           FILE STATUS IS WRK-FEED-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  MOVIES.
           01 FS-MOVIE.
               COPY MOVIEFLDS.
           FD  SINOPSE.
           01 FS-SINOPSE.
               COPY SYNFLDS.
           FD  CAST.
           01 FS-CAST.
               COPY CASTFLDS.
           FD  COPIES.
           01 FS-COPY.
               COPY COPYFLDS.
           FD  RENTALS.
           01 FS-RENTAL.
               COPY RENTFLDS.
           FD  FILIAIS.
           01 FS-FILIAL.
               COPY BRANCHFLDS.
           FD  LANCAMENTOS.
           01 FS-LANCAMENTO.
               COPY CSFLDS.
           FD  FEED-WORK.
           01 FS-WORK-LINE             PIC X(200).
           FD  FEED-FILE.
           01 FS-FEED-LINE             PIC X(200).
       WORKING-STORAGE SECTION.
       77  WRK-MOV-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-SYN-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-CAST-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-COPY-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-RENT-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-FIL-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-CS-FSTAT                PIC 9(03) VALUE ZEROES.
       77  WRK-WRK-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-FEED-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-PARAM-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-RATE-STATUS             PIC 9(03) VALUE ZEROES.
       77  WRK-BATCH                   PIC X(01) VALUE "N".
       77  WRK-TECLA                   PIC X(01) VALUE SPACES.
       77  WRK-EOF                     PIC 9(01) VALUE ZEROES.
       77  WRK-EOF-FEED                PIC 9(01) VALUE ZEROES.
       77  WRK-CHANGED                 PIC 9(01) VALUE ZEROES.
       77  WRK-CLOCK-TIME              PIC 9(08) VALUE ZEROES.
       77  WRK-HOUR                    PIC 9(02) VALUE ZEROES.
       77  WRK-TITLE-COUNT             PIC 9(05) VALUE ZEROES.
       77  WRK-SOON-COUNT              PIC 9(05) VALUE ZEROES.
       77  WRK-LINE-COUNT              PIC 9(07) VALUE ZEROES.
       77  WRK-CAST-COUNT              PIC 9(01) VALUE ZEROES.
       77  WRK-RATE-COUNT              PIC 9(05) VALUE ZEROES.
       77  WRK-BRANCH                  PIC 9(02) VALUE ZEROES.
       77  WRK-SUB                     PIC 9(02) VALUE ZEROES.
       77  WRK-BR-SUB                  PIC 9(03) VALUE ZEROES.
       77  WRK-FMT-COUNT               PIC 9(01) VALUE ZEROES.
       77  WRK-FMT-FOUND               PIC 9(01) VALUE ZEROES.
       77  WRK-COL                     PIC 9(03) VALUE ZEROES.
       77  WRK-PTR                     PIC 9(03) VALUE ZEROES.
       77  WRK-TXT-LEN                 PIC 9(02) VALUE ZEROES.
       77  WRK-TXT-POS                 PIC 9(02) VALUE ZEROES.
       77  WRK-TAG                     PIC X(15) VALUE SPACES.
       77  WRK-TXT-IN                  PIC X(60) VALUE SPACES.
       77  WRK-OUT-LINE                PIC X(200) VALUE SPACES.

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

       01  WRK-AVG                     PIC 9(01)V99 VALUE ZEROES.
       01  WRK-AVG-R REDEFINES WRK-AVG.
           05 WRK-AVG-INT              PIC 9(01).
           05 WRK-AVG-DEC              PIC 9(02).

       01  WRK-DATE                    PIC 9(08) VALUE ZEROES.
       01  WRK-DATE-R REDEFINES WRK-DATE.
           05 WRK-DATE-YYYY            PIC 9(04).
           05 WRK-DATE-MM              PIC 9(02).
           05 WRK-DATE-DD              PIC 9(02).

      *Unidades do titulo fora em alugueis em aberto, pelo numero
       01  WRK-OUT-TABLE.
           05 WRK-OUT-FLAG             PIC X(01) OCCURS 999 TIMES.
      *Copias e copias livres do titulo por filial, pelo codigo
       01  WRK-BR-TABLE.
           05 WRK-BR-ITEM              OCCURS 99 TIMES.
               10 WRK-BR-COPIES        PIC 9(03).
               10 WRK-BR-FREE          PIC 9(03).
      *Formatos distintos das copias do titulo
       01  WRK-FMT-TABLE.
           05 WRK-FMT-NAME             PIC X(10) OCCURS 5 TIMES.

       01  WRK-SUMMARY                 PIC X(60) VALUE SPACES.

       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
       77  LNK-MODE     PIC X(01) VALUE SPACES.

       SCREEN  SECTION.
       01  CLEAR.
           05 CLEAR-SCREEN.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL.
       01  SHOW-MV.
           05 TITLE-SCREEN.
               10 LINE 01 COLUMN 01    PIC X(30) ERASE EOL
                  BACKGROUND-COLOR 2 FROM "PUBLICAR CATALOGO NO SITE".

       PROCEDURE DIVISION USING LNK-OPERATOR, OPTIONAL LNK-MODE.
       0000-MAIN-PROCEDURE.
           MOVE "N" TO WRK-BATCH.
           IF LNK-MODE NOT OMITTED
               IF LNK-MODE EQUAL "B"
                   MOVE "S" TO WRK-BATCH
               END-IF
           END-IF.
           MOVE ZEROES TO RETURN-CODE.
           CALL "LERPARAMS" USING WRK-PARAMS, WRK-PARAM-STATUS.
      *Chamado de hora em hora pelo agendador: fora do horario da
      *loja nao ha o que publicar
           IF WRK-BATCH EQUAL "S"
               ACCEPT WRK-CLOCK-TIME FROM TIME
               MOVE WRK-CLOCK-TIME(1:2) TO WRK-HOUR
               IF WRK-HOUR LESS THAN WRK-PAR-OPEN-HOUR
                   OR WRK-HOUR NOT LESS THAN WRK-PAR-CLOSE-HOUR
                   GOBACK
               END-IF
           ELSE
               DISPLAY CLEAR-SCREEN
               DISPLAY TITLE-SCREEN
               CALL "MARCATREINO"
               DISPLAY "MONTANDO O CATALOGO..." AT 0305
           END-IF.
           OPEN INPUT MOVIES.
           IF WRK-MOV-FSTAT NOT EQUAL ZEROES
               IF WRK-BATCH EQUAL "S"
                   CALL "ERROS" USING WRK-MOV-FSTAT, "PUBLICARCATALOGO",
                       "B"
                   MOVE WRK-MOV-FSTAT TO RETURN-CODE
               ELSE
                   CALL "ERROS" USING WRK-MOV-FSTAT, "PUBLICARCATALOGO"
               END-IF
               GOBACK
           END-IF.
           PERFORM 0005-OPEN-FILES.
           PERFORM 0010-BUILD-FEED.
           PERFORM 0015-CLOSE-FILES.
           PERFORM 0070-COMPARE-FEED.
           IF WRK-CHANGED EQUAL 1
               PERFORM 0080-PUBLISH-FEED
           END-IF.
           IF WRK-BATCH EQUAL "S"
               GOBACK
           END-IF.
           MOVE SPACES TO WRK-SUMMARY.
           STRING "TITULOS: " WRK-TITLE-COUNT
               "  LANCAMENTOS: " WRK-SOON-COUNT
               DELIMITED BY SIZE INTO WRK-SUMMARY.
           DISPLAY WRK-SUMMARY AT 0505.
           IF WRK-CHANGED EQUAL 1
               DISPLAY "CATALOGO.XML ATUALIZADO" AT 0605
           ELSE
               DISPLAY "SEM MUDANCA - CATALOGO.XML MANTIDO" AT 0605
           END-IF.
           DISPLAY "PRESSIONE ENTER" AT 0805.
           ACCEPT WRK-TECLA AT 0821.
           GOBACK.

      *=================================================================
       0005-OPEN-FILES      SECTION.
      *Abre os arquivos de apoio so para leitura. Arquivo que ainda
      *nao existe so deixa a parte dele vazia no catalogo
      *=================================================================
           OPEN INPUT SINOPSE.
           OPEN INPUT CAST.
           OPEN INPUT COPIES.
           OPEN INPUT RENTALS.
           OPEN INPUT FILIAIS.
           OPEN INPUT LANCAMENTOS.
           OPEN OUTPUT FEED-WORK.
           MOVE ZEROES TO WRK-TITLE-COUNT WRK-SOON-COUNT.
           MOVE ZEROES TO WRK-LINE-COUNT.

      *=================================================================
       0010-BUILD-FEED      SECTION.
      *Monta o arquivo de trabalho: cabecalho, um bloco por titulo do
      *acervo e a lista dos lancamentos anunciados
      *=================================================================
           MOVE SPACES TO WRK-OUT-LINE.
           MOVE '<?xml version="1.0" encoding="ISO-8859-1"?>'
               TO WRK-OUT-LINE.
           PERFORM 0095-WRITE-LINE.
           MOVE "<catalogo>" TO WRK-OUT-LINE.
           PERFORM 0095-WRITE-LINE.
           MOVE ZEROES TO WRK-EOF.
           PERFORM UNTIL WRK-EOF EQUAL 1
               READ MOVIES
                   AT END
                       MOVE 1 TO WRK-EOF
                   NOT AT END
                       PERFORM 0020-WRITE-TITLE
               END-READ
           END-PERFORM.
           PERFORM 0060-WRITE-COMING-SOON.
           MOVE "</catalogo>" TO WRK-OUT-LINE.
           PERFORM 0095-WRITE-LINE.

      *=================================================================
       0015-CLOSE-FILES      SECTION.
      *Fecha os arquivos lidos e o arquivo de trabalho
      *=================================================================
           CLOSE MOVIES.
           CLOSE SINOPSE.
           CLOSE CAST.
           CLOSE COPIES.
           CLOSE RENTALS.
           CLOSE FILIAIS.
           CLOSE LANCAMENTOS.
           CLOSE FEED-WORK.

      *=================================================================
       0020-WRITE-TITLE      SECTION.
      *Grava o bloco de um titulo do acervo
      *=================================================================
           ADD 1 TO WRK-TITLE-COUNT.
           MOVE SPACES TO WRK-OUT-LINE.
           STRING '  <titulo codigo="' FS-MOV-COD '">'
               DELIMITED BY SIZE INTO WRK-OUT-LINE.
           PERFORM 0095-WRITE-LINE.
           MOVE 5 TO WRK-COL.
           MOVE "nome" TO WRK-TAG.
           MOVE FS-MOV-TITLE TO WRK-TXT-IN.
           PERFORM 0085-WRITE-ELEMENT.
           MOVE "tipo" TO WRK-TAG.
           IF FS-MOV-ITEM-TYPE EQUAL "G"
               MOVE "JOGO" TO WRK-TXT-IN
               PERFORM 0085-WRITE-ELEMENT
               MOVE "plataforma" TO WRK-TAG
               MOVE FS-MOV-PLATFORM TO WRK-TXT-IN
               PERFORM 0085-WRITE-ELEMENT
           ELSE
               MOVE "FILME" TO WRK-TXT-IN
               PERFORM 0085-WRITE-ELEMENT
           END-IF.
           MOVE "ano" TO WRK-TAG.
           MOVE FS-MOV-YEAR TO WRK-TXT-IN.
           PERFORM 0085-WRITE-ELEMENT.
           MOVE "classificacao" TO WRK-TAG.
           MOVE FS-MOV-RATING TO WRK-TXT-IN.
           PERFORM 0085-WRITE-ELEMENT.
           MOVE "    <generos>" TO WRK-OUT-LINE.
           PERFORM 0095-WRITE-LINE.
           MOVE 7 TO WRK-COL.
           MOVE "genero" TO WRK-TAG.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB GREATER THAN 3
               IF FS-MOV-GENRE(WRK-SUB) NOT EQUAL SPACES
                   MOVE FS-MOV-GENRE(WRK-SUB) TO WRK-TXT-IN
                   PERFORM 0085-WRITE-ELEMENT
               END-IF
           END-PERFORM.
           MOVE "    </generos>" TO WRK-OUT-LINE.
           PERFORM 0095-WRITE-LINE.
           PERFORM 0025-WRITE-SYNOPSIS.
           PERFORM 0030-WRITE-CAST.
           PERFORM 0035-WRITE-STARS.
           PERFORM 0040-LOAD-COPIES-OUT.
           PERFORM 0045-COUNT-COPIES.
           PERFORM 0050-WRITE-AVAILABILITY.
           MOVE "  </titulo>" TO WRK-OUT-LINE.
           PERFORM 0095-WRITE-LINE.

      *=================================================================
       0025-WRITE-SYNOPSIS      SECTION.
      *Grava a sinopse do titulo, uma linha por linha de SINOPSE.DAT
      *=================================================================
           IF WRK-SYN-FSTAT NOT EQUAL ZEROES
               AND WRK-SYN-FSTAT NOT EQUAL 100
               AND WRK-SYN-FSTAT NOT EQUAL 230
               GO TO 0025-FIM
           END-IF.
           MOVE "    <sinopse>" TO WRK-OUT-LINE.
           PERFORM 0095-WRITE-LINE.
           MOVE 7 TO WRK-COL.
           MOVE "linha" TO WRK-TAG.
           MOVE FS-MOV-COD TO FS-SYN-MOV-COD.
           MOVE ZEROES TO FS-SYN-SEQ.
           MOVE ZEROES TO WRK-EOF-FEED.
           START SINOPSE KEY IS NOT LESS THAN FS-SYN-KEY
               INVALID KEY
                   MOVE 1 TO WRK-EOF-FEED
           END-START.
           PERFORM UNTIL WRK-EOF-FEED EQUAL 1
               READ SINOPSE NEXT RECORD
                   AT END
                       MOVE 1 TO WRK-EOF-FEED
                   NOT AT END
                       IF FS-SYN-MOV-COD NOT EQUAL FS-MOV-COD
                           MOVE 1 TO WRK-EOF-FEED
                       ELSE
                           MOVE FS-SYN-TEXT TO WRK-TXT-IN
                           PERFORM 0085-WRITE-ELEMENT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "    </sinopse>" TO WRK-OUT-LINE.
           PERFORM 0095-WRITE-LINE.
       0025-FIM.
           EXIT.

      *=================================================================
       0030-WRITE-CAST      SECTION.
      *Grava o elenco principal: os tres primeiros nomes do titulo em
      *CAST.DAT, na ordem de cadastro
      *=================================================================
           IF WRK-CAST-FSTAT NOT EQUAL ZEROES
               AND WRK-CAST-FSTAT NOT EQUAL 100
               AND WRK-CAST-FSTAT NOT EQUAL 230
               GO TO 0030-FIM
           END-IF.
           MOVE "    <elenco>" TO WRK-OUT-LINE.
           PERFORM 0095-WRITE-LINE.
           MOVE FS-MOV-COD TO FS-CAST-MOV-COD.
           MOVE ZEROES TO FS-CAST-SEQ.
           MOVE ZEROES TO WRK-CAST-COUNT.
           MOVE ZEROES TO WRK-EOF-FEED.
           START CAST KEY IS NOT LESS THAN FS-CAST-KEY
               INVALID KEY
                   MOVE 1 TO WRK-EOF-FEED
           END-START.
           PERFORM UNTIL WRK-EOF-FEED EQUAL 1
                   OR WRK-CAST-COUNT NOT LESS THAN 3
               READ CAST NEXT RECORD
                   AT END
                       MOVE 1 TO WRK-EOF-FEED
                   NOT AT END
                       IF FS-CAST-MOV-COD NOT EQUAL FS-MOV-COD
                           MOVE 1 TO WRK-EOF-FEED
                       ELSE
                           ADD 1 TO WRK-CAST-COUNT
                           MOVE "      <ator>" TO WRK-OUT-LINE
                           PERFORM 0095-WRITE-LINE
                           MOVE 9 TO WRK-COL
                           MOVE "nome" TO WRK-TAG
                           MOVE FS-CAST-NAME TO WRK-TXT-IN
                           PERFORM 0085-WRITE-ELEMENT
                           MOVE "papel" TO WRK-TAG
                           MOVE FS-CAST-ROLE TO WRK-TXT-IN
                           PERFORM 0085-WRITE-ELEMENT
                           MOVE "      </ator>" TO WRK-OUT-LINE
                           PERFORM 0095-WRITE-LINE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "    </elenco>" TO WRK-OUT-LINE.
           PERFORM 0095-WRITE-LINE.
       0030-FIM.
           EXIT.

      *=================================================================
       0035-WRITE-STARS      SECTION.
      *Grava a media de estrelas das avaliacoes e quantas notas ha
      *=================================================================
           CALL "MEDIANOTAS" USING FS-MOV-COD, WRK-AVG, WRK-RATE-COUNT,
               WRK-RATE-STATUS.
           MOVE SPACES TO WRK-OUT-LINE.
           STRING "    <estrelas>" WRK-AVG-INT "." WRK-AVG-DEC
               "</estrelas>"
               DELIMITED BY SIZE INTO WRK-OUT-LINE.
           PERFORM 0095-WRITE-LINE.
           MOVE SPACES TO WRK-OUT-LINE.
           STRING "    <notas>" WRK-RATE-COUNT "</notas>"
               DELIMITED BY SIZE INTO WRK-OUT-LINE.
           PERFORM 0095-WRITE-LINE.

      *=================================================================
       0040-LOAD-COPIES-OUT      SECTION.
      *Marca as copias do titulo que estao fora em alugueis em aberto
      *=================================================================
           MOVE ALL "N" TO WRK-OUT-TABLE.
           IF WRK-RENT-FSTAT NOT EQUAL ZEROES
               AND WRK-RENT-FSTAT NOT EQUAL 100
               AND WRK-RENT-FSTAT NOT EQUAL 230
               GO TO 0040-FIM
           END-IF.
           MOVE FS-MOV-COD TO FS-RENT-MOV-COD.
           MOVE ZEROES TO FS-RENT-DUE-DATE FS-RENT-CUST-COD.
           MOVE ZEROES TO WRK-EOF-FEED.
           START RENTALS KEY IS NOT LESS THAN FS-RENT-KEY
               INVALID KEY
                   MOVE 1 TO WRK-EOF-FEED
           END-START.
           PERFORM UNTIL WRK-EOF-FEED EQUAL 1
               READ RENTALS NEXT RECORD
                   AT END
                       MOVE 1 TO WRK-EOF-FEED
                   NOT AT END
                       IF FS-RENT-MOV-COD NOT EQUAL FS-MOV-COD
                           MOVE 1 TO WRK-EOF-FEED
                       ELSE
                           IF FS-RENT-ABERTO
                               AND FS-RENT-COPY-NUM GREATER THAN ZEROES
                               MOVE "S"
                                   TO WRK-OUT-FLAG(FS-RENT-COPY-NUM)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       0040-FIM.
           EXIT.

      *=================================================================
       0045-COUNT-COPIES      SECTION.
      *Conta as copias do titulo por filial e as livres: nem
      *alugadas, nem em transito ou reservadas, nem em reparo. Guarda
      *tambem os formatos distintos das copias
      *=================================================================
           INITIALIZE WRK-BR-TABLE.
           MOVE SPACES TO WRK-FMT-TABLE.
           MOVE ZEROES TO WRK-FMT-COUNT.
           IF WRK-COPY-FSTAT NOT EQUAL ZEROES
               AND WRK-COPY-FSTAT NOT EQUAL 100
               AND WRK-COPY-FSTAT NOT EQUAL 230
               GO TO 0045-FIM
           END-IF.
           MOVE FS-MOV-COD TO FS-COPY-MOV-COD.
           MOVE ZEROES TO FS-COPY-NUM.
           MOVE ZEROES TO WRK-EOF-FEED.
           START COPIES KEY IS NOT LESS THAN FS-COPY-KEY
               INVALID KEY
                   MOVE 1 TO WRK-EOF-FEED
           END-START.
           PERFORM UNTIL WRK-EOF-FEED EQUAL 1
               READ COPIES NEXT RECORD
                   AT END
                       MOVE 1 TO WRK-EOF-FEED
                   NOT AT END
                       IF FS-COPY-MOV-COD NOT EQUAL FS-MOV-COD
                           MOVE 1 TO WRK-EOF-FEED
                       ELSE
                           PERFORM 0046-COUNT-ONE-COPY
                       END-IF
               END-READ
           END-PERFORM.
       0045-FIM.
           EXIT.

      *=================================================================
       0046-COUNT-ONE-COPY      SECTION.
      *Soma a copia corrente na filial dela
      *=================================================================
           IF FS-COPY-NUM EQUAL ZEROES
               GO TO 0046-FIM
           END-IF.
           IF FS-COPY-BRANCH NOT NUMERIC
               OR FS-COPY-BRANCH EQUAL ZEROES
               MOVE 1 TO WRK-BRANCH
           ELSE
               MOVE FS-COPY-BRANCH TO WRK-BRANCH
           END-IF.
           ADD 1 TO WRK-BR-COPIES(WRK-BRANCH).
           IF FS-COPY-TRANSIT NOT EQUAL "S"
               AND FS-COPY-TRANSIT NOT EQUAL "R"
               AND FS-COPY-REPAIR EQUAL "N"
               AND WRK-OUT-FLAG(FS-COPY-NUM) NOT EQUAL "S"
               ADD 1 TO WRK-BR-FREE(WRK-BRANCH)
           END-IF.
           MOVE ZEROES TO WRK-FMT-FOUND.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB GREATER THAN WRK-FMT-COUNT
               IF WRK-FMT-NAME(WRK-SUB) EQUAL FS-COPY-FORMAT
                   MOVE 1 TO WRK-FMT-FOUND
               END-IF
           END-PERFORM.
           IF WRK-FMT-FOUND EQUAL ZEROES
               AND WRK-FMT-COUNT LESS THAN 5
               AND FS-COPY-FORMAT NOT EQUAL SPACES
               ADD 1 TO WRK-FMT-COUNT
               MOVE FS-COPY-FORMAT TO WRK-FMT-NAME(WRK-FMT-COUNT)
           END-IF.
       0046-FIM.
           EXIT.

      *=================================================================
       0050-WRITE-AVAILABILITY      SECTION.
      *Grava os formatos do titulo e, por filial que tem copia dele,
      *o total de copias e quantas estao livres agora
      *=================================================================
           MOVE "    <formatos>" TO WRK-OUT-LINE.
           PERFORM 0095-WRITE-LINE.
           MOVE 7 TO WRK-COL.
           MOVE "formato" TO WRK-TAG.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB GREATER THAN WRK-FMT-COUNT
               MOVE WRK-FMT-NAME(WRK-SUB) TO WRK-TXT-IN
               PERFORM 0085-WRITE-ELEMENT
           END-PERFORM.
           MOVE "    </formatos>" TO WRK-OUT-LINE.
           PERFORM 0095-WRITE-LINE.
           MOVE "    <disponibilidade>" TO WRK-OUT-LINE.
           PERFORM 0095-WRITE-LINE.
           PERFORM VARYING WRK-BR-SUB FROM 1 BY 1
                   UNTIL WRK-BR-SUB GREATER THAN 99
               MOVE WRK-BR-SUB TO WRK-BRANCH
               IF WRK-BR-COPIES(WRK-BRANCH) GREATER THAN ZEROES
                   PERFORM 0055-WRITE-BRANCH
               END-IF
           END-PERFORM.
           MOVE "    </disponibilidade>" TO WRK-OUT-LINE.
           PERFORM 0095-WRITE-LINE.

      *=================================================================
       0055-WRITE-BRANCH      SECTION.
      *Grava a disponibilidade do titulo em uma filial
      *=================================================================
           MOVE SPACES TO WRK-OUT-LINE.
           STRING '      <filial codigo="' WRK-BRANCH '">'
               DELIMITED BY SIZE INTO WRK-OUT-LINE.
           PERFORM 0095-WRITE-LINE.
           MOVE SPACES TO FS-FIL-NAME.
           MOVE WRK-BRANCH TO FS-FIL-COD.
           IF WRK-FIL-FSTAT EQUAL ZEROES OR WRK-FIL-FSTAT EQUAL 230
               READ FILIAIS
                   INVALID KEY
                       MOVE SPACES TO FS-FIL-NAME
               END-READ
           END-IF.
           MOVE 9 TO WRK-COL.
           MOVE "nome" TO WRK-TAG.
           MOVE FS-FIL-NAME TO WRK-TXT-IN.
           PERFORM 0085-WRITE-ELEMENT.
           MOVE "copias" TO WRK-TAG.
           MOVE WRK-BR-COPIES(WRK-BRANCH) TO WRK-TXT-IN.
           PERFORM 0085-WRITE-ELEMENT.
           MOVE "livres" TO WRK-TAG.
           MOVE WRK-BR-FREE(WRK-BRANCH) TO WRK-TXT-IN.
           PERFORM 0085-WRITE-ELEMENT.
           MOVE "      </filial>" TO WRK-OUT-LINE.
           PERFORM 0095-WRITE-LINE.

      *=================================================================
       0060-WRITE-COMING-SOON      SECTION.
      *Grava os lancamentos anunciados que ainda nao chegaram, com a
      *data prevista de chegada (AAAA-MM-DD)
      *=================================================================
           MOVE "  <lancamentos>" TO WRK-OUT-LINE.
           PERFORM 0095-WRITE-LINE.
           IF WRK-CS-FSTAT NOT EQUAL ZEROES
               AND WRK-CS-FSTAT NOT EQUAL 230
               GO TO 0060-CLOSE-LIST
           END-IF.
           MOVE ZEROES TO WRK-EOF.
           PERFORM UNTIL WRK-EOF EQUAL 1
               READ LANCAMENTOS
                   AT END
                       MOVE 1 TO WRK-EOF
                   NOT AT END
                       IF FS-CS-ANUNCIADO
                           PERFORM 0065-WRITE-ONE-SOON
                       END-IF
               END-READ
           END-PERFORM.
       0060-CLOSE-LIST.
           MOVE "  </lancamentos>" TO WRK-OUT-LINE.
           PERFORM 0095-WRITE-LINE.

      *=================================================================
       0065-WRITE-ONE-SOON      SECTION.
      *Grava um lancamento anunciado
      *=================================================================
           ADD 1 TO WRK-SOON-COUNT.
           MOVE SPACES TO WRK-OUT-LINE.
           STRING '    <lancamento codigo="' FS-CS-COD '">'
               DELIMITED BY SIZE INTO WRK-OUT-LINE.
           PERFORM 0095-WRITE-LINE.
           MOVE 7 TO WRK-COL.
           MOVE "nome" TO WRK-TAG.
           MOVE FS-CS-TITLE TO WRK-TXT-IN.
           PERFORM 0085-WRITE-ELEMENT.
           MOVE "formato" TO WRK-TAG.
           MOVE FS-CS-FORMAT TO WRK-TXT-IN.
           PERFORM 0085-WRITE-ELEMENT.
           MOVE FS-CS-STREET-DT TO WRK-DATE.
           MOVE SPACES TO WRK-TXT-IN.
           STRING WRK-DATE-YYYY "-" WRK-DATE-MM "-" WRK-DATE-DD
               DELIMITED BY SIZE INTO WRK-TXT-IN.
           MOVE "chegada" TO WRK-TAG.
           PERFORM 0085-WRITE-ELEMENT.
           MOVE "    </lancamento>" TO WRK-OUT-LINE.
           PERFORM 0095-WRITE-LINE.

      *=================================================================
       0070-COMPARE-FEED      SECTION.
      *Compara o arquivo montado com o CATALOGO.XML publicado, linha a
      *linha. Sem arquivo publicado, ou com qualquer linha diferente,
      *o catalogo mudou
      *=================================================================
           MOVE ZEROES TO WRK-CHANGED.
           OPEN INPUT FEED-FILE.
           IF WRK-FEED-FSTAT NOT EQUAL ZEROES
               MOVE 1 TO WRK-CHANGED
               GO TO 0070-FIM
           END-IF.
           OPEN INPUT FEED-WORK.
           MOVE ZEROES TO WRK-EOF WRK-EOF-FEED.
           PERFORM UNTIL WRK-CHANGED EQUAL 1
                   OR (WRK-EOF EQUAL 1 AND WRK-EOF-FEED EQUAL 1)
               READ FEED-WORK
                   AT END
                       MOVE 1 TO WRK-EOF
               END-READ
               READ FEED-FILE
                   AT END
                       MOVE 1 TO WRK-EOF-FEED
               END-READ
               IF WRK-EOF NOT EQUAL WRK-EOF-FEED
                   MOVE 1 TO WRK-CHANGED
               ELSE
                   IF WRK-EOF EQUAL ZEROES
                       AND FS-WORK-LINE NOT EQUAL FS-FEED-LINE
                       MOVE 1 TO WRK-CHANGED
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE FEED-WORK.
           CLOSE FEED-FILE.
       0070-FIM.
           EXIT.

      *=================================================================
       0080-PUBLISH-FEED      SECTION.
      *Copia o arquivo montado por cima do CATALOGO.XML publicado
      *=================================================================
           OPEN INPUT FEED-WORK.
           OPEN OUTPUT FEED-FILE.
           MOVE ZEROES TO WRK-EOF.
           PERFORM UNTIL WRK-EOF EQUAL 1
               READ FEED-WORK
                   AT END
                       MOVE 1 TO WRK-EOF
                   NOT AT END
                       WRITE FS-FEED-LINE FROM FS-WORK-LINE
               END-READ
           END-PERFORM.
           CLOSE FEED-WORK.
           CLOSE FEED-FILE.

      *=================================================================
       0085-WRITE-ELEMENT      SECTION.
      *Grava uma linha <WRK-TAG>texto</WRK-TAG> a partir da coluna
      *WRK-COL, com o texto de WRK-TXT-IN sem os brancos do fim
      *=================================================================
           MOVE SPACES TO WRK-OUT-LINE.
           MOVE WRK-COL TO WRK-PTR.
           STRING "<" DELIMITED BY SIZE
               WRK-TAG DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               INTO WRK-OUT-LINE WITH POINTER WRK-PTR.
           PERFORM 0090-PUT-TEXT.
           STRING "</" DELIMITED BY SIZE
               WRK-TAG DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               INTO WRK-OUT-LINE WITH POINTER WRK-PTR.
           PERFORM 0095-WRITE-LINE.

      *=================================================================
       0090-PUT-TEXT      SECTION.
      *Acrescenta WRK-TXT-IN na linha a partir de WRK-PTR, sem os
      *brancos do fim e trocando &, < e > pelas entidades do XML
      *=================================================================
           PERFORM VARYING WRK-TXT-LEN FROM 60 BY -1
                   UNTIL WRK-TXT-LEN LESS THAN 1
                   OR WRK-TXT-IN(WRK-TXT-LEN:1) NOT EQUAL SPACE
               CONTINUE
           END-PERFORM.
           PERFORM VARYING WRK-TXT-POS FROM 1 BY 1
                   UNTIL WRK-TXT-POS GREATER THAN WRK-TXT-LEN
               EVALUATE WRK-TXT-IN(WRK-TXT-POS:1)
                   WHEN "&"
                       STRING "&amp;" DELIMITED BY SIZE
                           INTO WRK-OUT-LINE WITH POINTER WRK-PTR
                   WHEN "<"
                       STRING "&lt;" DELIMITED BY SIZE
                           INTO WRK-OUT-LINE WITH POINTER WRK-PTR
                   WHEN ">"
                       STRING "&gt;" DELIMITED BY SIZE
                           INTO WRK-OUT-LINE WITH POINTER WRK-PTR
                   WHEN OTHER
                       STRING WRK-TXT-IN(WRK-TXT-POS:1)
                           DELIMITED BY SIZE
                           INTO WRK-OUT-LINE WITH POINTER WRK-PTR
               END-EVALUATE
           END-PERFORM.

      *=================================================================
       0095-WRITE-LINE      SECTION.
      *Grava a linha montada no arquivo de trabalho
      *=================================================================
           WRITE FS-WORK-LINE FROM WRK-OUT-LINE.
           ADD 1 TO WRK-LINE-COUNT.
           MOVE SPACES TO WRK-OUT-LINE.
       END PROGRAM PUBLICARCATALOGO.
