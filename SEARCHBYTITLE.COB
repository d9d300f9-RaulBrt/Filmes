      * Data: 09/AGO/2026
      * Objetivo: Procurar no arquivo de filmes o primeiro titulo,
      *           a partir de um codigo de retomada, cujo FS-MOV-TITLE
      *           comece com o texto informado pelo chamador
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Procura posicionada pela chave alternativa
      *                   do titulo (START) em vez de ler o arquivo
      *                   inteiro; o titulo passa a ter de comecar com
      *                   o texto informado
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEARCHBYTITLE.
           FILE STATUS IS LNK-STATUS
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES.
       DATA DIVISION.
       FILE SECTION.
           FD  MOVIES.
               COPY MOVIEFLDS.
       WORKING-STORAGE SECTION.
       77  WRK-FILTER-LEN          PIC 9(02) VALUE ZEROES.
       77  WRK-FOUND               PIC 9(01) VALUE ZEROES.
       77  WRK-TRIES                PIC 9(01) VALUE ZEROES.
       77  WRK-SKIP                 PIC 9(01) VALUE ZEROES.
       LINKAGE SECTION.
       77  LNK-STATUS              PIC 9(03).
       77  LNK-START-COD           PIC 9(05).
                                     ==FS-MOV-SUBTITLE==
                                         BY ==LNK-MOV-SUBTITLE==
                                     ==FS-MOV-SECTION==
                                         BY ==LNK-MOV-SECTION==
                                     ==FS-MOV-ITEM-TYPE==
                                         BY ==LNK-MOV-ITEM-TYPE==
                                     ==FS-MOV-PLATFORM==
                                         BY ==LNK-MOV-PLATFORM==.

       PROCEDURE DIVISION USING LNK-STATUS, LNK-START-COD,
               LNK-TITLE-FILTER, LNK-MOVIE.
                   CALL "ERROS" USING LNK-STATUS, "SEARCHBYTITLE"
               ELSE
                   IF WRK-FILTER-LEN GREATER THAN ZEROES
                       PERFORM 0015-START-TITLE-KEY
                   ELSE
                       MOVE 607 TO LNK-STATUS
                   END-IF
               SUBTRACT 1 FROM WRK-FILTER-LEN
           END-PERFORM.

      *=================================================================
       0015-START-TITLE-KEY     SECTION.
      *Posiciona pela chave do titulo: no titulo do codigo de retomada,
      *quando houver (o proprio registro e pulado na leitura), ou no
      *texto de procura
      *=================================================================
           MOVE ZEROES TO WRK-SKIP.
           IF LNK-START-COD GREATER THAN ZEROES
               MOVE LNK-START-COD TO FS-MOV-COD
               READ MOVIES KEY IS FS-MOV-COD
                   INVALID KEY
                       MOVE ZEROES TO LNK-STATUS
                   NOT INVALID KEY
                       MOVE 1 TO WRK-SKIP
               END-READ
           END-IF.
           IF WRK-SKIP EQUAL ZEROES
               MOVE SPACES TO FS-MOV-TITLE
               MOVE LNK-TITLE-FILTER(1:WRK-FILTER-LEN) TO FS-MOV-TITLE
           END-IF.
           START MOVIES KEY IS NOT LESS THAN FS-MOV-TITLE
               INVALID KEY
                   MOVE 607 TO LNK-STATUS
           END-START.

      *=================================================================
       0020-SEARCH-LOOP     SECTION.
      *Le o proximo registro na ordem do titulo; para quando o titulo
      *passa do texto de procura
      *=================================================================
           READ MOVIES NEXT RECORD
               AT END
                   MOVE 607 TO LNK-STATUS
               NOT AT END
                   EVALUATE TRUE
                       WHEN FS-MOV-TITLE(1:WRK-FILTER-LEN) GREATER THAN
                           LNK-TITLE-FILTER(1:WRK-FILTER-LEN)
                           MOVE 607 TO LNK-STATUS
                       WHEN WRK-SKIP EQUAL 1
                           IF FS-MOV-COD EQUAL LNK-START-COD
                               MOVE ZEROES TO WRK-SKIP
                           END-IF
                       WHEN FS-MOV-TITLE(1:WRK-FILTER-LEN) EQUAL
                           LNK-TITLE-FILTER(1:WRK-FILTER-LEN)
                           MOVE FS-MOVIE TO LNK-MOVIE
                           MOVE 1 TO WRK-FOUND
                   END-EVALUATE
           END-READ.

       END PROGRAM SEARCHBYTITLE.
