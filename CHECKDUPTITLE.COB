      * Autor: RAUL T. BERTO
      * Data: 09/AGO/2026
      * Objetivo: Procurar no arquivo de filmes um titulo ja cadastrado
      *           que comece como o titulo informado, para alertar o
      *           atendente antes da gravacao de um possivel duplicado
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Procura posicionada pela chave alternativa
      *                   do titulo (START) em vez de ler o arquivo
      *                   inteiro
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECKDUPTITLE.
           SELECT MOVIES ASSIGN TO "MOVIES.DAT"
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
       LINKAGE SECTION.
       77  LNK-STATUS              PIC 9(03).
           OPEN INPUT MOVIES.
           IF LNK-STATUS EQUAL ZEROES AND WRK-FILTER-LEN GREATER THAN
               ZEROES
               MOVE SPACES TO FS-MOV-TITLE
               MOVE LNK-TITLE(1:WRK-FILTER-LEN) TO FS-MOV-TITLE
               START MOVIES KEY IS NOT LESS THAN FS-MOV-TITLE
                   INVALID KEY
                       MOVE 607 TO LNK-STATUS
               END-START
               PERFORM 0020-SEARCH-LOOP
                   UNTIL WRK-FOUND EQUAL 1
                   OR LNK-STATUS NOT EQUAL ZEROES

      *=================================================================
       0020-SEARCH-LOOP     SECTION.
      *Le o proximo registro na ordem do titulo e verifica se comeca
      *como o titulo informado
      *=================================================================
           READ MOVIES NEXT RECORD
               AT END
                   MOVE 607 TO LNK-STATUS
               NOT AT END
                   IF FS-MOV-TITLE(1:WRK-FILTER-LEN) EQUAL
                       LNK-TITLE(1:WRK-FILTER-LEN)
                       MOVE FS-MOV-COD TO LNK-MATCH-COD
                       MOVE FS-MOV-TITLE TO LNK-MATCH-TITLE
                       MOVE 1 TO WRK-FOUND
                   ELSE
                       MOVE 607 TO LNK-STATUS
                   END-IF
           END-READ.

