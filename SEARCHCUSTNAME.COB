      * Data: 22/AGO/2026
      * Objetivo: Procurar no arquivo de clientes o primeiro registro,
      *           a partir de um codigo de retomada, cujo FS-CUST-NAME
      *           comece com o texto informado pelo chamador -- o mesmo
      *           esquema de busca parcial de SEARCHBYTITLE, aplicado
      *           aos clientes para quando o cliente esquece o cartao.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Procura posicionada pela chave alternativa
      *                   do nome (START) em vez de ler o arquivo
      *                   inteiro; o nome passa a ter de comecar com o
      *                   texto informado
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEARCHCUSTNAME.
           FILE STATUS IS LNK-STATUS
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-CUST-COD
           ALTERNATE RECORD KEY IS FS-CUST-NAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS FS-CUST-DOC WITH DUPLICATES.
       DATA DIVISION.
       FILE SECTION.
           FD  CUSTOMERS.
               COPY CUSTFLDS.
       WORKING-STORAGE SECTION.
       77  WRK-FILTER-LEN          PIC 9(02) VALUE ZEROES.
       77  WRK-FOUND               PIC 9(01) VALUE ZEROES.
       77  WRK-SKIP                PIC 9(01) VALUE ZEROES.
       LINKAGE SECTION.
       77  LNK-STATUS              PIC 9(03).
       77  LNK-START-COD           PIC 9(05).
                         ==FS-CUST-BIRTHDATE==
                             BY ==LNK-CUST-BIRTHDATE==
                         ==FS-CUST-CORPORATE==
                             BY ==LNK-CUST-CORPORATE==
                         ==FS-CUST-SMS-OPTIN==
                             BY ==LNK-CUST-SMS-OPTIN==
                         ==FS-CUST-SMS-OPTIN-DT==
                             BY ==LNK-CUST-SMS-OPTIN-DT==
                         ==FS-CUST-MKT-OPTIN==
                             BY ==LNK-CUST-MKT-OPTIN==
                         ==FS-CUST-MKT-OPTIN-DT==
                             BY ==LNK-CUST-MKT-OPTIN-DT==
                         ==FS-CUST-ADDRESS==
                             BY ==LNK-CUST-ADDRESS==
                         ==FS-CUST-ZONE==
                             BY ==LNK-CUST-ZONE==
                         ==FS-CUST-BRANCH==
                             BY ==LNK-CUST-BRANCH==
                         ==FS-CUST-AGREE-DT==
                             BY ==LNK-CUST-AGREE-DT==
                         ==FS-CUST-AGREE-VER==
                             BY ==LNK-CUST-AGREE-VER==.

       PROCEDURE DIVISION USING LNK-STATUS, LNK-START-COD,
               LNK-NAME-FILTER, LNK-CUSTOMER.
               MOVE 611 TO LNK-STATUS
           ELSE
               IF WRK-FILTER-LEN GREATER THAN ZEROES
                   PERFORM 0015-START-NAME-KEY
               ELSE
                   MOVE 611 TO LNK-STATUS
               END-IF
               SUBTRACT 1 FROM WRK-FILTER-LEN
           END-PERFORM.

      *=================================================================
       0015-START-NAME-KEY     SECTION.
      *Posiciona pela chave do nome: no nome do codigo de retomada,
      *quando houver (o proprio registro e pulado na leitura), ou no
      *texto de procura
      *=================================================================
           MOVE ZEROES TO WRK-SKIP.
           IF LNK-START-COD GREATER THAN ZEROES
               MOVE LNK-START-COD TO FS-CUST-COD
               READ CUSTOMERS KEY IS FS-CUST-COD
                   INVALID KEY
                       MOVE ZEROES TO LNK-STATUS
                   NOT INVALID KEY
                       MOVE 1 TO WRK-SKIP
               END-READ
           END-IF.
           IF WRK-SKIP EQUAL ZEROES
               MOVE SPACES TO FS-CUST-NAME
               MOVE LNK-NAME-FILTER(1:WRK-FILTER-LEN) TO FS-CUST-NAME
           END-IF.
           START CUSTOMERS KEY IS NOT LESS THAN FS-CUST-NAME
               INVALID KEY
                   MOVE 611 TO LNK-STATUS
           END-START.

      *=================================================================
       0020-SEARCH-LOOP     SECTION.
      *Le o proximo registro na ordem do nome; para quando o nome passa
      *do texto de procura
      *=================================================================
           READ CUSTOMERS NEXT RECORD
               AT END
                   MOVE 611 TO LNK-STATUS
               NOT AT END
                   EVALUATE TRUE
                       WHEN FS-CUST-NAME(1:WRK-FILTER-LEN) GREATER THAN
                           LNK-NAME-FILTER(1:WRK-FILTER-LEN)
                           MOVE 611 TO LNK-STATUS
                       WHEN WRK-SKIP EQUAL 1
                           IF FS-CUST-COD EQUAL LNK-START-COD
                               MOVE ZEROES TO WRK-SKIP
                           END-IF
                       WHEN FS-CUST-NAME(1:WRK-FILTER-LEN) EQUAL
                           LNK-NAME-FILTER(1:WRK-FILTER-LEN)
                           MOVE FS-CUSTOMER TO LNK-CUSTOMER
                           MOVE 1 TO WRK-FOUND
                   END-EVALUATE
           END-READ.

       END PROGRAM SEARCHCUSTNAME.
