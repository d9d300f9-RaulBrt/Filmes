      *           para alertar o atendente antes da gravacao de um
      *           possivel cliente duplicado -- o mesmo papel que
      *           CHECKDUPTITLE cumpre para os titulos de filmes.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Leitura direta pela chave alternativa do
      *                   documento em vez de ler o arquivo inteiro
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECKDUPDOC.
           SELECT CUSTOMERS ASSIGN TO "CUSTOMERS.DAT"
           FILE STATUS IS LNK-STATUS
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-CUST-COD
           ALTERNATE RECORD KEY IS FS-CUST-NAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS FS-CUST-DOC WITH DUPLICATES.
       DATA DIVISION.
       FILE SECTION.
           FD  CUSTOMERS.
           MOVE SPACES TO LNK-MATCH-NAME.
           OPEN INPUT CUSTOMERS.
           IF LNK-STATUS EQUAL ZEROES AND LNK-DOC NOT EQUAL SPACES
               PERFORM 0010-READ-BY-DOC
           END-IF.
           CLOSE CUSTOMERS.
           IF WRK-FOUND EQUAL 1
           GOBACK.

      *=================================================================
       0010-READ-BY-DOC     SECTION.
      *Le o primeiro cliente com o documento pela chave alternativa
      *=================================================================
           MOVE LNK-DOC TO FS-CUST-DOC.
           READ CUSTOMERS KEY IS FS-CUST-DOC
               INVALID KEY
                   MOVE 611 TO LNK-STATUS
               NOT INVALID KEY
                   MOVE FS-CUST-COD TO LNK-MATCH-COD
                   MOVE FS-CUST-NAME TO LNK-MATCH-NAME
                   MOVE 1 TO WRK-FOUND
           END-READ.
       END PROGRAM CHECKDUPDOC.
