      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Gravar as alteracoes de um cliente ja cadastrado
      *           (regrava o registro de CUSTOMERS.DAT), no mesmo
      *           desenho de ALTERMOVIE para os filmes
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Gravacoes em CUSTOMERS anotadas tambem no
      *                   jornal de recuperacao (WRITEJORNAL)
      * 15/OUT/2026 RTB - Chaves alternativas de CUSTOMERS.DAT pelo
      *                   nome e pelo documento declaradas no SELECT
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALTERCUSTOMER.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT CUSTOMERS ASSIGN TO "CUSTOMERS.DAT"
           FILE STATUS IS LNK-STATUS
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-CUST-COD
           ALTERNATE RECORD KEY IS FS-CUST-NAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS FS-CUST-DOC WITH DUPLICATES
           LOCK MODE IS AUTOMATIC.
       DATA DIVISION.
       FILE SECTION.
           FD  CUSTOMERS.
           01 FS-CUSTOMER.
               COPY CUSTFLDS.
       WORKING-STORAGE SECTION.
       LINKAGE SECTION.
       01  LNK-STATUS                 PIC 9(03).
       01  LNK-CUSTOMER.
           COPY CUSTFLDS
               REPLACING ==FS-CUST-COD==   BY ==LNK-CUST-COD==
                         ==FS-CUST-NAME==  BY ==LNK-CUST-NAME==
                         ==FS-CUST-PHONE== BY ==LNK-CUST-PHONE==
                         ==FS-CUST-DOC==   BY ==LNK-CUST-DOC==
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

       PROCEDURE DIVISION USING LNK-CUSTOMER,LNK-STATUS.
       0000-MAIN-PROCEDURE.
           MOVE ZEROES TO LNK-STATUS.
           OPEN I-O CUSTOMERS.
           IF LNK-STATUS NOT EQUAL ZEROES
               MOVE 608 TO LNK-STATUS
               CALL "ERROS" USING LNK-STATUS, "ALTERCUSTOMER"
           ELSE
               MOVE LNK-CUSTOMER TO FS-CUSTOMER
               REWRITE FS-CUSTOMER
               IF LNK-STATUS NOT EQUAL ZEROES
                   MOVE 608 TO LNK-STATUS
                   CALL "ERROS" USING LNK-STATUS, "ALTERCUSTOMER"
               ELSE
                   CALL "WRITEJORNAL" USING "C", "R",
                       "ALTERCUSTOMER   ", FS-CUSTOMER
               END-IF
               CLOSE CUSTOMERS
           END-IF.
           GOBACK.

       END PROGRAM ALTERCUSTOMER.
