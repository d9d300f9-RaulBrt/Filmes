      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Gravar informacoes de um cliente no arquivo, igual a
      *           WRITECUSTOMER, porem sem nenhuma tela ou ACCEPT, para
      *           uso em cargas em lote (CARGASOCIOS) onde ninguem esta
      *           acompanhando o terminal registro a registro
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITECUSTBATCH.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT CUSTOMERS ASSIGN TO "CUSTOMERS.DAT"
           FILE STATUS IS LNK-STATUS
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-CUST-COD
           ALTERNATE RECORD KEY IS FS-CUST-NAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS FS-CUST-DOC WITH DUPLICATES.
       DATA DIVISION.
       FILE SECTION.
           FD  CUSTOMERS.
           01 FS-CUSTOMER.
               COPY CUSTFLDS.
       WORKING-STORAGE SECTION.
       77  WRK-TRIES                  PIC 9(01) VALUE ZEROES.
       77  WRK-AUTO-COD               PIC 9(05) VALUE ZEROES.
       77  WRK-AUTO-STATUS            PIC 9(03) VALUE ZEROES.
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
           MOVE ZEROES TO WRK-TRIES.
           OPEN I-O CUSTOMERS.
           IF LNK-STATUS EQUAL 350 AND WRK-TRIES LESS THAN 1
               ADD 1 TO WRK-TRIES
               CLOSE CUSTOMERS
               OPEN OUTPUT CUSTOMERS
               CLOSE CUSTOMERS
               OPEN I-O CUSTOMERS
           END-IF.
           IF LNK-STATUS NOT EQUAL ZEROES
               GOBACK
           END-IF.
           IF LNK-CUST-COD EQUAL ZEROES
               PERFORM 0010-ASSIGN-CODE
           END-IF.
           MOVE LNK-CUSTOMER TO FS-CUSTOMER.
           WRITE FS-CUSTOMER.
           IF LNK-STATUS EQUAL ZEROES
               CALL "WRITEJORNAL" USING "C", "W",
                   "WRITECUSTBATCH  ", FS-CUSTOMER
               MOVE FS-CUST-COD TO LNK-CUST-COD
           END-IF.
           CLOSE CUSTOMERS.
           GOBACK.

      *=================================================================
       0010-ASSIGN-CODE        SECTION.
      *Obtem o proximo codigo livre quando o chamador nao informou um
      *codigo (LNK-CUST-COD = zeros)
      *=================================================================
           CALL "GETNEXTCUSTCOD" USING WRK-AUTO-COD, WRK-AUTO-STATUS.
           MOVE WRK-AUTO-COD TO LNK-CUST-COD.

       END PROGRAM WRITECUSTBATCH.
