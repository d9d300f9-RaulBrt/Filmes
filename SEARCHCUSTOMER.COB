      * Autor: RAUL T. BERTO
      * Data: 09/AGO/2026
      * Objetivo: Consultar informacoes de clientes cadastrados
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Chaves alternativas de CUSTOMERS.DAT pelo
      *                   nome e pelo documento declaradas no SELECT
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEARCHCUSTOMER.
           FILE STATUS IS LNK-STATUS
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-CUST-COD
           ALTERNATE RECORD KEY IS FS-CUST-NAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS FS-CUST-DOC WITH DUPLICATES.
       DATA DIVISION.
       FILE SECTION.
           FD  CUSTOMERS.
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
       MAIN-PROCEDURE.
