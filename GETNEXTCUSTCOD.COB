      * Objetivo: Ler o maior FS-CUST-COD gravado em CUSTOMERS.DAT e
      *           devolver o proximo codigo livre para cadastro
      *           automatico de clientes
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Chaves alternativas de CUSTOMERS.DAT pelo
      *                   nome e pelo documento declaradas no SELECT
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GETNEXTCUSTCOD.
           FILE STATUS IS WRK-STATUS
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-CUST-COD
           ALTERNATE RECORD KEY IS FS-CUST-NAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS FS-CUST-DOC WITH DUPLICATES.
       DATA DIVISION.
       FILE SECTION.
           FD  CUSTOMERS.
