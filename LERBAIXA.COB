      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Consultar em BAIXAS.DAT se o cliente tem divida
      *           baixada como incobravel: devolve o bloqueio ("S"
      *           bloqueado, "N" sem bloqueio) e o valor baixado ainda
      *           nao recuperado. Cliente sem baixa volta "N" e zero.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LERBAIXA.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT BAIXAS ASSIGN TO "BAIXAS.DAT"
           FILE STATUS IS WRK-BXA-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-BXA-CUST-COD.
       DATA DIVISION.
       FILE SECTION.
           FD  BAIXAS.
           01 FS-BAIXA.
               COPY BAIXAFLDS.
       WORKING-STORAGE SECTION.
       77  WRK-BXA-FSTAT              PIC 9(03) VALUE ZEROES.
       LINKAGE SECTION.
       77  LNK-CUST-COD               PIC 9(05).
       77  LNK-BLOCKED                PIC X(01).
       77  LNK-OUTSTANDING            PIC 9(07)V99.
       77  LNK-STATUS                 PIC 9(03).

       PROCEDURE DIVISION USING LNK-CUST-COD, LNK-BLOCKED,
               LNK-OUTSTANDING, LNK-STATUS.
       0000-MAIN-PROCEDURE.
           MOVE ZEROES TO LNK-STATUS.
           MOVE "N" TO LNK-BLOCKED.
           MOVE ZEROES TO LNK-OUTSTANDING.
           OPEN INPUT BAIXAS.
           IF WRK-BXA-FSTAT EQUAL ZEROES
               MOVE LNK-CUST-COD TO FS-BXA-CUST-COD
               READ BAIXAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FS-BXA-BLOCKED TO LNK-BLOCKED
                       IF FS-BXA-AMOUNT GREATER THAN FS-BXA-RECOVERED
                           COMPUTE LNK-OUTSTANDING =
                               FS-BXA-AMOUNT - FS-BXA-RECOVERED
                       END-IF
               END-READ
               CLOSE BAIXAS
           END-IF.
           GOBACK.
       END PROGRAM LERBAIXA.
