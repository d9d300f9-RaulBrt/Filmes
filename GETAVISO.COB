      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Consultar em AVISOS.DAT o aviso de cobranca mais
      *           recente enviado a um cliente (1=primeiro, 2=segundo,
      *           3=final) e a data do envio, para o balcao ver que o
      *           cliente esta em cobranca. Devolve zero quando o
      *           cliente nao esta em nenhum ciclo de cobranca.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GETAVISO.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT AVISOS ASSIGN TO "AVISOS.DAT"
           FILE STATUS IS WRK-AVI-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-AVI-CUST-COD.
       DATA DIVISION.
       FILE SECTION.
           FD  AVISOS.
           01 FS-AVISO.
               COPY AVISOFLDS.
       WORKING-STORAGE SECTION.
       77  WRK-AVI-FSTAT              PIC 9(03) VALUE ZEROES.
       LINKAGE SECTION.
       77  LNK-CUST-COD               PIC 9(05).
       77  LNK-STAGE                  PIC 9(01).
       77  LNK-SENT-DATE              PIC 9(08).
       77  LNK-STATUS                 PIC 9(03).

       PROCEDURE DIVISION USING LNK-CUST-COD, LNK-STAGE, LNK-SENT-DATE,
               LNK-STATUS.
       0000-MAIN-PROCEDURE.
           MOVE ZEROES TO LNK-STATUS.
           MOVE ZEROES TO LNK-STAGE.
           MOVE ZEROES TO LNK-SENT-DATE.
           OPEN INPUT AVISOS.
           IF WRK-AVI-FSTAT EQUAL ZEROES
               MOVE LNK-CUST-COD TO FS-AVI-CUST-COD
               READ AVISOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FS-AVI-STAGE TO LNK-STAGE
                       MOVE FS-AVI-SENT-DATE TO LNK-SENT-DATE
               END-READ
               CLOSE AVISOS
           END-IF.
           GOBACK.
       END PROGRAM GETAVISO.
