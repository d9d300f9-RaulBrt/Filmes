      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Acrescentar um lancamento na demanda nao atendida
      *           (DEMANDA.DAT): desistencia por falta de copia (D) ou
      *           titulo pedido fora do acervo (F), com cliente,
      *           filial e formato pedido.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITEDEMANDA.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT DEMANDA ASSIGN TO "DEMANDA.DAT"
           FILE STATUS IS LNK-STATUS
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  DEMANDA.
           01 FS-DEMANDA.
               COPY DEMFLDS.
       WORKING-STORAGE SECTION.
       77  WRK-TRIES                  PIC 9(01) VALUE ZEROES.
       LINKAGE SECTION.
       01  LNK-STATUS                 PIC 9(03).
       01  LNK-KIND                   PIC X(01).
       01  LNK-OPERATOR               PIC X(08).
       01  LNK-CUST-COD               PIC 9(05).
       01  LNK-BRANCH                 PIC 9(02).
       01  LNK-MOV-COD                PIC 9(05).
       01  LNK-TITLE                  PIC X(30).
       01  LNK-FORMAT                 PIC X(10).

       PROCEDURE DIVISION USING LNK-KIND, LNK-OPERATOR, LNK-CUST-COD,
               LNK-BRANCH, LNK-MOV-COD, LNK-TITLE, LNK-FORMAT,
               LNK-STATUS.
       0000-MAIN-PROCEDURE.
           MOVE ZEROES TO LNK-STATUS.
           OPEN EXTEND DEMANDA.
           IF LNK-STATUS EQUAL 350 AND WRK-TRIES LESS THAN 1
               ADD 1 TO WRK-TRIES
               CLOSE DEMANDA
               OPEN OUTPUT DEMANDA
               CLOSE DEMANDA
               PERFORM 0000-MAIN-PROCEDURE
           ELSE IF WRK-TRIES GREATER THAN 0 AND LNK-STATUS NOT EQUAL 0
               CALL "ERROS" USING LNK-STATUS, "WRITEDEMANDA"
           ELSE
               PERFORM 0010-BUILD-ENTRY
               WRITE FS-DEMANDA
               CLOSE DEMANDA
           END-IF.
           GOBACK.

      *=================================================================
       0010-BUILD-ENTRY        SECTION.
      *Monta o lancamento com data, hora e os dados informados; o
      *titulo fora do acervo fica em maiusculas, para o relatorio
      *juntar os pedidos do mesmo titulo
      *=================================================================
           CALL "LERDATANEG" USING FS-DEM-DATE.
           ACCEPT FS-DEM-TIME FROM TIME.
           MOVE LNK-KIND       TO FS-DEM-KIND.
           MOVE LNK-OPERATOR   TO FS-DEM-OPERATOR.
           MOVE LNK-CUST-COD   TO FS-DEM-CUST-COD.
           MOVE LNK-BRANCH     TO FS-DEM-BRANCH.
           MOVE LNK-MOV-COD    TO FS-DEM-MOV-COD.
           MOVE LNK-TITLE      TO FS-DEM-TITLE.
           MOVE LNK-FORMAT     TO FS-DEM-FORMAT.
           INSPECT FS-DEM-TITLE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT FS-DEM-FORMAT CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       END PROGRAM WRITEDEMANDA.
