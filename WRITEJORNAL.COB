      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Acrescentar a imagem depois da gravacao de um
      *           registro de RENTALS.DAT (R), CUSTOMERS.DAT (C),
      *           BALANCE.DAT (B) ou COPIES.DAT (P) no jornal de
      *           recuperacao (JORNAL.DAT). Chamado logo depois de cada
      *           WRITE (W), REWRITE (R) ou DELETE (D) bem sucedido
      *           nesses arquivos. So o tamanho do layout do arquivo e
      *           copiado do registro recebido.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Imagem ampliada para 157 posicoes: o registro
      *                   de cliente cresceu e era cortado no jornal
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITEJORNAL.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT JORNAL ASSIGN TO "JORNAL.DAT"
           FILE STATUS IS WRK-JRN-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  JORNAL.
           01 FS-JORNAL.
               COPY JRNFLDS.
       WORKING-STORAGE SECTION.
       77  WRK-JRN-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-TRIES                  PIC 9(01) VALUE ZEROES.
       77  WRK-IMG-LEN                PIC 9(03) VALUE ZEROES.
      *Layouts so para medir o tamanho da imagem de cada arquivo
       01  WRK-JRN-RENTAL.
           COPY RENTFLDS.
       01  WRK-JRN-CUSTOMER.
           COPY CUSTFLDS.
       01  WRK-JRN-BALANCE.
           COPY BALFLDS.
       01  WRK-JRN-COPY.
           COPY COPYFLDS.
       LINKAGE SECTION.
       01  LNK-FILE                   PIC X(01).
       01  LNK-OP                     PIC X(01).
       01  LNK-PROGRAM                PIC X(16).
       01  LNK-IMAGE                  PIC X(157).

       PROCEDURE DIVISION USING LNK-FILE, LNK-OP, LNK-PROGRAM,
               LNK-IMAGE.
       0000-MAIN-PROCEDURE.
           MOVE ZEROES TO WRK-TRIES.
           OPEN EXTEND JORNAL.
           IF WRK-JRN-FSTAT EQUAL 350 AND WRK-TRIES LESS THAN 1
               ADD 1 TO WRK-TRIES
               CLOSE JORNAL
               OPEN OUTPUT JORNAL
               CLOSE JORNAL
               OPEN EXTEND JORNAL
           END-IF.
      *Jornal fora do ar nao para o balcao: a falha vai para o
      *ERRLOG e o proximo backup da noite volta a garantir o dia
           IF WRK-JRN-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-JRN-FSTAT, "WRITEJORNAL", "B"
               GOBACK
           END-IF.
           PERFORM 0010-BUILD-ENTRY.
           WRITE FS-JORNAL.
           CLOSE JORNAL.
           GOBACK.

      *=================================================================
       0010-BUILD-ENTRY        SECTION.
      *Monta a linha com a data e a hora do relogio e a imagem do
      *registro, no tamanho do layout do arquivo
      *=================================================================
           MOVE SPACES TO FS-JORNAL.
           ACCEPT FS-JRN-CLOCK-DT FROM DATE YYYYMMDD.
           ACCEPT FS-JRN-CLOCK-TM FROM TIME.
           MOVE LNK-FILE       TO FS-JRN-FILE.
           MOVE LNK-OP         TO FS-JRN-OP.
           MOVE LNK-PROGRAM    TO FS-JRN-PROGRAM.
           EVALUATE TRUE
               WHEN FS-JRN-RENTALS
                   MOVE LENGTH OF WRK-JRN-RENTAL TO WRK-IMG-LEN
               WHEN FS-JRN-CUSTOMERS
                   MOVE LENGTH OF WRK-JRN-CUSTOMER TO WRK-IMG-LEN
               WHEN FS-JRN-BALANCE
                   MOVE LENGTH OF WRK-JRN-BALANCE TO WRK-IMG-LEN
               WHEN OTHER
                   MOVE LENGTH OF WRK-JRN-COPY TO WRK-IMG-LEN
           END-EVALUATE.
           MOVE LNK-IMAGE(1:WRK-IMG-LEN) TO FS-JRN-IMAGE.

       END PROGRAM WRITEJORNAL.
