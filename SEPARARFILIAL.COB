      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Lista de separacao da manha das solicitacoes de
      *           outras filiais: as unidades reservadas nesta filial
      *           (FS-COPY-TRANSIT "R") que devem sair para a filial
      *           do cliente. Imprime SEPARAFILIAL.PRN e, fora do modo
      *           batch ("B") do agendador, confirma o despacho da
      *           lista: a unidade passa a em transito (FS-COPY-TRANSIT
      *           "S") e a solicitacao a enviada, para ser recebida no
      *           destino pela TRANSFERENCIA.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEPARARFILIAL.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT SOLFILIAL ASSIGN TO "SOLFILIAL.DAT"
           FILE STATUS IS WRK-SOL-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-SOL-KEY
           LOCK MODE IS AUTOMATIC.

           SELECT COPIES ASSIGN TO "COPIES.DAT"
           FILE STATUS IS WRK-COPY-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-COPY-KEY
           LOCK MODE IS AUTOMATIC.

           SELECT MOVIES ASSIGN TO "MOVIES.DAT"
           FILE STATUS IS WRK-MOV-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES.

           SELECT PRINT-FILE ASSIGN TO "SEPARAFILIAL.PRN"
           FILE STATUS IS WRK-PRINT-STATUS
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  SOLFILIAL.
           01 FS-SOLICITACAO.
               COPY SOLFLDS.
           FD  COPIES.
           01 FS-COPY.
               COPY COPYFLDS.
           FD  MOVIES.
           01 FS-MOVIE.
               COPY MOVIEFLDS.
           FD  PRINT-FILE.
           01 FS-PRINT-LINE            PIC X(71).
       WORKING-STORAGE SECTION.
       77  WRK-SOL-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-COPY-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-MOV-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-PRINT-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-SPOOL-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-FIL-STATUS              PIC 9(03) VALUE ZEROES.
       77  WRK-AUDIT-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-RUN-MODE                PIC X(01) VALUE SPACES.
       77  WRK-TECLA                   PIC X(01) VALUE SPACES.
       77  WRK-CONFIRM                 PIC X(01) VALUE SPACES.
       77  WRK-BUFF                    PIC X(71) VALUE SPACES.
       77  WRK-LINE                    PIC 9(04) VALUE ZEROES.
       77  WRK-TODAY                   PIC 9(08) VALUE ZEROES.
       77  WRK-BRANCH                  PIC 9(02) VALUE 1.
       77  WRK-HAS-MOVIES              PIC 9(01) VALUE ZEROES.
       77  WRK-MOV-TITLE               PIC X(30) VALUE SPACES.
       77  WRK-TO-PICK                 PIC 9(05) VALUE ZEROES.
       77  WRK-SENT                    PIC 9(05) VALUE ZEROES.
       77  WRK-DROPPED                 PIC 9(05) VALUE ZEROES.
       77  WRK-AUDIT-BEFORE            PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-AFTER             PIC X(30) VALUE SPACES.

       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
       77  LNK-MODE PIC X(01) VALUE SPACES.
       SCREEN  SECTION.
       01  CLEAR.
           05 CLEAR-SCREEN.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL.
       01  SHOW-MV.
           05 TITLE-SCREEN.
               10 LINE 01 COLUMN 01    PIC X(33) ERASE EOL
                  BACKGROUND-COLOR 2 FROM
                  "SEPARACAO PARA OUTRAS FILIAIS".
       01  SHOW-LINE.
           05 DTA.
               10 LINE WRK-LINE COLUMN 01 PIC X(71) ERASE EOL
                  BACKGROUND-COLOR 0 FOREGROUND-COLOR 2 FROM WRK-BUFF.

       PROCEDURE DIVISION USING LNK-OPERATOR, OPTIONAL LNK-MODE.
       0000-MAIN-PROCEDURE.
           MOVE SPACES TO WRK-RUN-MODE.
           IF LNK-MODE NOT OMITTED
               MOVE LNK-MODE TO WRK-RUN-MODE
           END-IF.
           CALL "LERFILIAL" USING WRK-BRANCH, WRK-FIL-STATUS.
           CALL "LERDATANEG" USING WRK-TODAY.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           MOVE ZEROES TO WRK-TO-PICK WRK-SENT WRK-DROPPED.
           OPEN OUTPUT PRINT-FILE.
           MOVE 02 TO WRK-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "SEPARACAO DA FILIAL " WRK-BRANCH " EM " WRK-TODAY
               " - COPIAS PARA OUTRAS FILIAIS" INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           OPEN INPUT SOLFILIAL.
           IF WRK-SOL-FSTAT EQUAL ZEROES
               MOVE ZEROES TO WRK-HAS-MOVIES
               OPEN INPUT MOVIES
               IF WRK-MOV-FSTAT EQUAL ZEROES
                   MOVE 1 TO WRK-HAS-MOVIES
               END-IF
               PERFORM UNTIL WRK-SOL-FSTAT NOT EQUAL ZEROES
                   READ SOLFILIAL NEXT RECORD
                       AT END
                           MOVE 100 TO WRK-SOL-FSTAT
                       NOT AT END
                           IF FS-SOL-SOLICITADA
                               AND FS-SOL-FROM EQUAL WRK-BRANCH
                               PERFORM 0010-PRINT-PICK
                           END-IF
                   END-READ
               END-PERFORM
               IF WRK-HAS-MOVIES EQUAL 1
                   CLOSE MOVIES
               END-IF
               CLOSE SOLFILIAL
           END-IF.
           MOVE SPACES TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "COPIAS A SEPARAR: " WRK-TO-PICK INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           CLOSE PRINT-FILE.
           CALL "ESPOLAR" USING "SEPARAFILIAL.PRN    ",
               LNK-OPERATOR, WRK-SPOOL-STATUS.
           IF WRK-RUN-MODE EQUAL "B" OR WRK-TO-PICK EQUAL ZEROES
               DISPLAY "IMPRESSO EM SEPARAFILIAL.PRN. PRESSIONE ENTER"
                   AT 2301
               IF WRK-RUN-MODE NOT EQUAL "B"
                   ACCEPT WRK-TECLA AT 2347
               END-IF
               GOBACK
           END-IF.
           DISPLAY "CONFIRMA O DESPACHO DA LISTA (S/N)? " AT 2301.
           MOVE SPACES TO WRK-CONFIRM.
           ACCEPT WRK-CONFIRM AT 2338.
           IF WRK-CONFIRM EQUAL 'S' OR WRK-CONFIRM EQUAL 's'
               PERFORM 0020-DISPATCH-LIST
               DISPLAY CLEAR-SCREEN
               DISPLAY TITLE-SCREEN
               CALL "MARCATREINO"
               DISPLAY "COPIAS DESPACHADAS: " AT 0305
               DISPLAY WRK-SENT AT 0326
               DISPLAY "SOLICITACOES CANCELADAS (COPIA NAO MAIS "
                   "RESERVADA): " AT 0405
               DISPLAY WRK-DROPPED AT 0458
               DISPLAY "PRESSIONE ENTER" AT 0605
               ACCEPT WRK-TECLA AT 0621
           END-IF.
           GOBACK.

      *=================================================================
       0010-PRINT-PICK      SECTION.
      *Imprime uma unidade a separar: titulo, copia, filial de
      *destino e cliente que a pediu
      *=================================================================
           ADD 1 TO WRK-TO-PICK.
           MOVE SPACES TO WRK-MOV-TITLE.
           IF WRK-HAS-MOVIES EQUAL 1
               MOVE FS-SOL-MOV-COD TO FS-MOV-COD
               READ MOVIES
                   NOT INVALID KEY
                       MOVE FS-MOV-TITLE TO WRK-MOV-TITLE
               END-READ
           END-IF.
           MOVE SPACES TO WRK-BUFF.
           STRING FS-SOL-MOV-COD " " WRK-MOV-TITLE " COPIA "
               FS-SOL-COPY-NUM " P/FIL " FS-SOL-TO
               " CLI " FS-SOL-CUST-COD INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.

      *=================================================================
       0020-DISPATCH-LIST      SECTION.
      *Despacha as unidades da lista: a copia ainda reservada sai em
      *transito para a filial do cliente; se a reserva ja nao existe,
      *a solicitacao e cancelada
      *=================================================================
           OPEN I-O SOLFILIAL.
           IF WRK-SOL-FSTAT NOT EQUAL ZEROES
               GO TO 0020-FIM
           END-IF.
           OPEN I-O COPIES.
           IF WRK-COPY-FSTAT NOT EQUAL ZEROES
               CLOSE SOLFILIAL
               MOVE 620 TO WRK-COPY-FSTAT
               CALL "ERROS" USING WRK-COPY-FSTAT, "SEPARARFILIAL"
               GO TO 0020-FIM
           END-IF.
           PERFORM UNTIL WRK-SOL-FSTAT NOT EQUAL ZEROES
               READ SOLFILIAL NEXT RECORD
                   AT END
                       MOVE 100 TO WRK-SOL-FSTAT
                   NOT AT END
                       IF FS-SOL-SOLICITADA
                           AND FS-SOL-FROM EQUAL WRK-BRANCH
                           PERFORM 0030-DISPATCH-COPY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COPIES SOLFILIAL.
       0020-FIM.
           EXIT.

      *=================================================================
       0030-DISPATCH-COPY      SECTION.
      *Poe a unidade reservada em transito e marca a solicitacao
      *como enviada
      *=================================================================
           MOVE FS-SOL-MOV-COD TO FS-COPY-MOV-COD.
           MOVE FS-SOL-COPY-NUM TO FS-COPY-NUM.
           READ COPIES
               INVALID KEY
                   MOVE SPACES TO FS-COPY-TRANSIT
           END-READ.
           IF FS-COPY-TRANSIT NOT EQUAL "R"
               SET FS-SOL-CANCELADA TO TRUE
               MOVE LNK-OPERATOR TO FS-SOL-OPERATOR
               REWRITE FS-SOLICITACAO
               ADD 1 TO WRK-DROPPED
               GO TO 0030-FIM
           END-IF.
           MOVE "S" TO FS-COPY-TRANSIT.
           REWRITE FS-COPY.
           IF WRK-COPY-FSTAT EQUAL ZEROES
               CALL "WRITEJORNAL" USING "P", "R",
                   "SEPARARFILIAL   ", FS-COPY
           END-IF.
           SET FS-SOL-ENVIADA TO TRUE.
           MOVE WRK-TODAY TO FS-SOL-SENT-DATE.
           MOVE LNK-OPERATOR TO FS-SOL-OPERATOR.
           REWRITE FS-SOLICITACAO.
           ADD 1 TO WRK-SENT.
           MOVE SPACES TO WRK-AUDIT-BEFORE.
           STRING "COPIA " FS-COPY-NUM " FILIAL "
               FS-COPY-BRANCH INTO WRK-AUDIT-BEFORE.
           MOVE SPACES TO WRK-AUDIT-AFTER.
           STRING "DESPACHADA P/ FILIAL " FS-SOL-TO
               INTO WRK-AUDIT-AFTER.
           CALL "WRITEAUDIT" USING "F", FS-COPY-MOV-COD,
               WRK-AUDIT-BEFORE, WRK-AUDIT-AFTER, LNK-OPERATOR,
               WRK-AUDIT-STATUS.
       0030-FIM.
           EXIT.

      *=================================================================
       0070-PRINT-LINE      SECTION.
      *Mostra a linha corrente na tela e grava no arquivo de impressao
      *=================================================================
           ADD 1 TO WRK-LINE.
           DISPLAY DTA.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           IF WRK-LINE GREATER THAN 21
               DISPLAY "PRESSIONE ENTER PARA CONTINUAR" AT 2401
               IF WRK-RUN-MODE NOT EQUAL "B"
                   ACCEPT WRK-TECLA AT 2401
               END-IF
               DISPLAY CLEAR-SCREEN
               DISPLAY TITLE-SCREEN
               CALL "MARCATREINO"
               MOVE 02 TO WRK-LINE
           END-IF.
       END PROGRAM SEPARARFILIAL.
