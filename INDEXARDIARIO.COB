      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Refazer o indice do diario de caixa (TRANSIDX.DAT) a
      *           partir do TRANSACT.DAT -- depois de uma restauracao
      *           do diario, do encerramento do exercicio (chamado pelo
      *           FECHAREXERCICIO em modo batch, "B") ou quando o
      *           WRITETRANS registrou falha no indice. O indice e
      *           recriado vazio e recebe cada linha do diario, com a
      *           chave pelo recibo e a chave alternativa pelo cliente
      *           e data. A contagem de linhas lidas e indexadas e
      *           mostrada no final (ou devolvida ao chamador).
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDEXARDIARIO.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT TRANSACT ASSIGN TO "TRANSACT.DAT"
           FILE STATUS IS WRK-TRANS-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT TRANSIDX ASSIGN TO "TRANSIDX.DAT"
           FILE STATUS IS WRK-TIX-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-TIX-KEY
           ALTERNATE RECORD KEY IS FS-TIX-CUST-KEY WITH DUPLICATES.
       DATA DIVISION.
       FILE SECTION.
           FD  TRANSACT.
           01 FS-TRANS.
               COPY TRANSFLDS.
           FD  TRANSIDX.
           01 FS-TIX.
               COPY TRNIDXFLDS.
       WORKING-STORAGE SECTION.
       77  WRK-TRANS-FSTAT         PIC 9(03) VALUE ZEROES.
       77  WRK-TIX-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-NIVEL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-MIN-LEVEL           PIC 9(01) VALUE 2.
       77  WRK-RUN-MODE            PIC X(01) VALUE SPACES.
       77  WRK-TECLA               PIC X(01) VALUE SPACES.
       77  WRK-READ-COUNT          PIC 9(07) VALUE ZEROES.
       77  WRK-IDX-COUNT           PIC 9(07) VALUE ZEROES.
       77  WRK-FAIL-COUNT          PIC 9(05) VALUE ZEROES.
       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
       77  LNK-MODE PIC X(01) VALUE SPACES.
       77  LNK-INDEXED PIC 9(07).
       SCREEN  SECTION.
       01  CLEAR.
           05 CLEAR-SCREEN.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL.
       01  SHOW-MV.
           05 TITLE-SCREEN.
               10 LINE 01 COLUMN 01    PIC X(30) ERASE EOL
                  BACKGROUND-COLOR 2 FROM
                  "REFAZER INDICE DO DIARIO".

       PROCEDURE DIVISION USING LNK-OPERATOR, OPTIONAL LNK-MODE,
               OPTIONAL LNK-INDEXED.
       0000-MAIN-PROCEDURE.
      *Modo batch ("B"): chamado pelo encerramento do exercicio, sem
      *nenhuma pergunta no terminal
           MOVE SPACES TO WRK-RUN-MODE.
           IF LNK-MODE NOT OMITTED
               MOVE LNK-MODE TO WRK-RUN-MODE
           END-IF.
           IF WRK-RUN-MODE NOT EQUAL "B"
               CALL "CHECKNIVEL" USING LNK-OPERATOR, WRK-MIN-LEVEL,
                   WRK-NIVEL-STATUS, "INDEXARDIARIO   "
               IF WRK-NIVEL-STATUS NOT EQUAL ZEROES
                   CALL "ERROS" USING WRK-NIVEL-STATUS,
                       "INDEXARDIARIO"
                   GOBACK
               END-IF
               DISPLAY CLEAR-SCREEN
               DISPLAY TITLE-SCREEN
               CALL "MARCATREINO"
               DISPLAY "REFAZENDO O INDICE DO DIARIO..." AT 0305
           END-IF.
           PERFORM 0005-ZERO-INFO.
           OPEN OUTPUT TRANSIDX.
           IF WRK-TIX-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-TIX-FSTAT, "INDEXARDIARIO",
                   WRK-RUN-MODE
               MOVE ZEROES TO WRK-TIX-FSTAT
               GOBACK
           END-IF.
      *Sem diario o indice fica vazio
           OPEN INPUT TRANSACT.
           IF WRK-TRANS-FSTAT EQUAL ZEROES
               PERFORM 0010-INDEX-LOOP
               CLOSE TRANSACT
           END-IF.
           CLOSE TRANSIDX.
           MOVE ZEROES TO WRK-TRANS-FSTAT WRK-TIX-FSTAT.
           IF LNK-INDEXED NOT OMITTED
               MOVE WRK-IDX-COUNT TO LNK-INDEXED
           END-IF.
           IF WRK-RUN-MODE EQUAL "B"
               GOBACK
           END-IF.
           DISPLAY "LINHAS LIDAS DO DIARIO: " AT 0505.
           DISPLAY WRK-READ-COUNT AT 0531.
           DISPLAY "LINHAS INDEXADAS: " AT 0605.
           DISPLAY WRK-IDX-COUNT AT 0631.
           IF WRK-FAIL-COUNT GREATER THAN ZEROES
               DISPLAY "LINHAS COM FALHA (VER LOG): " AT 0705
               DISPLAY WRK-FAIL-COUNT AT 0733
           END-IF.
           DISPLAY "PRESSIONE ENTER" AT 0905.
           ACCEPT WRK-TECLA AT 0921.
           GOBACK.

      *=================================================================
       0005-ZERO-INFO      SECTION.
      *Zera contadores de uma chamada anterior
      *=================================================================
           MOVE ZEROES TO WRK-READ-COUNT WRK-IDX-COUNT WRK-FAIL-COUNT
               WRK-TRANS-FSTAT WRK-TIX-FSTAT.

      *=================================================================
       0010-INDEX-LOOP      SECTION.
      *Le o diario do comeco ao fim, indexando cada linha
      *=================================================================
           PERFORM UNTIL WRK-TRANS-FSTAT NOT EQUAL ZEROES
               READ TRANSACT
                   AT END
                       MOVE 100 TO WRK-TRANS-FSTAT
                   NOT AT END
                       ADD 1 TO WRK-READ-COUNT
                       PERFORM 0020-INDEX-ONE
               END-READ
           END-PERFORM.

      *=================================================================
       0020-INDEX-ONE      SECTION.
      *Grava a linha corrente no indice, com a mesma chave montada
      *pelo WRITETRANS
      *=================================================================
           MOVE FS-TRANS-RECEIPT  TO FS-TIX-RECEIPT.
           MOVE FS-TRANS-DATE     TO FS-TIX-DATE.
           MOVE FS-TRANS-TIME     TO FS-TIX-TIME.
           MOVE FS-TRANS-CUST-COD TO FS-TIX-KEY-CUST.
           MOVE FS-TRANS-CUST-COD TO FS-TIX-CUST-COD.
           MOVE FS-TRANS-DATE     TO FS-TIX-CUST-DATE.
           MOVE FS-TRANS          TO FS-TIX-LINE.
      *Mesma chave (linhas do mesmo recibo no mesmo centesimo de
      *segundo, abertura do mesmo cliente): sequencia seguinte
           MOVE ZEROES TO FS-TIX-SEQ.
           MOVE 220 TO WRK-TIX-FSTAT.
           PERFORM UNTIL WRK-TIX-FSTAT NOT EQUAL 220
                      OR FS-TIX-SEQ EQUAL 999
               ADD 1 TO FS-TIX-SEQ
               WRITE FS-TIX
           END-PERFORM.
           IF WRK-TIX-FSTAT EQUAL ZEROES
               ADD 1 TO WRK-IDX-COUNT
           ELSE
               ADD 1 TO WRK-FAIL-COUNT
               CALL "ERROS" USING WRK-TIX-FSTAT, "INDEXARDIARIO", "B"
               MOVE ZEROES TO WRK-TIX-FSTAT
           END-IF.

       END PROGRAM INDEXARDIARIO.
