      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Recontar o uso de cada copia fisica (FS-COPY-RENT-
      *           COUNT) pelos alugueis devolvidos guardados em
      *           RENTALS.DAT e no arquivo morto RENTHIST.DAT -- na
      *           primeira carga da contagem, depois de uma
      *           restauracao de COPIES.DAT ou de uma copia reencontrada
      *           na devolucao. A contagem de todas as unidades e zerada
      *           e cada aluguel devolvido com o numero da copia soma um
      *           na unidade; aluguel anulado, em aberto ou perdido nao
      *           conta. Dali em diante a devolucao mantem a contagem.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTARUSOCOPIAS.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT COPIES ASSIGN TO "COPIES.DAT"
           FILE STATUS IS WRK-COPY-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-COPY-KEY.

           SELECT RENTALS ASSIGN TO "RENTALS.DAT"
           FILE STATUS IS WRK-RENT-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-RENT-KEY.

           SELECT RENTHIST ASSIGN TO "RENTHIST.DAT"
           FILE STATUS IS WRK-HIST-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-HIST-KEY.
       DATA DIVISION.
       FILE SECTION.
           FD  COPIES.
           01 FS-COPY.
               COPY COPYFLDS.
           FD  RENTALS.
           01 FS-RENTAL.
               COPY RENTFLDS.
           FD  RENTHIST.
           01 FS-RENTHIST.
               COPY RENTFLDS
                   REPLACING ==FS-RENT-KEY==  BY ==FS-HIST-KEY==
                             ==FS-RENT-MOV-COD==
                                 BY ==FS-HIST-MOV-COD==
                             ==FS-RENT-DUE-DATE==
                                 BY ==FS-HIST-DUE-DATE==
                             ==FS-RENT-CUST-COD==
                                 BY ==FS-HIST-CUST-COD==
                             ==FS-RENT-DATE== BY ==FS-HIST-DATE==
                             ==FS-RENT-STATUS==
                                 BY ==FS-HIST-STATUS==
                             ==FS-RENT-ABERTO==
                                 BY ==FS-HIST-ABERTO==
                             ==FS-RENT-DEVOLVIDO==
                                 BY ==FS-HIST-DEVOLVIDO==
                             ==FS-RENT-ANULADO==
                                 BY ==FS-HIST-ANULADO==
                             ==FS-RENT-PERDIDO==
                                 BY ==FS-HIST-PERDIDO==
                             ==FS-RENT-COPY-NUM==
                                 BY ==FS-HIST-COPY-NUM==
                             ==FS-RENT-RETURN-DATE==
                                 BY ==FS-HIST-RETURN-DATE==
                             ==FS-RENT-BRANCH==
                                 BY ==FS-HIST-BRANCH==
                             ==FS-RENT-WAIVER==
                                 BY ==FS-HIST-WAIVER==
                             ==FS-RENT-DEPOSIT==
                                 BY ==FS-HIST-DEPOSIT==
                             ==FS-RENT-STAFF-ID==
                                 BY ==FS-HIST-STAFF-ID==.
       WORKING-STORAGE SECTION.
       77  WRK-COPY-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-RENT-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-HIST-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-NIVEL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-MIN-LEVEL           PIC 9(01) VALUE 2.
       77  WRK-RUN-MODE            PIC X(01) VALUE SPACES.
       77  WRK-TECLA               PIC X(01) VALUE SPACES.
       77  WRK-MOV-COD             PIC 9(05) VALUE ZEROES.
       77  WRK-COPY-NUM            PIC 9(03) VALUE ZEROES.
       77  WRK-COPY-COUNT          PIC 9(07) VALUE ZEROES.
       77  WRK-READ-COUNT          PIC 9(07) VALUE ZEROES.
       77  WRK-USE-COUNT           PIC 9(07) VALUE ZEROES.
       77  WRK-MISS-COUNT          PIC 9(07) VALUE ZEROES.
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
               10 LINE 01 COLUMN 01    PIC X(30) ERASE EOL
                  BACKGROUND-COLOR 2 FROM
                  "RECONTAR USO DAS COPIAS".

       PROCEDURE DIVISION USING LNK-OPERATOR, OPTIONAL LNK-MODE.
       0000-MAIN-PROCEDURE.
      *Modo batch ("B"): sem nenhuma pergunta no terminal
           MOVE SPACES TO WRK-RUN-MODE.
           IF LNK-MODE NOT OMITTED
               MOVE LNK-MODE TO WRK-RUN-MODE
           END-IF.
           IF WRK-RUN-MODE NOT EQUAL "B"
               CALL "CHECKNIVEL" USING LNK-OPERATOR, WRK-MIN-LEVEL,
                   WRK-NIVEL-STATUS, "CONTARUSOCOPIAS "
               IF WRK-NIVEL-STATUS NOT EQUAL ZEROES
                   CALL "ERROS" USING WRK-NIVEL-STATUS,
                       "CONTARUSOCOPIAS"
                   GOBACK
               END-IF
               DISPLAY CLEAR-SCREEN
               DISPLAY TITLE-SCREEN
               CALL "MARCATREINO"
               DISPLAY "RECONTANDO O USO DAS COPIAS..." AT 0305
           END-IF.
           PERFORM 0005-ZERO-INFO.
           OPEN I-O COPIES.
           IF WRK-COPY-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-COPY-FSTAT, "CONTARUSOCOPIAS",
                   WRK-RUN-MODE
               MOVE ZEROES TO WRK-COPY-FSTAT
               GOBACK
           END-IF.
           PERFORM 0010-CLEAR-COUNTS.
      *Sem o arquivo vivo ou sem o arquivo morto conta so o outro
           OPEN INPUT RENTALS.
           IF WRK-RENT-FSTAT EQUAL ZEROES
               PERFORM 0020-COUNT-RENTALS
               CLOSE RENTALS
           END-IF.
           OPEN INPUT RENTHIST.
           IF WRK-HIST-FSTAT EQUAL ZEROES
               PERFORM 0030-COUNT-HISTORY
               CLOSE RENTHIST
           END-IF.
           CLOSE COPIES.
           MOVE ZEROES TO WRK-COPY-FSTAT WRK-RENT-FSTAT WRK-HIST-FSTAT.
           IF WRK-RUN-MODE EQUAL "B"
               GOBACK
           END-IF.
           DISPLAY "COPIAS ZERADAS: " AT 0505.
           DISPLAY WRK-COPY-COUNT AT 0535.
           DISPLAY "ALUGUEIS LIDOS: " AT 0605.
           DISPLAY WRK-READ-COUNT AT 0635.
           DISPLAY "ALUGUEIS DEVOLVIDOS CONTADOS: " AT 0705.
           DISPLAY WRK-USE-COUNT AT 0735.
           IF WRK-MISS-COUNT GREATER THAN ZEROES
               DISPLAY "DE COPIAS JA BAIXADAS (IGNORADOS): " AT 0805
               DISPLAY WRK-MISS-COUNT AT 0841
           END-IF.
           DISPLAY "PRESSIONE ENTER" AT 1005.
           ACCEPT WRK-TECLA AT 1021.
           GOBACK.

      *=================================================================
       0005-ZERO-INFO      SECTION.
      *Zera contadores de uma chamada anterior
      *=================================================================
           MOVE ZEROES TO WRK-COPY-COUNT WRK-READ-COUNT WRK-USE-COUNT
               WRK-MISS-COUNT WRK-COPY-FSTAT WRK-RENT-FSTAT
               WRK-HIST-FSTAT.

      *=================================================================
       0010-CLEAR-COUNTS      SECTION.
      *Zera a contagem de uso de todas as unidades
      *=================================================================
           PERFORM UNTIL WRK-COPY-FSTAT NOT EQUAL ZEROES
               READ COPIES NEXT RECORD
                   AT END
                       MOVE 100 TO WRK-COPY-FSTAT
                   NOT AT END
                       ADD 1 TO WRK-COPY-COUNT
                       MOVE ZEROES TO FS-COPY-RENT-COUNT
                       REWRITE FS-COPY
               END-READ
           END-PERFORM.
           MOVE ZEROES TO WRK-COPY-FSTAT.

      *=================================================================
       0020-COUNT-RENTALS      SECTION.
      *Le o arquivo vivo de alugueis somando os devolvidos
      *=================================================================
           PERFORM UNTIL WRK-RENT-FSTAT NOT EQUAL ZEROES
               READ RENTALS NEXT RECORD
                   AT END
                       MOVE 100 TO WRK-RENT-FSTAT
                   NOT AT END
                       ADD 1 TO WRK-READ-COUNT
                       IF FS-RENT-DEVOLVIDO
                           AND FS-RENT-COPY-NUM GREATER THAN ZEROES
                           MOVE FS-RENT-MOV-COD TO WRK-MOV-COD
                           MOVE FS-RENT-COPY-NUM TO WRK-COPY-NUM
                           PERFORM 0040-ADD-ONE-USE
                       END-IF
               END-READ
           END-PERFORM.

      *=================================================================
       0030-COUNT-HISTORY      SECTION.
      *Le o arquivo morto de alugueis somando os devolvidos
      *=================================================================
           PERFORM UNTIL WRK-HIST-FSTAT NOT EQUAL ZEROES
               READ RENTHIST NEXT RECORD
                   AT END
                       MOVE 100 TO WRK-HIST-FSTAT
                   NOT AT END
                       ADD 1 TO WRK-READ-COUNT
                       IF FS-HIST-DEVOLVIDO
                           AND FS-HIST-COPY-NUM GREATER THAN ZEROES
                           MOVE FS-HIST-MOV-COD TO WRK-MOV-COD
                           MOVE FS-HIST-COPY-NUM TO WRK-COPY-NUM
                           PERFORM 0040-ADD-ONE-USE
                       END-IF
               END-READ
           END-PERFORM.

      *=================================================================
       0040-ADD-ONE-USE      SECTION.
      *Soma um aluguel na unidade; a copia ja baixada do acervo (venda,
      *perda, descarte) so entra na contagem dos ignorados
      *=================================================================
           MOVE WRK-MOV-COD TO FS-COPY-MOV-COD.
           MOVE WRK-COPY-NUM TO FS-COPY-NUM.
           READ COPIES
               INVALID KEY
                   ADD 1 TO WRK-MISS-COUNT
               NOT INVALID KEY
                   IF FS-COPY-RENT-COUNT LESS THAN 99999
                       ADD 1 TO FS-COPY-RENT-COUNT
                   END-IF
                   REWRITE FS-COPY
                   ADD 1 TO WRK-USE-COUNT
           END-READ.
           MOVE ZEROES TO WRK-COPY-FSTAT.

       END PROGRAM CONTARUSOCOPIAS.
