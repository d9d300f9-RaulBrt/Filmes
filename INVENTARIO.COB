      *           aluguel aberto, e unidades encontradas que nao
      *           constam no arquivo. As faltantes confirmadas podem
      *           ser baixadas em bloco, com registro na auditoria.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Gravacoes em COPIES anotadas tambem no jornal
      *                   de recuperacao (WRITEJORNAL)
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Chave alternativa de MOVIES.DAT pelo titulo
      *                   declarada no SELECT
      * 15/OUT/2026 RTB - Copia contada pela etiqueta com digito
      *                   verificador (CONFERECOPIA); o codigo de barras
      *                   lido no campo do filme traz filme e copia
      * 15/OUT/2026 RTB - Jogos separados dos filmes: plataforma na
      *                   folha de contagem e totais de copias e de
      *                   faltantes por tipo de item
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTARIO.
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES
           LOCK MODE IS AUTOMATIC.

           SELECT COPIES ASSIGN TO "COPIES.DAT"
       77  WRK-TECLA                   PIC X(01) VALUE SPACES.
       77  WRK-BUFF                    PIC X(71) VALUE SPACES.
       77  WRK-EOF                     PIC 9(01) VALUE ZEROES.
       77  WRK-MOV-COD-MSK             PIC X(09) JUSTIFIED RIGHT.
       77  WRK-SEC-MSK             PIC X(03) JUSTIFIED RIGHT.
       77  WRK-COPY-MSK                PIC X(09) JUSTIFIED RIGHT.
       77  WRK-LBL-MOV-COD             PIC 9(05) VALUE ZEROES.
       77  WRK-LBL-COPY-NUM            PIC 9(03) VALUE ZEROES.
       77  WRK-LBL-STATUS              PIC 9(03) VALUE ZEROES.
       77  WRK-MOV-STATUS              PIC 9(03) VALUE ZEROES.
       77  WRK-SUB                     PIC 9(04) VALUE ZEROES.
       77  WRK-FOUND-COUNT             PIC 9(04) VALUE ZEROES.
       77  WRK-AUDIT-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-AUDIT-BEFORE            PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-AFTER             PIC X(30) VALUE SPACES.
       77  WRK-SHEET-FILMS             PIC 9(05) VALUE ZEROES.
       77  WRK-SHEET-GAMES             PIC 9(05) VALUE ZEROES.
       77  WRK-MISS-FILMS              PIC 9(04) VALUE ZEROES.
       77  WRK-MISS-GAMES              PIC 9(04) VALUE ZEROES.
       01  WRK-FOUND-TABLE.
           05 WRK-FOUND-ENTRY          OCCURS 2000 TIMES.
               10 WRK-FOUND-MOV        PIC 9(05) VALUE ZEROES.
                                     ==FS-MOV-SUBTITLE==
                                         BY ==WRK-MOV-SUBTITLE==
                                     ==FS-MOV-SECTION==
                                         BY ==WRK-MOV-SECTION==
                                     ==FS-MOV-ITEM-TYPE==
                                         BY ==WRK-MOV-ITEM-TYPE==
                                     ==FS-MOV-PLATFORM==
                                         BY ==WRK-MOV-PLATFORM==.

       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
               GOBACK
           END-IF.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           DISPLAY "FOLHA DE CONTAGEM (F) OU CONTAGEM/VARIANCIA (C)? "
               AT 0305.
           ACCEPT WRK-OPTION AT 0356.
               OPEN OUTPUT SHEET-FILE
               MOVE SPACES TO WRK-BUFF
               STRING "COD   COPIA FORMATO    TITULO"
                   "                         PLAT  ENCONTRADA(X)"
                   INTO WRK-BUFF
               WRITE FS-SHEET-LINE FROM WRK-BUFF
               MOVE ZEROES TO WRK-SHEET-FILMS
               MOVE ZEROES TO WRK-SHEET-GAMES
               MOVE ZEROES TO WRK-EOF
               PERFORM UNTIL WRK-EOF EQUAL 1
                   READ COPIES NEXT RECORD
                           PERFORM 0020-SHEET-LINE
                   END-READ
               END-PERFORM
               MOVE SPACES TO WRK-BUFF
               STRING "TOTAL DE COPIAS - FILMES: " WRK-SHEET-FILMS
                   "  JOGOS: " WRK-SHEET-GAMES
                   INTO WRK-BUFF
               WRITE FS-SHEET-LINE FROM WRK-BUFF
               CLOSE SHEET-FILE
               CLOSE COPIES
               DISPLAY "FOLHA IMPRESSA EM CONTAGEM.PRN. "

      *=================================================================
       0020-SHEET-LINE      SECTION.
      *Monta uma linha da folha de contagem para a copia corrente,
      *com a plataforma quando a copia e de um jogo
      *=================================================================
           PERFORM 0025-GET-ITEM-TYPE.
           IF WRK-MOV-ITEM-TYPE EQUAL "G"
               ADD 1 TO WRK-SHEET-GAMES
           ELSE
               ADD 1 TO WRK-SHEET-FILMS
           END-IF.
           MOVE SPACES TO WRK-BUFF.
           STRING FS-COPY-MOV-COD " "
                  FS-COPY-NUM     "   "
                  FS-COPY-FORMAT  " "
                  WRK-MOV-TITLE   " "
                  WRK-MOV-PLATFORM " [ ]"
                  INTO WRK-BUFF.
           WRITE FS-SHEET-LINE FROM WRK-BUFF.

      *=================================================================
       0025-GET-ITEM-TYPE      SECTION.
      *Resolve em MOVIES.DAT o titulo, o tipo e a plataforma do item
      *da copia corrente; item nao encontrado conta como filme
      *=================================================================
           MOVE FS-COPY-MOV-COD TO WRK-MOV-COD.
           MOVE ZEROES TO WRK-MOV-STATUS.
           MOVE SPACES TO WRK-MOV-TITLE.
           MOVE "F" TO WRK-MOV-ITEM-TYPE.
           MOVE SPACES TO WRK-MOV-PLATFORM.
           CALL "SEARCHMOVIE" USING WRK-MOVIE, WRK-MOV-STATUS.

      *=================================================================
       0030-ENTER-COUNTS      SECTION.
      *Recebe do operador as copias fisicamente encontradas, uma por
      *linha (codigo do filme + etiqueta da copia + secao onde foi
      *contada), ate um codigo vazio. O codigo de barras da etiqueta
      *lido no campo do filme (mais de 5 digitos) ja traz filme e
      *copia. Etiqueta que nao confere nao e registrada. Unidade
      *contada fora da secao cadastrada do titulo gera um aviso na
      *hora
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           DISPLAY "DIGITE AS COPIAS ENCONTRADAS "
               "(ENTER NO CODIGO ENCERRA)" AT 0305.
           MOVE ZEROES TO WRK-FOUND-COUNT.
               MOVE SPACES TO WRK-MOV-COD-MSK
               MOVE SPACES TO WRK-COPY-MSK
               DISPLAY "FILME: " AT 0505
               DISPLAY "          " AT 0512
               ACCEPT WRK-MOV-COD-MSK AT 0512
               IF WRK-MOV-COD-MSK EQUAL SPACES
                   MOVE 1 TO WRK-EOF
               ELSE
                   PERFORM 0032-CHECK-LABEL
                   IF WRK-LBL-STATUS EQUAL ZEROES
                       ADD 1 TO WRK-FOUND-COUNT
                       MOVE WRK-LBL-MOV-COD
                           TO WRK-FOUND-MOV(WRK-FOUND-COUNT)
                       MOVE WRK-LBL-COPY-NUM
                           TO WRK-FOUND-NUM(WRK-FOUND-COUNT)
                       PERFORM 0035-CHECK-SECTION
                       DISPLAY "REGISTRADAS: " AT 0705
               END-IF
           END-PERFORM.

      *=================================================================
       0032-CHECK-LABEL      SECTION.
      *Confere a etiqueta da unidade contada: codigo de barras inteiro
      *no campo do filme, ou filme e depois copia com o digito. Copia
      *em branco nao registra nada, como antes
      *=================================================================
           MOVE ZEROES TO WRK-LBL-STATUS.
           MOVE ZEROES TO WRK-LBL-COPY-NUM.
           IF WRK-MOV-COD-MSK(01:04) NOT EQUAL SPACES
               MOVE ZEROES TO WRK-LBL-MOV-COD
               CALL "CONFERECOPIA" USING WRK-LBL-MOV-COD,
                   WRK-MOV-COD-MSK, WRK-LBL-COPY-NUM, WRK-LBL-STATUS
           ELSE
               MOVE WRK-MOV-COD-MSK(05:05) TO WRK-LBL-MOV-COD
               DISPLAY "COPIA: " AT 0525
               DISPLAY "          " AT 0532
               ACCEPT WRK-COPY-MSK AT 0532
               IF WRK-COPY-MSK EQUAL SPACES
                   MOVE 1 TO WRK-LBL-STATUS
                   GO TO 0032-FIM
               END-IF
               CALL "CONFERECOPIA" USING WRK-LBL-MOV-COD,
                   WRK-COPY-MSK, WRK-LBL-COPY-NUM, WRK-LBL-STATUS
           END-IF.
           IF WRK-LBL-STATUS EQUAL ZEROES
               DISPLAY "                                        "
                   AT 0605
           ELSE
               DISPLAY "ETIQUETA INVALIDA - NAO REGISTRADA      "
                   AT 0605
           END-IF.
       0032-FIM.
           EXIT.

      *=================================================================
       0035-CHECK-SECTION      SECTION.
      *Recebe a secao onde a unidade foi contada e compara com a
      *fora em aluguel) e sobras (encontradas mas fora do arquivo)
      *=================================================================
           MOVE ZEROES TO WRK-MISS-COUNT.
           MOVE ZEROES TO WRK-MISS-FILMS.
           MOVE ZEROES TO WRK-MISS-GAMES.
           OPEN OUTPUT VAR-FILE.
           MOVE "=== VARIANCIA DO INVENTARIO ===" TO WRK-BUFF.
           WRITE FS-VAR-LINE FROM WRK-BUFF.
               TO WRK-BUFF.
           WRITE FS-VAR-LINE FROM WRK-BUFF.
           PERFORM 0060-CHECK-EXTRAS.
           MOVE SPACES TO WRK-BUFF.
           STRING "FALTANTES - FILMES: " WRK-MISS-FILMS
               "  JOGOS: " WRK-MISS-GAMES
               INTO WRK-BUFF.
           WRITE FS-VAR-LINE FROM WRK-BUFF.
           CLOSE VAR-FILE.

           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           MOVE 03 TO WRK-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "FALTANTES: " WRK-MISS-COUNT "  (FILMES: "
               WRK-MISS-FILMS "  JOGOS: " WRK-MISS-GAMES ")"
               INTO WRK-BUFF.
           DISPLAY DTA.
           DISPLAY "RELATORIO IMPRESSO EM VARIANCIA.PRN" AT 0501.
           IF WRK-MISS-COUNT GREATER THAN ZEROES
               END-IF
           END-PERFORM.
           IF WRK-HIT EQUAL ZEROES
               PERFORM 0025-GET-ITEM-TYPE
               IF WRK-MOV-ITEM-TYPE EQUAL "G"
                   ADD 1 TO WRK-MISS-GAMES
               ELSE
                   ADD 1 TO WRK-MISS-FILMS
               END-IF
               MOVE SPACES TO WRK-BUFF
               STRING "  " FS-COPY-MOV-COD " COPIA " FS-COPY-NUM
                   " " FS-COPY-FORMAT " " FS-COPY-CONDITION
                   " " WRK-MOV-PLATFORM
                   INTO WRK-BUFF
               WRITE FS-VAR-LINE FROM WRK-BUFF
               IF WRK-MISS-COUNT LESS THAN 2000
               DELETE COPIES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       CALL "WRITEJORNAL" USING "P", "D",
                           "INVENTARIO      ", FS-COPY
               END-DELETE
               CLOSE COPIES
           END-IF.
