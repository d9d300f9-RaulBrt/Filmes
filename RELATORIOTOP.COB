      *           e lista os N primeiros com quantidade e receita,
      *           opcionalmente restrito a um genero, imprimindo em
      *           RELATORIOTOP.PRN.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Filtro por tipo de item (filmes ou jogos) e
      *                   coluna com a plataforma do jogo
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIOTOP.
       77  WRK-TOPN-MSK                PIC X(03)  JUSTIFIED RIGHT.
       77  WRK-TOPN                    PIC 9(03)  VALUE 10.
       77  WRK-GENRE-FILTER            PIC X(08)  VALUE SPACES.
       77  WRK-TYPE-FILTER             PIC X(01)  VALUE SPACES.
       77  WRK-TYPE-OK                 PIC 9(01)  VALUE ZEROES.
       77  WRK-TBL-SUB                 PIC 9(03)  VALUE ZEROES.
       77  WRK-TBL-COUNT               PIC 9(03)  VALUE ZEROES.
       77  WRK-TBL-FOUND               PIC 9(01)  VALUE ZEROES.
           05 WRK-TOP-ENTRY            OCCURS 200 TIMES.
               10 WRK-TOP-COD          PIC 9(05) VALUE ZEROES.
               10 WRK-TOP-TITLE        PIC X(30) VALUE SPACES.
               10 WRK-TOP-PLATFORM     PIC X(05) VALUE SPACES.
               10 WRK-TOP-RENTALS      PIC 9(05) VALUE ZEROES.
               10 WRK-TOP-PRICE        PIC 9(04)V99 VALUE ZEROES.
               10 WRK-TOP-REVENUE      PIC 9(08)V99 VALUE ZEROES.
       01  WRK-SWAP-ENTRY.
           05 WRK-SWAP-COD             PIC 9(05) VALUE ZEROES.
           05 WRK-SWAP-TITLE           PIC X(30) VALUE SPACES.
           05 WRK-SWAP-PLATFORM        PIC X(05) VALUE SPACES.
           05 WRK-SWAP-RENTALS         PIC 9(05) VALUE ZEROES.
           05 WRK-SWAP-PRICE           PIC 9(04)V99 VALUE ZEROES.
           05 WRK-SWAP-REVENUE         PIC 9(08)V99 VALUE ZEROES.
                                     ==FS-MOV-SUBTITLE==
                                         BY ==WRK-MOV-SUBTITLE==
                                     ==FS-MOV-SECTION==
                                         BY ==WRK-MOV-SECTION==
                                     ==FS-MOV-ITEM-TYPE==
                                         BY ==WRK-MOV-ITEM-TYPE==
                                     ==FS-MOV-PLATFORM==
                                         BY ==WRK-MOV-PLATFORM==.

       LINKAGE SECTION.
       77  LNK-BUFF PIC X(1) VALUE SPACES.

      *=================================================================
       0010-GET-FILTER      SECTION.
      *Recebe o periodo, o tamanho do ranking e os filtros de genero
      *e de tipo de item
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           DISPLAY "DATA INICIAL (AAAAMMDD, ENTER=TODAS): " AT 0305.
           IF WRK-RUN-MODE NOT EQUAL "B"
               ACCEPT WRK-DATE-MSK AT 0344
           IF WRK-RUN-MODE NOT EQUAL "B"
               ACCEPT WRK-GENRE-FILTER AT 0640
           END-IF.
           DISPLAY "TIPO (F=FILMES, J=JOGOS, ENTER=TODOS): " AT 0705.
           IF WRK-RUN-MODE NOT EQUAL "B"
               ACCEPT WRK-TYPE-FILTER AT 0745
           END-IF.

      *=================================================================
       0020-READ-LOOP      SECTION.
       0030-TALLY-MOVIE      SECTION.
      *Soma o aluguel corrente na entrada do filme, criando-a (com
      *titulo e receita resolvidos em MOVIES.DAT) na primeira vez e
      *descartando o filme se nao atender aos filtros de genero e de
      *tipo
      *=================================================================
           MOVE ZEROES TO WRK-TBL-FOUND.
           PERFORM VARYING WRK-TBL-SUB FROM 1 BY 1
               MOVE FS-RENT-MOV-COD TO WRK-MOV-COD
               MOVE ZEROES TO WRK-MOV-STATUS
               CALL "SEARCHMOVIE" USING WRK-MOVIE, WRK-MOV-STATUS
               MOVE 1 TO WRK-TYPE-OK
               IF (WRK-TYPE-FILTER EQUAL "J" OR WRK-TYPE-FILTER
                   EQUAL "j") AND WRK-MOV-ITEM-TYPE NOT EQUAL "G"
                   MOVE ZEROES TO WRK-TYPE-OK
               END-IF
               IF (WRK-TYPE-FILTER EQUAL "F" OR WRK-TYPE-FILTER
                   EQUAL "f") AND WRK-MOV-ITEM-TYPE EQUAL "G"
                   MOVE ZEROES TO WRK-TYPE-OK
               END-IF
               IF WRK-MOV-STATUS EQUAL ZEROES
                   AND WRK-TYPE-OK EQUAL 1
                   AND (WRK-GENRE-FILTER EQUAL SPACES
                       OR WRK-MOV-GENRE(01) EQUAL WRK-GENRE-FILTER
                       OR WRK-MOV-GENRE(02) EQUAL WRK-GENRE-FILTER
                   ADD 1 TO WRK-TBL-COUNT
                   MOVE WRK-MOV-COD TO WRK-TOP-COD(WRK-TBL-COUNT)
                   MOVE WRK-MOV-TITLE TO WRK-TOP-TITLE(WRK-TBL-COUNT)
                   IF WRK-MOV-ITEM-TYPE EQUAL "G"
                       MOVE WRK-MOV-PLATFORM
                           TO WRK-TOP-PLATFORM(WRK-TBL-COUNT)
                   ELSE
                       MOVE SPACES TO WRK-TOP-PLATFORM(WRK-TBL-COUNT)
                   END-IF
                   MOVE 1 TO WRK-TOP-RENTALS(WRK-TBL-COUNT)
                   MOVE WRK-MOV-RENTPRICE
                       TO WRK-TOP-PRICE(WRK-TBL-COUNT)
      *Mostra e imprime os N primeiros titulos do ranking
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           MOVE 02 TO WRK-LINE.

           MOVE SPACES TO WRK-BUFF.
           STRING "POS COD   TITULO                         PLAT  "
               "QTDE RECEITA" INTO WRK-BUFF.
           PERFORM 0055-PRINT-LINE.

           MOVE ZEROES TO WRK-SHOWN.
               STRING WRK-SHOWN " "
                   WRK-TOP-COD(WRK-TBL-SUB) " "
                   WRK-TOP-TITLE(WRK-TBL-SUB) " "
                   WRK-TOP-PLATFORM(WRK-TBL-SUB) " "
                   WRK-TOP-RENTALS(WRK-TBL-SUB) " "
                   WRK-TOP-REVENUE(WRK-TBL-SUB)
                   INTO WRK-BUFF
