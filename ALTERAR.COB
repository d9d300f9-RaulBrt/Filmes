      * Autor: RAUL T. BERTO
      * Data: 27/MAR/2025
      * Objetivo: Alterar informacoes de filmes cadastrados
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Jogo: altera a plataforma no lugar da duracao,
      *                   do idioma e da legenda; o tipo do item e
      *                   mantido
      *=================================================================

       IDENTIFICATION DIVISION.
                         ==FS-COPY-REPAIR==
                             BY ==WRK-COPY-REPAIR==
                         ==FS-COPY-REPAIR-DT==
                             BY ==WRK-COPY-REPAIR-DT==
                         ==FS-COPY-RENT-COUNT==
                             BY ==WRK-COPY-RENT-COUNT==
                         ==FS-COPY-SALE-FLAG==
                             BY ==WRK-COPY-SALE-FLAG==
                         ==FS-COPY-SALE-PRICE==
                             BY ==WRK-COPY-SALE-PRICE==.

       01  WRK-AREA.
           05 WRK-MENU-TITLE       PIC X(30).
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
       77  LNK-BUFF PIC X(1) VALUE SPACES.
           MOVE ZEROES TO WRK-MOV-GRADE(02).
           MOVE ZEROES TO WRK-MOV-YEAR(02).
           MOVE SPACES TO WRK-MOV-SERIES(02).
           MOVE SPACES TO WRK-MOV-PLATFORM(02).
           MOVE ZEROES TO WRK-MOV-COPIES-TOT(02).
           MOVE ZEROES TO WRK-MOV-COPIES-AVL(02).
      *=================================================================
           DISPLAY WRK-MOV-COD(01)         AT 0320.
           ACCEPT WRK-MOV-TITLE(02)        AT 0420.
           ACCEPT WRK-MOV-GENRE(02,01)     AT 0520.
           IF WRK-MOV-ITEM-TYPE(01) EQUAL "G"
               DISPLAY "JOGO" AT 0620
           ELSE
               ACCEPT WRK-MOV-LEN-MSK      AT 0620
           END-IF.
           ACCEPT WRK-MOV-PUBLI(02)        AT 0720.
           ACCEPT WRK-MOV-GRADE-MSK        AT 0820.
           DISPLAY "GENERO 2 (OPCIONAL): " AT 0901.
           ACCEPT WRK-MOV-COST-MSK         AT 1533.
           DISPLAY "PRECO DE ALUGUEL/DIA (OPCIONAL): " AT 1601.
           ACCEPT WRK-MOV-RENTPRICE-MSK    AT 1635.
      *Jogo nao tem idioma nem legenda: no lugar vem a plataforma
           IF WRK-MOV-ITEM-TYPE(01) EQUAL "G"
               DISPLAY "PLATAFORMA (OPCIONAL): " AT 1701
               ACCEPT WRK-MOV-PLATFORM(02) AT 1728
               INSPECT WRK-MOV-PLATFORM(02) CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           ELSE
               DISPLAY "IDIOMA/AUDIO (OPCIONAL): " AT 1701
               ACCEPT WRK-MOV-LANGUAGE(02) AT 1728
               DISPLAY "LEGENDA DISPONIVEL (S/N, OPCIONAL): " AT 1801
               ACCEPT WRK-MOV-SUBTITLE-IN  AT 1838
           END-IF.

           MOVE WRK-MOV-LEN-MSK            TO WRK-MOV-LEN(02).
           MOVE WRK-MOV-GRADE-MSK          TO WRK-MOV-GRADE(02).
               ELSE
                   MOVE WRK-MOV-SUBTITLE(01) TO WRK-MOV-SUBTITLE(02)
               END-IF
               IF WRK-MOV-PLATFORM(02) NOT EQUAL SPACES
                   MOVE 1 TO WRK-ALTER
               ELSE
                   MOVE WRK-MOV-PLATFORM(01) TO WRK-MOV-PLATFORM(02)
               END-IF
               MOVE WRK-MOV-ITEM-TYPE(01) TO WRK-MOV-ITEM-TYPE(02)
               MOVE WRK-MOV-RATING(01) TO WRK-MOV-RATING(02)
               MOVE WRK-MOV-COPIES-AVL(01) TO WRK-MOV-COPIES-AVL(02)
               IF WRK-MOV-COPIES-TOT(02) GREATER THAN
      *=================================================================
           MOVE WRK-MOV-COD(01) TO WRK-MOV-COD(02).
           DISPLAY CLEAR-SCREEN.
           DISPLAY SHOW-SCREEN
           CALL "MARCATREINO".

           DISPLAY "DE" AT 0405.
           DISPLAY "PARA" AT 0456.

           MOVE SPACES TO WRK-BUFF.
           MOVE 08 TO WRK-LINE.
           IF WRK-MOV-ITEM-TYPE(01) EQUAL "G"
               STRING "PLATAFORMA:    " WRK-MOV-PLATFORM(01)
                   INTO WRK-BUFF
               DISPLAY DTA
               MOVE SPACES TO WRK-BUFF
               MOVE WRK-MOV-PLATFORM(02) TO WRK-BUFF
           ELSE
               STRING "DURACAO:       " WRK-MOV-LEN(01) INTO WRK-BUFF
               DISPLAY DTA
               MOVE SPACES TO WRK-BUFF
               MOVE WRK-MOV-LEN(02) TO WRK-BUFF
           END-IF.
           DISPLAY NEW-INFO.

           MOVE SPACES TO WRK-BUFF.
           STRING WRK-MOV-RENTPRICE(02) INTO WRK-BUFF.
           DISPLAY NEW-INFO.

           IF WRK-MOV-ITEM-TYPE(01) NOT EQUAL "G"
               MOVE SPACES TO WRK-BUFF
               MOVE 19 TO WRK-LINE
               STRING "IDIOMA/AUDIO:  " WRK-MOV-LANGUAGE(01)
                   INTO WRK-BUFF
               DISPLAY DTA
               MOVE SPACES TO WRK-BUFF
               MOVE WRK-MOV-LANGUAGE(02) TO WRK-BUFF
               DISPLAY NEW-INFO
               MOVE SPACES TO WRK-BUFF
               MOVE 20 TO WRK-LINE
               STRING "LEGENDA:       " WRK-MOV-SUBTITLE(01)
                   INTO WRK-BUFF
               DISPLAY DTA
               MOVE SPACES TO WRK-BUFF
               MOVE WRK-MOV-SUBTITLE(02) TO WRK-BUFF
               DISPLAY NEW-INFO
           END-IF.

           DISPLAY "CONFIMA A ALTERACAO DO FILME (S/N)? " AT 2201.
           ACCEPT WRK-TECLA AT 2236.
           IF WRK-TECLA EQUAL 'S'
               PERFORM 0080-ALTER-MOVIE
               DISPLAY CLEAR-SCREEN
               CALL "MARCATREINO"
               DISPLAY "REGISTRO ALTERADO" AT 0510
               DISPLAY "PRESSIONE ENTER PARA CONTINUAR" AT 0610
           ELSE
               DISPLAY CLEAR-SCREEN
               DISPLAY UNCONFIRM-SCREEN
               CALL "MARCATREINO"
           END-IF.
           ACCEPT WRK-TECLA.
      *=================================================================
                   INTO WRK-AUDIT-AFTER
               PERFORM 0083-WRITE-AUDIT-ENTRY
           END-IF.
           IF WRK-MOV-PLATFORM(01) NOT EQUAL WRK-MOV-PLATFORM(02)
               MOVE SPACES TO WRK-AUDIT-BEFORE
               MOVE SPACES TO WRK-AUDIT-AFTER
               STRING "PLATAFORMA: " WRK-MOV-PLATFORM(01)
                   INTO WRK-AUDIT-BEFORE
               STRING "PLATAFORMA: " WRK-MOV-PLATFORM(02)
                   INTO WRK-AUDIT-AFTER
               PERFORM 0083-WRITE-AUDIT-ENTRY
           END-IF.
           IF WRK-MOV-SUBTITLE(01) NOT EQUAL WRK-MOV-SUBTITLE(02)
               MOVE SPACES TO WRK-AUDIT-BEFORE
               MOVE SPACES TO WRK-AUDIT-AFTER
