      * Autor: RAUL T. BERTO
      * Data: 24/MAR/2025
      * Objetivo: Mostrar todos os  filmes cadastrados no arquivo
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Chave alternativa de MOVIES.DAT pelo titulo
      *                   declarada no SELECT
      * 15/OUT/2026 RTB - Filtro por tipo de item (filmes ou jogos);
      *                   jogo mostra a plataforma na coluna da duracao
      *                   e o resumo separa filmes de jogos
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO.
           FILE STATUS IS WRK-STATUS
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES.
           SELECT PRINT-FILE ASSIGN TO "RELATORIO.PRN"
           FILE STATUS IS WRK-PRINT-STATUS
           ORGANISATION IS LINE SEQUENTIAL.
       77  WRK-TECLA                   PIC X(01)  VALUE SPACES.
       77  WRK-GENRE-FILTER            PIC X(08)  VALUE SPACES.
       77  WRK-PUBLI-FILTER            PIC X(15)  VALUE SPACES.
       77  WRK-TYPE-FILTER             PIC X(01)  VALUE SPACES.
       77  WRK-LEN-OUT                 PIC X(03)  VALUE SPACES.
       77  WRK-FILM-COUNT              PIC 9(05)  VALUE ZEROES.
       77  WRK-GAME-COUNT              PIC 9(05)  VALUE ZEROES.
       77  WRK-COD-START               PIC 9(05)  VALUE ZEROES.
       77  WRK-COD-END                 PIC 9(05)  VALUE ZEROES.
       77  WRK-SHOW-REC                PIC 9(01)  VALUE ZEROES.
                         ==FS-PAR-IDLE-MIN==
                             BY ==WRK-PAR-IDLE-MIN==
                         ==FS-PAR-PWD-DAYS==
                             BY ==WRK-PAR-PWD-DAYS==
                         ==FS-PAR-DUN-DAYS1==
                             BY ==WRK-PAR-DUN-DAYS1==
                         ==FS-PAR-DUN-DAYS2==
                             BY ==WRK-PAR-DUN-DAYS2==
                         ==FS-PAR-DUN-DAYS3==
                             BY ==WRK-PAR-DUN-DAYS3==
                         ==FS-PAR-LOST-DAYS==
                             BY ==WRK-PAR-LOST-DAYS==
                         ==FS-PAR-BOL-DAYS==
                             BY ==WRK-PAR-BOL-DAYS==
                         ==FS-PAR-ISS-RATE==
                             BY ==WRK-PAR-ISS-RATE==
                         ==FS-PAR-INSC-MUN==
                             BY ==WRK-PAR-INSC-MUN==
                         ==FS-PAR-CUST-RETAIN==
                             BY ==WRK-PAR-CUST-RETAIN==
                         ==FS-PAR-NEW-DAYS==
                             BY ==WRK-PAR-NEW-DAYS==
                         ==FS-PAR-NEW-RENTALS==
                             BY ==WRK-PAR-NEW-RENTALS==
                         ==FS-PAR-NEW-MAX-ITEMS==
                             BY ==WRK-PAR-NEW-MAX-ITEMS==
                         ==FS-PAR-NEW-MAX-VALUE==
                             BY ==WRK-PAR-NEW-MAX-VALUE==
                         ==FS-PAR-NEW-DEPOSIT==
                             BY ==WRK-PAR-NEW-DEPOSIT==
                         ==FS-PAR-GAME-DAYS==
                             BY ==WRK-PAR-GAME-DAYS==
                         ==FS-PAR-OPEN-HOUR==
                             BY ==WRK-PAR-OPEN-HOUR==
                         ==FS-PAR-CLOSE-HOUR==
                             BY ==WRK-PAR-CLOSE-HOUR==
                         ==FS-PAR-TERMS-VER==
                             BY ==WRK-PAR-TERMS-VER==.
       01  WRK-GENRE-TABLE.
           05 WRK-GENRE-ENTRY          OCCURS 20 TIMES.
               10 WRK-GENRE-NAME       PIC X(08) VALUE SPACES.
      *Pergunta se a relacao deve ser restrita a um genero e/ou a uma
      *distribuidora
      *=================================================================
           DISPLAY CLEAR-SCREEN
           CALL "MARCATREINO".
           DISPLAY "FILTRAR POR GENERO (ENTER=TODOS): " AT 0105.
           ACCEPT WRK-GENRE-FILTER AT 0140.
           DISPLAY "FILTRAR POR DISTRIBUIDORA (ENTER=TODAS): " AT 0205.
           ACCEPT WRK-COD-START AT 0347.
           DISPLAY "CODIGO FINAL (ENTER=ATE O ULTIMO): " AT 0405.
           ACCEPT WRK-COD-END AT 0441.
           DISPLAY "TIPO (F=FILMES, J=JOGOS, ENTER=TODOS): " AT 0505.
           ACCEPT WRK-TYPE-FILTER AT 0545.
           DISPLAY "IMPRIMIR EM ARQUIVO RELATORIO.PRN (S/N): " AT 0605.
           ACCEPT WRK-PRINT-OPTN AT 0647.
      *=================================================================
       0006-CHECK-RESTART  SECTION.
      *Se existir um ponto de controle de uma listagem anterior que nao
           END-IF.
           IF WRK-CKPT-COD NOT EQUAL ZEROES
               DISPLAY "LISTAGEM ANTERIOR PAROU NO CODIGO "
                   WRK-CKPT-COD AT 0705
               DISPLAY "RETOMAR A PARTIR DALI (S/N): " AT 0805
               ACCEPT WRK-RESUME-OPTN AT 0835
               IF WRK-RESUME-YES
                   COMPUTE WRK-COD-START = WRK-CKPT-COD + 1
               ELSE
               "DUR DISTRIBUIDORA NOTA ANO"
               INTO WRK-HEADER.
               DISPLAY CLEAR-SCREEN.
               DISPLAY TITLE-SCREEN
               CALL "MARCATREINO".
               DISPLAY HEADER-SCREEN.
               IF WRK-PRINT-YES
                   WRITE FS-PRINT-LINE FROM WRK-HEADER
           CALL "CBL_DELETE_FILE" USING "RELATCKPT.DAT".
      *=================================================================
       0025-CHECK-MATCH  SECTION.
      *Verifica se o registro lido atende aos filtros de genero, de
      *distribuidora e de tipo informados em 0005-GET-FILTER
      *=================================================================
           MOVE 1 TO WRK-SHOW-REC.
           IF WRK-GENRE-FILTER NOT EQUAL SPACES
                   MOVE ZEROES TO WRK-SHOW-REC
               END-IF
           END-IF.
           IF (WRK-TYPE-FILTER EQUAL "J" OR WRK-TYPE-FILTER EQUAL "j")
               AND FS-MOV-ITEM-TYPE NOT EQUAL "G"
               MOVE ZEROES TO WRK-SHOW-REC
           END-IF.
           IF (WRK-TYPE-FILTER EQUAL "F" OR WRK-TYPE-FILTER EQUAL "f")
               AND FS-MOV-ITEM-TYPE EQUAL "G"
               MOVE ZEROES TO WRK-SHOW-REC
           END-IF.
      *=================================================================
       0030-SHOW-RECORD  SECTION.
      *Formata e mostra uma linha do relatorio, parando para o operador
      *apertar ENTER quando a tela enche. Jogo nao tem duracao: a
      *coluna traz a plataforma
      *=================================================================
           IF FS-MOV-ITEM-TYPE EQUAL "G"
               MOVE FS-MOV-PLATFORM TO WRK-LEN-OUT
           ELSE
               MOVE FS-MOV-LEN TO WRK-LEN-OUT
           END-IF.
           MOVE SPACES TO WRK-BUFF.
           STRING FS-MOV-COD       " "
                  FS-MOV-TITLE     " "
                  FS-MOV-GENRE(01) " "
                  WRK-LEN-OUT      " "
                  FS-MOV-PUBLI     " "
                  FS-MOV-GRADE     " "
                  FS-MOV-YEAR
      *=================================================================
           ADD 1 TO WRK-TOTAL-COUNT.
           ADD FS-MOV-GRADE TO WRK-GRADE-SUM.
           IF FS-MOV-ITEM-TYPE EQUAL "G"
               ADD 1 TO WRK-GAME-COUNT
           ELSE
               ADD 1 TO WRK-FILM-COUNT
               ADD FS-MOV-LEN TO WRK-LEN-SUM
           END-IF.
           PERFORM VARYING WRK-GENRE-SUB FROM 1 BY 1
                   UNTIL WRK-GENRE-SUB GREATER THAN 3
               IF FS-MOV-GENRE(WRK-GENRE-SUB) NOT EQUAL SPACES
      *=================================================================
           IF WRK-TOTAL-COUNT GREATER THAN ZEROES
               COMPUTE WRK-AVG-GRADE = WRK-GRADE-SUM / WRK-TOTAL-COUNT
           END-IF.
      *A duracao media so conta os filmes
           IF WRK-FILM-COUNT GREATER THAN ZEROES
               COMPUTE WRK-AVG-LEN = WRK-LEN-SUM / WRK-FILM-COUNT
           END-IF.
           DISPLAY CLEAR-SCREEN
           CALL "MARCATREINO".
           MOVE 01 TO WRK-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "RESUMO DO RELATORIO" INTO WRK-BUFF.

           ADD 2 TO WRK-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "TOTAL DE TITULOS: " WRK-TOTAL-COUNT INTO WRK-BUFF.
           DISPLAY DTA.
           IF WRK-PRINT-YES
               WRITE FS-PRINT-LINE FROM WRK-BUFF
           END-IF.

           ADD 1 TO WRK-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "  FILMES: " WRK-FILM-COUNT "  JOGOS: "
               WRK-GAME-COUNT INTO WRK-BUFF.
           DISPLAY DTA.
           IF WRK-PRINT-YES
               WRITE FS-PRINT-LINE FROM WRK-BUFF
