      * 02/SET/2026 RTB - Emprestimos de equipamento vencidos
      *                   (EQALUGUEIS.DAT) listados junto, com a multa
      *                   pela diaria do aparelho
      * 15/OUT/2026 RTB - Multa dos filmes pela tabela de multas por
      *                   formato (CALCMULTA), o mesmo valor cobrado
      *                   na devolucao
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIOATRASO.
       77  WRK-TODAY-INT               PIC S9(08) COMP.
       77  WRK-DUE-INT                 PIC S9(08) COMP.
       77  WRK-DAYS-LATE               PIC 9(05)  VALUE ZEROES.
       77  WRK-FEE                     PIC 9(06)V99 VALUE ZEROES.
       77  WRK-DAILY-FEE               PIC 9(03)V99 VALUE 2.00.
       77  WRK-UTIL-STATUS             PIC 9(03)  VALUE ZEROES.
       77  WRK-BRANCH-MSK              PIC X(02)  JUSTIFIED RIGHT.
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
       LINKAGE SECTION.
       01 PARAMETRES.
           02 PA-RETURN-CODE           PIC 99 VALUE 0.
               STRING "FILME CLIENTE VENCIMENTO  DIAS-ATRASO  MULTA"
               INTO WRK-HEADER.
               DISPLAY CLEAR-SCREEN.
               DISPLAY TITLE-SCREEN
               CALL "MARCATREINO".
               DISPLAY HEADER-SCREEN.
               MOVE 03 TO WRK-LINE.
               CALL "LERDATANEG" USING WRK-TODAY.
               DISPLAY "FILIAL (ENTER=TODAS): " AT 2301
               ACCEPT WRK-BRANCH-MSK AT 2324
               IF WRK-BRANCH-MSK NOT EQUAL SPACES
           IF WRK-TODAY-INT GREATER THAN WRK-DUE-INT
               CALL "DIASUTEIS" USING FS-RENT-DUE-DATE, WRK-TODAY,
                   WRK-DAYS-LATE, WRK-UTIL-STATUS
               CALL "CALCMULTA" USING FS-RENT-MOV-COD, FS-RENT-COPY-NUM,
                   WRK-DAYS-LATE, WRK-DAILY-FEE, WRK-FEE,
                   WRK-UTIL-STATUS
               MOVE SPACES TO WRK-BUFF
               STRING FS-RENT-MOV-COD  " "
                      FS-RENT-CUST-COD " "
