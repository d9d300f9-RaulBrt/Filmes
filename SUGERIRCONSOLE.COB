      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Sugerir no aluguel de jogo os consoles disponiveis em
      *           EQUIPAMENTOS.DAT que rodam a plataforma do jogo. O
      *           console e reconhecido pela primeira palavra do tipo
      *           do equipamento (ex: "PS5 SLIM" e um PS5) e conferido
      *           com COMPATPLAT. Escolhido um deles, o aluguel segue
      *           no RENTAREQUIP com o equipamento e o cliente ja
      *           preenchidos. Sem console disponivel nada e mostrado.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUGERIRCONSOLE.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT EQUIPAMENTOS ASSIGN TO "EQUIPAMENTOS.DAT"
           FILE STATUS IS WRK-EQP-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-EQP-COD.
       DATA DIVISION.
       FILE SECTION.
           FD  EQUIPAMENTOS.
           01 FS-EQUIPAMENTO.
               COPY EQUIPFLDS.
       WORKING-STORAGE SECTION.
       77  WRK-EQP-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-CMP-STATUS          PIC 9(03) VALUE ZEROES.
       77  WRK-EQP-PLAT            PIC X(05) VALUE SPACES.
       77  WRK-COD-MSK             PIC X(04) JUSTIFIED RIGHT.
       77  WRK-COD                 PIC 9(04) VALUE ZEROES.
       77  WRK-FOUND               PIC 9(01) VALUE ZEROES.
       77  WRK-SUG-SUB             PIC 9(02) VALUE ZEROES.
       77  WRK-SUG-COUNT           PIC 9(02) VALUE ZEROES.
       77  WRK-LINE                PIC 9(02) VALUE ZEROES.

       01  WRK-MONEY               PIC 9(04)V99 VALUE ZEROES.
       01  WRK-MONEY-R REDEFINES WRK-MONEY.
           05 WRK-MONEY-INT        PIC 9(04).
           05 WRK-MONEY-DEC        PIC 9(02).

       01  WRK-SUG-TABLE.
           05 WRK-SUG-ITEM         OCCURS 10 TIMES.
               10 WRK-SUG-COD      PIC 9(04).
               10 WRK-SUG-TEXT     PIC X(40).

       01  WRK-AREA.
           05 WRK-MENU-TITLE       PIC X(30).
           05 WRK-MENU-ITEM        PIC X(30) OCCURS 40 TIMES.
           05 WRK-MENU-SIZE        PIC 9(02).

       LINKAGE SECTION.
       77  LNK-OPERATOR            PIC X(08).
       77  LNK-CUST-COD            PIC 9(05).
       77  LNK-PLATFORM            PIC X(05).

       PROCEDURE DIVISION USING LNK-OPERATOR, LNK-CUST-COD,
           LNK-PLATFORM.
       0000-MAIN-PROCEDURE.
           MOVE ZEROES TO WRK-SUG-COUNT.
           OPEN INPUT EQUIPAMENTOS.
           IF WRK-EQP-FSTAT NOT EQUAL ZEROES
               GOBACK
           END-IF.
           PERFORM 0010-SCAN-EQUIPMENT.
           CLOSE EQUIPAMENTOS.
           IF WRK-SUG-COUNT GREATER THAN ZEROES
               PERFORM 0020-OFFER-CONSOLE
           END-IF.
           GOBACK.

      *=================================================================
       0010-SCAN-EQUIPMENT      SECTION.
      *Guarda ate 10 consoles disponiveis compativeis com o jogo
      *=================================================================
           PERFORM UNTIL WRK-EQP-FSTAT NOT EQUAL ZEROES
                   OR WRK-SUG-COUNT NOT LESS THAN 10
               READ EQUIPAMENTOS
                   AT END
                       MOVE 100 TO WRK-EQP-FSTAT
                   NOT AT END
                       IF FS-EQP-DISPONIVEL
                           PERFORM 0011-CHECK-ONE-UNIT
                       END-IF
               END-READ
           END-PERFORM.

      *=================================================================
       0011-CHECK-ONE-UNIT      SECTION.
      *Confere se o aparelho lido roda a plataforma do jogo
      *=================================================================
           MOVE SPACES TO WRK-EQP-PLAT.
           UNSTRING FS-EQP-TYPE DELIMITED BY SPACE
               INTO WRK-EQP-PLAT.
           CALL "COMPATPLAT" USING WRK-EQP-PLAT, LNK-PLATFORM,
               WRK-CMP-STATUS.
           IF WRK-CMP-STATUS EQUAL ZEROES
               ADD 1 TO WRK-SUG-COUNT
               MOVE FS-EQP-COD TO WRK-SUG-COD(WRK-SUG-COUNT)
               MOVE FS-EQP-RATE TO WRK-MONEY
               MOVE SPACES TO WRK-SUG-TEXT(WRK-SUG-COUNT)
               STRING FS-EQP-COD "  " FS-EQP-TYPE "  "
                   WRK-MONEY-INT "." WRK-MONEY-DEC
                   DELIMITED BY SIZE
                   INTO WRK-SUG-TEXT(WRK-SUG-COUNT)
           END-IF.

      *=================================================================
       0020-OFFER-CONSOLE      SECTION.
      *Mostra os consoles encontrados e oferece o aluguel de um deles
      *=================================================================
           MOVE "CONSOLE PARA O JOGO" TO WRK-MENU-TITLE.
           MOVE "CONSOLE (ENTER=NENHUM): " TO WRK-MENU-ITEM(01).
           MOVE 1 TO WRK-MENU-SIZE.
           CALL "MENUS" USING WRK-AREA.
           DISPLAY "CONSOLES DISPONIVEIS PARA " AT 0505.
           DISPLAY LNK-PLATFORM AT 0531.
           DISPLAY "(COD  TIPO             DIARIA)" AT 0537.
           PERFORM VARYING WRK-SUG-SUB FROM 1 BY 1
                   UNTIL WRK-SUG-SUB GREATER THAN WRK-SUG-COUNT
               COMPUTE WRK-LINE = WRK-SUG-SUB + 5
               DISPLAY WRK-SUG-TEXT(WRK-SUG-SUB)
                   AT LINE WRK-LINE COLUMN 05
           END-PERFORM.
       0020-ACCEPT.
           MOVE SPACES TO WRK-COD-MSK.
           ACCEPT WRK-COD-MSK AT 0330.
           IF WRK-COD-MSK EQUAL SPACES
               GO TO 0020-FIM
           END-IF.
           MOVE WRK-COD-MSK TO WRK-COD.
           MOVE ZEROES TO WRK-FOUND.
           PERFORM VARYING WRK-SUG-SUB FROM 1 BY 1
                   UNTIL WRK-SUG-SUB GREATER THAN WRK-SUG-COUNT
               IF WRK-SUG-COD(WRK-SUG-SUB) EQUAL WRK-COD
                   MOVE 1 TO WRK-FOUND
               END-IF
           END-PERFORM.
           IF WRK-FOUND EQUAL ZEROES
               DISPLAY "CODIGO FORA DA LISTA" AT 1705
               GO TO 0020-ACCEPT
           END-IF.
           CALL "RENTAREQUIP" USING LNK-OPERATOR, LNK-CUST-COD,
               WRK-COD.
       0020-FIM.
           EXIT.
       END PROGRAM SUGERIRCONSOLE.
