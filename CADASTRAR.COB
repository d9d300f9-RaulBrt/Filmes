      * Autor: RAUL T. BERTO
      * Data: 24/MAR/2025
      * Objetivo: Obter informacoes de filmes para gravacao
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Cadastro de jogo (tipo J): pede a plataforma e
      *                   dispensa a duracao, o idioma e a legenda
      *=================================================================

       IDENTIFICATION DIVISION.
       77  WRK-MOV-COST-MSK        PIC X(09) JUSTIFIED RIGHT.
       77  WRK-MOV-RENTPRICE-MSK   PIC X(07) JUSTIFIED RIGHT.
       77  WRK-MOV-SUBTITLE-IN     PIC X(01) VALUE SPACES.
       77  WRK-MOV-TYPE-IN         PIC X(01) VALUE SPACES.
       77  WRK-CONFIRM             PIC X(01).
       77  WRK-STATUS              PIC 9(03) VALUE ZEROES.
       77  WRK-NEXT-COD            PIC 9(05) VALUE ZEROES.
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
           MOVE SPACES TO WRK-MOV-COST-MSK.
           MOVE SPACES TO WRK-MOV-RENTPRICE-MSK.
           MOVE SPACES TO WRK-MOV-SUBTITLE-IN.
           MOVE SPACES TO WRK-MOV-TYPE-IN.

           MOVE ZEROES TO WRK-MOV-COD.
           MOVE SPACES TO WRK-MOV-EXTREF.
           MOVE ZEROES TO WRK-MOV-RENTPRICE.
           MOVE SPACES TO WRK-MOV-LANGUAGE.
           MOVE "N" TO WRK-MOV-SUBTITLE.
           MOVE "F" TO WRK-MOV-ITEM-TYPE.
           MOVE SPACES TO WRK-MOV-PLATFORM.

      *=================================================================
       0020-DRAW-MENU      SECTION.
           IF WRK-MOV-COD-MSK EQUAL SPACES
               MOVE WRK-NEXT-COD TO WRK-MOV-COD-MSK
           END-IF.
      *Jogo tem plataforma no lugar da duracao, do idioma e da
      *legenda
           DISPLAY "TIPO (F=FILME, J=JOGO, ENTER=FILME): " AT 2001.
           ACCEPT WRK-MOV-TYPE-IN      AT 2039.
           IF WRK-MOV-TYPE-IN EQUAL 'J' OR WRK-MOV-TYPE-IN EQUAL 'j'
               MOVE "G" TO WRK-MOV-ITEM-TYPE
               DISPLAY "PLATAFORMA (EX: PS5, XSX, NSW): " AT 2101
               ACCEPT WRK-MOV-PLATFORM AT 2134
               INSPECT WRK-MOV-PLATFORM CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               DISPLAY "JOGO" AT 0620
           END-IF.
           ACCEPT WRK-MOV-TITLE        AT 0420.
           ACCEPT WRK-MOV-GENRE(01)    AT 0520.
           IF WRK-MOV-ITEM-TYPE NOT EQUAL "G"
               ACCEPT WRK-MOV-LEN-MSK  AT 0620
           END-IF.
           ACCEPT WRK-MOV-PUBLI        AT 0720.
           ACCEPT WRK-MOV-GRADE-MSK    AT 0820.
           DISPLAY "GENERO 2 (OPCIONAL): " AT 0901.
           ACCEPT WRK-MOV-COST-MSK     AT 1637.
           DISPLAY "PRECO DE ALUGUEL/DIA (EX: 9.90): " AT 1701.
           ACCEPT WRK-MOV-RENTPRICE-MSK AT 1736.
           IF WRK-MOV-ITEM-TYPE NOT EQUAL "G"
               DISPLAY "IDIOMA/AUDIO (OPCIONAL): " AT 1801
               ACCEPT WRK-MOV-LANGUAGE AT 1828
               DISPLAY "LEGENDA DISPONIVEL (S/N, ENTER=N): " AT 1901
               ACCEPT WRK-MOV-SUBTITLE-IN AT 1938
           END-IF.

           MOVE WRK-MOV-COD-MSK        TO WRK-MOV-COD.
           MOVE WRK-MOV-LEN-MSK        TO WRK-MOV-LEN.

           IF WRK-MOV-COD EQUAL ZEROES
               MOVE 601 TO WRK-STATUS
           ELSE IF WRK-MOV-TYPE-IN NOT EQUAL SPACES
               AND WRK-MOV-TYPE-IN NOT EQUAL "F"
               AND WRK-MOV-TYPE-IN NOT EQUAL "f"
               AND WRK-MOV-TYPE-IN NOT EQUAL "J"
               AND WRK-MOV-TYPE-IN NOT EQUAL "j"
               MOVE 676 TO WRK-STATUS
           ELSE IF WRK-MOV-ITEM-TYPE EQUAL "G"
               AND WRK-MOV-PLATFORM EQUAL SPACES
               MOVE 677 TO WRK-STATUS
           ELSE IF WRK-MOV-LEN EQUAL ZEROES
               AND WRK-MOV-ITEM-TYPE NOT EQUAL "G"
               MOVE 602 TO WRK-STATUS
           ELSE IF WRK-MOV-GRADE EQUAL ZEROES
               MOVE 603 TO WRK-STATUS
               WRK-DUP-COD, WRK-DUP-TITLE.
           IF WRK-DUP-STATUS EQUAL 1
               DISPLAY CLEAR-SCREEN
               CALL "MARCATREINO"
               MOVE SPACES TO WRK-BUFF
               STRING "POSSIVEL DUPLICATA - COD " WRK-DUP-COD
                   INTO WRK-BUFF
      *Desenha uma tela pedindo a confirmacao dos dados para a gravacao
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY CONFIRM-SCREEN
           CALL "MARCATREINO".

           MOVE SPACES TO WRK-BUFF.
           MOVE 04 TO WRK-LINE.

           MOVE SPACES TO WRK-BUFF.
           MOVE 07 TO WRK-LINE.
           IF WRK-MOV-ITEM-TYPE EQUAL "G"
               STRING "JOGO - PLATAFORMA: " WRK-MOV-PLATFORM
                   INTO WRK-BUFF
           ELSE
               STRING "DURACAO: " WRK-MOV-LEN INTO WRK-BUFF
           END-IF.
           DISPLAY DTA.

           MOVE SPACES TO WRK-BUFF.
               INTO WRK-BUFF.
           DISPLAY DTA.

           IF WRK-MOV-ITEM-TYPE NOT EQUAL "G"
               MOVE SPACES TO WRK-BUFF
               MOVE 19 TO WRK-LINE
               STRING "IDIOMA/AUDIO: " WRK-MOV-LANGUAGE INTO WRK-BUFF
               DISPLAY DTA
               MOVE SPACES TO WRK-BUFF
               MOVE 20 TO WRK-LINE
               STRING "LEGENDA DISPONIVEL: " WRK-MOV-SUBTITLE
                   INTO WRK-BUFF
               DISPLAY DTA
           END-IF.

           DISPLAY "CONFIMA O CADASTRO DO FILME (S/N)? " AT 2201.
           ACCEPT WRK-CONFIRM AT 2236.
           ELSE
               DISPLAY CLEAR-SCREEN
               DISPLAY UNCONFIRM-SCREEN
               CALL "MARCATREINO"
               ACCEPT  WRK-BUFF
               PERFORM 0000-MAIN-PROCEDURE
           END-IF.
