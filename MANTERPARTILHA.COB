      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Manutencao dos contratos de partilha de receita com
      *           as distribuidoras (PARTILHA.DAT): um contrato por
      *           distribuidora e titulo, com inicio, prazo em meses,
      *           percentual da receita de aluguel repassado, taxa
      *           inicial e a opcao no fim do prazo (devolver as
      *           copias ou compra-las pelo valor por copia). O fim do
      *           contrato e calculado do inicio e do prazo. O acerto
      *           mensal e feito pelo ACERTOPARTILHA.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTERPARTILHA.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT PARTILHA ASSIGN TO "PARTILHA.DAT"
           FILE STATUS IS WRK-PART-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-PART-KEY
           LOCK MODE IS AUTOMATIC.

           SELECT MOVIES ASSIGN TO "MOVIES.DAT"
           FILE STATUS IS WRK-MOV-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES.
       DATA DIVISION.
       FILE SECTION.
           FD  PARTILHA.
           01 FS-PARTILHA.
               COPY PARTFLDS.
           FD  MOVIES.
           01 FS-MOVIE.
               COPY MOVIEFLDS.
       WORKING-STORAGE SECTION.
       77  WRK-PART-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-MOV-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-NIVEL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-MIN-LEVEL           PIC 9(01) VALUE 3.
       77  WRK-TRIES               PIC 9(01) VALUE ZEROES.
       77  WRK-OPTION              PIC X(01) VALUE SPACES.
       77  WRK-TECLA               PIC X(01) VALUE SPACES.
       77  WRK-BUFF                PIC X(71) VALUE SPACES.
       77  WRK-LINE                PIC 9(04) VALUE ZEROES.
       77  WRK-EOF                 PIC 9(01) VALUE ZEROES.
       77  WRK-DISTRIB             PIC X(15) VALUE SPACES.
       77  WRK-DISTRIB-STATUS      PIC 9(03) VALUE ZEROES.
       77  WRK-MOV-COD-MSK         PIC X(05) JUSTIFIED RIGHT.
       77  WRK-MOV-COD             PIC 9(05) VALUE ZEROES.
       77  WRK-DATE-MSK            PIC X(08) JUSTIFIED RIGHT.
       77  WRK-TERM-MSK            PIC X(03) JUSTIFIED RIGHT.
       77  WRK-PCT-MSK             PIC X(06) JUSTIFIED RIGHT.
       77  WRK-PRICE-MSK           PIC X(09) JUSTIFIED RIGHT.
       77  WRK-END-OPTION          PIC X(01) VALUE SPACES.
       77  WRK-MONTHS              PIC 9(06) VALUE ZEROES.
       77  WRK-END-YEAR            PIC 9(04) VALUE ZEROES.
       77  WRK-END-MONTH           PIC 9(02) VALUE ZEROES.
       01  WRK-START-DT.
           05 WRK-START-DT-YEAR    PIC 9(04) VALUE ZEROES.
           05 WRK-START-DT-MONTH   PIC 9(02) VALUE ZEROES.
           05 WRK-START-DT-DAY     PIC 9(02) VALUE ZEROES.
       01  WRK-END-DT.
           05 WRK-END-DT-YEAR      PIC 9(04) VALUE ZEROES.
           05 WRK-END-DT-MONTH     PIC 9(02) VALUE ZEROES.
           05 WRK-END-DT-DAY       PIC 9(02) VALUE ZEROES.

       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
       SCREEN  SECTION.
       01  CLEAR.
           05 CLEAR-SCREEN.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL.
       01  SHOW-MV.
           05 TITLE-SCREEN.
               10 LINE 01 COLUMN 01    PIC X(27) ERASE EOL
                  BACKGROUND-COLOR 2 FROM
                  "CONTRATOS DE PARTILHA".
       01  SHOW-LINE.
           05 DTA.
               10 LINE WRK-LINE COLUMN 01 PIC X(71) ERASE EOL
                  BACKGROUND-COLOR 0 FOREGROUND-COLOR 2 FROM WRK-BUFF.

       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           CALL "CHECKNIVEL" USING LNK-OPERATOR, WRK-MIN-LEVEL,
               WRK-NIVEL-STATUS, "MANTERPARTILHA  ".
           IF WRK-NIVEL-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-NIVEL-STATUS, "MANTERPARTILHA"
               GOBACK
           END-IF.
           PERFORM 0010-SHOW-TABLE.
           DISPLAY "INCLUIR OU ALTERAR (I), REMOVER (R), "
               "ENTER=VOLTAR: " AT 2001.
           MOVE SPACES TO WRK-OPTION.
           ACCEPT WRK-OPTION AT 2052.
           EVALUATE WRK-OPTION
               WHEN 'I' WHEN 'i'
                   PERFORM 0020-ADD-AGREEMENT
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'R' WHEN 'r'
                   PERFORM 0040-REMOVE-AGREEMENT
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GOBACK.

      *=================================================================
       0005-OPEN-FILE      SECTION.
      *Abre PARTILHA.DAT para atualizacao, criando-o se nao existir
      *=================================================================
           MOVE ZEROES TO WRK-TRIES.
           OPEN I-O PARTILHA.
           IF WRK-PART-FSTAT EQUAL 350 AND WRK-TRIES LESS THAN 1
               ADD 1 TO WRK-TRIES
               CLOSE PARTILHA
               OPEN OUTPUT PARTILHA
               CLOSE PARTILHA
               OPEN I-O PARTILHA
           END-IF.

      *=================================================================
       0010-SHOW-TABLE      SECTION.
      *Lista os contratos: distribuidora, filme, inicio, fim,
      *percentual, opcao no fim e ultimo mes acertado
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           MOVE 02 TO WRK-LINE.
           MOVE ZEROES TO WRK-EOF.
           OPEN INPUT PARTILHA.
           IF WRK-PART-FSTAT NOT EQUAL ZEROES
               DISPLAY "NENHUM CONTRATO DE PARTILHA" AT 0401
           ELSE
               PERFORM UNTIL WRK-EOF EQUAL 1
                   READ PARTILHA NEXT RECORD
                       AT END
                           MOVE 1 TO WRK-EOF
                       NOT AT END
                           MOVE SPACES TO WRK-BUFF
                           STRING FS-PART-DISTRIB " "
                               FS-PART-MOV-COD " "
                               FS-PART-START-DT "-" FS-PART-END-DT
                               " " FS-PART-SHARE-PCT "% "
                               FS-PART-END-OPTION
                               " ACERTO " FS-PART-LAST-MONTH
                               INTO WRK-BUFF
                           ADD 1 TO WRK-LINE
                           IF WRK-LINE LESS THAN 19
                               DISPLAY DTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARTILHA
           END-IF.
           IF WRK-LINE GREATER THAN 18
               DISPLAY "(LISTA CONTINUA - VER O ACERTO MENSAL)" AT 1901
           END-IF.
           MOVE ZEROES TO WRK-PART-FSTAT.

      *=================================================================
       0020-ADD-AGREEMENT      SECTION.
      *Inclui (ou regrava) o contrato de uma distribuidora e titulo.
      *Regravar mantem o ultimo mes acertado e o total ja repassado
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           DISPLAY "DISTRIBUIDORA: " AT 0305.
           MOVE SPACES TO WRK-DISTRIB.
           ACCEPT WRK-DISTRIB AT 0320.
           IF WRK-DISTRIB EQUAL SPACES
               GO TO 0020-FIM
           END-IF.
           CALL "VALIDATEDISTRIB" USING WRK-DISTRIB,
               WRK-DISTRIB-STATUS.
           IF WRK-DISTRIB-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-DISTRIB-STATUS, "MANTERPARTILHA"
               GO TO 0020-FIM
           END-IF.
           DISPLAY "CODIGO DO FILME: " AT 0405.
           MOVE SPACES TO WRK-MOV-COD-MSK.
           ACCEPT WRK-MOV-COD-MSK AT 0422.
           IF WRK-MOV-COD-MSK EQUAL SPACES
               GO TO 0020-FIM
           END-IF.
           MOVE WRK-MOV-COD-MSK TO WRK-MOV-COD.
           OPEN INPUT MOVIES.
           MOVE WRK-MOV-COD TO FS-MOV-COD.
           READ MOVIES
               INVALID KEY
                   MOVE 350 TO WRK-MOV-FSTAT
           END-READ.
           CLOSE MOVIES.
           IF WRK-MOV-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-MOV-FSTAT, "MANTERPARTILHA"
               MOVE ZEROES TO WRK-MOV-FSTAT
               GO TO 0020-FIM
           END-IF.
           DISPLAY FS-MOV-TITLE AT 0430.
           PERFORM 0005-OPEN-FILE.
           MOVE WRK-DISTRIB TO FS-PART-DISTRIB.
           MOVE WRK-MOV-COD TO FS-PART-MOV-COD.
           READ PARTILHA
               INVALID KEY
                   MOVE SPACES TO FS-PARTILHA
                   MOVE WRK-DISTRIB TO FS-PART-DISTRIB
                   MOVE WRK-MOV-COD TO FS-PART-MOV-COD
                   MOVE ZEROES TO FS-PART-START-DT FS-PART-TERM
                       FS-PART-END-DT FS-PART-SHARE-PCT
                       FS-PART-UPFRONT FS-PART-BUYOUT
                       FS-PART-LAST-MONTH FS-PART-TOTAL-PAID
                   SET FS-PART-DEVOLVER TO TRUE
           END-READ.
           MOVE ZEROES TO WRK-PART-FSTAT.
           DISPLAY "INICIO (AAAAMMDD): " AT 0505.
           MOVE SPACES TO WRK-DATE-MSK.
           ACCEPT WRK-DATE-MSK AT 0524.
           IF WRK-DATE-MSK EQUAL SPACES
               CLOSE PARTILHA
               GO TO 0020-FIM
           END-IF.
           MOVE WRK-DATE-MSK TO FS-PART-START-DT.
           DISPLAY "PRAZO EM MESES: " AT 0605.
           MOVE SPACES TO WRK-TERM-MSK.
           ACCEPT WRK-TERM-MSK AT 0621.
           IF WRK-TERM-MSK EQUAL SPACES
               CLOSE PARTILHA
               GO TO 0020-FIM
           END-IF.
           MOVE WRK-TERM-MSK TO FS-PART-TERM.
           DISPLAY "PERCENTUAL DA RECEITA (EX 40.00): " AT 0705.
           MOVE SPACES TO WRK-PCT-MSK.
           ACCEPT WRK-PCT-MSK AT 0739.
           IF WRK-PCT-MSK EQUAL SPACES
               CLOSE PARTILHA
               GO TO 0020-FIM
           END-IF.
           MOVE FUNCTION NUMVAL(WRK-PCT-MSK) TO FS-PART-SHARE-PCT.
           DISPLAY "TAXA INICIAL (ENTER=ZERO): " AT 0805.
           MOVE SPACES TO WRK-PRICE-MSK.
           ACCEPT WRK-PRICE-MSK AT 0832.
           IF WRK-PRICE-MSK EQUAL SPACES
               MOVE ZEROES TO FS-PART-UPFRONT
           ELSE
               MOVE FUNCTION NUMVAL(WRK-PRICE-MSK) TO FS-PART-UPFRONT
           END-IF.
           DISPLAY "NO FIM: DEVOLVER (D) OU COMPRAR (C): " AT 0905.
           MOVE SPACES TO WRK-END-OPTION.
           ACCEPT WRK-END-OPTION AT 0942.
           IF WRK-END-OPTION EQUAL "C" OR WRK-END-OPTION EQUAL "c"
               SET FS-PART-COMPRAR TO TRUE
               DISPLAY "VALOR DE COMPRA POR COPIA: " AT 1005
               MOVE SPACES TO WRK-PRICE-MSK
               ACCEPT WRK-PRICE-MSK AT 1032
               MOVE FUNCTION NUMVAL(WRK-PRICE-MSK) TO FS-PART-BUYOUT
           ELSE
               SET FS-PART-DEVOLVER TO TRUE
               MOVE ZEROES TO FS-PART-BUYOUT
           END-IF.
           PERFORM 0030-COMPUTE-END.
           DISPLAY "FIM DO CONTRATO: " AT 1105.
           DISPLAY FS-PART-END-DT AT 1122.
           WRITE FS-PARTILHA
               INVALID KEY
                   REWRITE FS-PARTILHA
           END-WRITE.
           IF WRK-PART-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-PART-FSTAT, "MANTERPARTILHA"
           ELSE
               DISPLAY "CONTRATO GRAVADO. PRESSIONE ENTER" AT 1305
               ACCEPT WRK-TECLA AT 1340
           END-IF.
           CLOSE PARTILHA.
           MOVE ZEROES TO WRK-PART-FSTAT.
       0020-FIM.
           EXIT.

      *=================================================================
       0030-COMPUTE-END      SECTION.
      *Fim do contrato: mesmo dia do inicio, somado o prazo em meses.
      *Dia 29 a 31 vira 28, para o fim cair num dia que exista em
      *qualquer mes
      *=================================================================
           MOVE FS-PART-START-DT TO WRK-START-DT.
           COMPUTE WRK-MONTHS = WRK-START-DT-YEAR * 12
               + WRK-START-DT-MONTH - 1 + FS-PART-TERM.
           DIVIDE WRK-MONTHS BY 12 GIVING WRK-END-YEAR
               REMAINDER WRK-END-MONTH.
           MOVE WRK-END-YEAR TO WRK-END-DT-YEAR.
           COMPUTE WRK-END-DT-MONTH = WRK-END-MONTH + 1.
           MOVE WRK-START-DT-DAY TO WRK-END-DT-DAY.
           IF WRK-END-DT-DAY GREATER THAN 28
               MOVE 28 TO WRK-END-DT-DAY
           END-IF.
           MOVE WRK-END-DT TO FS-PART-END-DT.

      *=================================================================
       0040-REMOVE-AGREEMENT      SECTION.
      *Remove o contrato de uma distribuidora e titulo
      *=================================================================
           DISPLAY "DISTRIBUIDORA: " AT 2101.
           MOVE SPACES TO WRK-DISTRIB.
           ACCEPT WRK-DISTRIB AT 2116.
           IF WRK-DISTRIB EQUAL SPACES
               GO TO 0040-FIM
           END-IF.
           DISPLAY "CODIGO DO FILME: " AT 2201.
           MOVE SPACES TO WRK-MOV-COD-MSK.
           ACCEPT WRK-MOV-COD-MSK AT 2218.
           IF WRK-MOV-COD-MSK EQUAL SPACES
               GO TO 0040-FIM
           END-IF.
           MOVE WRK-MOV-COD-MSK TO WRK-MOV-COD.
           PERFORM 0005-OPEN-FILE.
           MOVE WRK-DISTRIB TO FS-PART-DISTRIB.
           MOVE WRK-MOV-COD TO FS-PART-MOV-COD.
           DELETE PARTILHA
               INVALID KEY
                   DISPLAY "CONTRATO NAO ENCONTRADO. PRESSIONE ENTER"
                       AT 2301
                   ACCEPT WRK-TECLA AT 2342
           END-DELETE.
           CLOSE PARTILHA.
           MOVE ZEROES TO WRK-PART-FSTAT.
       0040-FIM.
           EXIT.
       END PROGRAM MANTERPARTILHA.
