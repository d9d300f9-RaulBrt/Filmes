      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Relatorio mensal das ocorrencias de clientes
      *           (OCORRENCIAS.DAT) registradas no mes, agrupadas por
      *           tipo: cada ocorrencia com a situacao, os dias ate a
      *           solucao (ou ha quantos dias esta aberta) e o credito
      *           dado, e por tipo as registradas, resolvidas, ainda
      *           abertas, a media e o maior prazo de solucao em dias
      *           e o total de creditos. Imprime em OCORRENCIAS.PRN. O
      *           mes padrao e o anterior; no modo batch ("B",
      *           AGENDADOR) nao ha pergunta.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIOOCORRENCIA.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT OCORRENCIAS ASSIGN TO "OCORRENCIAS.DAT"
           FILE STATUS IS WRK-OCO-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-OCO-KEY.

           SELECT PRINT-FILE ASSIGN TO "OCORRENCIAS.PRN"
           FILE STATUS IS WRK-PRINT-STATUS
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  OCORRENCIAS.
           01 FS-OCORRENCIA.
               COPY OCOFLDS.
           FD  PRINT-FILE.
           01 FS-PRINT-LINE            PIC X(71).
       WORKING-STORAGE SECTION.
       77  WRK-OCO-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-PRINT-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-SPOOL-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-NIVEL-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-MIN-LEVEL               PIC 9(01) VALUE 3.
       77  WRK-RUN-MODE                PIC X(01) VALUE SPACES.
       77  WRK-TECLA                   PIC X(01) VALUE SPACES.
       77  WRK-BUFF                    PIC X(71) VALUE SPACES.
       77  WRK-LINE                    PIC 9(04) VALUE ZEROES.
       77  WRK-TODAY                   PIC 9(08) VALUE ZEROES.
       77  WRK-TODAY-INT               PIC S9(08) COMP.
       77  WRK-FROM-INT                PIC S9(08) COMP.
       77  WRK-TO-INT                  PIC S9(08) COMP.
       77  WRK-YEAR                    PIC 9(04) VALUE ZEROES.
       77  WRK-MONTH                   PIC 9(02) VALUE ZEROES.
       77  WRK-MONTH-MSK               PIC X(06) VALUE SPACES.
       77  WRK-REP-MONTH               PIC 9(06) VALUE ZEROES.
       77  WRK-SUB                     PIC 9(01) VALUE ZEROES.
       77  WRK-DAYS                    PIC 9(04) VALUE ZEROES.
       77  WRK-TOT-REG                 PIC 9(05) VALUE ZEROES.
      *Tipos de ocorrencia, na ordem do relatorio
       01  WRK-TYPE-CODES              PIC X(05) VALUE "DCAMO".
       01  WRK-TYPE-CODES-R REDEFINES WRK-TYPE-CODES.
           05 WRK-TYPE-CODE            PIC X(01) OCCURS 5 TIMES.
       01  WRK-TYPE-NAMES.
           05 FILLER                   PIC X(11) VALUE "DEFEITO".
           05 FILLER                   PIC X(11) VALUE "COBRANCA".
           05 FILLER                   PIC X(11) VALUE "ATENDIMENTO".
           05 FILLER                   PIC X(11) VALUE "AMEACA".
           05 FILLER                   PIC X(11) VALUE "OUTROS".
       01  WRK-TYPE-NAMES-R REDEFINES WRK-TYPE-NAMES.
           05 WRK-TYPE-NAME            PIC X(11) OCCURS 5 TIMES.
      *Totais por tipo
       01  WRK-TYPE-TABLE.
           05 WRK-TT-ENTRY             OCCURS 5 TIMES.
               10 WRK-TT-REG           PIC 9(04).
               10 WRK-TT-RES           PIC 9(04).
               10 WRK-TT-OPEN          PIC 9(04).
               10 WRK-TT-DAYS          PIC 9(07).
               10 WRK-TT-MAX           PIC 9(04).
               10 WRK-TT-CREDIT        PIC 9(09)V99.
       01  WRK-AVG                     PIC 9(03)V9 VALUE ZEROES.
       01  WRK-AVG-R REDEFINES WRK-AVG.
           05 WRK-AVG-INT              PIC 9(03).
           05 WRK-AVG-DEC              PIC 9(01).
       01  WRK-MONEY                   PIC 9(06)V99 VALUE ZEROES.
       01  WRK-MONEY-R REDEFINES WRK-MONEY.
           05 WRK-MONEY-INT            PIC 9(06).
           05 WRK-MONEY-DEC            PIC 9(02).
       01  WRK-BIG                     PIC 9(09)V99 VALUE ZEROES.
       01  WRK-BIG-R REDEFINES WRK-BIG.
           05 WRK-BIG-INT              PIC 9(09).
           05 WRK-BIG-DEC              PIC 9(02).
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
               10 LINE 01 COLUMN 01    PIC X(25) ERASE EOL
                  BACKGROUND-COLOR 2 FROM "OCORRENCIAS DO MES".
       01  SHOW-LINE.
           05 DTA.
               10 LINE WRK-LINE COLUMN 01 PIC X(71) ERASE EOL
                  BACKGROUND-COLOR 0 FOREGROUND-COLOR 2 FROM WRK-BUFF.

       PROCEDURE DIVISION USING LNK-OPERATOR, OPTIONAL LNK-MODE.
       0000-MAIN-PROCEDURE.
      *Modo batch ("B", vindo do AGENDADOR): sem pausas e sem operador
      *no terminal, entao o nivel so e conferido pelo menu
           MOVE SPACES TO WRK-RUN-MODE.
           IF LNK-MODE NOT OMITTED
               MOVE LNK-MODE TO WRK-RUN-MODE
           END-IF.
           IF WRK-RUN-MODE NOT EQUAL "B"
               CALL "CHECKNIVEL" USING LNK-OPERATOR, WRK-MIN-LEVEL,
                   WRK-NIVEL-STATUS, "OCORRENCIAS MES "
               IF WRK-NIVEL-STATUS NOT EQUAL ZEROES
                   CALL "ERROS" USING WRK-NIVEL-STATUS,
                       "RELATORIOOCORRENCIA"
                   GOBACK
               END-IF
           END-IF.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           CALL "LERDATANEG" USING WRK-TODAY.
           COMPUTE WRK-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WRK-TODAY).
           PERFORM 0010-GET-MONTH.
           COMPUTE WRK-REP-MONTH = WRK-YEAR * 100 + WRK-MONTH.
           INITIALIZE WRK-TYPE-TABLE.
           MOVE ZEROES TO WRK-TOT-REG.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           OPEN OUTPUT PRINT-FILE.
           MOVE 02 TO WRK-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "OCORRENCIAS DE CLIENTES REGISTRADAS NO MES "
               WRK-REP-MONTH INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB GREATER THAN 5
               PERFORM 0020-PRINT-TYPE
           END-PERFORM.
           PERFORM 0060-PRINT-SUMMARY.
           CLOSE PRINT-FILE.
      *Copia datada no spool, antes da proxima rodada
      *sobrescrever o PRN fixo
           CALL "ESPOLAR" USING "OCORRENCIAS.PRN     ",
               LNK-OPERATOR, WRK-SPOOL-STATUS.
           DISPLAY "IMPRESSO EM OCORRENCIAS.PRN. PRESSIONE ENTER"
               AT 2301.
           IF WRK-RUN-MODE NOT EQUAL "B"
               ACCEPT WRK-TECLA AT 2346
           END-IF.
           GOBACK.

      *=================================================================
       0010-GET-MONTH      SECTION.
      *Mes do relatorio. O padrao e o mes anterior, ja fechado; no
      *terminal o operador pode digitar outro
      *=================================================================
           MOVE WRK-TODAY(1:4) TO WRK-YEAR.
           MOVE WRK-TODAY(5:2) TO WRK-MONTH.
           IF WRK-MONTH EQUAL 1
               MOVE 12 TO WRK-MONTH
               SUBTRACT 1 FROM WRK-YEAR
           ELSE
               SUBTRACT 1 FROM WRK-MONTH
           END-IF.
           IF WRK-RUN-MODE EQUAL "B"
               GO TO 0010-FIM
           END-IF.
           DISPLAY "MES DAS OCORRENCIAS (AAAAMM, ENTER=MES ANTERIOR): "
               AT 0305.
           MOVE SPACES TO WRK-MONTH-MSK.
           ACCEPT WRK-MONTH-MSK AT 0356.
           IF WRK-MONTH-MSK NOT EQUAL SPACES
               AND WRK-MONTH-MSK IS NUMERIC
               AND WRK-MONTH-MSK(5:2) GREATER THAN "00"
               AND WRK-MONTH-MSK(5:2) LESS THAN "13"
               MOVE WRK-MONTH-MSK(1:4) TO WRK-YEAR
               MOVE WRK-MONTH-MSK(5:2) TO WRK-MONTH
           END-IF.
       0010-FIM.
           EXIT.

      *=================================================================
       0020-PRINT-TYPE      SECTION.
      *Uma passada no arquivo para o tipo corrente: cabecalho, uma
      *linha por ocorrencia do mes e o subtotal do tipo
      *=================================================================
           MOVE SPACES TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "TIPO: " WRK-TYPE-NAME(WRK-SUB) INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE "DATA     CLIEN SIT DIAS   CREDITO REGISTR. DESCRICAO"
               TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           OPEN INPUT OCORRENCIAS.
           IF WRK-OCO-FSTAT EQUAL ZEROES
               PERFORM UNTIL WRK-OCO-FSTAT NOT EQUAL ZEROES
                   READ OCORRENCIAS NEXT RECORD
                       AT END
                           MOVE 100 TO WRK-OCO-FSTAT
                       NOT AT END
                           PERFORM 0030-CHECK-ONE
                   END-READ
               END-PERFORM
               CLOSE OCORRENCIAS
           END-IF.
           MOVE ZEROES TO WRK-OCO-FSTAT.
           IF WRK-TT-REG(WRK-SUB) EQUAL ZEROES
               MOVE "  NENHUMA OCORRENCIA DO TIPO NO MES" TO WRK-BUFF
               PERFORM 0070-PRINT-LINE
           END-IF.

      *=================================================================
       0030-CHECK-ONE      SECTION.
      *Ocorrencia corrente do mes e do tipo: imprime e acumula. Os
      *dias sao ate a solucao; aberta, ha quantos dias esta aberta
      *=================================================================
           IF FS-OCO-DATE(1:6) NOT EQUAL WRK-REP-MONTH
               GO TO 0030-FIM
           END-IF.
           IF FS-OCO-TYPE NOT EQUAL WRK-TYPE-CODE(WRK-SUB)
               AND (WRK-SUB NOT EQUAL 5 OR FS-OCO-DEFEITO
                    OR FS-OCO-COBRANCA OR FS-OCO-ATENDIMENTO
                    OR FS-OCO-AMEACA)
               GO TO 0030-FIM
           END-IF.
           ADD 1 TO WRK-TT-REG(WRK-SUB).
           ADD 1 TO WRK-TOT-REG.
           COMPUTE WRK-FROM-INT = FUNCTION INTEGER-OF-DATE(FS-OCO-DATE).
           IF FS-OCO-RESOLVIDA
               COMPUTE WRK-TO-INT =
                   FUNCTION INTEGER-OF-DATE(FS-OCO-RES-DATE)
           ELSE
               MOVE WRK-TODAY-INT TO WRK-TO-INT
           END-IF.
           MOVE ZEROES TO WRK-DAYS.
           IF WRK-TO-INT GREATER THAN WRK-FROM-INT
               COMPUTE WRK-DAYS = WRK-TO-INT - WRK-FROM-INT
           END-IF.
           IF FS-OCO-RESOLVIDA
               ADD 1 TO WRK-TT-RES(WRK-SUB)
               ADD WRK-DAYS TO WRK-TT-DAYS(WRK-SUB)
               IF WRK-DAYS GREATER THAN WRK-TT-MAX(WRK-SUB)
                   MOVE WRK-DAYS TO WRK-TT-MAX(WRK-SUB)
               END-IF
               ADD FS-OCO-CREDIT TO WRK-TT-CREDIT(WRK-SUB)
           ELSE
               ADD 1 TO WRK-TT-OPEN(WRK-SUB)
           END-IF.
           MOVE SPACES TO WRK-BUFF.
           MOVE FS-OCO-DATE TO WRK-BUFF(1:8).
           MOVE FS-OCO-CUST-COD TO WRK-BUFF(10:5).
           IF FS-OCO-RESOLVIDA
               MOVE "RES" TO WRK-BUFF(16:3)
           ELSE
               MOVE "ABE" TO WRK-BUFF(16:3)
           END-IF.
           MOVE WRK-DAYS TO WRK-BUFF(20:4).
           MOVE FS-OCO-CREDIT TO WRK-MONEY.
           STRING WRK-MONEY-INT "," WRK-MONEY-DEC
               DELIMITED BY SIZE INTO WRK-BUFF(25:9).
           MOVE FS-OCO-OPERATOR TO WRK-BUFF(35:8).
           MOVE FS-OCO-DESC(1:28) TO WRK-BUFF(44:28).
           PERFORM 0070-PRINT-LINE.
       0030-FIM.
           EXIT.

      *=================================================================
       0060-PRINT-SUMMARY      SECTION.
      *Quadro por tipo: registradas, resolvidas, abertas, prazo medio
      *e maior prazo de solucao em dias e creditos dados
      *=================================================================
           MOVE SPACES TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE "RESUMO POR TIPO" TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE "TIPO        REGIS RESOL ABERT MEDIA MAIOR      CREDITO"
               TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB GREATER THAN 5
               MOVE ZEROES TO WRK-AVG
               IF WRK-TT-RES(WRK-SUB) GREATER THAN ZEROES
                   COMPUTE WRK-AVG ROUNDED =
                       WRK-TT-DAYS(WRK-SUB) / WRK-TT-RES(WRK-SUB)
               END-IF
               MOVE SPACES TO WRK-BUFF
               MOVE WRK-TYPE-NAME(WRK-SUB) TO WRK-BUFF(1:11)
               MOVE WRK-TT-REG(WRK-SUB) TO WRK-BUFF(13:4)
               MOVE WRK-TT-RES(WRK-SUB) TO WRK-BUFF(19:4)
               MOVE WRK-TT-OPEN(WRK-SUB) TO WRK-BUFF(25:4)
               STRING WRK-AVG-INT "," WRK-AVG-DEC
                   DELIMITED BY SIZE INTO WRK-BUFF(30:5)
               MOVE WRK-TT-MAX(WRK-SUB) TO WRK-BUFF(37:4)
               MOVE WRK-TT-CREDIT(WRK-SUB) TO WRK-BIG
               STRING WRK-BIG-INT "," WRK-BIG-DEC
                   DELIMITED BY SIZE INTO WRK-BUFF(44:12)
               PERFORM 0070-PRINT-LINE
           END-PERFORM.
           MOVE SPACES TO WRK-BUFF.
           STRING "TOTAL REGISTRADAS NO MES: " WRK-TOT-REG
               INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE "DIAS=ATE A SOLUCAO; NA ABERTA, DESDE O REGISTRO"
               TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE "MEDIA E MAIOR PRAZO SO DAS RESOLVIDAS" TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.

      *=================================================================
       0070-PRINT-LINE      SECTION.
      *Mostra a linha corrente na tela e grava no arquivo de impressao
      *=================================================================
           ADD 1 TO WRK-LINE.
           DISPLAY DTA.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           IF WRK-LINE GREATER THAN 21
               DISPLAY "PRESSIONE ENTER PARA CONTINUAR" AT 2401
               IF WRK-RUN-MODE NOT EQUAL "B"
                   ACCEPT WRK-TECLA AT 2401
               END-IF
               DISPLAY CLEAR-SCREEN
               DISPLAY TITLE-SCREEN
               CALL "MARCATREINO"
               MOVE 02 TO WRK-LINE
           END-IF.
       END PROGRAM RELATORIOOCORRENCIA.
