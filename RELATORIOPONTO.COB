      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Horas trabalhadas no mes por operador, apuradas do
      *           relogio de ponto (CALCHORAS), para a folha: dias,
      *           horas trabalhadas, normais (ate a jornada diaria),
      *           extras e noturnas (das 22h as 5h), no formato
      *           HHHH:MM, com os dias de saida pendente (marcacao do
      *           FIMDODIA ainda sem a correcao do supervisor), que
      *           ficam fora das horas. Imprime em PONTO.PRN e grava
      *           uma linha por operador em FOLHAPONTO.DAT (delimitado
      *           por ";", como a FOLHACOMISSAO), em minutos. O mes
      *           padrao e o anterior; no modo batch ("B", AGENDADOR)
      *           nao ha pergunta.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIOPONTO.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT OPERADORES ASSIGN TO "OPERADORES.DAT"
           FILE STATUS IS WRK-OPER-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-OPER-ID.

           SELECT PRINT-FILE ASSIGN TO "PONTO.PRN"
           FILE STATUS IS WRK-PRINT-STATUS
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT EXPORT-FILE ASSIGN TO "FOLHAPONTO.DAT"
           FILE STATUS IS WRK-EXP-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  OPERADORES.
           01 FS-OPERATOR.
               COPY OPERFLDS.
           FD  PRINT-FILE.
           01 FS-PRINT-LINE            PIC X(71).
           FD  EXPORT-FILE.
           01 FS-EXP-LINE              PIC X(100).
       WORKING-STORAGE SECTION.
       77  WRK-OPER-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-PRINT-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-EXP-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-SPOOL-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-NIVEL-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-HRS-STATUS              PIC 9(03) VALUE ZEROES.
       77  WRK-MIN-LEVEL               PIC 9(01) VALUE 3.
       77  WRK-RUN-MODE                PIC X(01) VALUE SPACES.
       77  WRK-TECLA                   PIC X(01) VALUE SPACES.
       77  WRK-BUFF                    PIC X(71) VALUE SPACES.
       77  WRK-EXP-BUFF                PIC X(100) VALUE SPACES.
       77  WRK-LINE                    PIC 9(04) VALUE ZEROES.
       77  WRK-TODAY                   PIC 9(08) VALUE ZEROES.
       77  WRK-YEAR                    PIC 9(04) VALUE ZEROES.
       77  WRK-MONTH                   PIC 9(02) VALUE ZEROES.
       77  WRK-MONTH-MSK               PIC X(06) VALUE SPACES.
       77  WRK-PAY-MONTH               PIC 9(06) VALUE ZEROES.
       77  WRK-SUB                     PIC 9(02) VALUE ZEROES.
       77  WRK-MINUTES                 PIC 9(07) VALUE ZEROES.
      *Totais da loja, em minutos
       77  WRK-TOT-WORKED              PIC 9(07) VALUE ZEROES.
       77  WRK-TOT-REGULAR             PIC 9(07) VALUE ZEROES.
       77  WRK-TOT-OVERTIME            PIC 9(07) VALUE ZEROES.
       77  WRK-TOT-NIGHT               PIC 9(07) VALUE ZEROES.
       77  WRK-TOT-PENDING             PIC 9(03) VALUE ZEROES.
      *Minutos impressos como HHHH:MM
       01  WRK-HHMM.
           05 WRK-HHMM-HH              PIC 9(04).
           05 FILLER                   PIC X(01) VALUE ":".
           05 WRK-HHMM-MM              PIC 9(02).
       01  WRK-HOURS.
           COPY HORASFLDS.
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
                  BACKGROUND-COLOR 2 FROM "HORAS TRABALHADAS".
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
                   WRK-NIVEL-STATUS, "HORAS TRABALHAD."
               IF WRK-NIVEL-STATUS NOT EQUAL ZEROES
                   CALL "ERROS" USING WRK-NIVEL-STATUS,
                       "RELATORIOPONTO"
                   GOBACK
               END-IF
           END-IF.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           CALL "LERDATANEG" USING WRK-TODAY.
           PERFORM 0010-GET-MONTH.
           COMPUTE WRK-PAY-MONTH = WRK-YEAR * 100 + WRK-MONTH.
           CALL "CALCHORAS" USING WRK-PAY-MONTH, WRK-HOURS,
               WRK-HRS-STATUS.
           MOVE ZEROES TO WRK-TOT-WORKED WRK-TOT-REGULAR
               WRK-TOT-OVERTIME WRK-TOT-NIGHT WRK-TOT-PENDING.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           OPEN OUTPUT PRINT-FILE.
           OPEN OUTPUT EXPORT-FILE.
           OPEN INPUT OPERADORES.
           MOVE 02 TO WRK-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "HORAS TRABALHADAS NO MES " WRK-PAY-MONTH
               " (RELOGIO DE PONTO)" INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-EXP-BUFF.
           STRING "PONTO;" WRK-PAY-MONTH ";" LNK-OPERATOR
               INTO WRK-EXP-BUFF.
           WRITE FS-EXP-LINE FROM WRK-EXP-BUFF.
           MOVE SPACES TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           MOVE "OPERADOR NOME" TO WRK-BUFF(1:13).
           MOVE "DIAS" TO WRK-BUFF(26:4).
           MOVE "TRABALH" TO WRK-BUFF(31:7).
           MOVE "NORMAIS" TO WRK-BUFF(41:7).
           MOVE " EXTRAS" TO WRK-BUFF(50:7).
           MOVE "NOTURNA" TO WRK-BUFF(59:7).
           MOVE "PD" TO WRK-BUFF(68:2).
           PERFORM 0070-PRINT-LINE.
           IF FS-HRS-COUNT EQUAL ZEROES
               MOVE "  NENHUMA MARCACAO DE PONTO NO MES" TO WRK-BUFF
               PERFORM 0070-PRINT-LINE
           END-IF.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB GREATER THAN FS-HRS-COUNT
               PERFORM 0040-PRINT-OPERATOR
           END-PERFORM.
           PERFORM 0060-PRINT-TOTALS.
           MOVE SPACES TO WRK-EXP-BUFF.
           STRING "FIM;" FS-HRS-COUNT ";" WRK-TOT-WORKED
               INTO WRK-EXP-BUFF.
           WRITE FS-EXP-LINE FROM WRK-EXP-BUFF.
           CLOSE OPERADORES.
           MOVE ZEROES TO WRK-OPER-FSTAT.
           CLOSE EXPORT-FILE.
           CLOSE PRINT-FILE.
      *Copia datada no spool, antes da proxima rodada
      *sobrescrever o PRN fixo
           CALL "ESPOLAR" USING "PONTO.PRN           ",
               LNK-OPERATOR, WRK-SPOOL-STATUS.
           DISPLAY "IMPRESSO EM PONTO.PRN. PRESSIONE ENTER"
               AT 2301.
           IF WRK-RUN-MODE NOT EQUAL "B"
               ACCEPT WRK-TECLA AT 2345
           END-IF.
           GOBACK.

      *=================================================================
       0010-GET-MONTH      SECTION.
      *Mes da apuracao. O padrao e o mes anterior, ja fechado; no
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
           DISPLAY "MES DAS HORAS (AAAAMM, ENTER=MES ANTERIOR): "
               AT 0305.
           MOVE SPACES TO WRK-MONTH-MSK.
           ACCEPT WRK-MONTH-MSK AT 0350.
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
       0040-PRINT-OPERATOR      SECTION.
      *Imprime a linha do operador e grava a linha da folha
      *=================================================================
           MOVE FS-HRS-OPER(WRK-SUB) TO FS-OPER-ID.
           READ OPERADORES
               INVALID KEY
                   MOVE SPACES TO FS-OPER-NAME
           END-READ.
           MOVE SPACES TO WRK-BUFF.
           MOVE FS-HRS-OPER(WRK-SUB) TO WRK-BUFF(1:8).
           MOVE FS-OPER-NAME TO WRK-BUFF(10:15).
           MOVE FS-HRS-DAYS(WRK-SUB) TO WRK-BUFF(27:2).
           MOVE FS-HRS-WORKED(WRK-SUB) TO WRK-MINUTES.
           PERFORM 0050-EDIT-HOURS.
           MOVE WRK-HHMM TO WRK-BUFF(31:7).
           MOVE FS-HRS-REGULAR(WRK-SUB) TO WRK-MINUTES.
           PERFORM 0050-EDIT-HOURS.
           MOVE WRK-HHMM TO WRK-BUFF(41:7).
           MOVE FS-HRS-OVERTIME(WRK-SUB) TO WRK-MINUTES.
           PERFORM 0050-EDIT-HOURS.
           MOVE WRK-HHMM TO WRK-BUFF(50:7).
           MOVE FS-HRS-NIGHT(WRK-SUB) TO WRK-MINUTES.
           PERFORM 0050-EDIT-HOURS.
           MOVE WRK-HHMM TO WRK-BUFF(59:7).
           MOVE FS-HRS-PENDING(WRK-SUB) TO WRK-BUFF(68:2).
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-EXP-BUFF.
           STRING FS-HRS-OPER(WRK-SUB) ";"
                  FS-OPER-NAME ";"
                  FS-HRS-DAYS(WRK-SUB) ";"
                  FS-HRS-WORKED(WRK-SUB) ";"
                  FS-HRS-REGULAR(WRK-SUB) ";"
                  FS-HRS-OVERTIME(WRK-SUB) ";"
                  FS-HRS-NIGHT(WRK-SUB) ";"
                  FS-HRS-PENDING(WRK-SUB)
                  INTO WRK-EXP-BUFF.
           WRITE FS-EXP-LINE FROM WRK-EXP-BUFF.
           ADD FS-HRS-WORKED(WRK-SUB) TO WRK-TOT-WORKED.
           ADD FS-HRS-REGULAR(WRK-SUB) TO WRK-TOT-REGULAR.
           ADD FS-HRS-OVERTIME(WRK-SUB) TO WRK-TOT-OVERTIME.
           ADD FS-HRS-NIGHT(WRK-SUB) TO WRK-TOT-NIGHT.
           ADD FS-HRS-PENDING(WRK-SUB) TO WRK-TOT-PENDING.

      *=================================================================
       0050-EDIT-HOURS      SECTION.
      *Converte WRK-MINUTES em horas e minutos (HHHH:MM)
      *=================================================================
           DIVIDE WRK-MINUTES BY 60 GIVING WRK-HHMM-HH
               REMAINDER WRK-HHMM-MM.

      *=================================================================
       0060-PRINT-TOTALS      SECTION.
      *Total da loja e legenda
      *=================================================================
           MOVE SPACES TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           MOVE "TOTAL" TO WRK-BUFF(1:8).
           MOVE WRK-TOT-WORKED TO WRK-MINUTES.
           PERFORM 0050-EDIT-HOURS.
           MOVE WRK-HHMM TO WRK-BUFF(31:7).
           MOVE WRK-TOT-REGULAR TO WRK-MINUTES.
           PERFORM 0050-EDIT-HOURS.
           MOVE WRK-HHMM TO WRK-BUFF(41:7).
           MOVE WRK-TOT-OVERTIME TO WRK-MINUTES.
           PERFORM 0050-EDIT-HOURS.
           MOVE WRK-HHMM TO WRK-BUFF(50:7).
           MOVE WRK-TOT-NIGHT TO WRK-MINUTES.
           PERFORM 0050-EDIT-HOURS.
           MOVE WRK-HHMM TO WRK-BUFF(59:7).
           MOVE WRK-TOT-PENDING TO WRK-BUFF(67:3).
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE "NORMAIS=ATE 8 HORAS NO DIA EXTRAS=ACIMA DE 8 HORAS"
               TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE "NOTURNAS=DAS 22H AS 5H  PD=DIAS COM SAIDA PENDENTE"
               TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           IF WRK-TOT-PENDING GREATER THAN ZEROES
               MOVE "SAIDA PENDENTE FICA FORA DAS HORAS ATE A CORRECAO"
                   TO WRK-BUFF
               PERFORM 0070-PRINT-LINE
           END-IF.
           MOVE "FOLHA GRAVADA EM FOLHAPONTO.DAT" TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           IF FS-HRS-FULL EQUAL 1
               MOVE "TABELA CHEIA - RESULTADO PARCIAL" TO WRK-BUFF
               PERFORM 0070-PRINT-LINE
           END-IF.

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
       END PROGRAM RELATORIOPONTO.
