      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Relogio de ponto dos operadores, chamado da tela de
      *           entrada do FILMES antes da identificacao: o operador
      *           se identifica com a propria senha (VALIDAOPERADOR) e
      *           bate entrada, saida para intervalo, retorno ou saida
      *           do expediente, com a filial. A marcacao so e aceita
      *           na ordem certa pela situacao do dia no PONTO.DAT.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRARPONTO.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT PONTO ASSIGN TO "PONTO.DAT"
           FILE STATUS IS WRK-PNT-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  PONTO.
           01 FS-PONTO.
               COPY PONTOFLDS.
       WORKING-STORAGE SECTION.
       77  WRK-PNT-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-PNT-STATUS          PIC 9(03) VALUE ZEROES.
       77  WRK-OPER-ID             PIC X(08) VALUE SPACES.
       77  WRK-PASSWORD            PIC X(08) VALUE SPACES.
       77  WRK-OPER-LEVEL          PIC 9(01) VALUE ZEROES.
       77  WRK-LOGON-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-TODAY               PIC 9(08) VALUE ZEROES.
       77  WRK-OPTION              PIC X(01) VALUE SPACES.
       77  WRK-TECLA               PIC X(01) VALUE SPACES.
       77  WRK-BRANCH-MSK          PIC X(02) JUSTIFIED RIGHT.
       77  WRK-BRANCH              PIC 9(02) VALUE 1.
       77  WRK-PNT-DATE            PIC 9(08) VALUE ZEROES.
       77  WRK-PNT-TIME            PIC 9(08) VALUE ZEROES.
       77  WRK-ORIGIN              PIC X(01) VALUE "R".
       77  WRK-SUPERVISOR          PIC X(08) VALUE SPACES.
       77  WRK-REASON              PIC X(40) VALUE SPACES.
      *Situacao do operador no dia, pela ultima marcacao
       77  WRK-STATE               PIC X(01) VALUE "F".
           88 WRK-FORA                     VALUE "F".
           88 WRK-TRABALHANDO              VALUE "T".
           88 WRK-EM-INTERVALO             VALUE "I".
       77  WRK-STATE-TIME          PIC 9(08) VALUE ZEROES.
       01  WRK-HORA.
           05 WRK-HORA-HH          PIC 9(02).
           05 FILLER               PIC X(01) VALUE ":".
           05 WRK-HORA-MM          PIC 9(02).
       SCREEN  SECTION.
       01  CLEAR.
           05 CLEAR-SCREEN.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL.
       01  SHOW-MV.
           05 TITLE-SCREEN.
               10 LINE 01 COLUMN 01    PIC X(16) ERASE EOL
                  BACKGROUND-COLOR 2 FROM "RELOGIO DE PONTO".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN.
           DISPLAY "IDENTIFICACAO DO OPERADOR: " AT 0305.
           MOVE SPACES TO WRK-OPER-ID.
           ACCEPT WRK-OPER-ID AT 0334.
           IF WRK-OPER-ID EQUAL SPACES
               GO TO 0000-FIM
           END-IF.
           DISPLAY "SENHA: " AT 0405.
           MOVE SPACES TO WRK-PASSWORD.
           ACCEPT WRK-PASSWORD AT 0413.
           MOVE ZEROES TO WRK-OPER-LEVEL WRK-LOGON-STATUS.
           CALL "VALIDAOPERADOR" USING WRK-OPER-ID, WRK-PASSWORD,
               WRK-OPER-LEVEL, WRK-LOGON-STATUS.
      *Senha vencida ainda bate o ponto; a troca e cobrada no logon
           IF WRK-OPER-LEVEL EQUAL ZEROES
               DISPLAY "OPERADOR OU SENHA INVALIDOS - PRESSIONE ENTER"
                   AT 0605
               ACCEPT WRK-TECLA AT 0651
               GO TO 0000-FIM
           END-IF.
           CALL "LERDATANEG" USING WRK-TODAY.
           PERFORM 0010-LOAD-STATE.
           MOVE WRK-STATE-TIME(1:2) TO WRK-HORA-HH.
           MOVE WRK-STATE-TIME(3:2) TO WRK-HORA-MM.
           EVALUATE TRUE
               WHEN WRK-TRABALHANDO
                   DISPLAY "EM EXPEDIENTE DESDE " AT 0605
                   DISPLAY WRK-HORA AT 0625
               WHEN WRK-EM-INTERVALO
                   DISPLAY "EM INTERVALO DESDE " AT 0605
                   DISPLAY WRK-HORA AT 0624
               WHEN OTHER
                   DISPLAY "FORA DO EXPEDIENTE" AT 0605
           END-EVALUATE.
           DISPLAY "ENTRADA (E), INTERVALO (I), RETORNO (R), "
               "SAIDA (S), ENTER=VOLTAR: " AT 0805.
           MOVE SPACES TO WRK-OPTION.
           ACCEPT WRK-OPTION AT 0871.
           INSPECT WRK-OPTION CONVERTING "eirs" TO "EIRS".
           IF WRK-OPTION EQUAL SPACES
               GO TO 0000-FIM
           END-IF.
           PERFORM 0020-CHECK-SEQUENCE.
           IF WRK-OPTION EQUAL SPACES
               DISPLAY "MARCACAO FORA DE ORDEM - PRESSIONE ENTER"
                   AT 1005
               ACCEPT WRK-TECLA AT 1046
               GO TO 0000-FIM
           END-IF.
           DISPLAY "FILIAL (ENTER=01): " AT 0905.
           MOVE SPACES TO WRK-BRANCH-MSK.
           ACCEPT WRK-BRANCH-MSK AT 0924.
           MOVE 1 TO WRK-BRANCH.
           IF WRK-BRANCH-MSK NOT EQUAL SPACES
               AND WRK-BRANCH-MSK IS NUMERIC
               MOVE WRK-BRANCH-MSK TO WRK-BRANCH
           END-IF.
           IF WRK-BRANCH EQUAL ZEROES
               MOVE 1 TO WRK-BRANCH
           END-IF.
           MOVE ZEROES TO WRK-PNT-DATE WRK-PNT-TIME.
           CALL "WRITEPONTO" USING WRK-PNT-DATE, WRK-PNT-TIME,
               WRK-OPER-ID, WRK-BRANCH, WRK-OPTION, WRK-ORIGIN,
               WRK-SUPERVISOR, WRK-REASON, WRK-PNT-STATUS.
           IF WRK-PNT-STATUS NOT EQUAL ZEROES
               GO TO 0000-FIM
           END-IF.
           MOVE WRK-PNT-TIME(1:2) TO WRK-HORA-HH.
           MOVE WRK-PNT-TIME(3:2) TO WRK-HORA-MM.
           DISPLAY "PONTO REGISTRADO AS " AT 1005.
           DISPLAY WRK-HORA AT 1025.
           DISPLAY " - PRESSIONE ENTER" AT 1030.
           ACCEPT WRK-TECLA AT 1049.
       0000-FIM.
           GOBACK.

      *=================================================================
       0010-LOAD-STATE      SECTION.
      *Situacao do operador no dia do movimento pela ultima marcacao;
      *a marcacao "F" do FIMDODIA encerra o dia como fora
      *=================================================================
           SET WRK-FORA TO TRUE.
           MOVE ZEROES TO WRK-STATE-TIME.
           OPEN INPUT PONTO.
           IF WRK-PNT-FSTAT NOT EQUAL ZEROES
               MOVE ZEROES TO WRK-PNT-FSTAT
               GO TO 0010-FIM
           END-IF.
           PERFORM UNTIL WRK-PNT-FSTAT NOT EQUAL ZEROES
               READ PONTO
                   AT END
                       MOVE 100 TO WRK-PNT-FSTAT
                   NOT AT END
                       IF FS-PNT-DATE EQUAL WRK-TODAY
                           AND FS-PNT-OPERATOR EQUAL WRK-OPER-ID
                           MOVE FS-PNT-TIME TO WRK-STATE-TIME
                           EVALUATE TRUE
                               WHEN FS-PNT-ENTRADA
                               WHEN FS-PNT-RETORNO
                                   SET WRK-TRABALHANDO TO TRUE
                               WHEN FS-PNT-INTERVALO
                                   SET WRK-EM-INTERVALO TO TRUE
                               WHEN OTHER
                                   SET WRK-FORA TO TRUE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PONTO.
           MOVE ZEROES TO WRK-PNT-FSTAT.
       0010-FIM.
           EXIT.

      *=================================================================
       0020-CHECK-SEQUENCE      SECTION.
      *Entrada so fora do expediente, intervalo so trabalhando,
      *retorno so no intervalo, saida trabalhando ou no intervalo;
      *fora de ordem a opcao volta em branco
      *=================================================================
           EVALUATE WRK-OPTION
               WHEN "E"
                   IF NOT WRK-FORA
                       MOVE SPACES TO WRK-OPTION
                   END-IF
               WHEN "I"
                   IF NOT WRK-TRABALHANDO
                       MOVE SPACES TO WRK-OPTION
                   END-IF
               WHEN "R"
                   IF NOT WRK-EM-INTERVALO
                       MOVE SPACES TO WRK-OPTION
                   END-IF
               WHEN "S"
                   IF WRK-FORA
                       MOVE SPACES TO WRK-OPTION
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WRK-OPTION
           END-EVALUATE.
       END PROGRAM REGISTRARPONTO.
