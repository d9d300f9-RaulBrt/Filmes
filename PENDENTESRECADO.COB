      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Para o supervisor: recados importantes do quadro de
      *           passagem de turno, ainda dentro da validade, com os
      *           operadores alcancados que ainda nao deram o CIENTE.
      *           O cadastro de operadores nao guarda filial, entao o
      *           recado para uma filial e cobrado de todos os
      *           operadores, como o recado para todos; o autor nao
      *           entra. Impresso em RECADOSPEND.PRN.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDENTESRECADO.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT RECADOS ASSIGN TO "RECADOS.DAT"
           FILE STATUS IS WRK-REC-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT CIENTES ASSIGN TO "CIENTES.DAT"
           FILE STATUS IS WRK-CIE-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT OPERADORES ASSIGN TO "OPERADORES.DAT"
           FILE STATUS IS WRK-OPER-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-OPER-ID.

           SELECT PRINT-FILE ASSIGN TO "RECADOSPEND.PRN"
           FILE STATUS IS WRK-PRINT-STATUS
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  RECADOS.
           01 FS-RECADO.
               COPY RECADOFLDS.
           FD  CIENTES.
           01 FS-CIENTE.
               COPY CIENTEFLDS.
           FD  OPERADORES.
           01 FS-OPERATOR.
               COPY OPERFLDS.
           FD  PRINT-FILE.
           01 FS-PRINT-LINE            PIC X(71).
       WORKING-STORAGE SECTION.
       77  WRK-REC-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-CIE-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-OPER-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-PRINT-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-SPOOL-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-NIVEL-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-MIN-LEVEL               PIC 9(01) VALUE 2.
       77  WRK-TECLA                   PIC X(01) VALUE SPACES.
       77  WRK-BUFF                    PIC X(71) VALUE SPACES.
       77  WRK-LINE                    PIC 9(04) VALUE ZEROES.
       77  WRK-TODAY                   PIC 9(08) VALUE ZEROES.
       77  WRK-MSG-COUNT               PIC 9(04) VALUE ZEROES.
       77  WRK-MISSING                 PIC 9(04) VALUE ZEROES.
       77  WRK-TOT-MISSING             PIC 9(05) VALUE ZEROES.
       77  WRK-TABLE-FULL              PIC 9(01) VALUE ZEROES.
       77  WRK-FOUND                   PIC 9(01) VALUE ZEROES.
      *Operadores cadastrados
       77  WRK-OP-COUNT                PIC 9(02) VALUE ZEROES.
       77  WRK-OP-SUB                  PIC 9(02) VALUE ZEROES.
       77  WRK-CHK-ID                  PIC X(08) VALUE SPACES.
       77  WRK-CHK-NAME                PIC X(30) VALUE SPACES.
       01  WRK-OP-TABLE.
           05 WRK-OP-ENTRY             OCCURS 50 TIMES.
               10 WRK-OP-ID            PIC X(08).
               10 WRK-OP-NAME          PIC X(30).
      *Confirmacoes de leitura
       77  WRK-ACK-COUNT               PIC 9(04) VALUE ZEROES.
       77  WRK-ACK-SUB                 PIC 9(04) VALUE ZEROES.
       01  WRK-ACK-TABLE.
           05 WRK-ACK-ENTRY            OCCURS 2000 TIMES.
               10 WRK-ACK-KEY          PIC X(24).
               10 WRK-ACK-OPER         PIC X(08).
       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
       SCREEN  SECTION.
       01  CLEAR.
           05 CLEAR-SCREEN.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL.
       01  SHOW-MV.
           05 TITLE-SCREEN.
               10 LINE 01 COLUMN 01    PIC X(25) ERASE EOL
                  BACKGROUND-COLOR 2 FROM "RECADOS NAO LIDOS".
       01  SHOW-LINE.
           05 DTA.
               10 LINE WRK-LINE COLUMN 01 PIC X(71) ERASE EOL
                  BACKGROUND-COLOR 0 FOREGROUND-COLOR 2 FROM WRK-BUFF.

       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           CALL "CHECKNIVEL" USING LNK-OPERATOR, WRK-MIN-LEVEL,
               WRK-NIVEL-STATUS, "RECADOS NAO LID."
           IF WRK-NIVEL-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-NIVEL-STATUS, "PENDENTESRECADO"
               GOBACK
           END-IF.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           CALL "LERDATANEG" USING WRK-TODAY.
           MOVE ZEROES TO WRK-MSG-COUNT WRK-TOT-MISSING WRK-TABLE-FULL.
           PERFORM 0010-LOAD-OPERATORS.
           PERFORM 0015-LOAD-ACKS.
           OPEN OUTPUT PRINT-FILE.
           MOVE 02 TO WRK-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "RECADOS IMPORTANTES NAO LIDOS EM " WRK-TODAY
               INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           PERFORM 0020-SCAN-RECADOS.
           MOVE SPACES TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           IF WRK-MSG-COUNT EQUAL ZEROES
               MOVE "NENHUM RECADO IMPORTANTE DENTRO DA VALIDADE"
                   TO WRK-BUFF
           ELSE
               MOVE SPACES TO WRK-BUFF
               STRING "RECADOS: " WRK-MSG-COUNT
                   "  LEITURAS PENDENTES: " WRK-TOT-MISSING
                   INTO WRK-BUFF
           END-IF.
           PERFORM 0070-PRINT-LINE.
           IF WRK-TABLE-FULL EQUAL 1
               MOVE "TABELA CHEIA - RESULTADO PARCIAL" TO WRK-BUFF
               PERFORM 0070-PRINT-LINE
           END-IF.
           CLOSE PRINT-FILE.
      *Copia datada no spool, antes da proxima rodada
      *sobrescrever o PRN fixo
           CALL "ESPOLAR" USING "RECADOSPEND.PRN     ",
               LNK-OPERATOR, WRK-SPOOL-STATUS.
           DISPLAY "IMPRESSO EM RECADOSPEND.PRN. PRESSIONE ENTER"
               AT 2301.
           ACCEPT WRK-TECLA AT 2346.
           GOBACK.

      *=================================================================
       0010-LOAD-OPERATORS      SECTION.
      *Carrega o cadastro de operadores
      *=================================================================
           INITIALIZE WRK-OP-TABLE.
           MOVE ZEROES TO WRK-OP-COUNT.
           OPEN INPUT OPERADORES.
           IF WRK-OPER-FSTAT NOT EQUAL ZEROES
               MOVE ZEROES TO WRK-OPER-FSTAT
               GO TO 0010-FIM
           END-IF.
           PERFORM UNTIL WRK-OPER-FSTAT NOT EQUAL ZEROES
               READ OPERADORES NEXT RECORD
                   AT END
                       MOVE 100 TO WRK-OPER-FSTAT
                   NOT AT END
                       IF WRK-OP-COUNT LESS THAN 50
                           ADD 1 TO WRK-OP-COUNT
                           MOVE FS-OPER-ID TO WRK-OP-ID(WRK-OP-COUNT)
                           MOVE FS-OPER-NAME
                               TO WRK-OP-NAME(WRK-OP-COUNT)
                       ELSE
                           MOVE 1 TO WRK-TABLE-FULL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPERADORES.
           MOVE ZEROES TO WRK-OPER-FSTAT.
       0010-FIM.
           EXIT.

      *=================================================================
       0015-LOAD-ACKS      SECTION.
      *Carrega as confirmacoes de leitura
      *=================================================================
           INITIALIZE WRK-ACK-TABLE.
           MOVE ZEROES TO WRK-ACK-COUNT.
           OPEN INPUT CIENTES.
           IF WRK-CIE-FSTAT NOT EQUAL ZEROES
               MOVE ZEROES TO WRK-CIE-FSTAT
               GO TO 0015-FIM
           END-IF.
           PERFORM UNTIL WRK-CIE-FSTAT NOT EQUAL ZEROES
               READ CIENTES
                   AT END
                       MOVE 100 TO WRK-CIE-FSTAT
                   NOT AT END
                       IF WRK-ACK-COUNT LESS THAN 2000
                           ADD 1 TO WRK-ACK-COUNT
                           MOVE FS-CIE-REC-KEY
                               TO WRK-ACK-KEY(WRK-ACK-COUNT)
                           MOVE FS-CIE-OPERATOR
                               TO WRK-ACK-OPER(WRK-ACK-COUNT)
                       ELSE
                           MOVE 1 TO WRK-TABLE-FULL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CIENTES.
           MOVE ZEROES TO WRK-CIE-FSTAT.
       0015-FIM.
           EXIT.

      *=================================================================
       0020-SCAN-RECADOS      SECTION.
      *Percorre os recados importantes dentro da validade
      *=================================================================
           OPEN INPUT RECADOS.
           IF WRK-REC-FSTAT NOT EQUAL ZEROES
               MOVE ZEROES TO WRK-REC-FSTAT
               GO TO 0020-FIM
           END-IF.
           PERFORM UNTIL WRK-REC-FSTAT NOT EQUAL ZEROES
               READ RECADOS
                   AT END
                       MOVE 100 TO WRK-REC-FSTAT
                   NOT AT END
                       IF FS-REC-IMPORTANTE
                           AND FS-REC-EXPIRY NOT LESS THAN WRK-TODAY
                           PERFORM 0030-LIST-RECADO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RECADOS.
           MOVE ZEROES TO WRK-REC-FSTAT.
       0020-FIM.
           EXIT.

      *=================================================================
       0030-LIST-RECADO      SECTION.
      *Cabecalho do recado e os operadores alcancados sem o CIENTE
      *=================================================================
           ADD 1 TO WRK-MSG-COUNT.
           MOVE SPACES TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           EVALUATE TRUE
               WHEN FS-REC-PARA-FILIAL
                   STRING "DE " FS-REC-AUTHOR " EM " FS-REC-DATE
                       " ATE " FS-REC-EXPIRY " PARA FILIAL "
                       FS-REC-TGT-BRANCH INTO WRK-BUFF
               WHEN FS-REC-PARA-OPERADOR
                   STRING "DE " FS-REC-AUTHOR " EM " FS-REC-DATE
                       " ATE " FS-REC-EXPIRY " PARA "
                       FS-REC-TGT-OPER INTO WRK-BUFF
               WHEN OTHER
                   STRING "DE " FS-REC-AUTHOR " EM " FS-REC-DATE
                       " ATE " FS-REC-EXPIRY " PARA TODOS"
                       INTO WRK-BUFF
           END-EVALUATE.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           MOVE FS-REC-TEXT(1:60) TO WRK-BUFF(3:60).
           PERFORM 0070-PRINT-LINE.
           IF FS-REC-TEXT(61:60) NOT EQUAL SPACES
               MOVE SPACES TO WRK-BUFF
               MOVE FS-REC-TEXT(61:60) TO WRK-BUFF(3:60)
               PERFORM 0070-PRINT-LINE
           END-IF.
           MOVE ZEROES TO WRK-MISSING.
           IF FS-REC-PARA-OPERADOR
               PERFORM 0035-FIND-TARGET
           ELSE
               PERFORM VARYING WRK-OP-SUB FROM 1 BY 1
                       UNTIL WRK-OP-SUB GREATER THAN WRK-OP-COUNT
                   IF WRK-OP-ID(WRK-OP-SUB) NOT EQUAL FS-REC-AUTHOR
                       MOVE WRK-OP-ID(WRK-OP-SUB) TO WRK-CHK-ID
                       MOVE WRK-OP-NAME(WRK-OP-SUB) TO WRK-CHK-NAME
                       PERFORM 0040-CHECK-OPERATOR
                   END-IF
               END-PERFORM
           END-IF.
           IF WRK-MISSING EQUAL ZEROES
               MOVE "    TODOS JA DERAM CIENTE" TO WRK-BUFF
               PERFORM 0070-PRINT-LINE
           END-IF.
           ADD WRK-MISSING TO WRK-TOT-MISSING.

      *=================================================================
       0035-FIND-TARGET      SECTION.
      *Recado para um operador: so ele e cobrado, com o nome do
      *cadastro quando houver
      *=================================================================
           MOVE FS-REC-TGT-OPER TO WRK-CHK-ID.
           MOVE SPACES TO WRK-CHK-NAME.
           MOVE ZEROES TO WRK-FOUND.
           PERFORM VARYING WRK-OP-SUB FROM 1 BY 1
                   UNTIL WRK-OP-SUB GREATER THAN WRK-OP-COUNT
                   OR WRK-FOUND EQUAL 1
               IF WRK-OP-ID(WRK-OP-SUB) EQUAL FS-REC-TGT-OPER
                   MOVE 1 TO WRK-FOUND
               END-IF
           END-PERFORM.
           IF WRK-FOUND EQUAL 1
               SUBTRACT 1 FROM WRK-OP-SUB
               MOVE WRK-OP-NAME(WRK-OP-SUB) TO WRK-CHK-NAME
           END-IF.
           PERFORM 0040-CHECK-OPERATOR.

      *=================================================================
       0040-CHECK-OPERATOR      SECTION.
      *Lista o operador WRK-CHK-ID se ele nao deu CIENTE no recado
      *=================================================================
           MOVE ZEROES TO WRK-FOUND.
           PERFORM VARYING WRK-ACK-SUB FROM 1 BY 1
                   UNTIL WRK-ACK-SUB GREATER THAN WRK-ACK-COUNT
                   OR WRK-FOUND EQUAL 1
               IF WRK-ACK-KEY(WRK-ACK-SUB) EQUAL FS-REC-KEY
                   AND WRK-ACK-OPER(WRK-ACK-SUB) EQUAL WRK-CHK-ID
                   MOVE 1 TO WRK-FOUND
               END-IF
           END-PERFORM.
           IF WRK-FOUND EQUAL ZEROES
               ADD 1 TO WRK-MISSING
               MOVE SPACES TO WRK-BUFF
               STRING "    NAO LIDO: " WRK-CHK-ID " " WRK-CHK-NAME
                   INTO WRK-BUFF
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
               ACCEPT WRK-TECLA AT 2401
               DISPLAY CLEAR-SCREEN
               DISPLAY TITLE-SCREEN
               CALL "MARCATREINO"
               MOVE 02 TO WRK-LINE
           END-IF.
       END PROGRAM PENDENTESRECADO.
