      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Novo recado no quadro de passagem de turno, aberto a
      *           qualquer operador: destino (todos, uma filial ou um
      *           operador), referencia opcional a um cliente, filme ou
      *           equipamento cadastrado, validade (padrao: o dia
      *           seguinte), marca de importante e o texto, em duas
      *           linhas. O recado aparece na entrada da sessao de quem
      *           ele alcanca (LERRECADOS) ate a validade.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTARRECADO.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT CUSTOMERS ASSIGN TO "CUSTOMERS.DAT"
           FILE STATUS IS WRK-CUST-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-CUST-COD
           ALTERNATE RECORD KEY IS FS-CUST-NAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS FS-CUST-DOC WITH DUPLICATES.

           SELECT MOVIES ASSIGN TO "MOVIES.DAT"
           FILE STATUS IS WRK-MOV-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES.

           SELECT EQUIPAMENTOS ASSIGN TO "EQUIPAMENTOS.DAT"
           FILE STATUS IS WRK-EQP-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-EQP-COD.

           SELECT OPERADORES ASSIGN TO "OPERADORES.DAT"
           FILE STATUS IS WRK-OPER-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-OPER-ID.
       DATA DIVISION.
       FILE SECTION.
           FD  CUSTOMERS.
           01 FS-CUSTOMER.
               COPY CUSTFLDS.
           FD  MOVIES.
           01 FS-MOVIE.
               COPY MOVIEFLDS.
           FD  EQUIPAMENTOS.
           01 FS-EQUIPMENT.
               COPY EQUIPFLDS.
           FD  OPERADORES.
           01 FS-OPERATOR.
               COPY OPERFLDS.
       WORKING-STORAGE SECTION.
       77  WRK-CUST-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-MOV-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-EQP-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-OPER-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-REC-STATUS          PIC 9(03) VALUE ZEROES.
       77  WRK-PARAM-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-TECLA               PIC X(01) VALUE SPACES.
       77  WRK-ERR-MSG             PIC X(50) VALUE SPACES.
       77  WRK-TODAY               PIC 9(08) VALUE ZEROES.
       77  WRK-DATE-INT            PIC 9(07) VALUE ZEROES.
       77  WRK-BRANCH              PIC 9(02) VALUE 1.
       77  WRK-BRANCH-MSK          PIC X(02) JUSTIFIED RIGHT.
       77  WRK-CODE-MSK            PIC X(05) JUSTIFIED RIGHT.
       77  WRK-DATE-MSK            PIC X(08) VALUE SPACES.
       77  WRK-TEXT-1              PIC X(60) VALUE SPACES.
       77  WRK-TEXT-2              PIC X(60) VALUE SPACES.
       01  WRK-RECADO.
           COPY RECADOFLDS.
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
                  BACKGROUND-COLOR 2 FROM "NOVO RECADO".

       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           CALL "LERDATANEG" USING WRK-TODAY.
           CALL "LERFILIAL" USING WRK-BRANCH, WRK-PARAM-STATUS.
           INITIALIZE WRK-RECADO.
           MOVE LNK-OPERATOR TO FS-REC-AUTHOR.
           MOVE WRK-BRANCH TO FS-REC-BRANCH.
           MOVE SPACES TO WRK-ERR-MSG.
           PERFORM 0010-GET-TARGET.
           IF WRK-ERR-MSG NOT EQUAL SPACES
               GO TO 0000-ERRO
           END-IF.
           PERFORM 0020-GET-REFERENCE.
           IF WRK-ERR-MSG NOT EQUAL SPACES
               GO TO 0000-ERRO
           END-IF.
           PERFORM 0030-GET-EXPIRY.
           IF WRK-ERR-MSG NOT EQUAL SPACES
               GO TO 0000-ERRO
           END-IF.
           DISPLAY "IMPORTANTE (S/N, ENTER=N): " AT 1105.
           MOVE SPACES TO WRK-TECLA.
           ACCEPT WRK-TECLA AT 1132.
           IF WRK-TECLA EQUAL 'S' OR WRK-TECLA EQUAL 's'
               MOVE "S" TO FS-REC-IMPORTANT
           ELSE
               MOVE "N" TO FS-REC-IMPORTANT
           END-IF.
           DISPLAY "TEXTO:" AT 1305.
           MOVE SPACES TO WRK-TEXT-1 WRK-TEXT-2.
           ACCEPT WRK-TEXT-1 AT 1405.
           ACCEPT WRK-TEXT-2 AT 1505.
           IF WRK-TEXT-1 EQUAL SPACES AND WRK-TEXT-2 EQUAL SPACES
               MOVE "RECADO SEM TEXTO NAO E GRAVADO" TO WRK-ERR-MSG
               GO TO 0000-ERRO
           END-IF.
           MOVE WRK-TEXT-1 TO FS-REC-TEXT(1:60).
           MOVE WRK-TEXT-2 TO FS-REC-TEXT(61:60).
           CALL "WRITERECADO" USING WRK-RECADO, WRK-REC-STATUS.
           IF WRK-REC-STATUS NOT EQUAL ZEROES
               GO TO 0000-FIM
           END-IF.
           DISPLAY "RECADO GRAVADO - PRESSIONE ENTER" AT 1705.
           ACCEPT WRK-TECLA AT 1738.
           GO TO 0000-FIM.
       0000-ERRO.
           DISPLAY WRK-ERR-MSG AT 1705.
           DISPLAY " - PRESSIONE ENTER" AT 1755.
           ACCEPT WRK-TECLA AT 1774.
       0000-FIM.
           GOBACK.

      *=================================================================
       0010-GET-TARGET      SECTION.
      *Destino do recado: todos, uma filial ou um operador cadastrado
      *=================================================================
           DISPLAY "PARA: TODOS (T), FILIAL (F), OPERADOR (O), "
               "ENTER=T: " AT 0305.
           MOVE SPACES TO WRK-TECLA.
           ACCEPT WRK-TECLA AT 0357.
           INSPECT WRK-TECLA CONVERTING "tfo" TO "TFO".
           EVALUATE WRK-TECLA
               WHEN SPACES
               WHEN "T"
                   SET FS-REC-PARA-TODOS TO TRUE
               WHEN "F"
                   SET FS-REC-PARA-FILIAL TO TRUE
                   DISPLAY "FILIAL (ENTER=ESTA): " AT 0405
                   MOVE SPACES TO WRK-BRANCH-MSK
                   ACCEPT WRK-BRANCH-MSK AT 0426
                   MOVE WRK-BRANCH TO FS-REC-TGT-BRANCH
                   IF WRK-BRANCH-MSK NOT EQUAL SPACES
                       INSPECT WRK-BRANCH-MSK
                           REPLACING LEADING SPACES BY ZEROES
                       IF WRK-BRANCH-MSK IS NUMERIC
                           AND WRK-BRANCH-MSK NOT EQUAL "00"
                           MOVE WRK-BRANCH-MSK TO FS-REC-TGT-BRANCH
                       ELSE
                           MOVE "FILIAL INVALIDA" TO WRK-ERR-MSG
                       END-IF
                   END-IF
               WHEN "O"
                   SET FS-REC-PARA-OPERADOR TO TRUE
                   DISPLAY "OPERADOR: " AT 0405
                   ACCEPT FS-REC-TGT-OPER AT 0415
                   PERFORM 0015-CHECK-OPERATOR
               WHEN OTHER
                   MOVE "DESTINO INVALIDO" TO WRK-ERR-MSG
           END-EVALUATE.

      *=================================================================
       0015-CHECK-OPERATOR      SECTION.
      *O operador de destino deve estar no cadastro; sem o cadastro
      *de operadores, qualquer identificacao vale
      *=================================================================
           IF FS-REC-TGT-OPER EQUAL SPACES
               MOVE "OPERADOR NAO INFORMADO" TO WRK-ERR-MSG
               GO TO 0015-FIM
           END-IF.
           OPEN INPUT OPERADORES.
           IF WRK-OPER-FSTAT NOT EQUAL ZEROES
               MOVE ZEROES TO WRK-OPER-FSTAT
               GO TO 0015-FIM
           END-IF.
           MOVE FS-REC-TGT-OPER TO FS-OPER-ID.
           READ OPERADORES
               INVALID KEY
                   MOVE "OPERADOR NAO CADASTRADO" TO WRK-ERR-MSG
           END-READ.
           CLOSE OPERADORES.
           MOVE ZEROES TO WRK-OPER-FSTAT.
       0015-FIM.
           EXIT.

      *=================================================================
       0020-GET-REFERENCE      SECTION.
      *Referencia opcional, conferida no cadastro correspondente
      *=================================================================
           DISPLAY "REFERENCIA: CLIENTE (C), FILME (M), EQUIPAMENTO "
               "(E), ENTER=NENHUMA: " AT 0605.
           MOVE SPACES TO WRK-TECLA.
           ACCEPT WRK-TECLA AT 0673.
           INSPECT WRK-TECLA CONVERTING "cme" TO "CME".
           IF WRK-TECLA EQUAL SPACES
               MOVE SPACES TO FS-REC-REF-TYPE
               GO TO 0020-FIM
           END-IF.
           IF WRK-TECLA NOT EQUAL "C" AND WRK-TECLA NOT EQUAL "M"
               AND WRK-TECLA NOT EQUAL "E"
               MOVE "REFERENCIA INVALIDA" TO WRK-ERR-MSG
               GO TO 0020-FIM
           END-IF.
           MOVE WRK-TECLA TO FS-REC-REF-TYPE.
           DISPLAY "CODIGO: " AT 0705.
           MOVE SPACES TO WRK-CODE-MSK.
           ACCEPT WRK-CODE-MSK AT 0713.
           INSPECT WRK-CODE-MSK REPLACING LEADING SPACES BY ZEROES.
           IF WRK-CODE-MSK IS NOT NUMERIC
               OR WRK-CODE-MSK EQUAL "00000"
               MOVE "CODIGO INVALIDO" TO WRK-ERR-MSG
               GO TO 0020-FIM
           END-IF.
           MOVE WRK-CODE-MSK TO FS-REC-REF-COD.
           EVALUATE TRUE
               WHEN FS-REC-REF-CLIENTE
                   PERFORM 0022-CHECK-CUSTOMER
               WHEN FS-REC-REF-FILME
                   PERFORM 0024-CHECK-MOVIE
               WHEN OTHER
                   PERFORM 0026-CHECK-EQUIPMENT
           END-EVALUATE.
       0020-FIM.
           EXIT.

      *=================================================================
       0022-CHECK-CUSTOMER      SECTION.
      *Cliente da referencia no cadastro, com o nome na tela
      *=================================================================
           OPEN INPUT CUSTOMERS.
           IF WRK-CUST-FSTAT NOT EQUAL ZEROES
               MOVE ZEROES TO WRK-CUST-FSTAT
               MOVE "CADASTRO DE CLIENTES INDISPONIVEL" TO WRK-ERR-MSG
               GO TO 0022-FIM
           END-IF.
           MOVE FS-REC-REF-COD TO FS-CUST-COD.
           READ CUSTOMERS
               INVALID KEY
                   MOVE "CLIENTE NAO CADASTRADO" TO WRK-ERR-MSG
               NOT INVALID KEY
                   DISPLAY FS-CUST-NAME AT 0720
           END-READ.
           CLOSE CUSTOMERS.
           MOVE ZEROES TO WRK-CUST-FSTAT.
       0022-FIM.
           EXIT.

      *=================================================================
       0024-CHECK-MOVIE      SECTION.
      *Filme da referencia no acervo, com o titulo na tela
      *=================================================================
           OPEN INPUT MOVIES.
           IF WRK-MOV-FSTAT NOT EQUAL ZEROES
               MOVE ZEROES TO WRK-MOV-FSTAT
               MOVE "CADASTRO DE FILMES INDISPONIVEL" TO WRK-ERR-MSG
               GO TO 0024-FIM
           END-IF.
           MOVE FS-REC-REF-COD TO FS-MOV-COD.
           READ MOVIES
               INVALID KEY
                   MOVE "FILME NAO CADASTRADO" TO WRK-ERR-MSG
               NOT INVALID KEY
                   DISPLAY FS-MOV-TITLE AT 0720
           END-READ.
           CLOSE MOVIES.
           MOVE ZEROES TO WRK-MOV-FSTAT.
       0024-FIM.
           EXIT.

      *=================================================================
       0026-CHECK-EQUIPMENT      SECTION.
      *Equipamento da referencia no cadastro, com o tipo na tela
      *=================================================================
           IF FS-REC-REF-COD GREATER THAN 9999
               MOVE "EQUIPAMENTO NAO CADASTRADO" TO WRK-ERR-MSG
               GO TO 0026-FIM
           END-IF.
           OPEN INPUT EQUIPAMENTOS.
           IF WRK-EQP-FSTAT NOT EQUAL ZEROES
               MOVE ZEROES TO WRK-EQP-FSTAT
               MOVE "CADASTRO DE EQUIPAMENTOS INDISPONIVEL"
                   TO WRK-ERR-MSG
               GO TO 0026-FIM
           END-IF.
           MOVE FS-REC-REF-COD TO FS-EQP-COD.
           READ EQUIPAMENTOS
               INVALID KEY
                   MOVE "EQUIPAMENTO NAO CADASTRADO" TO WRK-ERR-MSG
               NOT INVALID KEY
                   DISPLAY FS-EQP-TYPE AT 0720
           END-READ.
           CLOSE EQUIPAMENTOS.
           MOVE ZEROES TO WRK-EQP-FSTAT.
       0026-FIM.
           EXIT.

      *=================================================================
       0030-GET-EXPIRY      SECTION.
      *Ultimo dia do recado no quadro; o padrao e o dia seguinte do
      *movimento, para passar ao proximo turno
      *=================================================================
           COMPUTE WRK-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WRK-TODAY) + 1.
           MOVE FUNCTION DATE-OF-INTEGER(WRK-DATE-INT)
               TO FS-REC-EXPIRY.
           DISPLAY "VALIDO ATE (AAAAMMDD, ENTER=" AT 0905.
           DISPLAY FS-REC-EXPIRY AT 0933.
           DISPLAY "): " AT 0941.
           MOVE SPACES TO WRK-DATE-MSK.
           ACCEPT WRK-DATE-MSK AT 0944.
           IF WRK-DATE-MSK EQUAL SPACES
               GO TO 0030-FIM
           END-IF.
           IF WRK-DATE-MSK IS NOT NUMERIC
               MOVE "DATA INVALIDA" TO WRK-ERR-MSG
               GO TO 0030-FIM
           END-IF.
           IF WRK-DATE-MSK(5:2) LESS THAN "01"
               OR WRK-DATE-MSK(5:2) GREATER THAN "12"
               OR WRK-DATE-MSK(7:2) LESS THAN "01"
               OR WRK-DATE-MSK(7:2) GREATER THAN "31"
               MOVE "DATA INVALIDA" TO WRK-ERR-MSG
               GO TO 0030-FIM
           END-IF.
           MOVE WRK-DATE-MSK TO FS-REC-EXPIRY.
           IF FS-REC-EXPIRY LESS THAN WRK-TODAY
               MOVE "VALIDADE ANTES DA DATA DO MOVIMENTO" TO WRK-ERR-MSG
           END-IF.
       0030-FIM.
           EXIT.
       END PROGRAM POSTARRECADO.
