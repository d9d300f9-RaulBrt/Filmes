      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Mostra ao operador os recados do quadro de passagem
      *           de turno que o alcancam (para todos, para a filial da
      *           sessao ou para ele), ainda dentro da validade, um por
      *           tela. Recado nao lido so sai da tela com o CIENTE do
      *           operador, gravado em CIENTES.DAT. Na entrada da
      *           sessao (modo "E", chamado pelo FILMES) aparecem so os
      *           nao lidos e, sem nenhum, nada e mostrado; pelo menu
      *           aparecem tambem os ja lidos, marcados. O proprio
      *           autor nao recebe o recado.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LERRECADOS.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT RECADOS ASSIGN TO "RECADOS.DAT"
           FILE STATUS IS WRK-REC-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT CIENTES ASSIGN TO "CIENTES.DAT"
           FILE STATUS IS WRK-CIE-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  RECADOS.
           01 FS-RECADO.
               COPY RECADOFLDS.
           FD  CIENTES.
           01 FS-CIENTE.
               COPY CIENTEFLDS.
       WORKING-STORAGE SECTION.
       77  WRK-REC-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-CIE-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-CIE-STATUS          PIC 9(03) VALUE ZEROES.
       77  WRK-PARAM-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-RUN-MODE            PIC X(01) VALUE SPACES.
       77  WRK-TECLA               PIC X(01) VALUE SPACES.
       77  WRK-TODAY               PIC 9(08) VALUE ZEROES.
       77  WRK-BRANCH              PIC 9(02) VALUE 1.
       77  WRK-SHOWN               PIC 9(03) VALUE ZEROES.
       77  WRK-FOR-ME              PIC 9(01) VALUE ZEROES.
       77  WRK-READ-IT             PIC 9(01) VALUE ZEROES.
      *Recados ja lidos pelo operador
       77  WRK-ACK-COUNT           PIC 9(03) VALUE ZEROES.
       77  WRK-ACK-SUB             PIC 9(03) VALUE ZEROES.
       01  WRK-ACK-TABLE.
           05 WRK-ACK-KEY          PIC X(24) OCCURS 500 TIMES.
       01  WRK-HORA.
           05 WRK-HORA-HH          PIC 9(02).
           05 FILLER               PIC X(01) VALUE ":".
           05 WRK-HORA-MM          PIC 9(02).
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
                  BACKGROUND-COLOR 2 FROM "RECADOS DO TURNO".

       PROCEDURE DIVISION USING LNK-OPERATOR, OPTIONAL LNK-MODE.
       0000-MAIN-PROCEDURE.
           MOVE SPACES TO WRK-RUN-MODE.
           IF LNK-MODE NOT OMITTED
               MOVE LNK-MODE TO WRK-RUN-MODE
           END-IF.
           CALL "LERDATANEG" USING WRK-TODAY.
           CALL "LERFILIAL" USING WRK-BRANCH, WRK-PARAM-STATUS.
           PERFORM 0010-LOAD-ACKS.
           MOVE ZEROES TO WRK-SHOWN.
           OPEN INPUT RECADOS.
           IF WRK-REC-FSTAT EQUAL ZEROES
               PERFORM UNTIL WRK-REC-FSTAT NOT EQUAL ZEROES
                   READ RECADOS
                       AT END
                           MOVE 100 TO WRK-REC-FSTAT
                       NOT AT END
                           PERFORM 0020-CHECK-RECADO
                           IF WRK-FOR-ME EQUAL 1
                               PERFORM 0030-SHOW-RECADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECADOS
           END-IF.
           MOVE ZEROES TO WRK-REC-FSTAT.
           IF WRK-SHOWN EQUAL ZEROES AND WRK-RUN-MODE NOT EQUAL "E"
               DISPLAY CLEAR-SCREEN
               DISPLAY TITLE-SCREEN
               CALL "MARCATREINO"
               DISPLAY "NENHUM RECADO PARA VOCE - PRESSIONE ENTER"
                   AT 0305
               ACCEPT WRK-TECLA AT 0347
           END-IF.
           GOBACK.

      *=================================================================
       0010-LOAD-ACKS      SECTION.
      *Guarda as chaves dos recados que o operador ja leu
      *=================================================================
           INITIALIZE WRK-ACK-TABLE.
           MOVE ZEROES TO WRK-ACK-COUNT.
           OPEN INPUT CIENTES.
           IF WRK-CIE-FSTAT NOT EQUAL ZEROES
               MOVE ZEROES TO WRK-CIE-FSTAT
               GO TO 0010-FIM
           END-IF.
           PERFORM UNTIL WRK-CIE-FSTAT NOT EQUAL ZEROES
               READ CIENTES
                   AT END
                       MOVE 100 TO WRK-CIE-FSTAT
                   NOT AT END
                       IF FS-CIE-OPERATOR EQUAL LNK-OPERATOR
                           AND WRK-ACK-COUNT LESS THAN 500
                           ADD 1 TO WRK-ACK-COUNT
                           MOVE FS-CIE-REC-KEY
                               TO WRK-ACK-KEY(WRK-ACK-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CIENTES.
           MOVE ZEROES TO WRK-CIE-FSTAT.
       0010-FIM.
           EXIT.

      *=================================================================
       0020-CHECK-RECADO      SECTION.
      *O recado corrente e para o operador: valido, com o destino
      *certo e de outro autor; na entrada, so se ainda nao foi lido
      *=================================================================
           MOVE ZEROES TO WRK-FOR-ME WRK-READ-IT.
           IF FS-REC-EXPIRY LESS THAN WRK-TODAY
               OR FS-REC-AUTHOR EQUAL LNK-OPERATOR
               GO TO 0020-FIM
           END-IF.
           EVALUATE TRUE
               WHEN FS-REC-PARA-TODOS
                   MOVE 1 TO WRK-FOR-ME
               WHEN FS-REC-PARA-FILIAL
                   IF FS-REC-TGT-BRANCH EQUAL WRK-BRANCH
                       MOVE 1 TO WRK-FOR-ME
                   END-IF
               WHEN FS-REC-PARA-OPERADOR
                   IF FS-REC-TGT-OPER EQUAL LNK-OPERATOR
                       MOVE 1 TO WRK-FOR-ME
                   END-IF
           END-EVALUATE.
           IF WRK-FOR-ME EQUAL ZEROES
               GO TO 0020-FIM
           END-IF.
           PERFORM VARYING WRK-ACK-SUB FROM 1 BY 1
                   UNTIL WRK-ACK-SUB GREATER THAN WRK-ACK-COUNT
                   OR WRK-READ-IT EQUAL 1
               IF WRK-ACK-KEY(WRK-ACK-SUB) EQUAL FS-REC-KEY
                   MOVE 1 TO WRK-READ-IT
               END-IF
           END-PERFORM.
           IF WRK-READ-IT EQUAL 1 AND WRK-RUN-MODE EQUAL "E"
               MOVE ZEROES TO WRK-FOR-ME
           END-IF.
       0020-FIM.
           EXIT.

      *=================================================================
       0030-SHOW-RECADO      SECTION.
      *Mostra o recado corrente; nao lido, grava o CIENTE do operador
      *=================================================================
           ADD 1 TO WRK-SHOWN.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           MOVE FS-REC-TIME(1:2) TO WRK-HORA-HH.
           MOVE FS-REC-TIME(3:2) TO WRK-HORA-MM.
           DISPLAY "DE: " AT 0305.
           DISPLAY FS-REC-AUTHOR AT 0309.
           DISPLAY "EM: " AT 0320.
           DISPLAY FS-REC-DATE AT 0324.
           DISPLAY WRK-HORA AT 0333.
           DISPLAY "FILIAL: " AT 0340.
           DISPLAY FS-REC-BRANCH AT 0348.
           EVALUATE TRUE
               WHEN FS-REC-PARA-FILIAL
                   DISPLAY "PARA: FILIAL " AT 0405
                   DISPLAY FS-REC-TGT-BRANCH AT 0418
               WHEN FS-REC-PARA-OPERADOR
                   DISPLAY "PARA: " AT 0405
                   DISPLAY FS-REC-TGT-OPER AT 0411
               WHEN OTHER
                   DISPLAY "PARA: TODOS" AT 0405
           END-EVALUATE.
           DISPLAY "VALIDO ATE: " AT 0425.
           DISPLAY FS-REC-EXPIRY AT 0437.
           IF FS-REC-IMPORTANTE
               DISPLAY "*** IMPORTANTE ***" AT 0450
           END-IF.
           EVALUATE TRUE
               WHEN FS-REC-REF-CLIENTE
                   DISPLAY "REFERENTE AO CLIENTE " AT 0505
                   DISPLAY FS-REC-REF-COD AT 0526
               WHEN FS-REC-REF-FILME
                   DISPLAY "REFERENTE AO FILME " AT 0505
                   DISPLAY FS-REC-REF-COD AT 0524
               WHEN FS-REC-REF-EQUIPAMENTO
                   DISPLAY "REFERENTE AO EQUIPAMENTO " AT 0505
                   DISPLAY FS-REC-REF-COD(2:4) AT 0530
           END-EVALUATE.
           DISPLAY FS-REC-TEXT(1:60) AT 0705.
           DISPLAY FS-REC-TEXT(61:60) AT 0805.
           IF WRK-READ-IT EQUAL 1
               DISPLAY "JA LIDO - PRESSIONE ENTER" AT 1005
               ACCEPT WRK-TECLA AT 1031
               GO TO 0030-FIM
           END-IF.
           DISPLAY "CIENTE (ENTER): " AT 1005.
           ACCEPT WRK-TECLA AT 1021.
           CALL "WRITECIENTE" USING FS-REC-KEY, LNK-OPERATOR,
               WRK-CIE-STATUS.
       0030-FIM.
           EXIT.
       END PROGRAM LERRECADOS.
