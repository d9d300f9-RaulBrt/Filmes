      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Aviso ao balcao quando o cliente digitado tem
      *           ocorrencia em aberto em OCORRENCIAS.DAT ou alerta
      *           marcado pelo supervisor: mostra uma tela com as
      *           ocorrencias em questao e espera o ENTER do operador
      *           antes de seguir com o atendimento. Sem nada a
      *           avisar, nao mostra nada. Devolve 1 em LNK-SHOWN
      *           quando a tela foi mostrada, para o chamador
      *           redesenhar a sua.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTACLIENTE.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT OCORRENCIAS ASSIGN TO "OCORRENCIAS.DAT"
           FILE STATUS IS WRK-OCO-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-OCO-KEY.
       DATA DIVISION.
       FILE SECTION.
           FD  OCORRENCIAS.
           01 FS-OCORRENCIA.
               COPY OCOFLDS.
       WORKING-STORAGE SECTION.
       77  WRK-OCO-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-EOF                 PIC 9(01) VALUE ZEROES.
       77  WRK-TECLA               PIC X(01) VALUE SPACES.
       77  WRK-BUFF                PIC X(71) VALUE SPACES.
       77  WRK-LINE                PIC 9(04) VALUE ZEROES.
       77  WRK-TYPE-NAME           PIC X(11) VALUE SPACES.
       77  WRK-OPEN-COUNT          PIC 9(03) VALUE ZEROES.
       77  WRK-ALERT-COUNT         PIC 9(03) VALUE ZEROES.
      *Ocorrencias guardadas para a tela (abertas ou com alerta)
       77  WRK-HIT-COUNT           PIC 9(02) VALUE ZEROES.
       77  WRK-HIT-SUB             PIC 9(02) VALUE ZEROES.
       01  WRK-HIT-TABLE.
           05 WRK-HIT-LINE         PIC X(71) OCCURS 12 TIMES.
       LINKAGE SECTION.
       77  LNK-CUST-COD            PIC 9(05).
       77  LNK-SHOWN               PIC 9(01).
       SCREEN  SECTION.
       01  CLEAR.
           05 CLEAR-SCREEN.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL.
       01  SHOW-MV.
           05 TITLE-SCREEN.
               10 LINE 01 COLUMN 01    PIC X(32) ERASE EOL
                  BACKGROUND-COLOR 4 FROM
                  "ATENCAO - OCORRENCIAS DO CLIENTE".
       01  SHOW-LINE.
           05 DTA.
               10 LINE WRK-LINE COLUMN 01 PIC X(71) ERASE EOL
                  BACKGROUND-COLOR 0 FOREGROUND-COLOR 2 FROM WRK-BUFF.

       PROCEDURE DIVISION USING LNK-CUST-COD, LNK-SHOWN.
       0000-MAIN-PROCEDURE.
           MOVE ZEROES TO LNK-SHOWN.
           MOVE ZEROES TO WRK-OPEN-COUNT WRK-ALERT-COUNT WRK-HIT-COUNT.
           INITIALIZE WRK-HIT-TABLE.
           OPEN INPUT OCORRENCIAS.
           IF WRK-OCO-FSTAT NOT EQUAL ZEROES
               MOVE ZEROES TO WRK-OCO-FSTAT
               GOBACK
           END-IF.
           MOVE ZEROES TO WRK-EOF.
           MOVE LNK-CUST-COD TO FS-OCO-CUST-COD.
           MOVE ZEROES TO FS-OCO-DATE.
           MOVE ZEROES TO FS-OCO-TIME.
           START OCORRENCIAS KEY IS NOT LESS THAN FS-OCO-KEY
               INVALID KEY
                   MOVE 1 TO WRK-EOF
           END-START.
           PERFORM UNTIL WRK-EOF EQUAL 1
               READ OCORRENCIAS NEXT RECORD
                   AT END
                       MOVE 1 TO WRK-EOF
                   NOT AT END
                       IF FS-OCO-CUST-COD NOT EQUAL LNK-CUST-COD
                           MOVE 1 TO WRK-EOF
                       ELSE
                           IF FS-OCO-ABERTA OR FS-OCO-ALERTA
                               PERFORM 0010-KEEP-ONE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OCORRENCIAS.
           MOVE ZEROES TO WRK-OCO-FSTAT.
           IF WRK-OPEN-COUNT GREATER THAN ZEROES
               OR WRK-ALERT-COUNT GREATER THAN ZEROES
               PERFORM 0020-SHOW-ALERT
               MOVE 1 TO LNK-SHOWN
           END-IF.
           GOBACK.

      *=================================================================
       0010-KEEP-ONE      SECTION.
      *Conta a ocorrencia corrente e guarda a linha dela para a tela
      *=================================================================
           IF FS-OCO-ABERTA
               ADD 1 TO WRK-OPEN-COUNT
           END-IF.
           IF FS-OCO-ALERTA
               ADD 1 TO WRK-ALERT-COUNT
           END-IF.
           IF WRK-HIT-COUNT NOT LESS THAN 12
               GO TO 0010-FIM
           END-IF.
           EVALUATE TRUE
               WHEN FS-OCO-DEFEITO
                   MOVE "DEFEITO"     TO WRK-TYPE-NAME
               WHEN FS-OCO-COBRANCA
                   MOVE "COBRANCA"    TO WRK-TYPE-NAME
               WHEN FS-OCO-ATENDIMENTO
                   MOVE "ATENDIMENTO" TO WRK-TYPE-NAME
               WHEN FS-OCO-AMEACA
                   MOVE "AMEACA"      TO WRK-TYPE-NAME
               WHEN OTHER
                   MOVE "OUTROS"      TO WRK-TYPE-NAME
           END-EVALUATE.
           ADD 1 TO WRK-HIT-COUNT.
           MOVE SPACES TO WRK-BUFF.
           IF FS-OCO-ALERTA
               MOVE "ALERTA" TO WRK-BUFF(01:06)
           END-IF.
           IF FS-OCO-ABERTA
               MOVE "ABERTA" TO WRK-BUFF(08:06)
           END-IF.
           MOVE FS-OCO-DATE TO WRK-BUFF(15:08).
           MOVE WRK-TYPE-NAME TO WRK-BUFF(24:11).
           MOVE FS-OCO-DESC(1:36) TO WRK-BUFF(36:36).
           MOVE WRK-BUFF TO WRK-HIT-LINE(WRK-HIT-COUNT).
       0010-FIM.
           EXIT.

      *=================================================================
       0020-SHOW-ALERT      SECTION.
      *Mostra as ocorrencias guardadas e espera o ENTER do operador
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           MOVE SPACES TO WRK-BUFF.
           STRING "CLIENTE " LNK-CUST-COD " - ABERTAS: "
               WRK-OPEN-COUNT " - COM ALERTA: " WRK-ALERT-COUNT
               INTO WRK-BUFF.
           MOVE 03 TO WRK-LINE.
           DISPLAY DTA.
           MOVE "ALERTA SIT.   DATA     TIPO        DESCRICAO"
               TO WRK-BUFF.
           MOVE 05 TO WRK-LINE.
           DISPLAY DTA.
           PERFORM VARYING WRK-HIT-SUB FROM 1 BY 1
                   UNTIL WRK-HIT-SUB GREATER THAN WRK-HIT-COUNT
               MOVE WRK-HIT-LINE(WRK-HIT-SUB) TO WRK-BUFF
               ADD 1 TO WRK-LINE
               DISPLAY DTA
           END-PERFORM.
           DISPLAY "DETALHES EM CLIENTES / OCORRENCIAS" AT 1901.
           DISPLAY "PRESSIONE ENTER PARA CONTINUAR" AT 2001.
           ACCEPT WRK-TECLA AT 2032.
       END PROGRAM ALERTACLIENTE.
