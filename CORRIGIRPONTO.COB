      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Correcao, pelo supervisor, das saidas nao batidas no
      *           relogio de ponto. Lista as marcacoes "F" gravadas
      *           pelo FIMDODIA que ainda nao tem a saida corrigida do
      *           operador no dia; o supervisor escolhe a linha, informa
      *           a hora real da saida e o motivo, obrigatorio. A saida
      *           e gravada no PONTO.DAT com origem "C", o supervisor e
      *           o motivo; o original nao e alterado. A hora deve cair
      *           depois da ultima marcacao do dia e antes da marcacao
      *           do FIMDODIA, e ninguem corrige o proprio ponto.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRIGIRPONTO.
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
       77  WRK-NIVEL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-MIN-LEVEL           PIC 9(01) VALUE 2.
       77  WRK-TECLA               PIC X(01) VALUE SPACES.
       77  WRK-BUFF                PIC X(71) VALUE SPACES.
       77  WRK-LINE                PIC 9(04) VALUE ZEROES.
       77  WRK-ERR-MSG             PIC X(50) VALUE SPACES.
      *Marcacoes pendentes
       77  WRK-PEND-COUNT          PIC 9(03) VALUE ZEROES.
       77  WRK-PEND-SUB            PIC 9(03) VALUE ZEROES.
       77  WRK-PEND-FULL           PIC 9(01) VALUE ZEROES.
       77  WRK-ITEM-MSK            PIC X(03) JUSTIFIED RIGHT.
       77  WRK-ITEM                PIC 9(03) VALUE ZEROES.
      *Saida informada
       77  WRK-HHMM-MSK            PIC X(04) VALUE SPACES.
       77  WRK-REASON              PIC X(40) VALUE SPACES.
       77  WRK-LAST-TIME           PIC 9(08) VALUE ZEROES.
       77  WRK-LAST-BRANCH         PIC 9(02) VALUE ZEROES.
       77  WRK-TYPE                PIC X(01) VALUE "S".
       77  WRK-ORIGIN              PIC X(01) VALUE "C".
       01  WRK-OUT-TIME            PIC 9(08) VALUE ZEROES.
       01  WRK-OUT-TIME-R REDEFINES WRK-OUT-TIME.
           05 WRK-OUT-HH           PIC 9(02).
           05 WRK-OUT-MM           PIC 9(02).
           05 WRK-OUT-SSCC         PIC 9(04).
       01  WRK-PEND-TABLE.
           05 WRK-PEND-ENTRY       OCCURS 100 TIMES.
               10 WRK-PEND-OPER    PIC X(08).
               10 WRK-PEND-DATE    PIC 9(08).
               10 WRK-PEND-TIME    PIC 9(08).
               10 WRK-PEND-DONE    PIC X(01).
                   88 WRK-PEND-CORRIGIDA       VALUE "S".
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
                  BACKGROUND-COLOR 2 FROM "CORRIGIR PONTO".
       01  SHOW-LINE.
           05 DTA.
               10 LINE WRK-LINE COLUMN 01 PIC X(71) ERASE EOL
                  BACKGROUND-COLOR 0 FOREGROUND-COLOR 2 FROM WRK-BUFF.

       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           CALL "CHECKNIVEL" USING LNK-OPERATOR, WRK-MIN-LEVEL,
               WRK-NIVEL-STATUS, "CORRIGIR PONTO  ".
           IF WRK-NIVEL-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-NIVEL-STATUS, "CORRIGIRPONTO"
               GOBACK
           END-IF.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           PERFORM 0010-LOAD-PENDING.
           PERFORM 0020-SHOW-PENDING.
           IF WRK-PEND-COUNT EQUAL ZEROES
               DISPLAY "NENHUMA SAIDA PENDENTE - PRESSIONE ENTER"
                   AT 2301
               ACCEPT WRK-TECLA AT 2342
               GO TO 0000-FIM
           END-IF.
           DISPLAY "LINHA A CORRIGIR (ENTER=VOLTAR): " AT 2001.
           MOVE SPACES TO WRK-ITEM-MSK.
           ACCEPT WRK-ITEM-MSK AT 2034.
           IF WRK-ITEM-MSK EQUAL SPACES
               GO TO 0000-FIM
           END-IF.
           INSPECT WRK-ITEM-MSK REPLACING LEADING SPACES BY ZEROES.
           MOVE SPACES TO WRK-ERR-MSG.
           IF WRK-ITEM-MSK IS NOT NUMERIC
               MOVE "LINHA INVALIDA" TO WRK-ERR-MSG
               GO TO 0000-ERRO
           END-IF.
           MOVE WRK-ITEM-MSK TO WRK-ITEM.
           PERFORM 0030-CHECK-ITEM.
           IF WRK-ERR-MSG NOT EQUAL SPACES
               GO TO 0000-ERRO
           END-IF.
           PERFORM 0040-FIND-LAST-PUNCH.
           DISPLAY "HORA DA SAIDA (HHMM, 24 EM DIANTE APOS 0H): "
               AT 2101.
           MOVE SPACES TO WRK-HHMM-MSK.
           ACCEPT WRK-HHMM-MSK AT 2146.
           PERFORM 0050-CHECK-TIME.
           IF WRK-ERR-MSG NOT EQUAL SPACES
               GO TO 0000-ERRO
           END-IF.
           DISPLAY "MOTIVO: " AT 2201.
           MOVE SPACES TO WRK-REASON.
           ACCEPT WRK-REASON AT 2209.
           IF WRK-REASON EQUAL SPACES
               MOVE "MOTIVO OBRIGATORIO" TO WRK-ERR-MSG
               GO TO 0000-ERRO
           END-IF.
           CALL "WRITEPONTO" USING WRK-PEND-DATE(WRK-ITEM),
               WRK-OUT-TIME, WRK-PEND-OPER(WRK-ITEM), WRK-LAST-BRANCH,
               WRK-TYPE, WRK-ORIGIN, LNK-OPERATOR, WRK-REASON,
               WRK-PNT-STATUS.
           IF WRK-PNT-STATUS NOT EQUAL ZEROES
               GO TO 0000-FIM
           END-IF.
           DISPLAY "SAIDA CORRIGIDA - PRESSIONE ENTER" AT 2301.
           ACCEPT WRK-TECLA AT 2335.
           GO TO 0000-FIM.
       0000-ERRO.
           DISPLAY WRK-ERR-MSG AT 2301.
           DISPLAY " - PRESSIONE ENTER" AT 2351.
           ACCEPT WRK-TECLA AT 2370.
       0000-FIM.
           GOBACK.

      *=================================================================
       0010-LOAD-PENDING      SECTION.
      *Guarda as marcacoes "F" e baixa as que ja tem saida corrigida
      *do mesmo operador e dia
      *=================================================================
           INITIALIZE WRK-PEND-TABLE.
           MOVE ZEROES TO WRK-PEND-COUNT WRK-PEND-FULL.
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
                       IF FS-PNT-SEM-SAIDA
                           PERFORM 0015-KEEP-PENDING
                       END-IF
                       IF FS-PNT-SAIDA AND FS-PNT-CORRECAO
                           PERFORM 0016-MARK-CORRECTED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PONTO.
           MOVE ZEROES TO WRK-PNT-FSTAT.
       0010-FIM.
           EXIT.

      *=================================================================
       0015-KEEP-PENDING      SECTION.
      *Inclui a marcacao "F" corrente na tabela de pendentes
      *=================================================================
           IF WRK-PEND-COUNT NOT LESS THAN 100
               MOVE 1 TO WRK-PEND-FULL
               GO TO 0015-FIM
           END-IF.
           ADD 1 TO WRK-PEND-COUNT.
           MOVE FS-PNT-OPERATOR TO WRK-PEND-OPER(WRK-PEND-COUNT).
           MOVE FS-PNT-DATE TO WRK-PEND-DATE(WRK-PEND-COUNT).
           MOVE FS-PNT-TIME TO WRK-PEND-TIME(WRK-PEND-COUNT).
           MOVE "N" TO WRK-PEND-DONE(WRK-PEND-COUNT).
       0015-FIM.
           EXIT.

      *=================================================================
       0016-MARK-CORRECTED      SECTION.
      *A saida corrigida baixa a pendencia do mesmo operador e dia
      *=================================================================
           PERFORM VARYING WRK-PEND-SUB FROM 1 BY 1
                   UNTIL WRK-PEND-SUB GREATER THAN WRK-PEND-COUNT
               IF WRK-PEND-OPER(WRK-PEND-SUB) EQUAL FS-PNT-OPERATOR
                   AND WRK-PEND-DATE(WRK-PEND-SUB) EQUAL FS-PNT-DATE
                   MOVE "S" TO WRK-PEND-DONE(WRK-PEND-SUB)
               END-IF
           END-PERFORM.

      *=================================================================
       0020-SHOW-PENDING      SECTION.
      *Lista as pendencias em aberto, numeradas pela posicao na
      *tabela; cabem 15 na tela, as mais antigas primeiro
      *=================================================================
           MOVE 02 TO WRK-LINE.
           MOVE SPACES TO WRK-BUFF.
           MOVE "LINHA OPERADOR DATA     FIMDODIA" TO WRK-BUFF.
           ADD 1 TO WRK-LINE.
           DISPLAY DTA.
           MOVE ZEROES TO WRK-ITEM.
           PERFORM VARYING WRK-PEND-SUB FROM 1 BY 1
                   UNTIL WRK-PEND-SUB GREATER THAN WRK-PEND-COUNT
                   OR WRK-LINE NOT LESS THAN 18
               IF NOT WRK-PEND-CORRIGIDA(WRK-PEND-SUB)
                   ADD 1 TO WRK-ITEM
                   MOVE SPACES TO WRK-BUFF
                   MOVE WRK-PEND-SUB TO WRK-BUFF(3:3)
                   MOVE WRK-PEND-OPER(WRK-PEND-SUB) TO WRK-BUFF(7:8)
                   MOVE WRK-PEND-DATE(WRK-PEND-SUB) TO WRK-BUFF(16:8)
                   MOVE WRK-PEND-TIME(WRK-PEND-SUB)(1:2)
                       TO WRK-BUFF(25:2)
                   MOVE ":" TO WRK-BUFF(27:1)
                   MOVE WRK-PEND-TIME(WRK-PEND-SUB)(3:2)
                       TO WRK-BUFF(28:2)
                   ADD 1 TO WRK-LINE
                   DISPLAY DTA
               END-IF
           END-PERFORM.
           IF WRK-PEND-FULL EQUAL 1
               MOVE "TABELA CHEIA - CORRIJA AS MAIS ANTIGAS PRIMEIRO"
                   TO WRK-BUFF
               ADD 1 TO WRK-LINE
               DISPLAY DTA
           END-IF.
      *Sem nenhuma em aberto, nada a corrigir
           IF WRK-ITEM EQUAL ZEROES
               MOVE ZEROES TO WRK-PEND-COUNT
           END-IF.

      *=================================================================
       0030-CHECK-ITEM      SECTION.
      *A linha escolhida deve estar em aberto e nao ser do proprio
      *supervisor
      *=================================================================
           IF WRK-ITEM EQUAL ZEROES
               OR WRK-ITEM GREATER THAN WRK-PEND-COUNT
               MOVE "LINHA INVALIDA" TO WRK-ERR-MSG
               GO TO 0030-FIM
           END-IF.
           IF WRK-PEND-CORRIGIDA(WRK-ITEM)
               MOVE "SAIDA JA CORRIGIDA" TO WRK-ERR-MSG
               GO TO 0030-FIM
           END-IF.
           IF WRK-PEND-OPER(WRK-ITEM) EQUAL LNK-OPERATOR
               MOVE "O PROPRIO PONTO E CORRIGIDO POR OUTRO SUPERVISOR"
                   TO WRK-ERR-MSG
           END-IF.
       0030-FIM.
           EXIT.

      *=================================================================
       0040-FIND-LAST-PUNCH      SECTION.
      *Ultima marcacao do operador no dia antes da do FIMDODIA, com a
      *filial, que vale para a saida corrigida
      *=================================================================
           MOVE ZEROES TO WRK-LAST-TIME.
           MOVE 1 TO WRK-LAST-BRANCH.
           OPEN INPUT PONTO.
           IF WRK-PNT-FSTAT NOT EQUAL ZEROES
               MOVE ZEROES TO WRK-PNT-FSTAT
               GO TO 0040-FIM
           END-IF.
           PERFORM UNTIL WRK-PNT-FSTAT NOT EQUAL ZEROES
               READ PONTO
                   AT END
                       MOVE 100 TO WRK-PNT-FSTAT
                   NOT AT END
                       IF FS-PNT-OPERATOR EQUAL WRK-PEND-OPER(WRK-ITEM)
                           AND FS-PNT-DATE EQUAL WRK-PEND-DATE(WRK-ITEM)
                           AND NOT FS-PNT-SEM-SAIDA
                           AND FS-PNT-TIME GREATER THAN WRK-LAST-TIME
                           MOVE FS-PNT-TIME TO WRK-LAST-TIME
                           MOVE FS-PNT-BRANCH TO WRK-LAST-BRANCH
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PONTO.
           MOVE ZEROES TO WRK-PNT-FSTAT.
       0040-FIM.
           EXIT.

      *=================================================================
       0050-CHECK-TIME      SECTION.
      *Hora HHMM valida, depois da ultima marcacao do dia e antes da
      *marcacao do FIMDODIA
      *=================================================================
           IF WRK-HHMM-MSK IS NOT NUMERIC
               MOVE "HORA INVALIDA" TO WRK-ERR-MSG
               GO TO 0050-FIM
           END-IF.
           MOVE ZEROES TO WRK-OUT-TIME.
           MOVE WRK-HHMM-MSK(1:2) TO WRK-OUT-HH.
           MOVE WRK-HHMM-MSK(3:2) TO WRK-OUT-MM.
           IF WRK-OUT-HH GREATER THAN 29 OR WRK-OUT-MM GREATER THAN 59
               MOVE "HORA INVALIDA" TO WRK-ERR-MSG
               GO TO 0050-FIM
           END-IF.
           IF WRK-OUT-TIME NOT GREATER THAN WRK-LAST-TIME
               MOVE "HORA ANTES DA ULTIMA MARCACAO DO DIA"
                   TO WRK-ERR-MSG
               GO TO 0050-FIM
           END-IF.
           IF WRK-OUT-TIME NOT LESS THAN WRK-PEND-TIME(WRK-ITEM)
               MOVE "HORA DEPOIS DO FECHAMENTO DO DIA" TO WRK-ERR-MSG
           END-IF.
       0050-FIM.
           EXIT.
       END PROGRAM CORRIGIRPONTO.
