      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Apurar as horas trabalhadas no mes por operador a
      *           partir do relogio de ponto (PONTO.DAT). As marcacoes
      *           do mes sao classificadas por operador, dia e hora; os
      *           trechos vao da entrada (ou do retorno do intervalo)
      *           ate a saida para o intervalo ou a saida do
      *           expediente. Por dia, o que passa da jornada diaria e
      *           hora extra; o que cai entre 22h e 5h e hora noturna.
      *           Dia com saida pendente (marcacao "F" do FIMDODIA sem
      *           a correcao do supervisor) fica sem o trecho aberto e
      *           e contado a parte. Devolve o quadro de HORASFLDS.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCHORAS.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT PONTO ASSIGN TO "PONTO.DAT"
           FILE STATUS IS WRK-PNT-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK ASSIGN TO "PONTOSORT.TMP".
       DATA DIVISION.
       FILE SECTION.
           FD  PONTO.
           01 FS-PONTO.
               COPY PONTOFLDS.
           SD  SORT-WORK.
           01 SRT-REC.
               05 SRT-OPERATOR         PIC X(08).
               05 SRT-DATE             PIC 9(08).
               05 SRT-TIME             PIC 9(08).
               05 SRT-TYPE             PIC X(01).
       WORKING-STORAGE SECTION.
       77  WRK-PNT-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-SORT-EOF            PIC 9(01) VALUE ZEROES.
      *Jornada diaria normal, em minutos, e a faixa noturna (22h as 5h,
      *contando a hora de 24 em diante depois da meia-noite)
       77  WRK-DAY-LIMIT           PIC 9(04) VALUE 480.
       77  WRK-NIGHT-END-1         PIC 9(04) VALUE 300.
       77  WRK-NIGHT-START-2       PIC 9(04) VALUE 1320.
       77  WRK-NIGHT-END-2         PIC 9(04) VALUE 1740.
      *Operador e dia correntes da classificacao
       77  WRK-CUR-OPER            PIC X(08) VALUE SPACES.
       77  WRK-CUR-DATE            PIC 9(08) VALUE ZEROES.
       77  WRK-SUB                 PIC 9(02) VALUE ZEROES.
       77  WRK-FOUND               PIC 9(01) VALUE ZEROES.
       77  WRK-STATE               PIC X(01) VALUE "F".
           88 WRK-FORA                     VALUE "F".
           88 WRK-TRABALHANDO              VALUE "T".
           88 WRK-EM-INTERVALO             VALUE "I".
       77  WRK-START-MIN           PIC 9(04) VALUE ZEROES.
       77  WRK-END-MIN             PIC 9(04) VALUE ZEROES.
       77  WRK-DAY-WORKED          PIC 9(05) VALUE ZEROES.
       77  WRK-DAY-NIGHT           PIC 9(05) VALUE ZEROES.
       77  WRK-LO                  PIC 9(04) VALUE ZEROES.
       77  WRK-HI                  PIC 9(04) VALUE ZEROES.
       01  WRK-TIME                PIC 9(08) VALUE ZEROES.
       01  WRK-TIME-R REDEFINES WRK-TIME.
           05 WRK-TIME-HH          PIC 9(02).
           05 WRK-TIME-MM          PIC 9(02).
           05 WRK-TIME-SSCC        PIC 9(04).
       LINKAGE SECTION.
       77  LNK-MONTH               PIC 9(06).
       01  LNK-HOURS.
           COPY HORASFLDS.
       77  LNK-STATUS              PIC 9(03).

       PROCEDURE DIVISION USING LNK-MONTH, LNK-HOURS, LNK-STATUS.
       0000-MAIN-PROCEDURE.
           MOVE ZEROES TO LNK-STATUS.
           INITIALIZE LNK-HOURS.
           OPEN INPUT PONTO.
           IF WRK-PNT-FSTAT NOT EQUAL ZEROES
               MOVE WRK-PNT-FSTAT TO LNK-STATUS
               MOVE ZEROES TO WRK-PNT-FSTAT
               GOBACK
           END-IF.
           CLOSE PONTO.
           SORT SORT-WORK
               ON ASCENDING KEY SRT-OPERATOR SRT-DATE SRT-TIME
               INPUT PROCEDURE IS 0010-FEED-SORT
               OUTPUT PROCEDURE IS 0020-WALK-PUNCHES.
           GOBACK.

      *=================================================================
       0010-FEED-SORT      SECTION.
      *Libera as marcacoes do mes pedido
      *=================================================================
           OPEN INPUT PONTO.
           PERFORM UNTIL WRK-PNT-FSTAT NOT EQUAL ZEROES
               READ PONTO
                   AT END
                       MOVE 100 TO WRK-PNT-FSTAT
                   NOT AT END
                       IF FS-PNT-DATE(1:6) EQUAL LNK-MONTH
                           MOVE FS-PNT-OPERATOR TO SRT-OPERATOR
                           MOVE FS-PNT-DATE     TO SRT-DATE
                           MOVE FS-PNT-TIME     TO SRT-TIME
                           MOVE FS-PNT-TYPE     TO SRT-TYPE
                           RELEASE SRT-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PONTO.
           MOVE ZEROES TO WRK-PNT-FSTAT.

      *=================================================================
       0020-WALK-PUNCHES      SECTION.
      *Percorre as marcacoes classificadas fechando os trechos e, na
      *troca de operador ou de dia, o dia anterior
      *=================================================================
           MOVE SPACES TO WRK-CUR-OPER.
           MOVE ZEROES TO WRK-CUR-DATE WRK-SUB.
           MOVE ZEROES TO WRK-SORT-EOF.
           PERFORM UNTIL WRK-SORT-EOF EQUAL 1
               RETURN SORT-WORK
                   AT END
                       MOVE 1 TO WRK-SORT-EOF
                   NOT AT END
                       IF SRT-OPERATOR NOT EQUAL WRK-CUR-OPER
                           OR SRT-DATE NOT EQUAL WRK-CUR-DATE
                           PERFORM 0040-CLOSE-DAY
                           PERFORM 0030-OPEN-DAY
                       END-IF
                       PERFORM 0050-APPLY-PUNCH
               END-RETURN
           END-PERFORM.
           PERFORM 0040-CLOSE-DAY.

      *=================================================================
       0030-OPEN-DAY      SECTION.
      *Comeca o dia do operador da marcacao corrente, achando (ou
      *abrindo) a sua posicao no quadro
      *=================================================================
           MOVE SRT-OPERATOR TO WRK-CUR-OPER.
           MOVE SRT-DATE TO WRK-CUR-DATE.
           SET WRK-FORA TO TRUE.
           MOVE ZEROES TO WRK-DAY-WORKED WRK-DAY-NIGHT.
           MOVE ZEROES TO WRK-FOUND.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB GREATER THAN FS-HRS-COUNT
                   OR WRK-FOUND EQUAL 1
               IF FS-HRS-OPER(WRK-SUB) EQUAL WRK-CUR-OPER
                   MOVE 1 TO WRK-FOUND
               END-IF
           END-PERFORM.
           IF WRK-FOUND EQUAL 1
               SUBTRACT 1 FROM WRK-SUB
               GO TO 0030-FIM
           END-IF.
           IF FS-HRS-COUNT NOT LESS THAN 50
               MOVE 1 TO FS-HRS-FULL
               MOVE ZEROES TO WRK-SUB
               GO TO 0030-FIM
           END-IF.
           ADD 1 TO FS-HRS-COUNT.
           MOVE FS-HRS-COUNT TO WRK-SUB.
           MOVE WRK-CUR-OPER TO FS-HRS-OPER(WRK-SUB).
       0030-FIM.
           EXIT.

      *=================================================================
       0040-CLOSE-DAY      SECTION.
      *Soma o dia encerrado no operador: jornada normal, extra e
      *noturna. Trecho ainda aberto (dia em andamento) nao conta
      *=================================================================
           IF WRK-SUB EQUAL ZEROES OR WRK-DAY-WORKED EQUAL ZEROES
               GO TO 0040-FIM
           END-IF.
           ADD 1 TO FS-HRS-DAYS(WRK-SUB).
           ADD WRK-DAY-WORKED TO FS-HRS-WORKED(WRK-SUB).
           IF WRK-DAY-WORKED GREATER THAN WRK-DAY-LIMIT
               ADD WRK-DAY-LIMIT TO FS-HRS-REGULAR(WRK-SUB)
               COMPUTE FS-HRS-OVERTIME(WRK-SUB) =
                   FS-HRS-OVERTIME(WRK-SUB) + WRK-DAY-WORKED
                   - WRK-DAY-LIMIT
           ELSE
               ADD WRK-DAY-WORKED TO FS-HRS-REGULAR(WRK-SUB)
           END-IF.
           ADD WRK-DAY-NIGHT TO FS-HRS-NIGHT(WRK-SUB).
       0040-FIM.
           EXIT.

      *=================================================================
       0050-APPLY-PUNCH      SECTION.
      *Aplica a marcacao corrente na situacao do dia. A saida
      *corrigida pelo supervisor entra na ordem da hora e fecha o
      *trecho; a marcacao "F" que vem depois dela nao acha mais nada
      *aberto e e ignorada
      *=================================================================
           IF WRK-SUB EQUAL ZEROES
               GO TO 0050-FIM
           END-IF.
           MOVE SRT-TIME TO WRK-TIME.
           EVALUATE SRT-TYPE
               WHEN "E"
               WHEN "R"
                   IF NOT WRK-TRABALHANDO
                       COMPUTE WRK-START-MIN =
                           WRK-TIME-HH * 60 + WRK-TIME-MM
                       SET WRK-TRABALHANDO TO TRUE
                   END-IF
               WHEN "I"
                   IF WRK-TRABALHANDO
                       PERFORM 0060-ADD-STRETCH
                       SET WRK-EM-INTERVALO TO TRUE
                   END-IF
               WHEN "S"
                   IF WRK-TRABALHANDO
                       PERFORM 0060-ADD-STRETCH
                   END-IF
                   SET WRK-FORA TO TRUE
               WHEN "F"
                   IF NOT WRK-FORA
                       ADD 1 TO FS-HRS-PENDING(WRK-SUB)
                   END-IF
                   SET WRK-FORA TO TRUE
           END-EVALUATE.
       0050-FIM.
           EXIT.

      *=================================================================
       0060-ADD-STRETCH      SECTION.
      *Soma o trecho da entrada ate a marcacao corrente, com a parte
      *que cai na faixa noturna
      *=================================================================
           COMPUTE WRK-END-MIN = WRK-TIME-HH * 60 + WRK-TIME-MM.
           IF WRK-END-MIN NOT GREATER THAN WRK-START-MIN
               GO TO 0060-FIM
           END-IF.
           COMPUTE WRK-DAY-WORKED =
               WRK-DAY-WORKED + WRK-END-MIN - WRK-START-MIN.
      *Madrugada antes das 5h
           IF WRK-START-MIN LESS THAN WRK-NIGHT-END-1
               MOVE WRK-END-MIN TO WRK-HI
               IF WRK-HI GREATER THAN WRK-NIGHT-END-1
                   MOVE WRK-NIGHT-END-1 TO WRK-HI
               END-IF
               COMPUTE WRK-DAY-NIGHT =
                   WRK-DAY-NIGHT + WRK-HI - WRK-START-MIN
           END-IF.
      *Das 22h as 5h do dia seguinte (29h na hora do movimento)
           IF WRK-END-MIN GREATER THAN WRK-NIGHT-START-2
               AND WRK-START-MIN LESS THAN WRK-NIGHT-END-2
               MOVE WRK-START-MIN TO WRK-LO
               IF WRK-LO LESS THAN WRK-NIGHT-START-2
                   MOVE WRK-NIGHT-START-2 TO WRK-LO
               END-IF
               MOVE WRK-END-MIN TO WRK-HI
               IF WRK-HI GREATER THAN WRK-NIGHT-END-2
                   MOVE WRK-NIGHT-END-2 TO WRK-HI
               END-IF
               COMPUTE WRK-DAY-NIGHT = WRK-DAY-NIGHT + WRK-HI - WRK-LO
           END-IF.
       0060-FIM.
           EXIT.
       END PROGRAM CALCHORAS.
