      *           dois operadores, os valores de antes e depois e o
      *           motivo. Impressa em OVERRIDES.PRN para o gerente
      *           conferir junto com o fechamento de caixa.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Data de exercicio ja encerrado e lida do
      *                   arquivo do ano (OVERRIDES-AAAA.DAT)
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Liberacoes de conta nova no aluguel (tipo N)
      *                   impressas como C.NOVA
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIOOVERRIDE.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT OVERRIDES ASSIGN TO DYNAMIC WRK-OVR-NAME
           FILE STATUS IS WRK-STATUS
           ORGANISATION IS LINE SEQUENTIAL.

       77  WRK-REPORT-DATE             PIC 9(08)  VALUE ZEROES.
       77  WRK-TODAY                   PIC 9(08)  VALUE ZEROES.
       77  WRK-COUNT                   PIC 9(04)  VALUE ZEROES.
       77  WRK-OVR-NAME                PIC X(40)  VALUE SPACES.
       77  WRK-CLOSED-YEAR             PIC 9(04)  VALUE ZEROES.
       77  WRK-EXE-STATUS              PIC 9(03)  VALUE ZEROES.
       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
       SCREEN  SECTION.
       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           CALL "LERDATANEG" USING WRK-TODAY.
           DISPLAY "DATA (AAAAMMDD, ENTER=HOJE): " AT 0305.
           MOVE SPACES TO WRK-DATE-MSK.
           ACCEPT WRK-DATE-MSK AT 0335.
               MOVE WRK-DATE-MSK TO WRK-REPORT-DATE
           END-IF.
           MOVE ZEROES TO WRK-COUNT.
      *Autorizacoes de exercicio encerrado foram para o arquivo do ano
           MOVE "OVERRIDES.DAT" TO WRK-OVR-NAME.
           CALL "LEREXERCICIO" USING WRK-CLOSED-YEAR, WRK-EXE-STATUS.
           IF WRK-REPORT-DATE(1:4) NOT GREATER THAN WRK-CLOSED-YEAR
               MOVE SPACES TO WRK-OVR-NAME
               STRING "OVERRIDES-" WRK-REPORT-DATE(1:4) ".DAT"
                   INTO WRK-OVR-NAME
           END-IF.
           OPEN INPUT OVERRIDES.
           IF WRK-STATUS NOT EQUAL ZEROES
               DISPLAY "NENHUMA AUTORIZACAO REGISTRADA" AT 0505
      *Imprime uma autorizacao
      *=================================================================
           MOVE SPACES TO WRK-BUFF.
           EVALUATE TRUE
               WHEN FS-OVR-PRECO
                   STRING "PRECO  OP " FS-OVR-OPERATOR
                       " SUP " FS-OVR-SUPERVISOR
                       " DE " FS-OVR-BEFORE " P/ " FS-OVR-AFTER
                       " MOT " FS-OVR-REASON INTO WRK-BUFF
               WHEN FS-OVR-CONTA-NOVA
                   STRING "C.NOVA OP " FS-OVR-OPERATOR
                       " SUP " FS-OVR-SUPERVISOR
                       " LIM " FS-OVR-BEFORE " P/ " FS-OVR-AFTER
                       " MOT " FS-OVR-REASON INTO WRK-BUFF
               WHEN OTHER
                   STRING "MULTA  OP " FS-OVR-OPERATOR
                       " SUP " FS-OVR-SUPERVISOR
                       " DE " FS-OVR-BEFORE " P/ " FS-OVR-AFTER
                       " MOT " FS-OVR-REASON INTO WRK-BUFF
           END-EVALUATE.
           PERFORM 0035-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "       CLIENTE " FS-OVR-CUST-COD
