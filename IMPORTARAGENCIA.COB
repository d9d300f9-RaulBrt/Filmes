      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Importacao do repasse da agencia de cobranca
      *           (AGENCIARET.DAT, posicional: cliente, data do
      *           recebimento, valor recebido, comissao da agencia e
      *           referencia do repasse). Cada recebimento de divida
      *           baixada (BAIXAS.DAT) vira uma linha tipo Y no diario
      *           com o valor liquido da comissao -- o dinheiro cai na
      *           conta, nao na gaveta, e a linha sai pendente -- e
      *           soma o recuperado e a comissao no registro da baixa.
      *           Divida recuperada por inteiro libera o cliente.
      *           Linhas sem baixa, com comissao maior que o valor ou
      *           com a referencia ja importada sao recusadas. Impresso
      *           em AGENCIARET.PRN.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTARAGENCIA.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT RETORNO ASSIGN TO "AGENCIARET.DAT"
           FILE STATUS IS WRK-RET-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT BAIXAS ASSIGN TO "BAIXAS.DAT"
           FILE STATUS IS WRK-BXA-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-BXA-CUST-COD.

           SELECT PRINT-FILE ASSIGN TO "AGENCIARET.PRN"
           FILE STATUS IS WRK-PRINT-STATUS
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  RETORNO.
           01 FS-RET-REC.
               05 FS-RET-CUST-COD      PIC 9(05).
               05 FS-RET-DATE          PIC 9(08).
               05 FS-RET-GROSS         PIC 9(06)V99.
               05 FS-RET-COMMISSION    PIC 9(06)V99.
               05 FS-RET-REF           PIC X(12).
           FD  BAIXAS.
           01 FS-BAIXA.
               COPY BAIXAFLDS.
           FD  PRINT-FILE.
           01 FS-PRINT-LINE            PIC X(71).
       WORKING-STORAGE SECTION.
       77  WRK-RET-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-BXA-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-TRANS-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-PRINT-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-SPOOL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-NIVEL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-AUDIT-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-MIN-LEVEL           PIC 9(01) VALUE 3.
       77  WRK-RUN-MODE            PIC X(01) VALUE SPACES.
       77  WRK-TECLA               PIC X(01) VALUE SPACES.
       77  WRK-BUFF                PIC X(71) VALUE SPACES.
       77  WRK-TODAY               PIC 9(08) VALUE ZEROES.
       77  WRK-NET                 PIC 9(06)V99 VALUE ZEROES.
       77  WRK-ZERO-MOV            PIC 9(05) VALUE ZEROES.
       77  WRK-RECEIPT             PIC 9(06) VALUE ZEROES.
       77  WRK-REJECT-MSG          PIC X(30) VALUE SPACES.
       77  WRK-READ-COUNT          PIC 9(05) VALUE ZEROES.
       77  WRK-OK-COUNT            PIC 9(05) VALUE ZEROES.
       77  WRK-REJ-COUNT           PIC 9(05) VALUE ZEROES.
       77  WRK-FREED-COUNT         PIC 9(05) VALUE ZEROES.
       77  WRK-TOT-GROSS           PIC 9(09)V99 VALUE ZEROES.
       77  WRK-TOT-COMMISSION      PIC 9(09)V99 VALUE ZEROES.
       77  WRK-TOT-NET             PIC 9(09)V99 VALUE ZEROES.
       77  WRK-AUDIT-FIELD         PIC X(12) VALUE "BLOQUEIO".
       77  WRK-AUDIT-BEFORE        PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-AFTER         PIC X(30) VALUE SPACES.
       77  WRK-SUPERVISOR          PIC X(08) VALUE SPACES.
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
               10 LINE 01 COLUMN 01    PIC X(30) ERASE EOL
                  BACKGROUND-COLOR 2 FROM
                  "REPASSE DA AGENCIA".

       PROCEDURE DIVISION USING LNK-OPERATOR, OPTIONAL LNK-MODE.
       0000-MAIN-PROCEDURE.
      *Modo batch ("B"): roda sem nenhuma pergunta no terminal
           MOVE SPACES TO WRK-RUN-MODE.
           IF LNK-MODE NOT OMITTED
               MOVE LNK-MODE TO WRK-RUN-MODE
           END-IF.
           CALL "CHECKNIVEL" USING LNK-OPERATOR, WRK-MIN-LEVEL,
               WRK-NIVEL-STATUS, "IMPORTARAGENCIA ".
           IF WRK-NIVEL-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-NIVEL-STATUS, "IMPORTARAGENCIA",
                   WRK-RUN-MODE
               GOBACK
           END-IF.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           CALL "LERDATANEG" USING WRK-TODAY.
           MOVE LNK-OPERATOR TO WRK-SUPERVISOR.
           PERFORM 0005-ZERO-INFO.
           OPEN INPUT RETORNO.
           IF WRK-RET-FSTAT NOT EQUAL ZEROES
               DISPLAY "ARQUIVO AGENCIARET.DAT NAO ENCONTRADO" AT 0305
               MOVE ZEROES TO WRK-RET-FSTAT
               GO TO 0000-FIM
           END-IF.
           OPEN I-O BAIXAS.
           IF WRK-BXA-FSTAT NOT EQUAL ZEROES
               DISPLAY "NENHUMA DIVIDA BAIXADA" AT 0305
               CLOSE RETORNO
               MOVE ZEROES TO WRK-BXA-FSTAT
               GO TO 0000-FIM
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           MOVE SPACES TO WRK-BUFF.
           STRING "REPASSE DA AGENCIA IMPORTADO EM " WRK-TODAY
               " POR " LNK-OPERATOR INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE "CLIENTE  DATA     RECEBIDO  COMISSAO  LIQUIDO"
               TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           PERFORM UNTIL WRK-RET-FSTAT NOT EQUAL ZEROES
               READ RETORNO
                   AT END
                       MOVE 100 TO WRK-RET-FSTAT
                   NOT AT END
                       ADD 1 TO WRK-READ-COUNT
                       PERFORM 0010-POST-ONE
               END-READ
           END-PERFORM.
           CLOSE RETORNO.
           CLOSE BAIXAS.
           MOVE ZEROES TO WRK-RET-FSTAT WRK-BXA-FSTAT.
           MOVE SPACES TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           STRING "LIDAS: " WRK-READ-COUNT "  LANCADAS: " WRK-OK-COUNT
               "  RECUSADAS: " WRK-REJ-COUNT
               "  LIBERADOS: " WRK-FREED-COUNT INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           STRING "RECEBIDO: " WRK-TOT-GROSS
               "  COMISSAO: " WRK-TOT-COMMISSION
               "  LIQUIDO: " WRK-TOT-NET INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           CLOSE PRINT-FILE.
      *Copia datada no spool, antes da proxima rodada sobrescrever o
      *PRN fixo
           CALL "ESPOLAR" USING "AGENCIARET.PRN      ",
               LNK-OPERATOR, WRK-SPOOL-STATUS.
           DISPLAY "LANCADAS: " AT 0305.
           DISPLAY WRK-OK-COUNT AT 0317.
           DISPLAY "RECUSADAS: " AT 0405.
           DISPLAY WRK-REJ-COUNT AT 0417.
           DISPLAY "IMPRESSO EM AGENCIARET.PRN" AT 0505.
       0000-FIM.
           DISPLAY "PRESSIONE ENTER" AT 0705.
           IF WRK-RUN-MODE NOT EQUAL "B"
               ACCEPT WRK-TECLA AT 0721
           END-IF.
           GOBACK.

      *=================================================================
       0005-ZERO-INFO      SECTION.
      *Zera contadores e totais de uma chamada anterior
      *=================================================================
           MOVE ZEROES TO WRK-READ-COUNT WRK-OK-COUNT WRK-REJ-COUNT
               WRK-FREED-COUNT WRK-TOT-GROSS WRK-TOT-COMMISSION
               WRK-TOT-NET.

      *=================================================================
       0010-POST-ONE      SECTION.
      *Confere a linha do repasse, lanca o liquido no diario e soma o
      *recuperado na baixa do cliente
      *=================================================================
           MOVE SPACES TO WRK-REJECT-MSG.
           IF FS-RET-CUST-COD IS NOT NUMERIC
               OR FS-RET-GROSS IS NOT NUMERIC
               OR FS-RET-COMMISSION IS NOT NUMERIC
               MOVE "LINHA INVALIDA" TO WRK-REJECT-MSG
               GO TO 0010-REJECT
           END-IF.
           MOVE FS-RET-CUST-COD TO FS-BXA-CUST-COD.
           READ BAIXAS
               INVALID KEY
                   MOVE "CLIENTE SEM DIVIDA BAIXADA" TO WRK-REJECT-MSG
                   GO TO 0010-REJECT
           END-READ.
           IF FS-RET-COMMISSION GREATER THAN FS-RET-GROSS
               MOVE "COMISSAO MAIOR QUE O VALOR" TO WRK-REJECT-MSG
               GO TO 0010-REJECT
           END-IF.
           IF FS-RET-REF NOT EQUAL SPACES
               AND FS-RET-REF EQUAL FS-BXA-LAST-REF
               MOVE "REPASSE JA IMPORTADO" TO WRK-REJECT-MSG
               GO TO 0010-REJECT
           END-IF.
           COMPUTE WRK-NET = FS-RET-GROSS - FS-RET-COMMISSION.
           MOVE ZEROES TO WRK-RECEIPT.
           CALL "WRITETRANS" USING "Y", FS-RET-CUST-COD,
               WRK-ZERO-MOV, WRK-NET, "N", LNK-OPERATOR,
               WRK-RECEIPT, WRK-TRANS-STATUS.
           IF WRK-TRANS-STATUS NOT EQUAL ZEROES
               MOVE "ERRO NO DIARIO" TO WRK-REJECT-MSG
               MOVE ZEROES TO WRK-TRANS-STATUS
               GO TO 0010-REJECT
           END-IF.
           ADD FS-RET-GROSS TO FS-BXA-RECOVERED.
           ADD FS-RET-COMMISSION TO FS-BXA-COMMISSION.
           MOVE FS-RET-REF TO FS-BXA-LAST-REF.
           IF FS-BXA-RECOVERED NOT LESS THAN FS-BXA-AMOUNT
               AND FS-BXA-BLOQUEADO
               MOVE "N" TO FS-BXA-BLOCKED
               ADD 1 TO WRK-FREED-COUNT
               MOVE "BLOQUEADO" TO WRK-AUDIT-BEFORE
               MOVE "LIBERADO - RECUPERADO AGENCIA" TO WRK-AUDIT-AFTER
               CALL "WRITEAUDITCLI" USING "B", FS-RET-CUST-COD,
                   WRK-AUDIT-FIELD, WRK-AUDIT-BEFORE,
                   WRK-AUDIT-AFTER, LNK-OPERATOR, WRK-SUPERVISOR,
                   WRK-AUDIT-STATUS
           END-IF.
           REWRITE FS-BAIXA.
           IF WRK-BXA-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-BXA-FSTAT, "IMPORTARAGENCIA",
                   WRK-RUN-MODE
               MOVE ZEROES TO WRK-BXA-FSTAT
           END-IF.
           ADD 1 TO WRK-OK-COUNT.
           ADD FS-RET-GROSS TO WRK-TOT-GROSS.
           ADD FS-RET-COMMISSION TO WRK-TOT-COMMISSION.
           ADD WRK-NET TO WRK-TOT-NET.
           MOVE SPACES TO WRK-BUFF.
           STRING FS-RET-CUST-COD "    " FS-RET-DATE " "
               FS-RET-GROSS " " FS-RET-COMMISSION " " WRK-NET
               " RECIBO " WRK-RECEIPT INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           GO TO 0010-FIM.
       0010-REJECT.
           MOVE ZEROES TO WRK-BXA-FSTAT.
           ADD 1 TO WRK-REJ-COUNT.
           MOVE SPACES TO WRK-BUFF.
           STRING "RECUSADA: " FS-RET-CUST-COD " " FS-RET-REF " - "
               WRK-REJECT-MSG INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
       0010-FIM.
           EXIT.
       END PROGRAM IMPORTARAGENCIA.
