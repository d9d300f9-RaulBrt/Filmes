      *           90+ dias, com totais por faixa. Divida velha pede
      *           tratamento diferente da multa da semana passada.
      *           Impresso em AGING.PRN.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Linhas de baixa (I) e de recuperacao (Y) da
      *                   divida incobravel nao contam como cobranca
      *                   pendente na idade da divida
      * 15/OUT/2026 RTB - Depois do encerramento do exercicio, o diario
      *                   arquivado do ultimo exercicio encerrado
      *                   (TRANSACT-AAAA.DAT) e lido antes do atual,
      *                   para o saldo devedor transportado contar a
      *                   idade das cobrancas originais. Abertura de
      *                   credito, caucao ou vales nao e cobranca
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIOAGING.
           FILE STATUS IS WRK-TRANS-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT ARQ-TRANS ASSIGN TO DYNAMIC WRK-ARQ-NAME
           FILE STATUS IS WRK-ARQ-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT PRINT-FILE ASSIGN TO "AGING.PRN"
           FILE STATUS IS WRK-PRINT-STATUS
           ORGANISATION IS LINE SEQUENTIAL.
           FD  TRANSACT.
           01 FS-TRANS.
               COPY TRANSFLDS.
           FD  ARQ-TRANS.
           01 FS-ARQ-LINE              PIC X(100).
           FD  PRINT-FILE.
           01 FS-PRINT-LINE            PIC X(71).
       WORKING-STORAGE SECTION.
       77  WRK-BAL-FSTAT               PIC 9(03)  VALUE ZEROES.
       77  WRK-TRANS-FSTAT             PIC 9(03)  VALUE ZEROES.
       77  WRK-PRINT-STATUS            PIC 9(03)  VALUE ZEROES.
       77  WRK-ARQ-FSTAT               PIC 9(03)  VALUE ZEROES.
       77  WRK-EXE-STATUS              PIC 9(03)  VALUE ZEROES.
       77  WRK-CLOSED-YEAR             PIC 9(04)  VALUE ZEROES.
       77  WRK-ARQ-NAME                PIC X(40)  VALUE SPACES.
       77  WRK-LINE                    PIC 9(04)  VALUE ZEROES.
       77  WRK-TECLA                   PIC X(01)  VALUE SPACES.
       77  WRK-BUFF                    PIC X(71)  VALUE SPACES.
       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           CALL "LERDATANEG" USING WRK-TODAY.
           COMPUTE WRK-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WRK-TODAY).
           PERFORM 0010-SCAN-PENDING.
      *=================================================================
       0010-SCAN-PENDING      SECTION.
      *Uma passada pelo diario guardando, por cliente, a data da
      *cobranca pendente mais antiga. Com exercicio encerrado, o
      *diario arquivado dele vem antes
      *=================================================================
           CALL "LEREXERCICIO" USING WRK-CLOSED-YEAR, WRK-EXE-STATUS.
           IF WRK-CLOSED-YEAR GREATER THAN ZEROES
               PERFORM 0012-SCAN-ARCHIVE
           END-IF.
           OPEN INPUT TRANSACT.
           IF WRK-TRANS-FSTAT NOT EQUAL ZEROES
               MOVE ZEROES TO WRK-TRANS-FSTAT
                   AT END
                       MOVE 100 TO WRK-TRANS-FSTAT
                   NOT AT END
                       PERFORM 0014-CHECK-LINE
               END-READ
           END-PERFORM.
           CLOSE TRANSACT.
       0010-FIM.
           EXIT.

      *=================================================================
       0012-SCAN-ARCHIVE      SECTION.
      *Cobrancas pendentes do diario arquivado do ultimo exercicio
      *encerrado
      *=================================================================
           MOVE SPACES TO WRK-ARQ-NAME.
           STRING "TRANSACT-" WRK-CLOSED-YEAR ".DAT" INTO WRK-ARQ-NAME.
           OPEN INPUT ARQ-TRANS.
           IF WRK-ARQ-FSTAT NOT EQUAL ZEROES
               GO TO 0012-FIM
           END-IF.
           PERFORM UNTIL WRK-ARQ-FSTAT NOT EQUAL ZEROES
               READ ARQ-TRANS
                   AT END
                       MOVE 100 TO WRK-ARQ-FSTAT
                   NOT AT END
                       MOVE FS-ARQ-LINE TO FS-TRANS
                       PERFORM 0014-CHECK-LINE
               END-READ
           END-PERFORM.
           CLOSE ARQ-TRANS.
       0012-FIM.
           MOVE ZEROES TO WRK-ARQ-FSTAT.

      *=================================================================
       0014-CHECK-LINE      SECTION.
      *Linha pendente que e cobranca ao cliente: nao a baixa, a
      *recuperacao, nem abertura que nao seja de saldo devedor
      *=================================================================
           IF FS-TRANS-PENDENTE
               AND NOT FS-TRANS-INCOBRAVEL
               AND NOT FS-TRANS-RECUPERACAO
               AND (NOT FS-TRANS-ABERTURA OR FS-TRANS-ABR-DEVEDOR)
               PERFORM 0015-NOTE-PENDING
           END-IF.

      *=================================================================
       0015-NOTE-PENDING      SECTION.
      *Guarda a data pendente mais antiga do cliente corrente
