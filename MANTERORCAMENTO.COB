      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Orcamento mensal de compras (open-to-buy) por filial
      *           e genero (ORCAMENTO.DAT); genero em branco e o teto
      *           da filial inteira. Mostra, para o mes escolhido, o
      *           orcado, o comprometido em pedidos em aberto, o gasto
      *           (recebimentos e discos usados comprados) e o saldo a
      *           comprar de cada orcamento (SALDOORCAMENTO), imprime
      *           essa posicao em ORCAMENTO.PRN e inclui, altera ou
      *           remove os orcamentos. O PEDIDOCOMPRA confere o saldo
      *           a cada pedido novo.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTERORCAMENTO.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT ORCAMENTO ASSIGN TO "ORCAMENTO.DAT"
           FILE STATUS IS WRK-ORC-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-ORC-KEY
           LOCK MODE IS AUTOMATIC.

           SELECT FILIAIS ASSIGN TO "FILIAIS.DAT"
           FILE STATUS IS WRK-FIL-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-FIL-COD.

           SELECT PRINT-FILE ASSIGN TO "ORCAMENTO.PRN"
           FILE STATUS IS WRK-PRINT-STATUS
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ORCAMENTO.
           01 FS-ORCAMENTO.
               COPY ORCFLDS.
           FD  FILIAIS.
           01 FS-FILIAL.
               COPY BRANCHFLDS.
           FD  PRINT-FILE.
           01 FS-PRINT-LINE            PIC X(71).
       WORKING-STORAGE SECTION.
       77  WRK-ORC-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-FIL-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-PRINT-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-SPOOL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-NIVEL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-GENRE-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-MIN-LEVEL           PIC 9(01) VALUE 3.
       77  WRK-TRIES               PIC 9(01) VALUE ZEROES.
       77  WRK-OPTION              PIC X(01) VALUE SPACES.
       77  WRK-TECLA               PIC X(01) VALUE SPACES.
       77  WRK-BUFF                PIC X(71) VALUE SPACES.
       77  WRK-LINE                PIC 9(04) VALUE ZEROES.
       77  WRK-EOF                 PIC 9(01) VALUE ZEROES.
       77  WRK-PRINTING            PIC 9(01) VALUE ZEROES.
       77  WRK-TODAY               PIC 9(08) VALUE ZEROES.
       77  WRK-MONTH               PIC 9(06) VALUE ZEROES.
       77  WRK-MONTH-MSK           PIC X(06) JUSTIFIED RIGHT.
       77  WRK-BRANCH              PIC 9(02) VALUE ZEROES.
       77  WRK-BRANCH-MSK          PIC X(02) JUSTIFIED RIGHT.
       77  WRK-GENRE               PIC X(08) VALUE SPACES.
       77  WRK-AMOUNT-MSK          PIC X(12) JUSTIFIED RIGHT.
       77  WRK-SUB                 PIC 9(03) VALUE ZEROES.
       77  WRK-ORC-COUNT           PIC 9(03) VALUE ZEROES.
       77  WRK-BUDGET              PIC 9(08)V99 VALUE ZEROES.
       77  WRK-COMMITTED           PIC 9(09)V99 VALUE ZEROES.
       77  WRK-SPENT               PIC 9(09)V99 VALUE ZEROES.
       77  WRK-BAL-STATUS          PIC 9(03) VALUE ZEROES.
       77  WRK-REMAIN              PIC S9(09)V99 VALUE ZEROES.
       77  WRK-REMAIN-ABS          PIC 9(09)V99 VALUE ZEROES.
       77  WRK-REMAIN-LABEL        PIC X(09) VALUE SPACES.
       01  WRK-ORC-TABLE.
           05 WRK-OT-ENTRY         OCCURS 100 TIMES.
               10 WRK-OT-BRANCH    PIC 9(02) VALUE ZEROES.
               10 WRK-OT-GENRE     PIC X(08) VALUE SPACES.

       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
       SCREEN  SECTION.
       01  CLEAR.
           05 CLEAR-SCREEN.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL.
       01  SHOW-MV.
           05 TITLE-SCREEN.
               10 LINE 01 COLUMN 01    PIC X(27) ERASE EOL
                  BACKGROUND-COLOR 2 FROM
                  "ORCAMENTO DE COMPRAS".
       01  SHOW-LINE.
           05 DTA.
               10 LINE WRK-LINE COLUMN 01 PIC X(71) ERASE EOL
                  BACKGROUND-COLOR 0 FOREGROUND-COLOR 2 FROM WRK-BUFF.

       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           CALL "CHECKNIVEL" USING LNK-OPERATOR, WRK-MIN-LEVEL,
               WRK-NIVEL-STATUS, "MANTERORCAMENTO ".
           IF WRK-NIVEL-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-NIVEL-STATUS, "MANTERORCAMENTO"
               GOBACK
           END-IF.
           CALL "LERDATANEG" USING WRK-TODAY.
           COMPUTE WRK-MONTH = WRK-TODAY / 100.
           PERFORM 0005-MENU.

      *=================================================================
       0005-MENU      SECTION.
      *Mostra a posicao do mes corrente da tela e recebe a opcao
      *=================================================================
           MOVE ZEROES TO WRK-PRINTING.
           PERFORM 0010-SHOW-POSITION.
           DISPLAY "INCLUIR OU ALTERAR (I), REMOVER (R), IMPRIMIR (V),"
               AT 2201.
           DISPLAY "OUTRO MES (M), ENTER=VOLTAR: " AT 2301.
           MOVE SPACES TO WRK-OPTION.
           ACCEPT WRK-OPTION AT 2331.
           EVALUATE WRK-OPTION
               WHEN 'I' WHEN 'i'
                   PERFORM 0030-ADD-BUDGET
                   PERFORM 0005-MENU
               WHEN 'R' WHEN 'r'
                   PERFORM 0040-REMOVE-BUDGET
                   PERFORM 0005-MENU
               WHEN 'V' WHEN 'v'
                   MOVE 1 TO WRK-PRINTING
                   OPEN OUTPUT PRINT-FILE
                   PERFORM 0010-SHOW-POSITION
                   CLOSE PRINT-FILE
                   MOVE ZEROES TO WRK-PRINTING
                   CALL "ESPOLAR" USING "ORCAMENTO.PRN       ",
                       LNK-OPERATOR, WRK-SPOOL-STATUS
                   DISPLAY "IMPRESSO EM ORCAMENTO.PRN. PRESSIONE ENTER"
                       AT 2301
                   ACCEPT WRK-TECLA AT 2344
                   PERFORM 0005-MENU
               WHEN 'M' WHEN 'm'
                   DISPLAY "MES (AAAAMM): " AT 2401
                   MOVE SPACES TO WRK-MONTH-MSK
                   ACCEPT WRK-MONTH-MSK AT 2415
                   IF WRK-MONTH-MSK NOT EQUAL SPACES
                       MOVE WRK-MONTH-MSK TO WRK-MONTH
                   END-IF
                   PERFORM 0005-MENU
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GOBACK.

      *=================================================================
       0010-SHOW-POSITION      SECTION.
      *Posicao de cada orcamento do mes: orcado, comprometido, gasto
      *e saldo a comprar (ou quanto passou do orcado)
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           MOVE 02 TO WRK-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "POSICAO DO ORCAMENTO DE COMPRAS DO MES " WRK-MONTH
               " EM " WRK-TODAY INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
      *Chaves do mes numa tabela: o saldo abre ORCAMENTO.DAT de novo
           MOVE ZEROES TO WRK-ORC-COUNT.
           OPEN INPUT ORCAMENTO.
           IF WRK-ORC-FSTAT EQUAL ZEROES
               MOVE WRK-MONTH TO FS-ORC-MONTH
               MOVE ZEROES TO FS-ORC-BRANCH
               MOVE SPACES TO FS-ORC-GENRE
               MOVE ZEROES TO WRK-EOF
               START ORCAMENTO KEY IS NOT LESS THAN FS-ORC-KEY
                   INVALID KEY
                       MOVE 1 TO WRK-EOF
               END-START
               PERFORM UNTIL WRK-EOF EQUAL 1
                   READ ORCAMENTO NEXT RECORD
                       AT END
                           MOVE 1 TO WRK-EOF
                       NOT AT END
                           IF FS-ORC-MONTH NOT EQUAL WRK-MONTH
                               OR WRK-ORC-COUNT EQUAL 100
                               MOVE 1 TO WRK-EOF
                           ELSE
                               ADD 1 TO WRK-ORC-COUNT
                               MOVE FS-ORC-BRANCH
                                   TO WRK-OT-BRANCH(WRK-ORC-COUNT)
                               MOVE FS-ORC-GENRE
                                   TO WRK-OT-GENRE(WRK-ORC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORCAMENTO
           END-IF.
           MOVE ZEROES TO WRK-ORC-FSTAT.
           IF WRK-ORC-COUNT EQUAL ZEROES
               MOVE "NENHUM ORCAMENTO PARA O MES (COMPRAS SEM TETO)"
                   TO WRK-BUFF
               PERFORM 0070-PRINT-LINE
           END-IF.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB GREATER THAN WRK-ORC-COUNT
               PERFORM 0020-SHOW-ONE
           END-PERFORM.

      *=================================================================
       0020-SHOW-ONE      SECTION.
      *Duas linhas da posicao do orcamento WRK-SUB
      *=================================================================
           CALL "SALDOORCAMENTO" USING WRK-MONTH,
               WRK-OT-BRANCH(WRK-SUB), WRK-OT-GENRE(WRK-SUB),
               WRK-BUDGET, WRK-COMMITTED, WRK-SPENT, WRK-BAL-STATUS.
           COMPUTE WRK-REMAIN = WRK-BUDGET - WRK-COMMITTED - WRK-SPENT.
           IF WRK-REMAIN LESS THAN ZEROES
               MOVE "EXCEDIDO " TO WRK-REMAIN-LABEL
               COMPUTE WRK-REMAIN-ABS = ZEROES - WRK-REMAIN
           ELSE
               MOVE "SALDO    " TO WRK-REMAIN-LABEL
               MOVE WRK-REMAIN TO WRK-REMAIN-ABS
           END-IF.
           MOVE SPACES TO WRK-BUFF.
           IF WRK-OT-GENRE(WRK-SUB) EQUAL SPACES
               STRING "FILIAL " WRK-OT-BRANCH(WRK-SUB)
                   " TODOS   " " ORCADO " WRK-BUDGET
                   " COMPROMETIDO " WRK-COMMITTED INTO WRK-BUFF
           ELSE
               STRING "FILIAL " WRK-OT-BRANCH(WRK-SUB)
                   " " WRK-OT-GENRE(WRK-SUB) " ORCADO " WRK-BUDGET
                   " COMPROMETIDO " WRK-COMMITTED INTO WRK-BUFF
           END-IF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "                  GASTO " WRK-SPENT " "
               WRK-REMAIN-LABEL WRK-REMAIN-ABS INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.

      *=================================================================
       0030-ADD-BUDGET      SECTION.
      *Inclui ou altera o orcamento de uma filial e genero no mes
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           DISPLAY "MES (AAAAMM, ENTER=" AT 0305.
           DISPLAY WRK-MONTH AT 0324.
           DISPLAY "): " AT 0330.
           MOVE SPACES TO WRK-MONTH-MSK.
           ACCEPT WRK-MONTH-MSK AT 0333.
           IF WRK-MONTH-MSK NOT EQUAL SPACES
               MOVE WRK-MONTH-MSK TO WRK-MONTH
           END-IF.
           DISPLAY "FILIAL: " AT 0405.
           MOVE SPACES TO WRK-BRANCH-MSK.
           ACCEPT WRK-BRANCH-MSK AT 0413.
           IF WRK-BRANCH-MSK EQUAL SPACES
               GO TO 0030-FIM
           END-IF.
           MOVE WRK-BRANCH-MSK TO WRK-BRANCH.
           OPEN INPUT FILIAIS.
           MOVE WRK-BRANCH TO FS-FIL-COD.
           READ FILIAIS
               INVALID KEY
                   MOVE 350 TO WRK-FIL-FSTAT
           END-READ.
           CLOSE FILIAIS.
           IF WRK-FIL-FSTAT NOT EQUAL ZEROES
               MOVE ZEROES TO WRK-FIL-FSTAT
               DISPLAY "FILIAL NAO CADASTRADA. PRESSIONE ENTER" AT 0605
               ACCEPT WRK-TECLA AT 0645
               GO TO 0030-FIM
           END-IF.
           DISPLAY FS-FIL-NAME AT 0417.
           DISPLAY "GENERO (ENTER=TODOS OS GENEROS): " AT 0505.
           MOVE SPACES TO WRK-GENRE.
           ACCEPT WRK-GENRE AT 0538.
           IF WRK-GENRE NOT EQUAL SPACES
               CALL "VALIDATEGENRE" USING WRK-GENRE, WRK-GENRE-STATUS
               IF WRK-GENRE-STATUS NOT EQUAL ZEROES
                   MOVE 613 TO WRK-GENRE-STATUS
                   CALL "ERROS" USING WRK-GENRE-STATUS,
                       "MANTERORCAMENTO"
                   GO TO 0030-FIM
               END-IF
           END-IF.
           DISPLAY "VALOR ORCADO NO MES: " AT 0605.
           MOVE SPACES TO WRK-AMOUNT-MSK.
           ACCEPT WRK-AMOUNT-MSK AT 0626.
           IF WRK-AMOUNT-MSK EQUAL SPACES
               GO TO 0030-FIM
           END-IF.
           MOVE ZEROES TO WRK-TRIES.
           OPEN I-O ORCAMENTO.
           IF WRK-ORC-FSTAT EQUAL 350 AND WRK-TRIES LESS THAN 1
               ADD 1 TO WRK-TRIES
               CLOSE ORCAMENTO
               OPEN OUTPUT ORCAMENTO
               CLOSE ORCAMENTO
               OPEN I-O ORCAMENTO
           END-IF.
           MOVE SPACES TO FS-ORCAMENTO.
           MOVE WRK-MONTH TO FS-ORC-MONTH.
           MOVE WRK-BRANCH TO FS-ORC-BRANCH.
           MOVE WRK-GENRE TO FS-ORC-GENRE.
           MOVE FUNCTION NUMVAL(WRK-AMOUNT-MSK) TO FS-ORC-AMOUNT.
           MOVE LNK-OPERATOR TO FS-ORC-OPERATOR.
           MOVE WRK-TODAY TO FS-ORC-UPDATED.
           WRITE FS-ORCAMENTO
               INVALID KEY
                   REWRITE FS-ORCAMENTO
           END-WRITE.
           IF WRK-ORC-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-ORC-FSTAT, "MANTERORCAMENTO"
           ELSE
               DISPLAY "ORCAMENTO GRAVADO. PRESSIONE ENTER" AT 0805
               ACCEPT WRK-TECLA AT 0840
           END-IF.
           CLOSE ORCAMENTO.
           MOVE ZEROES TO WRK-ORC-FSTAT.
       0030-FIM.
           EXIT.

      *=================================================================
       0040-REMOVE-BUDGET      SECTION.
      *Remove o orcamento de uma filial e genero no mes da tela
      *=================================================================
           DISPLAY "FILIAL: " AT 2401.
           MOVE SPACES TO WRK-BRANCH-MSK.
           ACCEPT WRK-BRANCH-MSK AT 2409.
           IF WRK-BRANCH-MSK EQUAL SPACES
               GO TO 0040-FIM
           END-IF.
           MOVE WRK-BRANCH-MSK TO WRK-BRANCH.
           DISPLAY "GENERO (ENTER=TODOS): " AT 2413.
           MOVE SPACES TO WRK-GENRE.
           ACCEPT WRK-GENRE AT 2435.
           OPEN I-O ORCAMENTO.
           IF WRK-ORC-FSTAT NOT EQUAL ZEROES
               MOVE ZEROES TO WRK-ORC-FSTAT
               GO TO 0040-FIM
           END-IF.
           MOVE WRK-MONTH TO FS-ORC-MONTH.
           MOVE WRK-BRANCH TO FS-ORC-BRANCH.
           MOVE WRK-GENRE TO FS-ORC-GENRE.
           DELETE ORCAMENTO
               INVALID KEY
                   DISPLAY "ORCAMENTO NAO ENCONTRADO. PRESSIONE ENTER"
                       AT 2401
                   ACCEPT WRK-TECLA AT 2443
           END-DELETE.
           CLOSE ORCAMENTO.
           MOVE ZEROES TO WRK-ORC-FSTAT.
       0040-FIM.
           EXIT.

      *=================================================================
       0070-PRINT-LINE      SECTION.
      *Mostra a linha corrente na tela e, na impressao, grava no
      *arquivo
      *=================================================================
           ADD 1 TO WRK-LINE.
           DISPLAY DTA.
           IF WRK-PRINTING EQUAL 1
               WRITE FS-PRINT-LINE FROM WRK-BUFF
           END-IF.
           IF WRK-LINE GREATER THAN 20
               DISPLAY "PRESSIONE ENTER PARA CONTINUAR" AT 2401
               ACCEPT WRK-TECLA AT 2432
               DISPLAY CLEAR-SCREEN
               DISPLAY TITLE-SCREEN
               CALL "MARCATREINO"
               MOVE 02 TO WRK-LINE
           END-IF.
       END PROGRAM MANTERORCAMENTO.
