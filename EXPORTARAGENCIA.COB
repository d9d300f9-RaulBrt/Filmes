      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Exportacao das dividas baixadas como incobraveis
      *           (BAIXAS.DAT) para a agencia de cobranca: cada divida
      *           ainda nao enviada, com saldo a recuperar, sai em
      *           AGENCIA.DAT (delimitado por ";", como o
      *           EXPORTARPEDIDO) com o codigo, nome, documento e
      *           telefone do cliente, a data da baixa e o valor a
      *           cobrar, mais cabecalho e totais de controle. A data
      *           do envio fica no registro, para a divida nao ir duas
      *           vezes; uma nova baixa do mesmo cliente manda de novo
      *           o valor todo.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Chaves alternativas de CUSTOMERS.DAT pelo
      *                   nome e pelo documento declaradas no SELECT
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTARAGENCIA.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT BAIXAS ASSIGN TO "BAIXAS.DAT"
           FILE STATUS IS WRK-BXA-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-BXA-CUST-COD.

           SELECT CUSTOMERS ASSIGN TO "CUSTOMERS.DAT"
           FILE STATUS IS WRK-CUST-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-CUST-COD
           ALTERNATE RECORD KEY IS FS-CUST-NAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS FS-CUST-DOC WITH DUPLICATES.

           SELECT EXPORT-FILE ASSIGN TO "AGENCIA.DAT"
           FILE STATUS IS WRK-EXP-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  BAIXAS.
           01 FS-BAIXA.
               COPY BAIXAFLDS.
           FD  CUSTOMERS.
           01 FS-CUSTOMER.
               COPY CUSTFLDS.
           FD  EXPORT-FILE.
           01 FS-EXP-LINE              PIC X(100).
       WORKING-STORAGE SECTION.
       77  WRK-BXA-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-CUST-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-EXP-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-NIVEL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-MIN-LEVEL           PIC 9(01) VALUE 3.
       77  WRK-RUN-MODE            PIC X(01) VALUE SPACES.
       77  WRK-TECLA               PIC X(01) VALUE SPACES.
       77  WRK-BUFF                PIC X(100) VALUE SPACES.
       77  WRK-TODAY               PIC 9(08) VALUE ZEROES.
       77  WRK-LINES               PIC 9(05) VALUE ZEROES.
       77  WRK-OUTSTANDING         PIC 9(07)V99 VALUE ZEROES.
       77  WRK-TOTAL               PIC 9(09)V99 VALUE ZEROES.
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
                  "ENVIO PARA AGENCIA".

       PROCEDURE DIVISION USING LNK-OPERATOR, OPTIONAL LNK-MODE.
       0000-MAIN-PROCEDURE.
      *Modo batch ("B"): roda sem nenhuma pergunta no terminal
           MOVE SPACES TO WRK-RUN-MODE.
           IF LNK-MODE NOT OMITTED
               MOVE LNK-MODE TO WRK-RUN-MODE
           END-IF.
           CALL "CHECKNIVEL" USING LNK-OPERATOR, WRK-MIN-LEVEL,
               WRK-NIVEL-STATUS, "EXPORTARAGENCIA ".
           IF WRK-NIVEL-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-NIVEL-STATUS, "EXPORTARAGENCIA",
                   WRK-RUN-MODE
               GOBACK
           END-IF.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           CALL "LERDATANEG" USING WRK-TODAY.
           MOVE ZEROES TO WRK-LINES WRK-TOTAL.
           OPEN I-O BAIXAS.
           IF WRK-BXA-FSTAT NOT EQUAL ZEROES
               DISPLAY "NENHUMA DIVIDA BAIXADA" AT 0305
               MOVE ZEROES TO WRK-BXA-FSTAT
               GO TO 0000-FIM
           END-IF.
           OPEN INPUT CUSTOMERS.
           OPEN OUTPUT EXPORT-FILE.
           MOVE SPACES TO WRK-BUFF.
           STRING "COBRANCA;" WRK-TODAY ";" LNK-OPERATOR
               INTO WRK-BUFF.
           WRITE FS-EXP-LINE FROM WRK-BUFF.
           PERFORM UNTIL WRK-BXA-FSTAT NOT EQUAL ZEROES
               READ BAIXAS NEXT RECORD
                   AT END
                       MOVE 100 TO WRK-BXA-FSTAT
                   NOT AT END
                       IF FS-BXA-AGENCY-DT EQUAL ZEROES
                           AND FS-BXA-AMOUNT GREATER THAN
                               FS-BXA-RECOVERED
                           PERFORM 0010-EXPORT-ONE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO WRK-BUFF.
           STRING "FIM;" WRK-LINES ";" WRK-TOTAL INTO WRK-BUFF.
           WRITE FS-EXP-LINE FROM WRK-BUFF.
           CLOSE EXPORT-FILE.
           CLOSE CUSTOMERS.
           CLOSE BAIXAS.
           MOVE ZEROES TO WRK-BXA-FSTAT WRK-CUST-FSTAT.
           DISPLAY "EXPORTADO EM AGENCIA.DAT - DIVIDAS: " AT 0305.
           DISPLAY WRK-LINES AT 0341.
           DISPLAY "TOTAL: " AT 0405.
           DISPLAY WRK-TOTAL AT 0412.
       0000-FIM.
           DISPLAY "PRESSIONE ENTER" AT 0605.
           IF WRK-RUN-MODE NOT EQUAL "B"
               ACCEPT WRK-TECLA AT 0621
           END-IF.
           GOBACK.

      *=================================================================
       0010-EXPORT-ONE      SECTION.
      *Grava a divida corrente no arquivo da agencia e marca o envio
      *=================================================================
           COMPUTE WRK-OUTSTANDING = FS-BXA-AMOUNT - FS-BXA-RECOVERED.
           MOVE FS-BXA-CUST-COD TO FS-CUST-COD.
           MOVE SPACES TO FS-CUST-NAME FS-CUST-DOC FS-CUST-PHONE.
           READ CUSTOMERS
               INVALID KEY
                   MOVE SPACES TO FS-CUST-NAME FS-CUST-DOC
                       FS-CUST-PHONE
           END-READ.
           MOVE SPACES TO WRK-BUFF.
           STRING FS-BXA-CUST-COD ";"
                  FS-CUST-NAME ";"
                  FS-CUST-DOC ";"
                  FS-CUST-PHONE ";"
                  FS-BXA-DATE ";"
                  WRK-OUTSTANDING
                  INTO WRK-BUFF.
           WRITE FS-EXP-LINE FROM WRK-BUFF.
           ADD 1 TO WRK-LINES.
           ADD WRK-OUTSTANDING TO WRK-TOTAL.
           MOVE WRK-TODAY TO FS-BXA-AGENCY-DT.
           REWRITE FS-BAIXA.
           IF WRK-BXA-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-BXA-FSTAT, "EXPORTARAGENCIA",
                   WRK-RUN-MODE
               MOVE ZEROES TO WRK-BXA-FSTAT
           END-IF.
       END PROGRAM EXPORTARAGENCIA.
