      *           recriando o arquivo indexado para recuperar espaco e
      *           reconstruir o indice por FS-MOV-COD, com conferencia
      *           da quantidade de registros antes e depois
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Copia nova de MOVIES.DAT com a chave
      *                   alternativa pelo titulo; CUSTOMERS.DAT passa a
      *                   ser reorganizado tambem, com as chaves
      *                   alternativas pelo nome e pelo documento. Os
      *                   arquivos vivos sao lidos so pela chave
      *                   primaria, para servir tambem aos arquivos
      *                   gravados antes das chaves alternativas
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORGANIZAR.
           FILE STATUS IS WRK-NEW-STATUS
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-REORG-COD
           ALTERNATE RECORD KEY IS FS-REORG-TITLE WITH DUPLICATES.
           SELECT CUSTOMERS ASSIGN TO "CUSTOMERS.DAT"
           FILE STATUS IS WRK-CUST-STATUS
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-CUST-COD.
           SELECT CUST-NEW ASSIGN TO "CUSTREORG.DAT"
           FILE STATUS IS WRK-CUST-NEW-STATUS
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-CREORG-COD
           ALTERNATE RECORD KEY IS FS-CREORG-NAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS FS-CREORG-DOC WITH DUPLICATES.
       DATA DIVISION.
       FILE SECTION.
           FD  MOVIES.
                                     ==FS-MOV-SUBTITLE==
                                         BY ==FS-REORG-SUBTITLE==
                                     ==FS-MOV-SECTION==
                                         BY ==FS-REORG-SECTION==
                                     ==FS-MOV-ITEM-TYPE==
                                         BY ==FS-REORG-ITEM-TYPE==
                                     ==FS-MOV-PLATFORM==
                                         BY ==FS-REORG-PLATFORM==.
           FD  CUSTOMERS.
           01 FS-CUSTOMER.
               COPY CUSTFLDS.
           FD  CUST-NEW.
           01 FS-CREORG-CUST.
               COPY CUSTFLDS
                   REPLACING ==FS-CUST-COD==   BY ==FS-CREORG-COD==
                             ==FS-CUST-NAME==  BY ==FS-CREORG-NAME==
                             ==FS-CUST-PHONE== BY ==FS-CREORG-PHONE==
                             ==FS-CUST-DOC==   BY ==FS-CREORG-DOC==
                             ==FS-CUST-BIRTHDATE==
                                 BY ==FS-CREORG-BIRTHDATE==
                             ==FS-CUST-CORPORATE==
                                 BY ==FS-CREORG-CORPORATE==
                             ==FS-CUST-SMS-OPTIN-DT==
                                 BY ==FS-CREORG-SMS-OPTIN-DT==
                             ==FS-CUST-MKT-OPTIN==
                                 BY ==FS-CREORG-MKT-OPTIN==
                             ==FS-CUST-MKT-OPTIN-DT==
                                 BY ==FS-CREORG-MKT-OPTIN-DT==
                             ==FS-CUST-ADDRESS==
                                 BY ==FS-CREORG-ADDRESS==
                             ==FS-CUST-ZONE==
                                 BY ==FS-CREORG-ZONE==
                             ==FS-CUST-SMS-OPTIN==
                                 BY ==FS-CREORG-SMS-OPTIN==
                             ==FS-CUST-BRANCH==
                                 BY ==FS-CREORG-BRANCH==
                             ==FS-CUST-AGREE-DT==
                                 BY ==FS-CREORG-AGREE-DT==
                             ==FS-CUST-AGREE-VER==
                                 BY ==FS-CREORG-AGREE-VER==.
       WORKING-STORAGE SECTION.
       77  WRK-NIVEL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-MIN-LEVEL           PIC 9(01) VALUE 2.
       77  WRK-AFTER-COUNT             PIC 9(05) VALUE ZEROES.
       77  WRK-TECLA                   PIC X(01) VALUE SPACES.
       77  WRK-RESULT                  PIC X(40) VALUE SPACES.
       77  WRK-CUST-STATUS             PIC 9(03) VALUE ZEROES.
       77  WRK-CUST-NEW-STATUS         PIC 9(03) VALUE ZEROES.
       77  WRK-CUST-OLD-NAME           PIC X(14)
                                        VALUE "CUSTOMERS.DAT".
       77  WRK-CUST-NEW-NAME           PIC X(14)
                                        VALUE "CUSTREORG.DAT".
       77  WRK-CUST-BEFORE             PIC 9(05) VALUE ZEROES.
       77  WRK-CUST-AFTER              PIC 9(05) VALUE ZEROES.
       77  WRK-CUST-RESULT             PIC X(40) VALUE SPACES.

       01  WRK-SUMMARY.
           05 WRK-SUM-BEFORE           PIC X(40) VALUE SPACES.
           05 WRK-SUM-AFTER            PIC X(40) VALUE SPACES.
           05 WRK-SUM-RESULT           PIC X(40) VALUE SPACES.
           05 WRK-SUM-CUST-BEFORE      PIC X(40) VALUE SPACES.
           05 WRK-SUM-CUST-AFTER       PIC X(40) VALUE SPACES.
           05 WRK-SUM-CUST-RESULT      PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
       01  DONE-SCREEN.
           05 DONE-TITLE.
               10 LINE 03 COLUMN 01 PIC X(30) ERASE EOL
                  BACKGROUND-COLOR 2 FROM "REORGANIZACAO DOS ARQUIVOS".
           05 DONE-BEFORE.
               10 LINE 05 COLUMN 05 PIC X(40) ERASE EOL
                  FOREGROUND-COLOR 7 FROM WRK-SUM-BEFORE.
           05 DONE-RESULT.
               10 LINE 07 COLUMN 05 PIC X(40) ERASE EOL
                  FOREGROUND-COLOR 7 FROM WRK-SUM-RESULT.
           05 DONE-CUST-BEFORE.
               10 LINE 09 COLUMN 05 PIC X(40) ERASE EOL
                  FOREGROUND-COLOR 7 FROM WRK-SUM-CUST-BEFORE.
           05 DONE-CUST-AFTER.
               10 LINE 10 COLUMN 05 PIC X(40) ERASE EOL
                  FOREGROUND-COLOR 7 FROM WRK-SUM-CUST-AFTER.
           05 DONE-CUST-RESULT.
               10 LINE 11 COLUMN 05 PIC X(40) ERASE EOL
                  FOREGROUND-COLOR 7 FROM WRK-SUM-CUST-RESULT.
           05 DONE-PRONTO.
               10 LINE 13 COLUMN 05 PIC X(27) ERASE EOL
                  FOREGROUND-COLOR 7 FROM
                  "PRESSIONE ENTER PARA VOLTAR".

               CALL "ATUALIZACONTADOR" USING WRK-CTR-OP,
                   WRK-CTR-VALUE, WRK-CTR-STATUS
               PERFORM 0050-CHECK-RESULT
               PERFORM 0070-REORG-CUSTOMERS
               PERFORM 0060-SHOW-SUMMARY
           END-IF.
           GOBACK.
       0060-SHOW-SUMMARY   SECTION.
      *Mostra a contagem antes/depois e o resultado da conferencia
      *=================================================================
           DISPLAY CLEAR-SCREEN
           CALL "MARCATREINO".
           STRING "REGISTROS ANTES: " WRK-BEFORE-COUNT
               INTO WRK-SUM-BEFORE.
           STRING "REGISTROS DEPOIS: " WRK-AFTER-COUNT
               INTO WRK-SUM-AFTER.
           MOVE WRK-RESULT TO WRK-SUM-RESULT.
           STRING "CLIENTES ANTES: " WRK-CUST-BEFORE
               INTO WRK-SUM-CUST-BEFORE.
           STRING "CLIENTES DEPOIS: " WRK-CUST-AFTER
               INTO WRK-SUM-CUST-AFTER.
           MOVE WRK-CUST-RESULT TO WRK-SUM-CUST-RESULT.
           DISPLAY DONE-SCREEN.
           ACCEPT WRK-TECLA.

      *=================================================================
       0070-REORG-CUSTOMERS SECTION.
      *Reorganiza CUSTOMERS.DAT do mesmo jeito: conta, copia para
      *CUSTREORG.DAT (montando os indices pelo nome e pelo documento),
      *substitui o arquivo vivo e confere a contagem
      *=================================================================
           MOVE ZEROES TO WRK-CUST-STATUS WRK-CUST-BEFORE
               WRK-CUST-AFTER.
           OPEN INPUT CUSTOMERS.
           IF WRK-CUST-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-CUST-STATUS, "REORGANIZAR", "B"
               MOVE "CLIENTES: ARQUIVO NAO REORGANIZADO"
                   TO WRK-CUST-RESULT
               MOVE ZEROES TO WRK-CUST-STATUS
               GO TO 0070-FIM
           END-IF.
           PERFORM UNTIL WRK-CUST-STATUS NOT EQUAL 0
               READ CUSTOMERS
                   AT END
                       MOVE 100 TO WRK-CUST-STATUS
                   NOT AT END
                       ADD 1 TO WRK-CUST-BEFORE
               END-READ
           END-PERFORM.
           CLOSE CUSTOMERS.
           MOVE ZEROES TO WRK-CUST-STATUS.
           OPEN INPUT CUSTOMERS.
           OPEN OUTPUT CUST-NEW.
           PERFORM UNTIL WRK-CUST-STATUS NOT EQUAL 0
               READ CUSTOMERS
                   AT END
                       MOVE 100 TO WRK-CUST-STATUS
                   NOT AT END
                       MOVE FS-CUSTOMER TO FS-CREORG-CUST
                       WRITE FS-CREORG-CUST
               END-READ
           END-PERFORM.
           CLOSE CUSTOMERS.
           CLOSE CUST-NEW.
           CALL "CBL_DELETE_FILE" USING WRK-CUST-OLD-NAME.
           CALL "CBL_RENAME_FILE" USING WRK-CUST-NEW-NAME
               WRK-CUST-OLD-NAME.
           MOVE ZEROES TO WRK-CUST-STATUS.
           OPEN INPUT CUSTOMERS.
           PERFORM UNTIL WRK-CUST-STATUS NOT EQUAL 0
               READ CUSTOMERS
                   AT END
                       MOVE 100 TO WRK-CUST-STATUS
                   NOT AT END
                       ADD 1 TO WRK-CUST-AFTER
               END-READ
           END-PERFORM.
           CLOSE CUSTOMERS.
           MOVE ZEROES TO WRK-CUST-STATUS.
           IF WRK-CUST-AFTER EQUAL WRK-CUST-BEFORE
               MOVE "OK - NENHUM CLIENTE PERDIDO" TO WRK-CUST-RESULT
           ELSE
               MOVE "ATENCAO - DIVERGENCIA NOS CLIENTES"
                   TO WRK-CUST-RESULT
           END-IF.
       0070-FIM.
           EXIT.

       END PROGRAM REORGANIZAR.
