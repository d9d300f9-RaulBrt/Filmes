      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Folha de rota dos motoristas: para uma data (padrao
      *           a data do movimento), lista os pedidos de entrega e
      *           de coleta a domicilio que ja sairam (situacao S em
      *           ENTREGAS.DAT), agrupados por zona, com a janela de
      *           horario, o motorista, o cliente, o endereco, os
      *           titulos e o valor a receber na porta, e um campo
      *           para a assinatura de quem recebeu. Totais por zona e
      *           geral; avisa os pedidos da data que ainda nao sairam.
      *           Imprime em ROTAS.PRN.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROTAENTREGA.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT ENTREGAS ASSIGN TO "ENTREGAS.DAT"
           FILE STATUS IS WRK-ENT-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-ENT-NUM.

           SELECT PRINT-FILE ASSIGN TO "ROTAS.PRN"
           FILE STATUS IS WRK-PRINT-STATUS
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ENTREGAS.
           01 FS-ENTREGA.
               COPY ENTRFLDS.
           FD  PRINT-FILE.
           01 FS-PRINT-LINE            PIC X(71).
       WORKING-STORAGE SECTION.
       77  WRK-ENT-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-PRINT-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-SPOOL-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-STATUS                  PIC 9(03) VALUE ZEROES.
       77  WRK-CUST-STATUS             PIC 9(03) VALUE ZEROES.
       77  WRK-TECLA                   PIC X(01) VALUE SPACES.
       77  WRK-BUFF                    PIC X(71) VALUE SPACES.
       77  WRK-LINE                    PIC 9(04) VALUE ZEROES.
       77  WRK-TODAY                   PIC 9(08) VALUE ZEROES.
       77  WRK-ROUTE-DATE              PIC 9(08) VALUE ZEROES.
       77  WRK-DATE-MSK                PIC X(08) JUSTIFIED RIGHT.
       77  WRK-ZONE-SUB                PIC 9(02) VALUE ZEROES.
       77  WRK-ZONE-COUNT              PIC 9(02) VALUE ZEROES.
       77  WRK-ZONE-FOUND              PIC 9(01) VALUE ZEROES.
       77  WRK-ITEM-SUB                PIC 9(02) VALUE ZEROES.
       77  WRK-PENDING                 PIC 9(04) VALUE ZEROES.
       77  WRK-ZONE-ORDERS             PIC 9(04) VALUE ZEROES.
       77  WRK-ZONE-DUE                PIC 9(08)V99 VALUE ZEROES.
       77  WRK-TOT-ORDERS              PIC 9(04) VALUE ZEROES.
       77  WRK-TOT-DUE                 PIC 9(08)V99 VALUE ZEROES.
       77  WRK-TYPE-NAME               PIC X(07) VALUE SPACES.
      *Zonas com pedidos em rota na data, na ordem em que aparecem
       01  WRK-ZONE-TABLE.
           05 WRK-ZONE                 PIC X(03) OCCURS 30 TIMES.
       01  WRK-MONEY                   PIC 9(08)V99 VALUE ZEROES.
       01  WRK-MONEY-R REDEFINES WRK-MONEY.
           05 WRK-MONEY-INT            PIC 9(08).
           05 WRK-MONEY-DEC            PIC 9(02).

       01  WRK-MOVIE.
           COPY MOVIEFLDS
               REPLACING ==FS-MOV-COD==   BY ==WRK-MOV-COD==
                         ==FS-MOV-EXTREF== BY ==WRK-MOV-EXTREF==
                         ==FS-MOV-TITLE== BY ==WRK-MOV-TITLE==
                         ==FS-MOV-GENRE== BY ==WRK-MOV-GENRE==
                         ==FS-MOV-LEN==   BY ==WRK-MOV-LEN==
                         ==FS-MOV-PUBLI== BY ==WRK-MOV-PUBLI==
                         ==FS-MOV-GRADE== BY ==WRK-MOV-GRADE==
                         ==FS-MOV-RATING== BY ==WRK-MOV-RATING==
                         ==FS-MOV-YEAR==  BY ==WRK-MOV-YEAR==
                         ==FS-MOV-SERIES== BY ==WRK-MOV-SERIES==
                         ==FS-MOV-COPIES-TOT==
                             BY ==WRK-MOV-COPIES-TOT==
                         ==FS-MOV-COPIES-AVL==
                             BY ==WRK-MOV-COPIES-AVL==
                                 ==FS-MOV-CREATED-DT==
                                     BY ==WRK-MOV-CREATED-DT==
                                 ==FS-MOV-MODIFIED-DT==
                                     BY ==WRK-MOV-MODIFIED-DT==
                                     ==FS-MOV-COST==
                                         BY ==WRK-MOV-COST==
                                     ==FS-MOV-RENTPRICE==
                                         BY ==WRK-MOV-RENTPRICE==
                                     ==FS-MOV-LANGUAGE==
                                         BY ==WRK-MOV-LANGUAGE==
                                     ==FS-MOV-SUBTITLE==
                                         BY ==WRK-MOV-SUBTITLE==
                                     ==FS-MOV-SECTION==
                                         BY ==WRK-MOV-SECTION==
                                     ==FS-MOV-ITEM-TYPE==
                                         BY ==WRK-MOV-ITEM-TYPE==
                                     ==FS-MOV-PLATFORM==
                                         BY ==WRK-MOV-PLATFORM==.

       01  WRK-CUSTOMER.
           COPY CUSTFLDS
               REPLACING ==FS-CUST-COD==   BY ==WRK-CUST-COD==
                         ==FS-CUST-NAME==  BY ==WRK-CUST-NAME==
                         ==FS-CUST-PHONE== BY ==WRK-CUST-PHONE==
                         ==FS-CUST-DOC==   BY ==WRK-CUST-DOC==
                         ==FS-CUST-BIRTHDATE==
                             BY ==WRK-CUST-BIRTHDATE==
                         ==FS-CUST-CORPORATE==
                             BY ==WRK-CUST-CORPORATE==
                         ==FS-CUST-SMS-OPTIN==
                             BY ==WRK-CUST-SMS-OPTIN==
                         ==FS-CUST-SMS-OPTIN-DT==
                             BY ==WRK-CUST-SMS-OPTIN-DT==
                         ==FS-CUST-MKT-OPTIN==
                             BY ==WRK-CUST-MKT-OPTIN==
                         ==FS-CUST-MKT-OPTIN-DT==
                             BY ==WRK-CUST-MKT-OPTIN-DT==
                         ==FS-CUST-ADDRESS==
                             BY ==WRK-CUST-ADDRESS==
                         ==FS-CUST-ZONE==
                             BY ==WRK-CUST-ZONE==
                         ==FS-CUST-BRANCH==
                             BY ==WRK-CUST-BRANCH==
                         ==FS-CUST-AGREE-DT==
                             BY ==WRK-CUST-AGREE-DT==
                         ==FS-CUST-AGREE-VER==
                             BY ==WRK-CUST-AGREE-VER==.

       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
       SCREEN  SECTION.
       01  CLEAR.
           05 CLEAR-SCREEN.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL.
       01  SHOW-MV.
           05 TITLE-SCREEN.
               10 LINE 01 COLUMN 01    PIC X(20) ERASE EOL
                  BACKGROUND-COLOR 2 FROM "FOLHA DE ROTA".
       01  SHOW-LINE.
           05 DTA.
               10 LINE WRK-LINE COLUMN 01 PIC X(71) ERASE EOL
                  BACKGROUND-COLOR 0 FOREGROUND-COLOR 2 FROM WRK-BUFF.

       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           CALL "LERDATANEG" USING WRK-TODAY.
           PERFORM 0010-GET-DATE.
           PERFORM 0020-LOAD-ZONES.
           IF WRK-ZONE-COUNT EQUAL ZEROES
               MOVE 675 TO WRK-STATUS
               CALL "ERROS" USING WRK-STATUS, "ROTAENTREGA"
               GOBACK
           END-IF.
           MOVE ZEROES TO WRK-TOT-ORDERS WRK-TOT-DUE.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           OPEN OUTPUT PRINT-FILE.
           MOVE 02 TO WRK-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "FOLHA DE ROTA - ENTREGAS E COLETAS DE "
               WRK-ROUTE-DATE INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           PERFORM VARYING WRK-ZONE-SUB FROM 1 BY 1
                   UNTIL WRK-ZONE-SUB GREATER THAN WRK-ZONE-COUNT
               PERFORM 0030-PRINT-ZONE
           END-PERFORM.
           PERFORM 0060-PRINT-SUMMARY.
           CLOSE PRINT-FILE.
      *Copia datada no spool, antes da proxima rodada
      *sobrescrever o PRN fixo
           CALL "ESPOLAR" USING "ROTAS.PRN           ",
               LNK-OPERATOR, WRK-SPOOL-STATUS.
           DISPLAY "IMPRESSO EM ROTAS.PRN. PRESSIONE ENTER" AT 2301.
           ACCEPT WRK-TECLA AT 2340.
           GOBACK.

      *=================================================================
       0010-GET-DATE      SECTION.
      *Data da rota; o padrao e a data do movimento
      *=================================================================
           MOVE WRK-TODAY TO WRK-ROUTE-DATE.
           DISPLAY "DATA DA ROTA (AAAAMMDD, ENTER=HOJE): " AT 0305.
           MOVE SPACES TO WRK-DATE-MSK.
           ACCEPT WRK-DATE-MSK AT 0343.
           IF WRK-DATE-MSK NOT EQUAL SPACES
               AND WRK-DATE-MSK IS NUMERIC
               MOVE WRK-DATE-MSK TO WRK-ROUTE-DATE
           END-IF.

      *=================================================================
       0020-LOAD-ZONES      SECTION.
      *Primeira passada: junta as zonas dos pedidos que sairam na
      *data e conta os pedidos da data que ainda estao pendentes
      *=================================================================
           INITIALIZE WRK-ZONE-TABLE.
           MOVE ZEROES TO WRK-ZONE-COUNT WRK-PENDING.
           OPEN INPUT ENTREGAS.
           IF WRK-ENT-FSTAT EQUAL ZEROES
               PERFORM UNTIL WRK-ENT-FSTAT NOT EQUAL ZEROES
                   READ ENTREGAS NEXT RECORD
                       AT END
                           MOVE 100 TO WRK-ENT-FSTAT
                       NOT AT END
                           PERFORM 0025-ADD-ZONE
                   END-READ
               END-PERFORM
               CLOSE ENTREGAS
           END-IF.
           MOVE ZEROES TO WRK-ENT-FSTAT.

      *=================================================================
       0025-ADD-ZONE      SECTION.
      *Pedido corrente: conta se pendente na data; se saiu, guarda a
      *zona quando ainda nao esta na tabela
      *=================================================================
           IF FS-ENT-DATE NOT EQUAL WRK-ROUTE-DATE
               GO TO 0025-FIM
           END-IF.
           IF FS-ENT-PENDENTE
               ADD 1 TO WRK-PENDING
               GO TO 0025-FIM
           END-IF.
           IF NOT FS-ENT-EM-ROTA
               GO TO 0025-FIM
           END-IF.
           MOVE ZEROES TO WRK-ZONE-FOUND.
           PERFORM VARYING WRK-ZONE-SUB FROM 1 BY 1
                   UNTIL WRK-ZONE-SUB GREATER THAN WRK-ZONE-COUNT
               IF WRK-ZONE(WRK-ZONE-SUB) EQUAL FS-ENT-ZONE
                   MOVE 1 TO WRK-ZONE-FOUND
               END-IF
           END-PERFORM.
           IF WRK-ZONE-FOUND EQUAL ZEROES
               AND WRK-ZONE-COUNT LESS THAN 30
               ADD 1 TO WRK-ZONE-COUNT
               MOVE FS-ENT-ZONE TO WRK-ZONE(WRK-ZONE-COUNT)
           END-IF.
       0025-FIM.
           EXIT.

      *=================================================================
       0030-PRINT-ZONE      SECTION.
      *Uma passada no arquivo para a zona corrente: cabecalho, os
      *pedidos em rota na data e o subtotal da zona
      *=================================================================
           MOVE ZEROES TO WRK-ZONE-ORDERS WRK-ZONE-DUE.
           MOVE SPACES TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE ALL "=" TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "ZONA: " WRK-ZONE(WRK-ZONE-SUB) INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           OPEN INPUT ENTREGAS.
           IF WRK-ENT-FSTAT EQUAL ZEROES
               PERFORM UNTIL WRK-ENT-FSTAT NOT EQUAL ZEROES
                   READ ENTREGAS NEXT RECORD
                       AT END
                           MOVE 100 TO WRK-ENT-FSTAT
                       NOT AT END
                           IF FS-ENT-DATE EQUAL WRK-ROUTE-DATE
                               AND FS-ENT-EM-ROTA
                               AND FS-ENT-ZONE EQUAL
                                   WRK-ZONE(WRK-ZONE-SUB)
                               PERFORM 0040-PRINT-ORDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENTREGAS
           END-IF.
           MOVE ZEROES TO WRK-ENT-FSTAT.
           MOVE WRK-ZONE-DUE TO WRK-MONEY.
           MOVE SPACES TO WRK-BUFF.
           STRING "TOTAL DA ZONA " WRK-ZONE(WRK-ZONE-SUB) ": "
               WRK-ZONE-ORDERS " PEDIDOS, A RECEBER "
               WRK-MONEY-INT "," WRK-MONEY-DEC INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           ADD WRK-ZONE-ORDERS TO WRK-TOT-ORDERS.
           ADD WRK-ZONE-DUE TO WRK-TOT-DUE.

      *=================================================================
       0040-PRINT-ORDER      SECTION.
      *Bloco do pedido na folha: janela e motorista, cliente e
      *endereco, titulos, valor a receber e campo de assinatura
      *=================================================================
           ADD 1 TO WRK-ZONE-ORDERS.
           ADD FS-ENT-DUE TO WRK-ZONE-DUE.
           IF FS-ENT-ENTREGA
               MOVE "ENTREGA" TO WRK-TYPE-NAME
           ELSE
               MOVE "COLETA" TO WRK-TYPE-NAME
           END-IF.
           MOVE FS-ENT-CUST-COD TO WRK-CUST-COD.
           MOVE SPACES TO WRK-CUST-NAME WRK-CUST-PHONE WRK-CUST-ADDRESS.
           MOVE ZEROES TO WRK-CUST-STATUS.
           CALL "SEARCHCUSTOMER" USING WRK-CUSTOMER, WRK-CUST-STATUS.
           MOVE SPACES TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "PEDIDO " FS-ENT-NUM " " WRK-TYPE-NAME
               " DAS " FS-ENT-WIN-FROM " AS " FS-ENT-WIN-TO
               " MOTORISTA " FS-ENT-DRIVER INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "  CLIENTE " FS-ENT-CUST-COD " " WRK-CUST-NAME
               " FONE " WRK-CUST-PHONE INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "  ENDERECO " WRK-CUST-ADDRESS INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           PERFORM VARYING WRK-ITEM-SUB FROM 1 BY 1
                   UNTIL WRK-ITEM-SUB GREATER THAN FS-ENT-ITEM-COUNT
               PERFORM 0045-PRINT-ITEM
           END-PERFORM.
           MOVE FS-ENT-DUE TO WRK-MONEY.
           MOVE SPACES TO WRK-BUFF.
           STRING "  A RECEBER NA PORTA: " WRK-MONEY-INT ","
               WRK-MONEY-DEC INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE "  RECEBIDO POR: ______________________  HORA: _____"
               TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.

      *=================================================================
       0045-PRINT-ITEM      SECTION.
      *Linha de um titulo do pedido; na coleta, com o vencimento do
      *aluguel que o motorista vai buscar
      *=================================================================
           MOVE FS-ENT-MOV-COD(WRK-ITEM-SUB) TO WRK-MOV-COD.
           MOVE SPACES TO WRK-MOV-TITLE.
           MOVE ZEROES TO WRK-STATUS.
           CALL "SEARCHMOVIE" USING WRK-MOVIE, WRK-STATUS.
           MOVE ZEROES TO WRK-STATUS.
           MOVE SPACES TO WRK-BUFF.
           IF FS-ENT-COLETA
               STRING "    " FS-ENT-MOV-COD(WRK-ITEM-SUB) " COPIA "
                   FS-ENT-COPY-NUM(WRK-ITEM-SUB) " VENC "
                   FS-ENT-DUE-DATE(WRK-ITEM-SUB) " "
                   WRK-MOV-TITLE INTO WRK-BUFF
           ELSE
               STRING "    " FS-ENT-MOV-COD(WRK-ITEM-SUB) " COPIA "
                   FS-ENT-COPY-NUM(WRK-ITEM-SUB) " "
                   WRK-MOV-TITLE INTO WRK-BUFF
           END-IF.
           PERFORM 0070-PRINT-LINE.

      *=================================================================
       0060-PRINT-SUMMARY      SECTION.
      *Total geral da folha e aviso dos pedidos da data sem saida
      *=================================================================
           MOVE SPACES TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE ALL "=" TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE WRK-TOT-DUE TO WRK-MONEY.
           MOVE SPACES TO WRK-BUFF.
           STRING "TOTAL GERAL: " WRK-TOT-ORDERS " PEDIDOS EM "
               WRK-ZONE-COUNT " ZONAS, A RECEBER " WRK-MONEY-INT ","
               WRK-MONEY-DEC INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           IF WRK-PENDING GREATER THAN ZEROES
               MOVE SPACES TO WRK-BUFF
               STRING "ATENCAO: " WRK-PENDING " PEDIDOS DA DATA AINDA "
                   "SEM SAIDA (FORA DA FOLHA)" INTO WRK-BUFF
               PERFORM 0070-PRINT-LINE
           END-IF.

      *=================================================================
       0070-PRINT-LINE      SECTION.
      *Mostra a linha corrente na tela e grava no arquivo de impressao
      *=================================================================
           ADD 1 TO WRK-LINE.
           DISPLAY DTA.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           IF WRK-LINE GREATER THAN 21
               DISPLAY "PRESSIONE ENTER PARA CONTINUAR" AT 2401
               ACCEPT WRK-TECLA AT 2401
               DISPLAY CLEAR-SCREEN
               DISPLAY TITLE-SCREEN
               CALL "MARCATREINO"
               MOVE 02 TO WRK-LINE
           END-IF.
       END PROGRAM ROTAENTREGA.
