      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Carregar em lote o cadastro de socios de outra loja
      *           (SOCIOS.DAT, posicional: numero do socio na loja de
      *           origem, nome, telefone, documento, nascimento,
      *           endereco e saldo de abertura -- D para debito do
      *           socio, C para credito a favor dele). Nos moldes do
      *           CARGALOTE: total de controle conferido antes da
      *           carga, passagem so de validacao, lista de rejeitados.
      *           Cada socio valido recebe um codigo nosso pelo
      *           GETNEXTCUSTCOD e e gravado via WRITECUSTBATCH; o
      *           saldo entra pelo POSTBALANCE. Documento ja cadastrado
      *           (CHECKDUPDOC) ou mesmo nome e telefone de um cliente
      *           existente nao sao carregados: vao para a lista de
      *           revisao. Relatorios:
      *           SOCIOSMAPA.PRN - numero antigo -> codigo novo;
      *           SOCIOSREJ.PRN  - rejeitados e o motivo;
      *           SOCIOSREV.PRN  - possiveis duplicados a revisar.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Filial da sessao gravada como filial de origem
      *                   do socio carregado; socio entra sem contrato
      *                   de locacao assinado
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGASOCIOS.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT SOCIOS ASSIGN TO "SOCIOS.DAT"
           FILE STATUS IS WRK-IN-STATUS
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT CUSTOMERS ASSIGN TO "CUSTOMERS.DAT"
           FILE STATUS IS WRK-CUST-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-CUST-COD
           ALTERNATE RECORD KEY IS FS-CUST-NAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS FS-CUST-DOC WITH DUPLICATES.

           SELECT MAPA-FILE ASSIGN TO "SOCIOSMAPA.PRN"
           FILE STATUS IS WRK-MAPA-STATUS
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT REJ-FILE ASSIGN TO "SOCIOSREJ.PRN"
           FILE STATUS IS WRK-REJ-STATUS
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT REV-FILE ASSIGN TO "SOCIOSREV.PRN"
           FILE STATUS IS WRK-REV-STATUS
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  SOCIOS.
           01 FS-SOC-REC.
               05 FS-SOC-OLD-NUM       PIC X(10).
               05 FS-SOC-NAME          PIC X(30).
               05 FS-SOC-PHONE         PIC X(15).
               05 FS-SOC-DOC           PIC X(15).
               05 FS-SOC-BIRTHDATE     PIC 9(08).
               05 FS-SOC-ADDRESS       PIC X(40).
               05 FS-SOC-BAL-TYPE      PIC X(01).
                   88 FS-SOC-DEBITO    VALUE "D".
                   88 FS-SOC-CREDITO   VALUE "C".
                   88 FS-SOC-SEM-SALDO VALUE " ".
               05 FS-SOC-BAL-AMOUNT    PIC 9(06)V99.
               05 FS-SOC-BAL-AMOUNT-X REDEFINES FS-SOC-BAL-AMOUNT
                                       PIC X(08).
           FD  CUSTOMERS.
           01 FS-CUSTOMER.
               COPY CUSTFLDS.
           FD  MAPA-FILE.
           01 FS-MAPA-LINE             PIC X(71).
           FD  REJ-FILE.
           01 FS-REJ-LINE              PIC X(71).
           FD  REV-FILE.
           01 FS-REV-LINE              PIC X(71).
       WORKING-STORAGE SECTION.
       77  WRK-NIVEL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-MIN-LEVEL           PIC 9(01) VALUE 2.
       77  WRK-IN-STATUS           PIC 9(03) VALUE ZEROES.
       77  WRK-CUST-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-MAPA-STATUS         PIC 9(03) VALUE ZEROES.
       77  WRK-REJ-STATUS          PIC 9(03) VALUE ZEROES.
       77  WRK-REV-STATUS          PIC 9(03) VALUE ZEROES.
       77  WRK-SPOOL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-VALIDATE-STATUS     PIC 9(03) VALUE ZEROES.
       77  WRK-WRITE-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-GETCOD-STATUS       PIC 9(03) VALUE ZEROES.
       77  WRK-DUP-STATUS          PIC 9(03) VALUE ZEROES.
       77  WRK-BAL-STATUS          PIC 9(03) VALUE ZEROES.
       77  WRK-RUN-MODE            PIC X(01) VALUE "A".
       77  WRK-TECLA               PIC X(01) VALUE SPACES.
       77  WRK-BUFF                PIC X(71) VALUE SPACES.
       77  WRK-TODAY               PIC 9(08) VALUE ZEROES.
       77  WRK-BRANCH              PIC 9(02) VALUE ZEROES.
       77  WRK-BRANCH-STATUS       PIC 9(03) VALUE ZEROES.
       77  WRK-NEXT-COD            PIC 9(05) VALUE ZEROES.
       77  WRK-DUP-COD             PIC 9(05) VALUE ZEROES.
       77  WRK-DUP-NAME            PIC X(30) VALUE SPACES.
       77  WRK-DUP-REASON          PIC X(20) VALUE SPACES.
       77  WRK-REJ-REASON          PIC X(30) VALUE SPACES.
       77  WRK-BAL-NOTE            PIC X(20) VALUE SPACES.
       77  WRK-NAME-EOF            PIC 9(01) VALUE ZEROES.
       77  WRK-BAL-OP              PIC X(01) VALUE SPACES.
       77  WRK-BAL-AMOUNT          PIC 9(06)V99 VALUE ZEROES.
       77  WRK-READ-COUNT          PIC 9(05) VALUE ZEROES.
       77  WRK-GOOD-COUNT          PIC 9(05) VALUE ZEROES.
       77  WRK-REJECT-COUNT        PIC 9(05) VALUE ZEROES.
       77  WRK-REVIEW-COUNT        PIC 9(05) VALUE ZEROES.
       77  WRK-EXPECT-COUNT        PIC 9(05) VALUE ZEROES.
       77  WRK-EXPECT-DEBIT        PIC 9(08)V99 VALUE ZEROES.
       77  WRK-EXPECT-CREDIT       PIC 9(08)V99 VALUE ZEROES.
       77  WRK-ACTUAL-DEBIT        PIC 9(08)V99 VALUE ZEROES.
       77  WRK-ACTUAL-CREDIT       PIC 9(08)V99 VALUE ZEROES.
       77  WRK-SKIP-DEBIT          PIC 9(08)V99 VALUE ZEROES.
       77  WRK-SKIP-CREDIT         PIC 9(08)V99 VALUE ZEROES.
       77  WRK-CHECK-COUNT         PIC 9(05) VALUE ZEROES.
       77  WRK-BALANCED            PIC X(01) VALUE SPACES.

       01  WRK-MONEY               PIC 9(08)V99 VALUE ZEROES.
       01  WRK-MONEY-R REDEFINES WRK-MONEY.
           05 WRK-MONEY-INT        PIC 9(08).
           05 WRK-MONEY-DEC        PIC 9(02).

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
               10 LINE 01 COLUMN 01    PIC X(30) ERASE EOL
                  BACKGROUND-COLOR 2 FROM
                  "CARGA DE SOCIOS".

       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           CALL "CHECKNIVEL" USING LNK-OPERATOR, WRK-MIN-LEVEL,
               WRK-NIVEL-STATUS, "CARGASOCIOS     ".
           IF WRK-NIVEL-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-NIVEL-STATUS, "CARGASOCIOS"
               GOBACK
           END-IF.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN.
           CALL "MARCATREINO".
      *Como no CARGALOTE, a primeira passagem pode ser so de
      *validacao: os relatorios saem iguais e nada e gravado
           DISPLAY "MODO (V=SO VALIDAR, ENTER=APLICAR): " AT 0305.
           MOVE SPACES TO WRK-RUN-MODE.
           ACCEPT WRK-RUN-MODE AT 0342.
           IF WRK-RUN-MODE EQUAL 'V' OR WRK-RUN-MODE EQUAL 'v'
               MOVE 'V' TO WRK-RUN-MODE
           ELSE
               MOVE 'A' TO WRK-RUN-MODE
           END-IF.
           CALL "LERDATANEG" USING WRK-TODAY.
           CALL "LERFILIAL" USING WRK-BRANCH, WRK-BRANCH-STATUS.
           OPEN INPUT SOCIOS.
           IF WRK-IN-STATUS NOT EQUAL ZEROES
               MOVE 350 TO WRK-IN-STATUS
               CALL "ERROS" USING WRK-IN-STATUS, "CARGASOCIOS"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "CARREGANDO..." AT 0505.
           PERFORM 0015-COMPUTE-HASH-TOTAL.
           CLOSE SOCIOS.
           OPEN INPUT SOCIOS.
           OPEN OUTPUT MAPA-FILE.
           OPEN OUTPUT REJ-FILE.
           OPEN OUTPUT REV-FILE.
           PERFORM 0018-WRITE-HEADERS.
      *Na passagem de validacao os codigos do mapa sao os que seriam
      *atribuidos se a carga fosse aplicada agora
           IF WRK-RUN-MODE EQUAL 'V'
               CALL "GETNEXTCUSTCOD" USING WRK-NEXT-COD,
                   WRK-GETCOD-STATUS
           END-IF.
           PERFORM 0020-READ-LOOP.
           CLOSE SOCIOS.
           PERFORM 0060-WRITE-TOTALS.
           CLOSE MAPA-FILE.
           CLOSE REJ-FILE.
           CLOSE REV-FILE.
           CALL "ESPOLAR" USING "SOCIOSMAPA.PRN      ",
               LNK-OPERATOR, WRK-SPOOL-STATUS.
           CALL "ESPOLAR" USING "SOCIOSREJ.PRN       ",
               LNK-OPERATOR, WRK-SPOOL-STATUS.
           CALL "ESPOLAR" USING "SOCIOSREV.PRN       ",
               LNK-OPERATOR, WRK-SPOOL-STATUS.
           IF WRK-REJECT-COUNT GREATER THAN ZEROES
               OR WRK-REVIEW-COUNT GREATER THAN ZEROES
               MOVE 2 TO RETURN-CODE
           END-IF.
           PERFORM 0070-SHOW-SUMMARY.
           GOBACK.

      *=================================================================
       0015-COMPUTE-HASH-TOTAL      SECTION.
      *Soma a contagem e os totais de controle dos saldos de abertura
      *(debitos e creditos separados) antes de gravar qualquer socio,
      *para conferir no fim com o carregado mais o que ficou de fora
      *=================================================================
           PERFORM UNTIL WRK-IN-STATUS NOT EQUAL 0
               READ SOCIOS
                   AT END
                       MOVE 100 TO WRK-IN-STATUS
                   NOT AT END
                       IF FS-SOC-BAL-AMOUNT-X EQUAL SPACES
                           MOVE ZEROES TO FS-SOC-BAL-AMOUNT
                       END-IF
                       ADD 1 TO WRK-EXPECT-COUNT
                       IF FS-SOC-BAL-AMOUNT IS NUMERIC
                           IF FS-SOC-DEBITO
                               ADD FS-SOC-BAL-AMOUNT
                                   TO WRK-EXPECT-DEBIT
                           END-IF
                           IF FS-SOC-CREDITO
                               ADD FS-SOC-BAL-AMOUNT
                                   TO WRK-EXPECT-CREDIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE ZEROES TO WRK-IN-STATUS.

      *=================================================================
       0018-WRITE-HEADERS      SECTION.
      *Cabecalhos dos tres relatorios da carga
      *=================================================================
           MOVE SPACES TO WRK-BUFF.
           IF WRK-RUN-MODE EQUAL 'V'
               STRING "CARGA DE SOCIOS EM " WRK-TODAY
                   " - SO VALIDACAO, NADA GRAVADO" INTO WRK-BUFF
           ELSE
               STRING "CARGA DE SOCIOS EM " WRK-TODAY " POR "
                   LNK-OPERATOR INTO WRK-BUFF
           END-IF.
           WRITE FS-MAPA-LINE FROM WRK-BUFF.
           WRITE FS-REJ-LINE FROM WRK-BUFF.
           WRITE FS-REV-LINE FROM WRK-BUFF.
           MOVE "NUM ANTIGO NOVO  NOME                     T SALDO"
               TO WRK-BUFF.
           WRITE FS-MAPA-LINE FROM WRK-BUFF.
           MOVE "NUM ANTIGO NOME                          MOTIVO"
               TO WRK-BUFF.
           WRITE FS-REJ-LINE FROM WRK-BUFF.
           MOVE "NUM ANTIGO NOME                           COD   MOTIVO"
               TO WRK-BUFF.
           WRITE FS-REV-LINE FROM WRK-BUFF.

      *=================================================================
       0020-READ-LOOP      SECTION.
      *Le o arquivo de socios ate o fim: cada registro e carregado,
      *rejeitado ou desviado para a revisao de duplicados
      *=================================================================
           PERFORM UNTIL WRK-IN-STATUS NOT EQUAL 0
               READ SOCIOS
                   AT END
                       MOVE 100 TO WRK-IN-STATUS
                   NOT AT END
                       ADD 1 TO WRK-READ-COUNT
                       IF FS-SOC-BAL-AMOUNT-X EQUAL SPACES
                           MOVE ZEROES TO FS-SOC-BAL-AMOUNT
                       END-IF
                       PERFORM 0030-VALIDATE-RECORD
                       IF WRK-VALIDATE-STATUS NOT EQUAL ZEROES
                           PERFORM 0050-REJECT-RECORD
                       ELSE
                           PERFORM 0035-CHECK-DUPLICATE
                           IF WRK-DUP-COD NOT EQUAL ZEROES
                               PERFORM 0055-REVIEW-RECORD
                           ELSE
                               PERFORM 0040-LOAD-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *=================================================================
       0030-VALIDATE-RECORD      SECTION.
      *Mesmas conferencias do CADASTRARCLIENTE 0040-VALIDATE-INFO e
      *0042-VALIDATE-DOC, mais a do saldo de abertura
      *=================================================================
           MOVE ZEROES TO WRK-VALIDATE-STATUS.
           MOVE SPACES TO WRK-REJ-REASON.
           INSPECT FS-SOC-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF FS-SOC-NAME EQUAL SPACES
               MOVE 612 TO WRK-VALIDATE-STATUS
               MOVE "NOME EM BRANCO" TO WRK-REJ-REASON
           ELSE IF FS-SOC-BIRTHDATE IS NOT NUMERIC
               OR FS-SOC-BIRTHDATE EQUAL ZEROES
               MOVE 623 TO WRK-VALIDATE-STATUS
               MOVE "SEM DATA DE NASCIMENTO" TO WRK-REJ-REASON
           ELSE IF FS-SOC-BAL-AMOUNT IS NOT NUMERIC
               MOVE 684 TO WRK-VALIDATE-STATUS
               MOVE "SALDO DE ABERTURA INVALIDO" TO WRK-REJ-REASON
           ELSE IF NOT FS-SOC-DEBITO AND NOT FS-SOC-CREDITO
               AND NOT FS-SOC-SEM-SALDO
               MOVE 684 TO WRK-VALIDATE-STATUS
               MOVE "TIPO DE SALDO DIFERENTE DE D/C"
                   TO WRK-REJ-REASON
           ELSE IF FS-SOC-SEM-SALDO
               AND FS-SOC-BAL-AMOUNT NOT EQUAL ZEROES
               MOVE 684 TO WRK-VALIDATE-STATUS
               MOVE "SALDO SEM TIPO D/C" TO WRK-REJ-REASON
           END-IF.
           IF WRK-VALIDATE-STATUS EQUAL ZEROES
               CALL "VALIDATEDOC" USING FS-SOC-DOC,
                   WRK-VALIDATE-STATUS
               IF WRK-VALIDATE-STATUS NOT EQUAL ZEROES
                   MOVE "DOCUMENTO INVALIDO" TO WRK-REJ-REASON
               END-IF
           END-IF.

      *=================================================================
       0035-CHECK-DUPLICATE      SECTION.
      *Procura um cliente ja cadastrado com o mesmo documento
      *(CHECKDUPDOC) ou, sem documento igual, com o mesmo nome e o
      *mesmo telefone. Achado, o codigo dele fica em WRK-DUP-COD
      *=================================================================
           MOVE ZEROES TO WRK-DUP-COD.
           MOVE SPACES TO WRK-DUP-NAME.
           MOVE SPACES TO WRK-DUP-REASON.
           IF FS-SOC-DOC NOT EQUAL SPACES
               MOVE ZEROES TO WRK-DUP-STATUS
               CALL "CHECKDUPDOC" USING WRK-DUP-STATUS, FS-SOC-DOC,
                   WRK-DUP-COD, WRK-DUP-NAME
               IF WRK-DUP-STATUS EQUAL 1
                   MOVE "MESMO DOCUMENTO" TO WRK-DUP-REASON
                   GO TO 0035-FIM
               END-IF
               MOVE ZEROES TO WRK-DUP-COD
           END-IF.
           IF FS-SOC-PHONE EQUAL SPACES
               GO TO 0035-FIM
           END-IF.
           OPEN INPUT CUSTOMERS.
           IF WRK-CUST-FSTAT NOT EQUAL ZEROES
               MOVE ZEROES TO WRK-CUST-FSTAT
               GO TO 0035-FIM
           END-IF.
           MOVE FS-SOC-NAME TO FS-CUST-NAME.
           MOVE ZEROES TO WRK-NAME-EOF.
           START CUSTOMERS KEY IS EQUAL FS-CUST-NAME
               INVALID KEY
                   MOVE 1 TO WRK-NAME-EOF
           END-START.
           PERFORM UNTIL WRK-NAME-EOF EQUAL 1
               READ CUSTOMERS NEXT RECORD
                   AT END
                       MOVE 1 TO WRK-NAME-EOF
                   NOT AT END
                       IF FS-CUST-NAME NOT EQUAL FS-SOC-NAME
                           MOVE 1 TO WRK-NAME-EOF
                       ELSE
                           IF FS-CUST-PHONE EQUAL FS-SOC-PHONE
                               MOVE FS-CUST-COD TO WRK-DUP-COD
                               MOVE FS-CUST-NAME TO WRK-DUP-NAME
                               MOVE "MESMO NOME E TELEFONE"
                                   TO WRK-DUP-REASON
                               MOVE 1 TO WRK-NAME-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CUSTOMERS.
           MOVE ZEROES TO WRK-CUST-FSTAT.
       0035-FIM.
           EXIT.

      *=================================================================
       0040-LOAD-RECORD      SECTION.
      *Monta o cliente com um codigo nosso, grava e lanca o saldo de
      *abertura. Na passagem de validacao so o mapa e os totais saem
      *=================================================================
           IF WRK-RUN-MODE EQUAL 'A'
               MOVE ZEROES TO WRK-GETCOD-STATUS
               CALL "GETNEXTCUSTCOD" USING WRK-NEXT-COD,
                   WRK-GETCOD-STATUS
               IF WRK-GETCOD-STATUS NOT EQUAL ZEROES
                   MOVE WRK-GETCOD-STATUS TO WRK-VALIDATE-STATUS
                   MOVE "SEM CODIGO LIVRE" TO WRK-REJ-REASON
                   PERFORM 0050-REJECT-RECORD
                   GO TO 0040-FIM
               END-IF
           END-IF.
           INITIALIZE WRK-CUSTOMER.
           MOVE WRK-NEXT-COD TO WRK-CUST-COD.
           MOVE FS-SOC-NAME TO WRK-CUST-NAME.
           MOVE FS-SOC-PHONE TO WRK-CUST-PHONE.
           MOVE FS-SOC-DOC TO WRK-CUST-DOC.
           MOVE FS-SOC-BIRTHDATE TO WRK-CUST-BIRTHDATE.
           MOVE "N" TO WRK-CUST-CORPORATE.
      *Sem o aceite dado a nossa loja, o socio entra sem lembrete e
      *sem ofertas ate responder no balcao
           MOVE "N" TO WRK-CUST-SMS-OPTIN.
           MOVE WRK-TODAY TO WRK-CUST-SMS-OPTIN-DT.
           MOVE "N" TO WRK-CUST-MKT-OPTIN.
           MOVE WRK-TODAY TO WRK-CUST-MKT-OPTIN-DT.
           MOVE FS-SOC-ADDRESS TO WRK-CUST-ADDRESS.
           MOVE SPACES TO WRK-CUST-ZONE.
      *Socio carregado fica na filial que fez a carga e sem contrato
      *assinado, pedido no primeiro atendimento
           MOVE WRK-BRANCH TO WRK-CUST-BRANCH.
           MOVE ZEROES TO WRK-CUST-AGREE-DT.
           MOVE ZEROES TO WRK-CUST-AGREE-VER.
           MOVE SPACES TO WRK-BAL-NOTE.
           IF WRK-RUN-MODE EQUAL 'A'
               MOVE ZEROES TO WRK-WRITE-STATUS
               CALL "WRITECUSTBATCH" USING WRK-CUSTOMER,
                   WRK-WRITE-STATUS
               IF WRK-WRITE-STATUS NOT EQUAL ZEROES
                   MOVE WRK-WRITE-STATUS TO WRK-VALIDATE-STATUS
                   MOVE "ERRO NA GRAVACAO" TO WRK-REJ-REASON
                   PERFORM 0050-REJECT-RECORD
                   GO TO 0040-FIM
               END-IF
               PERFORM 0045-POST-OPENING-BALANCE
           ELSE
               PERFORM 0046-ADD-BALANCE-TOTAL
           END-IF.
           ADD 1 TO WRK-GOOD-COUNT.
           MOVE FS-SOC-BAL-AMOUNT TO WRK-MONEY.
           MOVE SPACES TO WRK-BUFF.
           STRING FS-SOC-OLD-NUM " " WRK-CUST-COD " "
               FS-SOC-NAME(1:24) " " FS-SOC-BAL-TYPE " "
               WRK-MONEY-INT(3:6) "," WRK-MONEY-DEC " " WRK-BAL-NOTE
               DELIMITED BY SIZE INTO WRK-BUFF.
           WRITE FS-MAPA-LINE FROM WRK-BUFF.
           IF WRK-RUN-MODE EQUAL 'V'
               ADD 1 TO WRK-NEXT-COD
           END-IF.
       0040-FIM.
           EXIT.

      *=================================================================
       0045-POST-OPENING-BALANCE      SECTION.
      *Debito trazido entra como cobranca; credito como pagamento, que
      *deixa o saldo negativo (credito pre-pago do cliente)
      *=================================================================
           IF FS-SOC-SEM-SALDO OR FS-SOC-BAL-AMOUNT EQUAL ZEROES
               GO TO 0045-FIM
           END-IF.
           IF FS-SOC-DEBITO
               MOVE "C" TO WRK-BAL-OP
           ELSE
               MOVE "P" TO WRK-BAL-OP
           END-IF.
           MOVE FS-SOC-BAL-AMOUNT TO WRK-BAL-AMOUNT.
           MOVE ZEROES TO WRK-BAL-STATUS.
           CALL "POSTBALANCE" USING WRK-CUST-COD, WRK-BAL-AMOUNT,
               WRK-BAL-OP, WRK-BAL-STATUS.
           IF WRK-BAL-STATUS NOT EQUAL ZEROES
               MOVE "SALDO NAO LANCADO" TO WRK-BAL-NOTE
               PERFORM 0047-ADD-SKIPPED-TOTAL
           ELSE
               PERFORM 0046-ADD-BALANCE-TOTAL
           END-IF.
       0045-FIM.
           EXIT.

      *=================================================================
       0046-ADD-BALANCE-TOTAL      SECTION.
      *Soma o saldo do socio carregado ao total de controle da carga
      *=================================================================
           IF FS-SOC-DEBITO
               ADD FS-SOC-BAL-AMOUNT TO WRK-ACTUAL-DEBIT
           END-IF.
           IF FS-SOC-CREDITO
               ADD FS-SOC-BAL-AMOUNT TO WRK-ACTUAL-CREDIT
           END-IF.

      *=================================================================
       0047-ADD-SKIPPED-TOTAL      SECTION.
      *Soma o saldo do socio que ficou de fora (rejeitado, em revisao
      *ou nao lancado) ao total do que nao entrou
      *=================================================================
           IF FS-SOC-BAL-AMOUNT IS NUMERIC
               IF FS-SOC-DEBITO
                   ADD FS-SOC-BAL-AMOUNT TO WRK-SKIP-DEBIT
               END-IF
               IF FS-SOC-CREDITO
                   ADD FS-SOC-BAL-AMOUNT TO WRK-SKIP-CREDIT
               END-IF
           END-IF.

      *=================================================================
       0050-REJECT-RECORD      SECTION.
      *Grava o socio rejeitado e o motivo na lista de rejeitados
      *=================================================================
           ADD 1 TO WRK-REJECT-COUNT.
           PERFORM 0047-ADD-SKIPPED-TOTAL.
           MOVE SPACES TO WRK-BUFF.
           STRING FS-SOC-OLD-NUM " " FS-SOC-NAME(1:29) " "
               WRK-REJ-REASON
               DELIMITED BY SIZE INTO WRK-BUFF.
           WRITE FS-REJ-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           STRING "           STATUS " WRK-VALIDATE-STATUS
               "  DOC: " FS-SOC-DOC "  TEL: " FS-SOC-PHONE
               DELIMITED BY SIZE INTO WRK-BUFF.
           WRITE FS-REJ-LINE FROM WRK-BUFF.

      *=================================================================
       0055-REVIEW-RECORD      SECTION.
      *Possivel duplicado: nao carrega e lista lado a lado com o
      *cliente ja cadastrado, para o balcao decidir (FUNDIRCLIENTES ou
      *cadastro manual)
      *=================================================================
           ADD 1 TO WRK-REVIEW-COUNT.
           PERFORM 0047-ADD-SKIPPED-TOTAL.
           MOVE SPACES TO WRK-BUFF.
           STRING FS-SOC-OLD-NUM " " FS-SOC-NAME " " WRK-DUP-COD
               " " WRK-DUP-REASON DELIMITED BY SIZE INTO WRK-BUFF.
           WRITE FS-REV-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           STRING "           DOC: " FS-SOC-DOC "  TEL: "
               FS-SOC-PHONE DELIMITED BY SIZE INTO WRK-BUFF.
           WRITE FS-REV-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           STRING "           CADASTRADO COMO: " WRK-DUP-NAME
               DELIMITED BY SIZE INTO WRK-BUFF.
           WRITE FS-REV-LINE FROM WRK-BUFF.

      *=================================================================
       0060-WRITE-TOTALS      SECTION.
      *Totais de controle no fim do mapa: o lido no arquivo tem de
      *bater com o carregado mais o que ficou de fora (rejeitado, em
      *revisao ou com o saldo nao lancado)
      *=================================================================
           MOVE SPACES TO WRK-BUFF.
           WRITE FS-MAPA-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           STRING "LIDOS: " WRK-EXPECT-COUNT "  CARREGADOS: "
               WRK-GOOD-COUNT "  REJEITADOS: " WRK-REJECT-COUNT
               "  REVISAO: " WRK-REVIEW-COUNT INTO WRK-BUFF.
           WRITE FS-MAPA-LINE FROM WRK-BUFF.
           MOVE "SALDOS           NO ARQUIVO   CARREGADO    FORA"
               TO WRK-BUFF.
           WRITE FS-MAPA-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           MOVE "DEBITOS (D):" TO WRK-BUFF(01:17).
           MOVE WRK-EXPECT-DEBIT TO WRK-MONEY.
           STRING WRK-MONEY-INT "," WRK-MONEY-DEC
               INTO WRK-BUFF(18:11).
           MOVE WRK-ACTUAL-DEBIT TO WRK-MONEY.
           STRING WRK-MONEY-INT "," WRK-MONEY-DEC
               INTO WRK-BUFF(31:11).
           MOVE WRK-SKIP-DEBIT TO WRK-MONEY.
           STRING WRK-MONEY-INT "," WRK-MONEY-DEC
               INTO WRK-BUFF(44:11).
           WRITE FS-MAPA-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           MOVE "CREDITOS (C):" TO WRK-BUFF(01:17).
           MOVE WRK-EXPECT-CREDIT TO WRK-MONEY.
           STRING WRK-MONEY-INT "," WRK-MONEY-DEC
               INTO WRK-BUFF(18:11).
           MOVE WRK-ACTUAL-CREDIT TO WRK-MONEY.
           STRING WRK-MONEY-INT "," WRK-MONEY-DEC
               INTO WRK-BUFF(31:11).
           MOVE WRK-SKIP-CREDIT TO WRK-MONEY.
           STRING WRK-MONEY-INT "," WRK-MONEY-DEC
               INTO WRK-BUFF(44:11).
           WRITE FS-MAPA-LINE FROM WRK-BUFF.
           COMPUTE WRK-CHECK-COUNT = WRK-GOOD-COUNT + WRK-REJECT-COUNT
               + WRK-REVIEW-COUNT.
           MOVE SPACES TO WRK-BUFF.
           IF WRK-CHECK-COUNT EQUAL WRK-EXPECT-COUNT
               AND WRK-ACTUAL-DEBIT + WRK-SKIP-DEBIT
                   EQUAL WRK-EXPECT-DEBIT
               AND WRK-ACTUAL-CREDIT + WRK-SKIP-CREDIT
                   EQUAL WRK-EXPECT-CREDIT
               MOVE "TOTAIS DE CONTROLE CONFEREM" TO WRK-BUFF
               MOVE "S" TO WRK-BALANCED
           ELSE
               MOVE "*** TOTAIS DE CONTROLE NAO CONFEREM ***"
                   TO WRK-BUFF
               MOVE "N" TO WRK-BALANCED
           END-IF.
           WRITE FS-MAPA-LINE FROM WRK-BUFF.

      *=================================================================
       0070-SHOW-SUMMARY      SECTION.
      *Mostra o resumo da carga
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN.
           CALL "MARCATREINO".
           IF WRK-RUN-MODE EQUAL 'V'
               DISPLAY "PASSAGEM DE VALIDACAO - NADA FOI GRAVADO"
                   AT 0305
           ELSE
               DISPLAY "CARGA APLICADA" AT 0305
           END-IF.
           DISPLAY "SOCIOS LIDOS: " AT 0505.
           DISPLAY WRK-EXPECT-COUNT AT 0530.
           DISPLAY "CARREGADOS: " AT 0605.
           DISPLAY WRK-GOOD-COUNT AT 0630.
           DISPLAY "REJEITADOS (SOCIOSREJ): " AT 0705.
           DISPLAY WRK-REJECT-COUNT AT 0730.
           DISPLAY "A REVISAR (SOCIOSREV): " AT 0805.
           DISPLAY WRK-REVIEW-COUNT AT 0830.
           IF WRK-BALANCED EQUAL "S"
               DISPLAY "TOTAIS DE CONTROLE CONFEREM" AT 1005
           ELSE
               DISPLAY "TOTAIS DE CONTROLE NAO CONFEREM - VER MAPA"
                   AT 1005
           END-IF.
           DISPLAY "MAPA DOS CODIGOS EM SOCIOSMAPA.PRN" AT 1105.
           DISPLAY "PRESSIONE ENTER PARA VOLTAR" AT 1305.
           ACCEPT WRK-TECLA AT 1333.

       END PROGRAM CARGASOCIOS.
