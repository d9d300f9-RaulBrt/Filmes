      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Registro de ocorrencias por cliente (OCORRENCIAS.DAT):
      *           disco com defeito, cobranca contestada, reclamacao de
      *           atendimento, ameaca ao pessoal. Lista as ocorrencias
      *           do cliente, registra uma nova (tipo, descricao, recibo
      *           e filme quando houver, operador que registrou),
      *           resolve uma ocorrencia aberta com a solucao e, se for
      *           o caso, um credito ao cliente -- linha C pendente no
      *           diario de caixa e abatimento no saldo, como os outros
      *           creditos, com a autorizacao de um supervisor -- e
      *           marca ou retira o alerta do balcao (so supervisor).
      *           Ocorrencia aberta ou com alerta aparece no aluguel, na
      *           devolucao e no pagamento (ALERTACLIENTE).
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCORRENCIAS.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT OCORRENCIAS ASSIGN TO "OCORRENCIAS.DAT"
           FILE STATUS IS WRK-OCO-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-OCO-KEY.

           SELECT CUSTOMERS ASSIGN TO "CUSTOMERS.DAT"
           FILE STATUS IS WRK-CUST-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-CUST-COD
           ALTERNATE RECORD KEY IS FS-CUST-NAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS FS-CUST-DOC WITH DUPLICATES.

           SELECT MOVIES ASSIGN TO "MOVIES.DAT"
           FILE STATUS IS WRK-MOV-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES.
       DATA DIVISION.
       FILE SECTION.
           FD  OCORRENCIAS.
           01 FS-OCORRENCIA.
               COPY OCOFLDS.
           FD  CUSTOMERS.
           01 FS-CUSTOMER.
               COPY CUSTFLDS.
           FD  MOVIES.
           01 FS-MOVIE.
               COPY MOVIEFLDS.
       WORKING-STORAGE SECTION.
       77  WRK-OCO-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-CUST-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-MOV-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-NIVEL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-MIN-LEVEL           PIC 9(01) VALUE 2.
       77  WRK-PARAM-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-TRANS-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-BAL-STATUS          PIC 9(03) VALUE ZEROES.
       77  WRK-BRANCH              PIC 9(02) VALUE 1.
       77  WRK-TODAY               PIC 9(08) VALUE ZEROES.
       77  WRK-NOW                 PIC 9(08) VALUE ZEROES.
       77  WRK-TRIES               PIC 9(01) VALUE ZEROES.
       77  WRK-EOF                 PIC 9(01) VALUE ZEROES.
       77  WRK-TECLA               PIC X(01) VALUE SPACES.
       77  WRK-OPTION              PIC X(01) VALUE SPACES.
       77  WRK-CONFIRM             PIC X(01) VALUE SPACES.
       77  WRK-BUFF                PIC X(71) VALUE SPACES.
       77  WRK-LINE                PIC 9(04) VALUE ZEROES.
       77  WRK-TYPE-NAME           PIC X(11) VALUE SPACES.
       77  WRK-CUST-COD-MSK        PIC X(05) JUSTIFIED RIGHT.
       77  WRK-PICKED-COD          PIC 9(05) VALUE ZEROES.
       77  WRK-CUST-COD            PIC 9(05) VALUE ZEROES.
       77  WRK-CUST-NAME           PIC X(30) VALUE SPACES.
       77  WRK-SEL-MSK             PIC X(02) JUSTIFIED RIGHT.
       77  WRK-SEL                 PIC 9(02) VALUE ZEROES.
       77  WRK-TYPE                PIC X(01) VALUE SPACES.
       77  WRK-DESC                PIC X(60) VALUE SPACES.
       77  WRK-RECEIPT-MSK         PIC X(06) JUSTIFIED RIGHT.
       77  WRK-MOV-COD-MSK         PIC X(05) JUSTIFIED RIGHT.
       77  WRK-MOV-COD             PIC 9(05) VALUE ZEROES.
       77  WRK-RESOLUTION          PIC X(60) VALUE SPACES.
       77  WRK-CREDIT-MSK          PIC X(09) JUSTIFIED RIGHT.
       77  WRK-CREDIT              PIC 9(06)V99 VALUE ZEROES.
       77  WRK-RECEIPT             PIC 9(06) VALUE ZEROES.
       77  WRK-SUPERV-ID           PIC X(08) VALUE SPACES.
       77  WRK-ERR-MSG             PIC X(60) VALUE SPACES.
      *Chaves das ocorrencias listadas, para a escolha pelo numero
       77  WRK-LST-COUNT           PIC 9(02) VALUE ZEROES.
       01  WRK-LST-TABLE.
           05 WRK-LST-KEY          PIC X(21) OCCURS 12 TIMES.
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
                  BACKGROUND-COLOR 2 FROM "OCORRENCIAS DO CLIENTE".
       01  SHOW-LINE.
           05 DTA.
               10 LINE WRK-LINE COLUMN 01 PIC X(71) ERASE EOL
                  BACKGROUND-COLOR 0 FOREGROUND-COLOR 2 FROM WRK-BUFF.

       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           CALL "LERFILIAL" USING WRK-BRANCH, WRK-PARAM-STATUS.
           PERFORM 0005-GET-CUSTOMER.
           IF WRK-CUST-COD EQUAL ZEROES
               GOBACK
           END-IF.
           PERFORM 0001-CUSTOMER-MENU.
           GOBACK.

      *=================================================================
       0001-CUSTOMER-MENU      SECTION.
      *Lista as ocorrencias do cliente e recebe a acao do operador
      *=================================================================
           PERFORM 0010-SHOW-LIST.
           DISPLAY "NOVA (N), RESOLVER (R), ALERTA (A), "
               "ENTER=VOLTAR: " AT 2001.
           MOVE SPACES TO WRK-OPTION.
           ACCEPT WRK-OPTION AT 2051.
           EVALUATE WRK-OPTION
               WHEN 'N' WHEN 'n'
                   PERFORM 0030-NEW-INCIDENT
                   PERFORM 0001-CUSTOMER-MENU
               WHEN 'R' WHEN 'r'
                   PERFORM 0040-RESOLVE
                   PERFORM 0001-CUSTOMER-MENU
               WHEN 'A' WHEN 'a'
                   PERFORM 0050-TOGGLE-ALERT
                   PERFORM 0001-CUSTOMER-MENU
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *=================================================================
       0005-GET-CUSTOMER      SECTION.
      *Recebe o cliente ("?" abre a busca por nome) e confere o
      *cadastro
      *=================================================================
           MOVE ZEROES TO WRK-CUST-COD.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           DISPLAY "CLIENTE (CODIGO, ?=BUSCA): " AT 0301.
           MOVE SPACES TO WRK-CUST-COD-MSK.
           ACCEPT WRK-CUST-COD-MSK AT 0328.
           IF WRK-CUST-COD-MSK(05:01) EQUAL '?'
               CALL "BUSCARCLIENTE" USING WRK-PICKED-COD
               IF WRK-PICKED-COD EQUAL ZEROES
                   GO TO 0005-FIM
               END-IF
               MOVE WRK-PICKED-COD TO WRK-CUST-COD-MSK
           END-IF.
           IF WRK-CUST-COD-MSK EQUAL SPACES
               GO TO 0005-FIM
           END-IF.
           OPEN INPUT CUSTOMERS.
           IF WRK-CUST-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-CUST-FSTAT, "OCORRENCIAS"
               GO TO 0005-FIM
           END-IF.
           MOVE WRK-CUST-COD-MSK TO FS-CUST-COD.
           READ CUSTOMERS
               INVALID KEY
                   MOVE 100 TO WRK-CUST-FSTAT
           END-READ.
           CLOSE CUSTOMERS.
           IF WRK-CUST-FSTAT NOT EQUAL ZEROES
               MOVE ZEROES TO WRK-CUST-FSTAT
               DISPLAY "CLIENTE NAO CADASTRADO - PRESSIONE ENTER"
                   AT 0501
               ACCEPT WRK-TECLA AT 0542
               GO TO 0005-FIM
           END-IF.
           MOVE FS-CUST-COD TO WRK-CUST-COD.
           MOVE FS-CUST-NAME TO WRK-CUST-NAME.
       0005-FIM.
           EXIT.

      *=================================================================
       0010-SHOW-LIST      SECTION.
      *Lista as ocorrencias do cliente, mais antigas primeiro, com o
      *numero para a escolha (as doze primeiras)
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           MOVE SPACES TO WRK-BUFF.
           STRING "CLIENTE: " WRK-CUST-COD " " WRK-CUST-NAME
               INTO WRK-BUFF.
           MOVE 03 TO WRK-LINE.
           DISPLAY DTA.
           MOVE "NR DATA     TIPO        SIT ALE DESCRICAO" TO WRK-BUFF.
           MOVE 05 TO WRK-LINE.
           DISPLAY DTA.
           MOVE ZEROES TO WRK-LST-COUNT.
           INITIALIZE WRK-LST-TABLE.
           OPEN INPUT OCORRENCIAS.
           IF WRK-OCO-FSTAT NOT EQUAL ZEROES
               MOVE ZEROES TO WRK-OCO-FSTAT
               DISPLAY "NENHUMA OCORRENCIA REGISTRADA" AT 0701
               GO TO 0010-FIM
           END-IF.
           MOVE ZEROES TO WRK-EOF.
           MOVE WRK-CUST-COD TO FS-OCO-CUST-COD.
           MOVE ZEROES TO FS-OCO-DATE.
           MOVE ZEROES TO FS-OCO-TIME.
           START OCORRENCIAS KEY IS NOT LESS THAN FS-OCO-KEY
               INVALID KEY
                   MOVE 1 TO WRK-EOF
           END-START.
           PERFORM UNTIL WRK-EOF EQUAL 1
               READ OCORRENCIAS NEXT RECORD
                   AT END
                       MOVE 1 TO WRK-EOF
                   NOT AT END
                       IF FS-OCO-CUST-COD NOT EQUAL WRK-CUST-COD
                           OR WRK-LST-COUNT NOT LESS THAN 12
                           MOVE 1 TO WRK-EOF
                       ELSE
                           PERFORM 0020-SHOW-ONE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OCORRENCIAS.
           MOVE ZEROES TO WRK-OCO-FSTAT.
           IF WRK-LST-COUNT EQUAL ZEROES
               DISPLAY "NENHUMA OCORRENCIA REGISTRADA" AT 0701
           END-IF.
       0010-FIM.
           EXIT.

      *=================================================================
       0020-SHOW-ONE      SECTION.
      *Mostra a ocorrencia corrente e guarda a chave dela
      *=================================================================
           ADD 1 TO WRK-LST-COUNT.
           MOVE FS-OCO-KEY TO WRK-LST-KEY(WRK-LST-COUNT).
           PERFORM 0025-TYPE-NAME.
           MOVE SPACES TO WRK-BUFF.
           MOVE WRK-LST-COUNT TO WRK-BUFF(01:02).
           MOVE FS-OCO-DATE TO WRK-BUFF(04:08).
           MOVE WRK-TYPE-NAME TO WRK-BUFF(13:11).
           IF FS-OCO-ABERTA
               MOVE "ABE" TO WRK-BUFF(25:03)
           ELSE
               MOVE "RES" TO WRK-BUFF(25:03)
           END-IF.
           IF FS-OCO-ALERTA
               MOVE "S" TO WRK-BUFF(30:01)
           END-IF.
           MOVE FS-OCO-DESC(1:38) TO WRK-BUFF(33:38).
           ADD 1 TO WRK-LINE.
           DISPLAY DTA.

      *=================================================================
       0025-TYPE-NAME      SECTION.
      *Nome do tipo da ocorrencia corrente
      *=================================================================
           EVALUATE TRUE
               WHEN FS-OCO-DEFEITO
                   MOVE "DEFEITO"     TO WRK-TYPE-NAME
               WHEN FS-OCO-COBRANCA
                   MOVE "COBRANCA"    TO WRK-TYPE-NAME
               WHEN FS-OCO-ATENDIMENTO
                   MOVE "ATENDIMENTO" TO WRK-TYPE-NAME
               WHEN FS-OCO-AMEACA
                   MOVE "AMEACA"      TO WRK-TYPE-NAME
               WHEN OTHER
                   MOVE "OUTROS"      TO WRK-TYPE-NAME
           END-EVALUATE.

      *=================================================================
       0030-NEW-INCIDENT      SECTION.
      *Registra uma ocorrencia nova para o cliente, aberta, em nome do
      *operador da sessao
      *=================================================================
           MOVE SPACES TO WRK-ERR-MSG.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           DISPLAY "NOVA OCORRENCIA - CLIENTE " AT 0301.
           DISPLAY WRK-CUST-COD AT 0327.
           DISPLAY "TIPO (D=DEFEITO C=COBRANCA A=ATENDIMENTO "
               "M=AMEACA O=OUTROS): " AT 0501.
           MOVE SPACES TO WRK-TYPE.
           ACCEPT WRK-TYPE AT 0562.
           INSPECT WRK-TYPE CONVERTING "dcamo" TO "DCAMO".
           MOVE WRK-TYPE TO FS-OCO-TYPE.
           IF NOT FS-OCO-TIPO-VALIDO
               MOVE "TIPO INVALIDO" TO WRK-ERR-MSG
               GO TO 0030-ERRO
           END-IF.
           DISPLAY "DESCRICAO:" AT 0701.
           MOVE SPACES TO WRK-DESC.
           ACCEPT WRK-DESC AT 0801.
           IF WRK-DESC EQUAL SPACES
               MOVE "DESCRICAO OBRIGATORIA" TO WRK-ERR-MSG
               GO TO 0030-ERRO
           END-IF.
           DISPLAY "RECIBO (ENTER=NENHUM): " AT 1001.
           MOVE SPACES TO WRK-RECEIPT-MSK.
           ACCEPT WRK-RECEIPT-MSK AT 1024.
           IF WRK-RECEIPT-MSK EQUAL SPACES
               MOVE ZEROES TO WRK-RECEIPT
           ELSE
               MOVE WRK-RECEIPT-MSK TO WRK-RECEIPT
           END-IF.
           DISPLAY "FILME (ENTER=NENHUM): " AT 1101.
           MOVE SPACES TO WRK-MOV-COD-MSK.
           ACCEPT WRK-MOV-COD-MSK AT 1123.
           IF WRK-MOV-COD-MSK EQUAL SPACES
               MOVE ZEROES TO WRK-MOV-COD
           ELSE
               MOVE WRK-MOV-COD-MSK TO WRK-MOV-COD
               PERFORM 0035-CHECK-MOVIE
               IF WRK-ERR-MSG NOT EQUAL SPACES
                   GO TO 0030-ERRO
               END-IF
           END-IF.
           DISPLAY "CONFIRMA O REGISTRO (S/N)? " AT 1301.
           MOVE SPACES TO WRK-CONFIRM.
           ACCEPT WRK-CONFIRM AT 1328.
           IF WRK-CONFIRM NOT EQUAL 'S' AND WRK-CONFIRM NOT EQUAL 's'
               GO TO 0030-FIM
           END-IF.
           MOVE ZEROES TO WRK-TRIES.
           OPEN I-O OCORRENCIAS.
           IF WRK-OCO-FSTAT EQUAL 350 AND WRK-TRIES LESS THAN 1
               ADD 1 TO WRK-TRIES
               OPEN OUTPUT OCORRENCIAS
               CLOSE OCORRENCIAS
               OPEN I-O OCORRENCIAS
           END-IF.
           IF WRK-OCO-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-OCO-FSTAT, "OCORRENCIAS"
               GO TO 0030-FIM
           END-IF.
           CALL "LERDATANEG" USING WRK-TODAY.
           ACCEPT WRK-NOW FROM TIME.
           INITIALIZE FS-OCORRENCIA.
           MOVE WRK-CUST-COD TO FS-OCO-CUST-COD.
           MOVE WRK-TODAY TO FS-OCO-DATE.
           MOVE WRK-NOW TO FS-OCO-TIME.
           MOVE WRK-TYPE TO FS-OCO-TYPE.
           MOVE WRK-DESC TO FS-OCO-DESC.
           MOVE WRK-RECEIPT TO FS-OCO-RECEIPT.
           MOVE WRK-MOV-COD TO FS-OCO-MOV-COD.
           MOVE LNK-OPERATOR TO FS-OCO-OPERATOR.
           MOVE WRK-BRANCH TO FS-OCO-BRANCH.
           SET FS-OCO-ABERTA TO TRUE.
           MOVE "N" TO FS-OCO-ALERT.
      *Duas ocorrencias do mesmo cliente no mesmo centesimo: a segunda
      *vai um centesimo adiante
           WRITE FS-OCORRENCIA
               INVALID KEY
                   ADD 1 TO FS-OCO-TIME
                   WRITE FS-OCORRENCIA
           END-WRITE.
           IF WRK-OCO-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-OCO-FSTAT, "OCORRENCIAS"
           END-IF.
           CLOSE OCORRENCIAS.
           MOVE ZEROES TO WRK-OCO-FSTAT.
           GO TO 0030-FIM.
       0030-ERRO.
           DISPLAY WRK-ERR-MSG AT 1501.
           DISPLAY "PRESSIONE ENTER" AT 1601.
           ACCEPT WRK-TECLA AT 1617.
       0030-FIM.
           EXIT.

      *=================================================================
       0035-CHECK-MOVIE      SECTION.
      *Filme da ocorrencia no acervo, com o titulo na tela
      *=================================================================
           OPEN INPUT MOVIES.
           IF WRK-MOV-FSTAT NOT EQUAL ZEROES
               MOVE ZEROES TO WRK-MOV-FSTAT
               MOVE "CADASTRO DE FILMES INDISPONIVEL" TO WRK-ERR-MSG
               GO TO 0035-FIM
           END-IF.
           MOVE WRK-MOV-COD TO FS-MOV-COD.
           READ MOVIES
               INVALID KEY
                   MOVE "FILME NAO CADASTRADO" TO WRK-ERR-MSG
               NOT INVALID KEY
                   DISPLAY FS-MOV-TITLE AT 1130
           END-READ.
           CLOSE MOVIES.
           MOVE ZEROES TO WRK-MOV-FSTAT.
       0035-FIM.
           EXIT.

      *=================================================================
       0038-READ-SELECTED      SECTION.
      *Recebe o numero da ocorrencia na lista e le o registro para
      *atualizacao; WRK-EOF fica 1 quando nao ha o que atualizar
      *=================================================================
           MOVE 1 TO WRK-EOF.
           DISPLAY "NUMERO DA OCORRENCIA: " AT 2101.
           MOVE SPACES TO WRK-SEL-MSK.
           ACCEPT WRK-SEL-MSK AT 2123.
           IF WRK-SEL-MSK EQUAL SPACES
               GO TO 0038-FIM
           END-IF.
           MOVE WRK-SEL-MSK TO WRK-SEL.
           IF WRK-SEL EQUAL ZEROES
               OR WRK-SEL GREATER THAN WRK-LST-COUNT
               DISPLAY "NUMERO FORA DA LISTA - PRESSIONE ENTER"
                   AT 2201
               ACCEPT WRK-TECLA AT 2240
               GO TO 0038-FIM
           END-IF.
           OPEN I-O OCORRENCIAS.
           IF WRK-OCO-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-OCO-FSTAT, "OCORRENCIAS"
               GO TO 0038-FIM
           END-IF.
           MOVE WRK-LST-KEY(WRK-SEL) TO FS-OCO-KEY.
           READ OCORRENCIAS
               INVALID KEY
                   CLOSE OCORRENCIAS
                   CALL "ERROS" USING WRK-OCO-FSTAT, "OCORRENCIAS"
               NOT INVALID KEY
                   MOVE ZEROES TO WRK-EOF
           END-READ.
       0038-FIM.
           EXIT.

      *=================================================================
       0040-RESOLVE      SECTION.
      *Resolve uma ocorrencia aberta: solucao obrigatoria e, se houver,
      *o credito ao cliente, autorizado por um supervisor e lancado
      *como os outros creditos (linha C pendente no diario de caixa e
      *abatimento no saldo)
      *=================================================================
           PERFORM 0038-READ-SELECTED.
           IF WRK-EOF EQUAL 1
               GO TO 0040-FIM
           END-IF.
           IF FS-OCO-RESOLVIDA
               CLOSE OCORRENCIAS
               DISPLAY "OCORRENCIA JA RESOLVIDA - PRESSIONE ENTER"
                   AT 2201
               ACCEPT WRK-TECLA AT 2243
               GO TO 0040-FIM
           END-IF.
           PERFORM 0025-TYPE-NAME.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           MOVE SPACES TO WRK-BUFF.
           STRING "RESOLVER: " FS-OCO-DATE " " WRK-TYPE-NAME
               " REGISTRADA POR " FS-OCO-OPERATOR INTO WRK-BUFF.
           MOVE 03 TO WRK-LINE.
           DISPLAY DTA.
           MOVE FS-OCO-DESC TO WRK-BUFF.
           MOVE 04 TO WRK-LINE.
           DISPLAY DTA.
           DISPLAY "SOLUCAO:" AT 0601.
           MOVE SPACES TO WRK-RESOLUTION.
           ACCEPT WRK-RESOLUTION AT 0701.
           IF WRK-RESOLUTION EQUAL SPACES
               CLOSE OCORRENCIAS
               DISPLAY "SOLUCAO OBRIGATORIA - PRESSIONE ENTER" AT 1501
               ACCEPT WRK-TECLA AT 1539
               GO TO 0040-FIM
           END-IF.
           DISPLAY "CREDITO AO CLIENTE (ENTER=SEM): " AT 0901.
           MOVE SPACES TO WRK-CREDIT-MSK.
           ACCEPT WRK-CREDIT-MSK AT 0934.
           MOVE ZEROES TO WRK-CREDIT.
           IF WRK-CREDIT-MSK NOT EQUAL SPACES
               MOVE FUNCTION NUMVAL(WRK-CREDIT-MSK) TO WRK-CREDIT
           END-IF.
           IF WRK-CREDIT GREATER THAN ZEROES
               DISPLAY "SUPERVISOR (ID): " AT 1101
               MOVE SPACES TO WRK-SUPERV-ID
               ACCEPT WRK-SUPERV-ID AT 1118
               CALL "CHECKNIVEL" USING WRK-SUPERV-ID, WRK-MIN-LEVEL,
                   WRK-NIVEL-STATUS, "OCORRENCIAS     "
               IF WRK-NIVEL-STATUS NOT EQUAL ZEROES
                   CLOSE OCORRENCIAS
                   CALL "ERROS" USING WRK-NIVEL-STATUS, "OCORRENCIAS"
                   GO TO 0040-FIM
               END-IF
           END-IF.
           DISPLAY "CONFIRMA A SOLUCAO (S/N)? " AT 1301.
           MOVE SPACES TO WRK-CONFIRM.
           ACCEPT WRK-CONFIRM AT 1327.
           IF WRK-CONFIRM NOT EQUAL 'S' AND WRK-CONFIRM NOT EQUAL 's'
               CLOSE OCORRENCIAS
               GO TO 0040-FIM
           END-IF.
           IF WRK-CREDIT GREATER THAN ZEROES
               MOVE ZEROES TO WRK-RECEIPT
               CALL "WRITETRANS" USING "C", WRK-CUST-COD,
                   FS-OCO-MOV-COD, WRK-CREDIT, "N", LNK-OPERATOR,
                   WRK-RECEIPT, WRK-TRANS-STATUS
               IF WRK-TRANS-STATUS NOT EQUAL ZEROES
                   CLOSE OCORRENCIAS
                   CALL "ERROS" USING WRK-TRANS-STATUS, "OCORRENCIAS"
                   GO TO 0040-FIM
               END-IF
               CALL "POSTBALANCE" USING WRK-CUST-COD, WRK-CREDIT,
                   "P", WRK-BAL-STATUS
               IF WRK-BAL-STATUS NOT EQUAL ZEROES
                   CALL "ERROS" USING WRK-BAL-STATUS, "OCORRENCIAS"
               END-IF
           END-IF.
           CALL "LERDATANEG" USING WRK-TODAY.
           SET FS-OCO-RESOLVIDA TO TRUE.
           MOVE WRK-RESOLUTION TO FS-OCO-RESOLUTION.
           MOVE WRK-TODAY TO FS-OCO-RES-DATE.
           MOVE LNK-OPERATOR TO FS-OCO-RES-OPER.
           MOVE WRK-CREDIT TO FS-OCO-CREDIT.
           REWRITE FS-OCORRENCIA.
           IF WRK-OCO-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-OCO-FSTAT, "OCORRENCIAS"
           END-IF.
           CLOSE OCORRENCIAS.
           MOVE ZEROES TO WRK-OCO-FSTAT.
           IF WRK-CREDIT GREATER THAN ZEROES
               DISPLAY "CREDITO LANCADO NO RECIBO " AT 1501
               DISPLAY WRK-RECEIPT AT 1527
               DISPLAY "PRESSIONE ENTER" AT 1601
               ACCEPT WRK-TECLA AT 1617
           END-IF.
       0040-FIM.
           EXIT.

      *=================================================================
       0050-TOGGLE-ALERT      SECTION.
      *Marca ou retira o alerta do balcao da ocorrencia escolhida, com
      *a autorizacao de um supervisor
      *=================================================================
           PERFORM 0038-READ-SELECTED.
           IF WRK-EOF EQUAL 1
               GO TO 0050-FIM
           END-IF.
           DISPLAY "SUPERVISOR (ID): " AT 2201.
           MOVE SPACES TO WRK-SUPERV-ID.
           ACCEPT WRK-SUPERV-ID AT 2218.
           CALL "CHECKNIVEL" USING WRK-SUPERV-ID, WRK-MIN-LEVEL,
               WRK-NIVEL-STATUS, "OCORRENCIAS     ".
           IF WRK-NIVEL-STATUS NOT EQUAL ZEROES
               CLOSE OCORRENCIAS
               CALL "ERROS" USING WRK-NIVEL-STATUS, "OCORRENCIAS"
               GO TO 0050-FIM
           END-IF.
           IF FS-OCO-ALERTA
               MOVE "N" TO FS-OCO-ALERT
           ELSE
               MOVE "S" TO FS-OCO-ALERT
           END-IF.
           MOVE WRK-SUPERV-ID TO FS-OCO-ALERT-OPER.
           REWRITE FS-OCORRENCIA.
           IF WRK-OCO-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-OCO-FSTAT, "OCORRENCIAS"
           END-IF.
           CLOSE OCORRENCIAS.
           MOVE ZEROES TO WRK-OCO-FSTAT.
       0050-FIM.
           EXIT.
       END PROGRAM OCORRENCIAS.
