      *                   disponivel (ASSINATURAS.DAT/PLANOS.DAT) leva
      *                   o item sem cobranca de aluguel, consumindo a
      *                   franquia do ciclo
      * 15/OUT/2026 RTB - Forma de pagamento do atendimento (dinheiro,
      *                   cartao, PIX, cheque ou dividido em duas)
      *                   pedida antes da confirmacao, gravada em
      *                   cada linha do diario e impressa no recibo
      * 15/OUT/2026 RTB - Cliente em cobranca por carta mostra o ultimo
      *                   aviso recebido (GETAVISO) na conferencia da
      *                   situacao
      * 15/OUT/2026 RTB - Cliente com divida baixada como incobravel
      *                   (BAIXAS.DAT) e bloqueado para novos alugueis
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Gravacoes em RENTALS anotadas tambem no jornal
      *                   de recuperacao (WRITEJORNAL)
      * 15/OUT/2026 RTB - Cabecalho das telas e recibo marcados com
      *                   TREINAMENTO no modo treinamento (MARCATREINO
      *                   e LERTREINO)
      * 15/OUT/2026 RTB - Chave alternativa de MOVIES.DAT pelo titulo
      *                   declarada no SELECT
      * 15/OUT/2026 RTB - Copia que sai recebida pela etiqueta (copia e
      *                   digito verificador, ou o codigo de barras
      *                   completo), conferida pelo CONFERECOPIA, sem
      *                   o ENTER para a copia sugerida
      * 15/OUT/2026 RTB - Copia reservada para a solicitacao de um
      *                   cliente de outra filial (FS-COPY-TRANSIT "R")
      *                   nao e sugerida nem aceita no aluguel (codigo
      *                   668)
      * 15/OUT/2026 RTB - Cliente ja informado pela chamada (visao geral
      *                   do cliente, VISAOCLIENTE): o codigo vem
      *                   preenchido em vez de perguntado
      * 15/OUT/2026 RTB - Demanda nao atendida anotada em DEMANDA.DAT
      *                   (WRITEDEMANDA): cliente que recusa a lista de
      *                   espera e titulo pedido fora do acervo ("*" no
      *                   codigo do filme)
      * 15/OUT/2026 RTB - Ocorrencia em aberto ou alerta do supervisor
      *                   para o cliente digitado mostrado antes do
      *                   atendimento (ALERTACLIENTE)
      * 15/OUT/2026 RTB - Conta nova (poucos dias desde o primeiro
      *                   aluguel ou poucos alugueis devolvidos, em
      *                   PARAMS.DAT): limite de itens fora, limite de
      *                   valor de reposicao fora e caucao minima nos
      *                   formatos BLURAY e 4K; a regra atingida e
      *                   mostrada ao balcao e so um supervisor libera,
      *                   com o motivo em OVERRIDES.DAT (tipo N)
      * 15/OUT/2026 RTB - Entrega a domicilio: chamado pela saida do
      *                   motorista com o pedido (ENTREGAS.DAT), o
      *                   aluguel sai pendente no diario com a taxa de
      *                   entrega (tipo 1), nada e cobrado no balcao e o
      *                   pedido volta com o recibo, as copias e o total
      *                   a receber na porta
      * 15/OUT/2026 RTB - Aluguel de jogo: prazo padrao e faixas de
      *                   preco de jogo, console do cliente perguntado
      *                   uma vez por cesta e conferido com a plataforma
      *                   (COMPATPLAT), e consoles de EQUIPAMENTOS.DAT
      *                   sugeridos no fim (SUGERIRCONSOLE)
      * 15/OUT/2026 RTB - Cliente aceito tambem pelo codigo com digito
      *                   da carteirinha, digitado ou lido pelo leitor
      *                   (CONFERECLIENTE); a cesta avisa quando o
      *                   cliente nao assinou o contrato de locacao ou
      *                   assinou versao anterior a atual
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTAR.
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES
           LOCK MODE IS AUTOMATIC.

           SELECT RENTALS ASSIGN TO "RENTALS.DAT"
       77  WRK-RENT-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-STATUS              PIC 9(03) VALUE ZEROES.
       77  WRK-MOV-COD-MSK         PIC X(05) JUSTIFIED RIGHT.
       77  WRK-CUST-COD-MSK        PIC X(06) JUSTIFIED RIGHT.
       77  WRK-PRESET-CUST         PIC 9(05) VALUE ZEROES.
       77  WRK-DIAS-MSK            PIC X(03) JUSTIFIED RIGHT.
       77  WRK-DIAS                PIC 9(03) VALUE ZEROES.
       77  WRK-TODAY                PIC 9(08) VALUE ZEROES.
       77  WRK-CUST-BIRTH-MMDD      PIC 9(04) VALUE ZEROES.
       77  WRK-RECIBO-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-RECIBO-LINE          PIC X(50) VALUE SPACES.
       77  WRK-TRAINING             PIC 9(01) VALUE ZEROES.
       77  WRK-CHARGE               PIC 9(06)V99 VALUE ZEROES.
       77  WRK-RECEIPT              PIC 9(06) VALUE ZEROES.
       77  WRK-TRANS-STATUS         PIC 9(03) VALUE ZEROES.
       77  WRK-BAL-STATUS           PIC 9(03) VALUE ZEROES.
       77  WRK-DEBT-LIMIT           PIC 9(04)V99 VALUE 50.00.
       77  WRK-COPY-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-COPY-MSK             PIC X(09) JUSTIFIED RIGHT.
       77  WRK-SUGGESTED-COPY       PIC 9(03) VALUE ZEROES.
       77  WRK-COPY-EOF             PIC 9(01) VALUE ZEROES.
       77  WRK-COPY-IS-OUT          PIC 9(01) VALUE ZEROES.
       77  WRK-MAX-OPEN             PIC 9(02) VALUE 4.
       77  WRK-STAND-LINE           PIC 9(02) VALUE ZEROES.
       77  WRK-OVERRIDE             PIC X(01) VALUE SPACES.
       77  WRK-AVI-STAGE            PIC 9(01) VALUE ZEROES.
       77  WRK-AVI-DATE             PIC 9(08) VALUE ZEROES.
       77  WRK-OCO-SHOWN            PIC 9(01) VALUE ZEROES.
       77  WRK-AVI-BUFF             PIC X(29) VALUE SPACES.
       77  WRK-BXA-BLOCKED          PIC X(01) VALUE "N".
       77  WRK-BXA-OUTSTANDING      PIC 9(07)V99 VALUE ZEROES.
       77  WRK-PICKED-COD           PIC 9(05) VALUE ZEROES.
       77  WRK-COPY-FORMAT-SEL      PIC X(10) VALUE SPACES.
       77  WRK-DEM-TITLE            PIC X(30) VALUE SPACES.
       77  WRK-DEM-FORMAT           PIC X(10) VALUE SPACES.
       77  WRK-DEM-STATUS           PIC 9(03) VALUE ZEROES.
       77  WRK-DEM-NO-MOV           PIC 9(05) VALUE ZEROES.
       77  WRK-PRICE-STATUS         PIC 9(03) VALUE ZEROES.
       77  WRK-BRANCH               PIC 9(02) VALUE 1.
       77  WRK-PARAM-STATUS         PIC 9(03) VALUE ZEROES.
       77  WRK-SUPER-LEVEL          PIC 9(01) VALUE ZEROES.
       77  WRK-OVR-STATUS           PIC 9(03) VALUE ZEROES.
       77  WRK-DEPOSIT-TOT          PIC 9(06)V99 VALUE ZEROES.
       77  WRK-OVR-AFTER            PIC 9(06)V99 VALUE ZEROES.
       77  WRK-NEW-ACCOUNT          PIC 9(01) VALUE ZEROES.
      *Contrato de locacao: 0 = assinado na versao atual, 1 = nao
      *assinado, 2 = assinado em versao anterior
       77  WRK-AGREE-FLAG           PIC 9(01) VALUE ZEROES.
       77  WRK-NEW-FIRST-DATE       PIC 9(08) VALUE ZEROES.
       77  WRK-NEW-AGE-DAYS         PIC 9(05) VALUE ZEROES.
       77  WRK-NEW-RETURNED         PIC 9(05) VALUE ZEROES.
       77  WRK-NEW-OUT-COUNT        PIC 9(03) VALUE ZEROES.
       77  WRK-NEW-OUT-VALUE        PIC 9(06)V99 VALUE ZEROES.
       77  WRK-NEW-BASKET-VALUE     PIC 9(06)V99 VALUE ZEROES.
       77  WRK-NEW-TRY-COUNT        PIC 9(03) VALUE ZEROES.
       77  WRK-NEW-TRY-VALUE        PIC 9(06)V99 VALUE ZEROES.
       77  WRK-NEW-ITEMS-OK         PIC 9(01) VALUE ZEROES.
       77  WRK-NEW-VALUE-OK         PIC 9(01) VALUE ZEROES.
       77  WRK-NEW-RELEASED         PIC 9(01) VALUE ZEROES.
       77  WRK-NEW-BUFF             PIC X(50) VALUE SPACES.
       77  WRK-TND-DUE              PIC 9(06)V99 VALUE ZEROES.
       77  WRK-DELIVERY             PIC 9(01) VALUE ZEROES.
       77  WRK-EXTRA-PAID           PIC X(01) VALUE "S".
       77  WRK-DLV-FEE              PIC 9(06)V99 VALUE ZEROES.
      *Jogo: console que o cliente diz ter e plataforma do ultimo jogo
      *da cesta, para sugerir um console no fim do aluguel
       77  WRK-CONSOLE              PIC X(05) VALUE SPACES.
       77  WRK-CONSOLE-ASKED        PIC 9(01) VALUE ZEROES.
       77  WRK-GAME-PLATFORM        PIC X(05) VALUE SPACES.
       77  WRK-CMP-STATUS           PIC 9(03) VALUE ZEROES.
       77  WRK-DLV-SUB              PIC 9(02) VALUE ZEROES.
       77  WRK-ZERO-MOV             PIC 9(05) VALUE ZEROES.
       01  WRK-TENDER.
           COPY TENDFLDS
               REPLACING ==FS-TND-TENDER1==  BY ==WRK-TND-TENDER1==
                         ==FS-TND-DESC1==    BY ==WRK-TND-DESC1==
                         ==FS-TND-AMOUNT1==  BY ==WRK-TND-AMOUNT1==
                         ==FS-TND-TENDER2==  BY ==WRK-TND-TENDER2==
                         ==FS-TND-DESC2==    BY ==WRK-TND-DESC2==
                         ==FS-TND-AMOUNT2==  BY ==WRK-TND-AMOUNT2==
                         ==FS-TND-LEFT2==    BY ==WRK-TND-LEFT2==.
       01  WRK-FAMILY.
           05 WRK-FAM-COUNT         PIC 9(02) VALUE ZEROES.
           05 WRK-FAM-MEMBER        PIC 9(05) OCCURS 20 TIMES
                         ==FS-PAR-IDLE-MIN==
                             BY ==WRK-PAR-IDLE-MIN==
                         ==FS-PAR-PWD-DAYS==
                             BY ==WRK-PAR-PWD-DAYS==
                         ==FS-PAR-DUN-DAYS1==
                             BY ==WRK-PAR-DUN-DAYS1==
                         ==FS-PAR-DUN-DAYS2==
                             BY ==WRK-PAR-DUN-DAYS2==
                         ==FS-PAR-DUN-DAYS3==
                             BY ==WRK-PAR-DUN-DAYS3==
                         ==FS-PAR-LOST-DAYS==
                             BY ==WRK-PAR-LOST-DAYS==
                         ==FS-PAR-BOL-DAYS==
                             BY ==WRK-PAR-BOL-DAYS==
                         ==FS-PAR-ISS-RATE==
                             BY ==WRK-PAR-ISS-RATE==
                         ==FS-PAR-INSC-MUN==
                             BY ==WRK-PAR-INSC-MUN==
                         ==FS-PAR-CUST-RETAIN==
                             BY ==WRK-PAR-CUST-RETAIN==
                         ==FS-PAR-NEW-DAYS==
                             BY ==WRK-PAR-NEW-DAYS==
                         ==FS-PAR-NEW-RENTALS==
                             BY ==WRK-PAR-NEW-RENTALS==
                         ==FS-PAR-NEW-MAX-ITEMS==
                             BY ==WRK-PAR-NEW-MAX-ITEMS==
                         ==FS-PAR-NEW-MAX-VALUE==
                             BY ==WRK-PAR-NEW-MAX-VALUE==
                         ==FS-PAR-NEW-DEPOSIT==
                             BY ==WRK-PAR-NEW-DEPOSIT==
                         ==FS-PAR-GAME-DAYS==
                             BY ==WRK-PAR-GAME-DAYS==
                         ==FS-PAR-OPEN-HOUR==
                             BY ==WRK-PAR-OPEN-HOUR==
                         ==FS-PAR-CLOSE-HOUR==
                             BY ==WRK-PAR-CLOSE-HOUR==
                         ==FS-PAR-TERMS-VER==
                             BY ==WRK-PAR-TERMS-VER==.
       01  WRK-STANDMOVIE.
           COPY MOVIEFLDS
               REPLACING ==FS-MOV-COD==   BY ==WRK-STD-COD==
                                     ==FS-MOV-SUBTITLE==
                                         BY ==WRK-STD-SUBTITLE==
                                     ==FS-MOV-SECTION==
                                         BY ==WRK-STD-SECTION==
                                     ==FS-MOV-ITEM-TYPE==
                                         BY ==WRK-STD-ITEM-TYPE==
                                     ==FS-MOV-PLATFORM==
                                         BY ==WRK-STD-PLATFORM==.
       01  WRK-OUT-TABLE.
           05 WRK-OUT-COPY          PIC 9(03) OCCURS 100 TIMES
                                     VALUE ZEROES.
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

       01  WRK-RENTAL.
           COPY RENTFLDS
                             BY ==WRK-RENT-DEVOLVIDO==
                         ==FS-RENT-ANULADO==
                             BY ==WRK-RENT-ANULADO==
                         ==FS-RENT-PERDIDO==
                             BY ==WRK-RENT-PERDIDO==
                         ==FS-RENT-COPY-NUM==
                             BY ==WRK-RENT-COPY-NUM==
                         ==FS-RENT-RETURN-DATE==

       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
       77  LNK-CUST-COD PIC 9(05).
       01  LNK-DELIVERY.
           COPY ENTRFLDS.
       SCREEN  SECTION.
       01  CLEAR.
           05 CLEAR-SCREEN.
                  BACKGROUND-COLOR 0 FOREGROUND-COLOR 7 FROM
                  "PRESSIONE ENTER PARA VOLTAR".

       PROCEDURE DIVISION USING LNK-OPERATOR, OPTIONAL LNK-CUST-COD,
           OPTIONAL LNK-DELIVERY.
       0000-MAIN-PROCEDURE.
           MOVE ZEROES TO WRK-PRESET-CUST.
           IF LNK-CUST-COD NOT OMITTED
               MOVE LNK-CUST-COD TO WRK-PRESET-CUST
           END-IF.
      *Saida de entrega a domicilio: o cliente vem do pedido e o
      *pedido volta preenchido com o que de fato saiu
           MOVE ZEROES TO WRK-DELIVERY.
           IF LNK-DELIVERY NOT OMITTED
               MOVE 1 TO WRK-DELIVERY
               MOVE FS-ENT-CUST-COD TO WRK-PRESET-CUST
               MOVE FS-ENT-FEE TO WRK-DLV-FEE
               MOVE ZEROES TO FS-ENT-RECEIPT
           END-IF.
           CALL "LERFILIAL" USING WRK-BRANCH, WRK-PARAM-STATUS.
           CALL "LERPARAMS" USING WRK-PARAMS, WRK-PARAM-STATUS.
           MOVE WRK-PAR-DEBT-LIMIT TO WRK-DEBT-LIMIT.
           PERFORM 0020-DRAW-MENU.
           PERFORM 0030-GET-CUSTOMER.
           PERFORM 0031-LOAD-PLAN.
           IF WRK-STATUS EQUAL ZEROES
               PERFORM 0061-CHECK-WRITEOFF
           END-IF.
           IF WRK-STATUS EQUAL ZEROES
               PERFORM 0062-CHECK-STANDING
           END-IF.
           IF WRK-STATUS EQUAL ZEROES
               PERFORM 0065-LOAD-CUSTOMER
           END-IF.
           IF WRK-STATUS EQUAL ZEROES
               PERFORM 0062C-CHECK-NEW-ACCOUNT
           END-IF.
           IF WRK-STATUS EQUAL ZEROES
               PERFORM 0040-BUILD-BASKET
                   UNTIL WRK-BASKET-DONE EQUAL 1
           MOVE ZEROES TO WRK-GIFT-APPLIED.
           MOVE ZEROES TO WRK-CREDIT-APPLIED.
           MOVE "S" TO WRK-PAID-FLAG.
           MOVE "S" TO WRK-EXTRA-PAID.
           IF WRK-DELIVERY EQUAL 1
               MOVE "N" TO WRK-PAID-FLAG
               MOVE "N" TO WRK-EXTRA-PAID
           END-IF.
           MOVE ZEROES TO WRK-NEW-ACCOUNT.
           MOVE ZEROES TO WRK-AGREE-FLAG.
           MOVE ZEROES TO WRK-NEW-BASKET-VALUE.
           MOVE ZEROES TO WRK-NEW-ITEMS-OK.
           MOVE ZEROES TO WRK-NEW-VALUE-OK.
           MOVE SPACES TO WRK-CONSOLE.
           MOVE ZEROES TO WRK-CONSOLE-ASKED.
           MOVE SPACES TO WRK-GAME-PLATFORM.

      *=================================================================
       0020-DRAW-MENU      SECTION.
      *=================================================================
       0030-GET-CUSTOMER      SECTION.
      *Recebe o cliente da cesta uma unica vez. "?" abre a busca por
      *nome parcial e devolve o codigo escolhido. Aceita tambem o
      *codigo com digito da carteirinha, digitado ou lido pelo leitor
      *de codigo de barras (CONFERECLIENTE)
      *=================================================================
           IF WRK-PRESET-CUST GREATER THAN ZEROES
               MOVE WRK-PRESET-CUST TO WRK-CUST-COD-MSK
               DISPLAY WRK-CUST-COD-MSK AT 0332
           ELSE
               ACCEPT WRK-CUST-COD-MSK AT 0332
           END-IF.
           IF WRK-CUST-COD-MSK(06:01) EQUAL '?'
               CALL "BUSCARCLIENTE" USING WRK-PICKED-COD
               PERFORM 0020-DRAW-MENU
               IF WRK-PICKED-COD EQUAL ZEROES
           IF WRK-CUST-COD-MSK EQUAL SPACES
               GOBACK
           END-IF.
           CALL "CONFERECLIENTE" USING WRK-CUST-COD-MSK,
               WRK-RENT-CUST-COD, WRK-STATUS.
           IF WRK-STATUS NOT EQUAL ZEROES
               GO TO 0030-FIM
           END-IF.
      *Ocorrencia em aberto ou alerta do supervisor: aviso antes do
      *atendimento
           CALL "ALERTACLIENTE" USING WRK-RENT-CUST-COD, WRK-OCO-SHOWN.
           IF WRK-OCO-SHOWN EQUAL 1
               PERFORM 0020-DRAW-MENU
               DISPLAY WRK-CUST-COD-MSK AT 0332
           END-IF.
           CALL "LERDATANEG" USING WRK-TODAY.
           MOVE WRK-TODAY TO WRK-RENT-DATE.
           MOVE WRK-BRANCH TO WRK-RENT-BRANCH.
       0030-FIM.
           EXIT.

      *=================================================================
       0031-LOAD-PLAN      SECTION.
               MOVE WRK-PICKED-COD TO WRK-MOV-COD-MSK
               DISPLAY WRK-MOV-COD-MSK AT 0528
           END-IF.
           IF WRK-MOV-COD-MSK(05:01) EQUAL '*'
               PERFORM 0057-LOG-NOT-CARRIED
               GO TO 0040-EXIT-ITEM
           END-IF.
           IF WRK-MOV-COD-MSK EQUAL SPACES
               MOVE 1 TO WRK-BASKET-DONE
               GO TO 0040-EXIT-ITEM
           IF WRK-STATUS EQUAL ZEROES
               PERFORM 0065A-CHECK-AGE-RESTRICTION
           END-IF.
           IF WRK-STATUS EQUAL ZEROES
               AND WRK-MOV-ITEM-TYPE EQUAL "G"
               PERFORM 0058-CHECK-PLATFORM
           END-IF.
           IF WRK-STATUS EQUAL ZEROES
               AND WRK-NEW-ACCOUNT EQUAL 1
               PERFORM 0065B-CHECK-NEW-LIMITS
           END-IF.
           IF WRK-STATUS EQUAL ZEROES
               PERFORM 0060-GET-ITEM-INFO
           END-IF.
      *digitados (sem o cadastro nao ha preco: o valor fica zerado
      *para acerto no reprocessamento)
      *=================================================================
           DISPLAY "ETIQUETA DA COPIA QUE ESTA SAINDO: " AT 1101.
           MOVE SPACES TO WRK-COPY-MSK.
           ACCEPT WRK-COPY-MSK AT 1136.
      *A etiqueta e conferida sem arquivo nenhum: so o digito
           CALL "CONFERECOPIA" USING WRK-MOV-COD, WRK-COPY-MSK,
               WRK-CTG-COPY, WRK-CTG-STATUS.
           IF WRK-CTG-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-CTG-STATUS, "RENTAR"
               GO TO 0043-FIM
           END-IF.
           DISPLAY "PRAZO EM DIAS (ENTER=PADRAO): " AT 1201.
           MOVE SPACES TO WRK-DIAS-MSK.
               "CONTINGENCIA" AT 1301.
           DISPLAY "PRESSIONE ENTER" AT 1401.
           ACCEPT WRK-BUFF.
       0043-FIM.
           EXIT.

      *=================================================================
       0042-SEARCH-MOVIE      SECTION.
           DISPLAY WRK-ITEM-COUNT AT 0421.
           DISPLAY "TOTAL: " AT 0426.
           DISPLAY WRK-TOTAL-CHARGE AT 0433.
           IF WRK-NEW-ACCOUNT EQUAL 1
               DISPLAY "CONTA NOVA" AT 0445
           END-IF.
           IF WRK-AGREE-FLAG EQUAL 1
               DISPLAY "SEM CONTRATO" AT 0457
           END-IF.
           IF WRK-AGREE-FLAG EQUAL 2
               DISPLAY "CONTRATO ANTIGO" AT 0457
           END-IF.
           DISPLAY "FILME (CODIGO, ?=BUSCA): " AT 0501.
           DISPLAY "ENTER SEM CODIGO FECHA A CESTA" AT 1005.
           DISPLAY "* = TITULO FORA DO ACERVO (ANOTA O PEDIDO)" AT 1105.

      *=================================================================
       0050-CHECK-AVAILABLE      SECTION.
                   CALL "ERROS" USING WRK-STATUS, "RENTAR"
                   MOVE ZEROES TO WRK-STATUS
               END-IF
           ELSE
               PERFORM 0056-LOG-WALKAWAY
           END-IF.

      *=================================================================
       0056-LOG-WALKAWAY      SECTION.
      *Cliente sem copia que nao quis esperar: a desistencia fica
      *anotada como demanda do titulo, com o formato que ele queria
      *=================================================================
           DISPLAY "FORMATO DESEJADO (ENTER=QUALQUER): " AT 0801.
           MOVE SPACES TO WRK-DEM-FORMAT.
           ACCEPT WRK-DEM-FORMAT AT 0836.
           CALL "WRITEDEMANDA" USING "D", LNK-OPERATOR,
               WRK-RENT-CUST-COD, WRK-BRANCH, WRK-MOV-COD,
               WRK-MOV-TITLE, WRK-DEM-FORMAT, WRK-DEM-STATUS.
           IF WRK-DEM-STATUS EQUAL ZEROES
               DISPLAY "DESISTENCIA ANOTADA. PRESSIONE ENTER" AT 0901
               ACCEPT WRK-BUFF
           END-IF.

      *=================================================================
       0057-LOG-NOT-CARRIED      SECTION.
      *Titulo que o cliente pediu e nao existe no acervo: anota o
      *titulo como digitado, para o relatorio de demanda
      *=================================================================
           DISPLAY "TITULO PEDIDO (FORA DO ACERVO): " AT 0601.
           MOVE SPACES TO WRK-DEM-TITLE.
           ACCEPT WRK-DEM-TITLE AT 0633.
           IF WRK-DEM-TITLE EQUAL SPACES
               GO TO 0057-FIM
           END-IF.
           DISPLAY "FORMATO DESEJADO (ENTER=QUALQUER): " AT 0701.
           MOVE SPACES TO WRK-DEM-FORMAT.
           ACCEPT WRK-DEM-FORMAT AT 0736.
           CALL "WRITEDEMANDA" USING "F", LNK-OPERATOR,
               WRK-RENT-CUST-COD, WRK-BRANCH, WRK-DEM-NO-MOV,
               WRK-DEM-TITLE, WRK-DEM-FORMAT, WRK-DEM-STATUS.
           IF WRK-DEM-STATUS EQUAL ZEROES
               DISPLAY "PEDIDO ANOTADO. PRESSIONE ENTER" AT 0901
               ACCEPT WRK-BUFF
           END-IF.
       0057-FIM.
           EXIT.

      *=================================================================
       0058-CHECK-PLATFORM      SECTION.
      *Jogo: pergunta uma vez por cesta qual console o cliente tem e
      *recusa o jogo que nao roda nele. Sem console informado o jogo
      *sai sem conferencia
      *=================================================================
           IF WRK-CONSOLE-ASKED EQUAL ZEROES
               DISPLAY "CONSOLE DO CLIENTE (ENTER=NENHUM): " AT 1701
               ACCEPT WRK-CONSOLE AT 1737
               INSPECT WRK-CONSOLE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE 1 TO WRK-CONSOLE-ASKED
           END-IF.
           IF WRK-CONSOLE EQUAL SPACES
               GO TO 0058-FIM
           END-IF.
           CALL "COMPATPLAT" USING WRK-CONSOLE, WRK-MOV-PLATFORM,
               WRK-CMP-STATUS.
           MOVE WRK-CMP-STATUS TO WRK-STATUS.
       0058-FIM.
           EXIT.

      *=================================================================
       0060-GET-ITEM-INFO      SECTION.
      *Recebe o prazo do aluguel do item corrente e calcula o
      *vencimento, empurrado para o proximo dia util
      *=================================================================
           IF WRK-MOV-ITEM-TYPE EQUAL "G"
               DISPLAY "JOGO:  " AT 0601
               DISPLAY WRK-MOV-PLATFORM AT 0640
           ELSE
               DISPLAY "FILME: " AT 0601
           END-IF.
           DISPLAY WRK-MOV-TITLE AT 0608.
           MOVE SPACES TO WRK-DIAS-MSK.
           DISPLAY "PRAZO EM DIAS (ENTER=PADRAO): " AT 0701.
           ACCEPT WRK-DIAS-MSK            AT 0731.

           IF WRK-DIAS-MSK EQUAL SPACES
               AND WRK-MOV-ITEM-TYPE EQUAL "G"
               MOVE WRK-PAR-GAME-DAYS TO WRK-DIAS
           ELSE IF WRK-DIAS-MSK EQUAL SPACES
               MOVE WRK-PAR-RENT-DAYS TO WRK-DIAS
           ELSE
               MOVE WRK-DIAS-MSK TO WRK-DIAS
           MOVE WRK-MOV-COD TO WRK-RENT-MOV-COD.
           MOVE WRK-MOV-RENTPRICE TO WRK-CHARGE.

      *=================================================================
       0061-CHECK-WRITEOFF      SECTION.
      *Recusa o aluguel para cliente com divida baixada como
      *incobravel e ainda bloqueado (BAIXARDEVEDOR), sem autorizacao
      *de supervisor: so o gerente libera o cadastro
      *=================================================================
           CALL "LERBAIXA" USING WRK-RENT-CUST-COD, WRK-BXA-BLOCKED,
               WRK-BXA-OUTSTANDING, WRK-CUST-STATUS.
           MOVE ZEROES TO WRK-CUST-STATUS.
           IF WRK-BXA-BLOCKED EQUAL "S"
               MOVE 650 TO WRK-STATUS
           END-IF.

      *=================================================================
       0062-CHECK-STANDING      SECTION.
      *Confere a situacao do cliente antes do aluguel: conta os
      *vencidos, e recusa (salvo autorizacao do supervisor) quando ha
      *aluguel vencido ou mais alugueis abertos que o limite. Cliente
      *vinculado a um grupo familiar tem o grupo inteiro conferido:
      *vencido de qualquer membro bloqueia todos. Cliente em cobranca
      *por carta (EMITIRAVISOS) tem o ultimo aviso mostrado ao balcao
      *=================================================================
           MOVE ZEROES TO WRK-OPEN-COUNT.
           MOVE ZEROES TO WRK-OVERDUE-COUNT.
                   PERFORM 0062B-SCAN-ONE-MEMBER
               END-PERFORM
           END-IF.
           CALL "GETAVISO" USING WRK-RENT-CUST-COD, WRK-AVI-STAGE,
               WRK-AVI-DATE, WRK-CUST-STATUS.
           MOVE ZEROES TO WRK-CUST-STATUS.
           IF WRK-AVI-STAGE GREATER THAN ZEROES
               MOVE SPACES TO WRK-AVI-BUFF
               STRING "COBRANCA: AVISO " WRK-AVI-STAGE " EM "
                   WRK-AVI-DATE INTO WRK-AVI-BUFF
               DISPLAY WRK-AVI-BUFF AT 1245
           END-IF.
           IF WRK-OVERDUE-COUNT GREATER THAN ZEROES
               OR WRK-OPEN-COUNT NOT LESS THAN WRK-MAX-OPEN
               DISPLAY "ALUGUEIS ABERTOS: " AT 1201
                   END-IF
           END-READ.

      *=================================================================
       0062C-CHECK-NEW-ACCOUNT      SECTION.
      *Conta nova: menos dias desde o primeiro aluguel ou menos
      *alugueis devolvidos que os limites de PARAMS.DAT (zero desliga
      *cada criterio). O cadastro nao guarda a data de abertura, entao
      *a idade da conta conta do primeiro aluguel; sem aluguel nenhum
      *a conta e nova. Guarda tambem os itens do cliente ainda fora e
      *o valor de reposicao deles, para os limites da cesta. Conta
      *corporativa tem contrato e fica fora da regra
      *=================================================================
           MOVE ZEROES TO WRK-NEW-ACCOUNT.
           MOVE ZEROES TO WRK-NEW-FIRST-DATE.
           MOVE ZEROES TO WRK-NEW-AGE-DAYS.
           MOVE ZEROES TO WRK-NEW-RETURNED.
           MOVE ZEROES TO WRK-NEW-OUT-COUNT.
           MOVE ZEROES TO WRK-NEW-OUT-VALUE.
           IF WRK-CUST-CORPORATE EQUAL "S"
               GO TO 0062C-FIM
           END-IF.
           IF WRK-PAR-NEW-DAYS EQUAL ZEROES
               AND WRK-PAR-NEW-RENTALS EQUAL ZEROES
               GO TO 0062C-FIM
           END-IF.
           MOVE ZEROES TO WRK-XREF-EOF.
           OPEN INPUT RENTXREF.
           IF WRK-XREF-FSTAT EQUAL ZEROES
               OPEN INPUT RENTALS
               MOVE WRK-RENT-CUST-COD TO FS-XREF-CUST-COD
               MOVE ZEROES TO FS-XREF-INV-DATE
               MOVE ZEROES TO FS-XREF-MOV-COD
               MOVE ZEROES TO FS-XREF-DUE-DATE
               START RENTXREF KEY IS NOT LESS THAN FS-XREF-KEY
                   INVALID KEY
                       MOVE 1 TO WRK-XREF-EOF
               END-START
               PERFORM UNTIL WRK-XREF-EOF EQUAL 1
                   READ RENTXREF NEXT RECORD
                       AT END
                           MOVE 1 TO WRK-XREF-EOF
                       NOT AT END
                           IF FS-XREF-CUST-COD NOT EQUAL
                               WRK-RENT-CUST-COD
                               MOVE 1 TO WRK-XREF-EOF
                           ELSE
                               PERFORM 0062D-COUNT-NEW-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RENTALS
               CLOSE RENTXREF
           ELSE
               MOVE ZEROES TO WRK-XREF-FSTAT
           END-IF.
           IF WRK-NEW-FIRST-DATE NOT EQUAL ZEROES
               COMPUTE WRK-NEW-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WRK-TODAY)
                   - FUNCTION INTEGER-OF-DATE(WRK-NEW-FIRST-DATE)
           END-IF.
           IF WRK-PAR-NEW-DAYS GREATER THAN ZEROES
               AND WRK-NEW-AGE-DAYS LESS THAN WRK-PAR-NEW-DAYS
               MOVE 1 TO WRK-NEW-ACCOUNT
           END-IF.
           IF WRK-PAR-NEW-RENTALS GREATER THAN ZEROES
               AND WRK-NEW-RETURNED LESS THAN WRK-PAR-NEW-RENTALS
               MOVE 1 TO WRK-NEW-ACCOUNT
           END-IF.
       0062C-FIM.
           EXIT.

      *=================================================================
       0062D-COUNT-NEW-ACCOUNT      SECTION.
      *Conta uma entrada do indice do cliente: o indice vem do aluguel
      *mais novo para o mais antigo, entao a ultima data lida e a do
      *primeiro aluguel. Aluguel que ja nao esta em RENTALS.DAT foi
      *arquivado depois de fechado e conta como devolvido
      *=================================================================
           MOVE FS-XREF-RENT-DATE TO WRK-NEW-FIRST-DATE.
           MOVE FS-XREF-MOV-COD TO FS-RENT-MOV-COD.
           MOVE FS-XREF-DUE-DATE TO FS-RENT-DUE-DATE.
           MOVE FS-XREF-CUST-COD TO FS-RENT-CUST-COD.
           READ RENTALS
               INVALID KEY
                   ADD 1 TO WRK-NEW-RETURNED
               NOT INVALID KEY
                   IF FS-RENT-DEVOLVIDO
                       ADD 1 TO WRK-NEW-RETURNED
                   END-IF
                   IF FS-RENT-ABERTO
                       ADD 1 TO WRK-NEW-OUT-COUNT
                       MOVE FS-RENT-MOV-COD TO WRK-STD-COD
                       MOVE ZEROES TO WRK-STD-COST
                       MOVE ZEROES TO WRK-CUST-STATUS
                       CALL "SEARCHMOVIE" USING WRK-STANDMOVIE,
                           WRK-CUST-STATUS
                       MOVE ZEROES TO WRK-CUST-STATUS
                       ADD WRK-STD-COST TO WRK-NEW-OUT-VALUE
                   END-IF
           END-READ.

      *=================================================================
       0063-CHECK-DEBT-LIMIT      SECTION.
      *Consulta o saldo devedor e barra o aluguel quando o debito
      *=================================================================
           PERFORM 0064A-LOAD-COPIES-OUT.
           PERFORM 0064B-SUGGEST-COPY.
      *A copia sugerida so orienta a busca na prateleira: a que sai
      *e sempre a da etiqueta recebida (digitada ou lida pelo leitor)
           MOVE SPACES TO WRK-COPY-MSK.
           DISPLAY "COPIA (SUGERIDA " AT 0801.
           DISPLAY WRK-SUGGESTED-COPY AT 0817.
           DISPLAY ") ETIQUETA: " AT 0820.
           ACCEPT WRK-COPY-MSK AT 0832.
           CALL "CONFERECOPIA" USING WRK-MOV-COD, WRK-COPY-MSK,
               WRK-RENT-COPY-NUM, WRK-STATUS.
           IF WRK-STATUS EQUAL ZEROES
               PERFORM 0064C-VALIDATE-COPY
           END-IF.

                               PERFORM 0064D-CHECK-COPY-OUT
                               IF WRK-COPY-IS-OUT EQUAL ZEROES
                                   AND FS-COPY-TRANSIT NOT EQUAL "S"
                                   AND FS-COPY-TRANSIT NOT EQUAL "R"
                                   AND FS-COPY-REPAIR EQUAL "N"
                                   MOVE FS-COPY-NUM
                                       TO WRK-SUGGESTED-COPY
                       IF FS-COPY-TRANSIT EQUAL "S"
                           MOVE 641 TO WRK-STATUS
                       END-IF
                       IF FS-COPY-TRANSIT EQUAL "R"
                           MOVE 668 TO WRK-STATUS
                       END-IF
                       IF FS-COPY-REPAIR NOT EQUAL "N"
                           MOVE 642 TO WRK-STATUS
                       END-IF
               DISPLAY "CONTA CORPORATIVA - FATURADO NO FIM DO MES"
                   AT 1201
           END-IF.
           IF WRK-CUST-STATUS EQUAL ZEROES
               AND WRK-DELIVERY EQUAL 1
               DISPLAY "ENTREGA A DOMICILIO - RECEBIDO NA PORTA"
                   AT 1201
           END-IF.
      *Contrato de locacao nao assinado ou assinado em versao anterior
      *a dos parametros: so avisa, a cesta continua
           IF WRK-CUST-STATUS EQUAL ZEROES
               IF WRK-CUST-AGREE-DT EQUAL ZEROES
                   MOVE 1 TO WRK-AGREE-FLAG
               ELSE
                   IF WRK-CUST-AGREE-VER LESS THAN WRK-PAR-TERMS-VER
                       MOVE 2 TO WRK-AGREE-FLAG
                   END-IF
               END-IF
           END-IF.

      *=================================================================
       0065A-CHECK-AGE-RESTRICTION      SECTION.
               END-IF
           END-IF.

      *=================================================================
       0065B-CHECK-NEW-LIMITS      SECTION.
      *Conta nova: o item nao entra quando passa do limite de itens
      *fora (os do cliente ainda abertos mais os da cesta) ou do
      *limite de valor de reposicao fora, salvo liberacao do
      *supervisor -- uma liberacao vale para o resto da cesta
      *=================================================================
           COMPUTE WRK-NEW-TRY-COUNT =
               WRK-NEW-OUT-COUNT + WRK-ITEM-COUNT + 1.
           IF WRK-PAR-NEW-MAX-ITEMS GREATER THAN ZEROES
               AND WRK-NEW-ITEMS-OK EQUAL ZEROES
               AND WRK-NEW-TRY-COUNT GREATER THAN WRK-PAR-NEW-MAX-ITEMS
               MOVE SPACES TO WRK-NEW-BUFF
               STRING "CONTA NOVA: " WRK-NEW-TRY-COUNT
                   " ITENS FORA - LIMITE " WRK-PAR-NEW-MAX-ITEMS
                   INTO WRK-NEW-BUFF
               DISPLAY WRK-NEW-BUFF AT 1301
               MOVE WRK-PAR-NEW-MAX-ITEMS TO WRK-OVR-BEFORE
               MOVE WRK-NEW-TRY-COUNT TO WRK-OVR-AFTER
               PERFORM 0065C-RELEASE-NEW-ACCOUNT
               IF WRK-NEW-RELEASED EQUAL ZEROES
                   MOVE 670 TO WRK-STATUS
                   GO TO 0065B-FIM
               END-IF
               MOVE 1 TO WRK-NEW-ITEMS-OK
           END-IF.
           COMPUTE WRK-NEW-TRY-VALUE = WRK-NEW-OUT-VALUE
               + WRK-NEW-BASKET-VALUE + WRK-MOV-COST.
           IF WRK-PAR-NEW-MAX-VALUE GREATER THAN ZEROES
               AND WRK-NEW-VALUE-OK EQUAL ZEROES
               AND WRK-NEW-TRY-VALUE GREATER THAN WRK-PAR-NEW-MAX-VALUE
               MOVE SPACES TO WRK-NEW-BUFF
               STRING "CONTA NOVA: REPOSICAO FORA " WRK-NEW-TRY-VALUE
                   " - LIMITE " WRK-PAR-NEW-MAX-VALUE
                   INTO WRK-NEW-BUFF
               DISPLAY WRK-NEW-BUFF AT 1301
               MOVE WRK-PAR-NEW-MAX-VALUE TO WRK-OVR-BEFORE
               MOVE WRK-NEW-TRY-VALUE TO WRK-OVR-AFTER
               PERFORM 0065C-RELEASE-NEW-ACCOUNT
               IF WRK-NEW-RELEASED EQUAL ZEROES
                   MOVE 670 TO WRK-STATUS
                   GO TO 0065B-FIM
               END-IF
               MOVE 1 TO WRK-NEW-VALUE-OK
           END-IF.
       0065B-FIM.
           EXIT.

      *=================================================================
       0065C-RELEASE-NEW-ACCOUNT      SECTION.
      *Liberacao de uma regra de conta nova: um supervisor (nivel 2 ou
      *mais) autoriza com a propria senha e o motivo vai para
      *OVERRIDES.DAT (tipo N) com o limite e o valor pedido
      *=================================================================
           MOVE ZEROES TO WRK-NEW-RELEASED.
           DISPLAY "SUPERVISOR LIBERA (S/N)? " AT 1401.
           MOVE SPACES TO WRK-OVR-CONFIRM.
           ACCEPT WRK-OVR-CONFIRM AT 1426.
           IF WRK-OVR-CONFIRM NOT EQUAL 'S'
               AND WRK-OVR-CONFIRM NOT EQUAL 's'
               GO TO 0065C-FIM
           END-IF.
           DISPLAY "SUPERVISOR: " AT 1501.
           MOVE SPACES TO WRK-SUPER-ID.
           ACCEPT WRK-SUPER-ID AT 1514.
           DISPLAY "SENHA: " AT 1524.
           MOVE SPACES TO WRK-SUPER-PASS.
           ACCEPT WRK-SUPER-PASS AT 1532.
           MOVE ZEROES TO WRK-SUPER-LEVEL.
           MOVE ZEROES TO WRK-OVR-STATUS.
           CALL "VALIDAOPERADOR" USING WRK-SUPER-ID, WRK-SUPER-PASS,
               WRK-SUPER-LEVEL, WRK-OVR-STATUS.
           IF WRK-OVR-STATUS NOT EQUAL ZEROES
               OR WRK-SUPER-LEVEL LESS THAN 2
               CALL "ERROS" USING 639, "RENTAR"
               GO TO 0065C-FIM
           END-IF.
           DISPLAY "MOTIVO (COD): " AT 1541.
           MOVE SPACES TO WRK-OVR-REASON.
           ACCEPT WRK-OVR-REASON AT 1556.
           CALL "WRITEOVERRIDE" USING "N", WRK-RENT-CUST-COD,
               WRK-MOV-COD, WRK-OVR-BEFORE, WRK-OVR-AFTER,
               WRK-OVR-REASON, LNK-OPERATOR, WRK-SUPER-ID,
               WRK-OVR-STATUS.
           MOVE 1 TO WRK-NEW-RELEASED.
       0065C-FIM.
           EXIT.

      *=================================================================
       0066-CHECK-WAITLIST-HOLD      SECTION.
      *Copias devolvidas com cliente avisado na lista de espera ficam
           MOVE ZEROES TO WRK-CAMP-DISCOUNT.
           CALL "CALCPRECO" USING WRK-MOV-RENTPRICE, WRK-DIAS,
               WRK-COPY-FORMAT-SEL, WRK-CHARGE, WRK-PRICE-STATUS,
               WRK-MOV-GENRE(01), WRK-MOV-YEAR, WRK-CAMP-DISCOUNT,
               WRK-MOV-ITEM-TYPE.
           IF WRK-CAMP-DISCOUNT GREATER THAN ZEROES
               DISPLAY "DESCONTO DE CAMPANHA: " AT 1101
               DISPLAY WRK-CAMP-DISCOUNT AT 1124
      *=================================================================
       0068A-COMPUTE-DEPOSIT      SECTION.
      *Consulta a caucao reembolsavel do formato da copia escolhida
      *(tabela de precos tipo C); formato sem caucao devolve zero.
      *Conta nova leva BLURAY e 4K com a caucao minima de PARAMS.DAT
      *mesmo acima da tabela, salvo liberacao do supervisor
      *=================================================================
           CALL "CALCCAUCAO" USING WRK-COPY-FORMAT-SEL, WRK-DEPOSIT,
               WRK-PRICE-STATUS.
           IF WRK-NEW-ACCOUNT EQUAL 1
               AND WRK-PAR-NEW-DEPOSIT GREATER THAN WRK-DEPOSIT
               AND (WRK-COPY-FORMAT-SEL EQUAL "BLURAY"
                    OR WRK-COPY-FORMAT-SEL EQUAL "4K")
               MOVE SPACES TO WRK-NEW-BUFF
               STRING "CONTA NOVA: CAUCAO OBRIGATORIA "
                   WRK-PAR-NEW-DEPOSIT INTO WRK-NEW-BUFF
               DISPLAY WRK-NEW-BUFF AT 1301
               MOVE WRK-PAR-NEW-DEPOSIT TO WRK-OVR-BEFORE
               MOVE WRK-DEPOSIT TO WRK-OVR-AFTER
               PERFORM 0065C-RELEASE-NEW-ACCOUNT
               IF WRK-NEW-RELEASED EQUAL ZEROES
                   MOVE WRK-PAR-NEW-DEPOSIT TO WRK-DEPOSIT
               END-IF
           END-IF.
           IF WRK-DEPOSIT GREATER THAN ZEROES
               DISPLAY "CAUCAO DO FORMATO: " AT 0901
               DISPLAY WRK-DEPOSIT AT 0920
                   TO WRK-ITM-CAMP(WRK-ITEM-COUNT)
               ADD WRK-CHARGE TO WRK-TOTAL-CHARGE
               ADD WRK-DEPOSIT TO WRK-DEPOSIT-TOT
               ADD WRK-MOV-COST TO WRK-NEW-BASKET-VALUE
               IF WRK-MOV-ITEM-TYPE EQUAL "G"
                   MOVE WRK-MOV-PLATFORM TO WRK-GAME-PLATFORM
               END-IF
           END-IF.

      *=================================================================
      *confirmacao do aluguel
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY CONFIRM-SCREEN
           CALL "MARCATREINO".

           MOVE SPACES TO WRK-BUFF.
           MOVE 05 TO WRK-LINE.
               UNTIL WRK-ITEM-SUB GREATER THAN WRK-ITEM-COUNT.

           PERFORM 0072-OFFER-WAIVER.
      *Na entrega a domicilio nada e abatido no balcao: pontos, vale e
      *credito ficam para um atendimento na loja
           IF WRK-DELIVERY EQUAL ZEROES
               PERFORM 0073-OFFER-POINTS
               PERFORM 0074-OFFER-GIFT
               PERFORM 0074A-APPLY-CREDIT
           END-IF.

           IF WRK-DEPOSIT-TOT GREATER THAN ZEROES
               ADD 1 TO WRK-ITEM-LINE
           STRING "TOTAL: " WRK-TOTAL-CHARGE INTO WRK-BUFF.
           DISPLAY DTA.

           IF WRK-DELIVERY EQUAL 1
               ADD 1 TO WRK-ITEM-LINE
               MOVE SPACES TO WRK-BUFF
               MOVE WRK-ITEM-LINE TO WRK-LINE
               STRING "TAXA DE ENTREGA: " WRK-DLV-FEE INTO WRK-BUFF
               DISPLAY DTA
           END-IF.

      *Conta corporativa: so a caucao e paga no balcao
           IF WRK-PAID-FLAG EQUAL "N"
               MOVE WRK-DEPOSIT-TOT TO WRK-TND-DUE
           ELSE
               COMPUTE WRK-TND-DUE = WRK-TOTAL-CHARGE + WRK-DEPOSIT-TOT
           END-IF.
      *Entrega a domicilio: nada e pago no balcao, o motorista recebe
      *aluguel, seguro, caucao e taxa na porta
           IF WRK-DELIVERY EQUAL 1
               MOVE ZEROES TO WRK-TND-DUE
           END-IF.
           ADD 2 TO WRK-ITEM-LINE.
           CALL "FORMAPAGTO" USING WRK-TND-DUE, WRK-TENDER,
               WRK-ITEM-LINE.
           IF WRK-TND-DUE GREATER THAN ZEROES
               ADD 4 TO WRK-ITEM-LINE
           END-IF.
           DISPLAY "CONFIRMA O ALUGUEL (S/N)? "
               AT LINE WRK-ITEM-LINE COLUMN 01.
           ACCEPT WRK-CONFIRM AT LINE WRK-ITEM-LINE COLUMN 28.
               IF WRK-CREDIT-APPLIED GREATER THAN ZEROES
                   PERFORM 0108B-SETTLE-CREDIT
               END-IF
               IF WRK-DELIVERY EQUAL 1
                   PERFORM 0107B-RECORD-DELIVERY
               END-IF
               PERFORM 0110-PRINT-RECEIPT
               DISPLAY CLEAR-SCREEN
               DISPLAY SUCCESS-SCREEN
               CALL "MARCATREINO"
               ACCEPT WRK-BUFF
      *Jogo alugado no balcao: oferece um console compativel
               IF WRK-GAME-PLATFORM NOT EQUAL SPACES
                   AND WRK-DELIVERY EQUAL ZEROES
                   CALL "SUGERIRCONSOLE" USING LNK-OPERATOR,
                       WRK-RENT-CUST-COD, WRK-GAME-PLATFORM
               END-IF
           ELSE
               DISPLAY CLEAR-SCREEN
               CALL "MARCATREINO"
               DISPLAY UNCONFIRM
               ACCEPT WRK-BUFF
           END-IF.
           END-IF.
           MOVE WRK-RENTAL TO FS-RENTAL.
           WRITE FS-RENTAL.
           IF WRK-RENT-FSTAT EQUAL ZEROES
               CALL "WRITEJORNAL" USING "R", "W",
                   "RENTAR          ", FS-RENTAL
           END-IF.
           IF WRK-RENT-FSTAT EQUAL 22
               MOVE 626 TO WRK-STATUS
           ELSE
      *=================================================================
           CALL "WRITETRANS" USING "A", WRK-RENT-CUST-COD,
               WRK-MOV-COD, WRK-CHARGE, WRK-PAID-FLAG, LNK-OPERATOR,
               WRK-RECEIPT, WRK-TRANS-STATUS,
               OMITTED, WRK-TENDER.
           IF WRK-TRANS-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-TRANS-STATUS, "RENTAR"
           END-IF.
      *de caixa, sob o mesmo numero de recibo da cesta
      *=================================================================
           CALL "WRITETRANS" USING "W", WRK-RENT-CUST-COD,
               WRK-MOV-COD, WRK-PAR-WAIVER-FEE, WRK-EXTRA-PAID,
               LNK-OPERATOR,
               WRK-RECEIPT, WRK-TRANS-STATUS,
               OMITTED, WRK-TENDER.
           IF WRK-TRANS-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-TRANS-STATUS, "RENTAR"
           END-IF.
      *caixa, sob o mesmo numero de recibo da cesta
      *=================================================================
           CALL "WRITETRANS" USING "D", WRK-RENT-CUST-COD,
               WRK-MOV-COD, WRK-RENT-DEPOSIT, WRK-EXTRA-PAID,
               LNK-OPERATOR,
               WRK-RECEIPT, WRK-TRANS-STATUS,
               OMITTED, WRK-TENDER.
           IF WRK-TRANS-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-TRANS-STATUS, "RENTAR"
           END-IF.

      *=================================================================
       0107B-RECORD-DELIVERY      SECTION.
      *Entrega a domicilio: lanca a taxa de entrega (tipo 1,
      *pendente) sob o recibo da cesta e devolve no pedido o recibo,
      *as copias que de fato sairam e o total que o motorista recebe
      *na porta
      *=================================================================
           MOVE ZEROES TO FS-ENT-ITEM-COUNT.
           MOVE ZEROES TO FS-ENT-DUE.
           IF WRK-RECEIPT EQUAL ZEROES
               GO TO 0107B-FIM
           END-IF.
           IF WRK-DLV-FEE GREATER THAN ZEROES
               CALL "WRITETRANS" USING "1", WRK-RENT-CUST-COD,
                   WRK-ZERO-MOV, WRK-DLV-FEE, "N", LNK-OPERATOR,
                   WRK-RECEIPT, WRK-TRANS-STATUS,
                   OMITTED, WRK-TENDER
               IF WRK-TRANS-STATUS NOT EQUAL ZEROES
                   CALL "ERROS" USING WRK-TRANS-STATUS, "RENTAR"
               END-IF
           END-IF.
           MOVE WRK-RECEIPT TO FS-ENT-RECEIPT.
           PERFORM VARYING WRK-ITEM-SUB FROM 1 BY 1
                   UNTIL WRK-ITEM-SUB GREATER THAN WRK-ITEM-COUNT
               IF WRK-ITM-COPY-NUM(WRK-ITEM-SUB) GREATER THAN ZEROES
                   ADD 1 TO FS-ENT-ITEM-COUNT
                   MOVE FS-ENT-ITEM-COUNT TO WRK-DLV-SUB
                   MOVE WRK-ITM-MOV-COD(WRK-ITEM-SUB)
                       TO FS-ENT-MOV-COD(WRK-DLV-SUB)
                   MOVE WRK-ITM-COPY-NUM(WRK-ITEM-SUB)
                       TO FS-ENT-COPY-NUM(WRK-DLV-SUB)
                   MOVE WRK-ITM-DUE-DATE(WRK-ITEM-SUB)
                       TO FS-ENT-DUE-DATE(WRK-DLV-SUB)
                   MOVE WRK-ITM-CHARGE(WRK-ITEM-SUB)
                       TO FS-ENT-CHARGE(WRK-DLV-SUB)
                   ADD WRK-ITM-CHARGE(WRK-ITEM-SUB) TO FS-ENT-DUE
                   ADD WRK-ITM-DEPOSIT(WRK-ITEM-SUB) TO FS-ENT-DUE
                   IF WRK-WAIVER EQUAL "S"
                       ADD WRK-PAR-WAIVER-FEE TO FS-ENT-DUE
                   END-IF
               END-IF
           END-PERFORM.
           ADD WRK-DLV-FEE TO FS-ENT-DUE.
       0107B-FIM.
           EXIT.

      *=================================================================
       0107A-RECORD-CAMPAIGN      SECTION.
      *Registra o desconto de campanha dado no item como linha
      *=================================================================
           CALL "WRITETRANS" USING "K", WRK-RENT-CUST-COD,
               WRK-MOV-COD, WRK-ITM-CAMP(WRK-ITEM-SUB), "S",
               LNK-OPERATOR, WRK-RECEIPT, WRK-TRANS-STATUS,
               OMITTED, WRK-TENDER.
           IF WRK-TRANS-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-TRANS-STATUS, "RENTAR"
           END-IF.
           END-IF.
           CALL "WRITETRANS" USING "L", WRK-RENT-CUST-COD,
               WRK-MOV-COD, WRK-PTS-DISCOUNT, "S", LNK-OPERATOR,
               WRK-RECEIPT, WRK-TRANS-STATUS,
               OMITTED, WRK-TENDER.
           IF WRK-TRANS-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-TRANS-STATUS, "RENTAR"
           END-IF.
           END-IF.
           CALL "WRITETRANS" USING "U", WRK-RENT-CUST-COD,
               WRK-MOV-COD, WRK-GIFT-APPLIED, "S", LNK-OPERATOR,
               WRK-RECEIPT, WRK-TRANS-STATUS,
               OMITTED, WRK-TENDER.
           IF WRK-TRANS-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-TRANS-STATUS, "RENTAR"
           END-IF.
           END-IF.
           CALL "WRITETRANS" USING "X", WRK-RENT-CUST-COD,
               WRK-MOV-COD, WRK-CREDIT-APPLIED, "S", LNK-OPERATOR,
               WRK-RECEIPT, WRK-TRANS-STATUS,
               OMITTED, WRK-TENDER.
           IF WRK-TRANS-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-TRANS-STATUS, "RENTAR"
           END-IF.
      *fechamento da gaveta
      *=================================================================
           OPEN OUTPUT RECIBO-FILE.
      *Recibo do modo treinamento nao vale como comprovante
           CALL "LERTREINO" USING WRK-TRAINING.
           IF WRK-TRAINING EQUAL 1
               MOVE "*** TREINAMENTO - SEM VALOR ***" TO WRK-RECIBO-LINE
               WRITE FS-RECIBO-LINE FROM WRK-RECIBO-LINE
           END-IF.

           MOVE SPACES TO WRK-RECIBO-LINE.
           STRING "===== RECIBO NR " WRK-RECEIPT " ====="
               INTO WRK-RECIBO-LINE.
           WRITE FS-RECIBO-LINE FROM WRK-RECIBO-LINE.

           IF WRK-TND-DUE GREATER THAN ZEROES
               MOVE SPACES TO WRK-RECIBO-LINE
               IF WRK-TND-TENDER2 EQUAL SPACES
                   STRING "PAGAMENTO: " WRK-TND-DESC1
                       INTO WRK-RECIBO-LINE
               ELSE
                   STRING "PAGAMENTO: " WRK-TND-DESC1 " "
                       WRK-TND-AMOUNT1 " + " WRK-TND-DESC2 " "
                       WRK-TND-AMOUNT2 INTO WRK-RECIBO-LINE
               END-IF
               WRITE FS-RECIBO-LINE FROM WRK-RECIBO-LINE
           END-IF.

           IF WRK-DELIVERY EQUAL 1
               MOVE SPACES TO WRK-RECIBO-LINE
               STRING "TAXA DE ENTREGA: " WRK-DLV-FEE
                   INTO WRK-RECIBO-LINE
               WRITE FS-RECIBO-LINE FROM WRK-RECIBO-LINE
               MOVE SPACES TO WRK-RECIBO-LINE
               STRING "A RECEBER NA ENTREGA: " FS-ENT-DUE
                   INTO WRK-RECIBO-LINE
               WRITE FS-RECIBO-LINE FROM WRK-RECIBO-LINE
           END-IF.

           IF WRK-PAID-FLAG EQUAL "N"
               AND WRK-DELIVERY EQUAL ZEROES
               MOVE "CONTA CORPORATIVA - FATURADO NO FIM DO MES"
                   TO WRK-RECIBO-LINE
               WRITE FS-RECIBO-LINE FROM WRK-RECIBO-LINE
