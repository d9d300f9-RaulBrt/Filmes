      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Imprimir a carteirinha e o contrato de locacao do
      *           cliente. A carteirinha sai em CARTOES.PRN
      *           (acrescentando ao fim, para um lote sair junto no
      *           papel de cartao) com nome, codigo e digito
      *           verificador (DIGITOCLIENTE), filial de origem e o
      *           codigo de barras (fonte Code 39, entre asteriscos)
      *           lido no balcao pelo CONFERECLIENTE. O contrato sai
      *           em CONTRATO.PRN com as condicoes vigentes nos
      *           parametros (prazo, multa diaria, limite de debito,
      *           itens em aberto, reservas, perda, taxa de protecao e
      *           regras de conta nova), a tabela de multas por
      *           formato (PRECOS.DAT, tipos "M", "G" e "T") e a
      *           versao do contrato (FS-PAR-TERMS-VER). Assinado o
      *           contrato, a data e a versao assinadas ficam no
      *           cadastro do cliente. Chamado pelo cadastro de
      *           clientes logo apos a inclusao (com o codigo do
      *           cliente) e pelo menu de clientes para reimpressao.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPRIMIRCARTAO.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT CARTOES ASSIGN TO "CARTOES.PRN"
           FILE STATUS IS WRK-CRT-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT PRINT-FILE ASSIGN TO "CONTRATO.PRN"
           FILE STATUS IS WRK-PRINT-STATUS
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT FILIAIS ASSIGN TO "FILIAIS.DAT"
           FILE STATUS IS WRK-FIL-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-FIL-COD.

           SELECT PRECOS ASSIGN TO "PRECOS.DAT"
           FILE STATUS IS WRK-PRC-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-PRC-KEY.
       DATA DIVISION.
       FILE SECTION.
           FD  CARTOES.
           01 FS-CRT-LINE              PIC X(40).
           FD  PRINT-FILE.
           01 FS-PRINT-LINE            PIC X(71).
           FD  FILIAIS.
           01 FS-FILIAL.
               COPY BRANCHFLDS.
           FD  PRECOS.
           01 FS-PRICE.
               COPY PRICEFLDS.
       WORKING-STORAGE SECTION.
       77  WRK-CRT-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-PRINT-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-FIL-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-PRC-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-SPOOL-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-PARAM-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-STATUS                  PIC 9(03) VALUE ZEROES.
       77  WRK-TRIES                   PIC 9(01) VALUE ZEROES.
       77  WRK-OPTION                  PIC X(01) VALUE SPACES.
       77  WRK-CONFIRM                 PIC X(01) VALUE SPACES.
       77  WRK-TECLA                   PIC X(01) VALUE SPACES.
       77  WRK-BUFF                    PIC X(71) VALUE SPACES.
       77  WRK-CARD                    PIC X(40) VALUE SPACES.
       77  WRK-CUST-COD-MSK            PIC X(06) JUSTIFIED RIGHT.
       77  WRK-PICKED-COD              PIC 9(05) VALUE ZEROES.
       77  WRK-DIGIT                   PIC 9(01) VALUE ZEROES.
       77  WRK-BRANCH                  PIC 9(02) VALUE ZEROES.
       77  WRK-BRANCH-NAME             PIC X(20) VALUE SPACES.
       77  WRK-TODAY                   PIC 9(08) VALUE ZEROES.
       77  WRK-FMT-SUB                 PIC 9(02) VALUE ZEROES.
       77  WRK-FMT-COUNT               PIC 9(02) VALUE ZEROES.
       77  WRK-DAYS                    PIC 9(04) VALUE ZEROES.
       77  WRK-FOUND                   PIC 9(02) VALUE ZEROES.
       01  WRK-MONEY                   PIC 9(06)V99 VALUE ZEROES.
       01  WRK-MONEY-R REDEFINES WRK-MONEY.
           05 WRK-MONEY-INT            PIC 9(06).
           05 WRK-MONEY-DEC            PIC 9(02).
       01  WRK-MONEY2                  PIC 9(06)V99 VALUE ZEROES.
       01  WRK-MONEY2-R REDEFINES WRK-MONEY2.
           05 WRK-MONEY2-INT           PIC 9(06).
           05 WRK-MONEY2-DEC           PIC 9(02).
      *Tabela de multas por formato lida de PRECOS.DAT
       01  WRK-FMT-TABLE.
           05 WRK-FMT-ITEM             OCCURS 20 TIMES.
               10 WRK-FMT-NAME         PIC X(10).
               10 WRK-FMT-RATE         PIC 9(04)V99.
               10 WRK-FMT-GRACE        PIC 9(04)V99.
               10 WRK-FMT-CAP          PIC 9(04)V99.

       01  WRK-AREA.
           05 WRK-MENU-TITLE       PIC X(30).
           05 WRK-MENU-ITEM        PIC X(30) OCCURS 40 TIMES.
           05 WRK-MENU-SIZE        PIC 9(02).

       01  WRK-PARAMS.
           COPY PARAMFLDS
               REPLACING ==FS-PAR-DAILY-FEE==
                             BY ==WRK-PAR-DAILY-FEE==
                         ==FS-PAR-RENT-DAYS==
                             BY ==WRK-PAR-RENT-DAYS==
                         ==FS-PAR-DEBT-LIMIT==
                             BY ==WRK-PAR-DEBT-LIMIT==
                         ==FS-PAR-RETAIN-NIGHTS==
                             BY ==WRK-PAR-RETAIN-NIGHTS==
                         ==FS-PAR-PAGE-BOTTOM==
                             BY ==WRK-PAR-PAGE-BOTTOM==
                         ==FS-PAR-HOLD-DAYS==
                             BY ==WRK-PAR-HOLD-DAYS==
                         ==FS-PAR-MAX-OPEN==
                             BY ==WRK-PAR-MAX-OPEN==
                         ==FS-PAR-WAIVER-FEE==
                             BY ==WRK-PAR-WAIVER-FEE==
                         ==FS-PAR-STAFF-MAX==
                             BY ==WRK-PAR-STAFF-MAX==
                         ==FS-PAR-PTS-EARN==
                             BY ==WRK-PAR-PTS-EARN==
                         ==FS-PAR-PTS-VALUE==
                             BY ==WRK-PAR-PTS-VALUE==
                         ==FS-PAR-TAX-RATE==
                             BY ==WRK-PAR-TAX-RATE==
                         ==FS-PAR-ARCH-MONTHS==
                             BY ==WRK-PAR-ARCH-MONTHS==
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
       77  LNK-OPERATOR                PIC X(08).
       77  LNK-CUST-COD                PIC 9(05).
       SCREEN  SECTION.
       01  CLEAR.
           05 CLEAR-SCREEN.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL.
       01  SHOW-MV.
           05 TITLE-SCREEN.
               10 LINE 01 COLUMN 01    PIC X(30) ERASE EOL
                  BACKGROUND-COLOR 2 FROM "CARTEIRINHA E CONTRATO".

       PROCEDURE DIVISION USING LNK-OPERATOR, OPTIONAL LNK-CUST-COD.
       0000-MAIN-PROCEDURE.
           MOVE ZEROES TO WRK-CUST-COD.
           IF LNK-CUST-COD NOT OMITTED
               MOVE LNK-CUST-COD TO WRK-CUST-COD
           END-IF.
           IF WRK-CUST-COD EQUAL ZEROES
               PERFORM 0010-GET-CUSTOMER
               IF WRK-STATUS EQUAL 1
                   GOBACK
               END-IF
           ELSE
               MOVE ZEROES TO WRK-STATUS
               CALL "SEARCHCUSTOMER" USING WRK-CUSTOMER, WRK-STATUS
           END-IF.
           IF WRK-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-STATUS, "IMPRIMIRCARTAO"
               GOBACK
           END-IF.
           CALL "LERDATANEG" USING WRK-TODAY.
           CALL "LERPARAMS" USING WRK-PARAMS, WRK-PARAM-STATUS.
           CALL "DIGITOCLIENTE" USING WRK-CUST-COD, WRK-DIGIT.
           PERFORM 0015-GET-BRANCH.
           PERFORM 0020-SHOW-CUSTOMER.
           MOVE SPACES TO WRK-OPTION.
           ACCEPT WRK-OPTION AT 0968.
           EVALUATE WRK-OPTION
               WHEN 'C' WHEN 'c'
                   PERFORM 0030-PRINT-CARD
               WHEN 'T' WHEN 't'
                   PERFORM 0040-PRINT-AGREEMENT
               WHEN 'A' WHEN 'a'
                   PERFORM 0030-PRINT-CARD
                   PERFORM 0040-PRINT-AGREEMENT
               WHEN OTHER
                   GOBACK
           END-EVALUATE.
           IF WRK-OPTION EQUAL 'T' OR 't' OR 'A' OR 'a'
               PERFORM 0050-RECORD-SIGNATURE
           END-IF.
           DISPLAY "PRESSIONE ENTER" AT 1505.
           ACCEPT WRK-TECLA AT 1521.
           GOBACK.

      *=================================================================
       0010-GET-CUSTOMER      SECTION.
      *Recebe o codigo do cliente ("?" abre a busca por nome parcial;
      *aceita tambem o codigo com digito lido da carteirinha) e busca
      *o cadastro. WRK-STATUS 1 = operador voltou sem informar
      *=================================================================
           MOVE 1 TO WRK-STATUS.
           MOVE "CARTEIRINHA E CONTRATO"      TO WRK-MENU-TITLE.
           MOVE "CLIENTE (CODIGO, ?=BUSCA): " TO WRK-MENU-ITEM(01).
           MOVE 1 TO WRK-MENU-SIZE.
           CALL "MENUS" USING WRK-AREA.
           DISPLAY "PRESSIONE ENTER PARA VOLTAR" AT 1005.
           MOVE SPACES TO WRK-CUST-COD-MSK.
           ACCEPT WRK-CUST-COD-MSK AT 0332.
           IF WRK-CUST-COD-MSK(06:01) EQUAL '?'
               CALL "BUSCARCLIENTE" USING WRK-PICKED-COD
               IF WRK-PICKED-COD EQUAL ZEROES
                   GO TO 0010-FIM
               END-IF
               MOVE WRK-PICKED-COD TO WRK-CUST-COD-MSK
           END-IF.
           IF WRK-CUST-COD-MSK EQUAL SPACES
               GO TO 0010-FIM
           END-IF.
           CALL "CONFERECLIENTE" USING WRK-CUST-COD-MSK, WRK-CUST-COD,
               WRK-STATUS.
           IF WRK-STATUS NOT EQUAL ZEROES
               GO TO 0010-FIM
           END-IF.
           CALL "SEARCHCUSTOMER" USING WRK-CUSTOMER, WRK-STATUS.
       0010-FIM.
           EXIT.

      *=================================================================
       0015-GET-BRANCH      SECTION.
      *Filial de origem do cliente; cadastro antigo sem filial vale a
      *filial 01
      *=================================================================
           MOVE WRK-CUST-BRANCH TO WRK-BRANCH.
           IF WRK-BRANCH EQUAL ZEROES
               MOVE 1 TO WRK-BRANCH
           END-IF.
           MOVE SPACES TO WRK-BRANCH-NAME.
           OPEN INPUT FILIAIS.
           IF WRK-FIL-FSTAT EQUAL ZEROES
               MOVE WRK-BRANCH TO FS-FIL-COD
               READ FILIAIS
                   NOT INVALID KEY
                       MOVE FS-FIL-NAME TO WRK-BRANCH-NAME
               END-READ
               CLOSE FILIAIS
           END-IF.

      *=================================================================
       0020-SHOW-CUSTOMER      SECTION.
      *Mostra o cliente, a situacao do contrato e as opcoes
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN.
           CALL "MARCATREINO".
           MOVE SPACES TO WRK-BUFF.
           STRING "CLIENTE: " WRK-CUST-COD "-" WRK-DIGIT " "
               WRK-CUST-NAME INTO WRK-BUFF.
           DISPLAY WRK-BUFF AT 0305.
           MOVE SPACES TO WRK-BUFF.
           STRING "FILIAL DE ORIGEM: " WRK-BRANCH " " WRK-BRANCH-NAME
               INTO WRK-BUFF.
           DISPLAY WRK-BUFF AT 0405.
           MOVE SPACES TO WRK-BUFF.
           IF WRK-CUST-AGREE-DT EQUAL ZEROES
               STRING "CONTRATO: NAO ASSINADO (VERSAO ATUAL "
                   WRK-PAR-TERMS-VER ")" INTO WRK-BUFF
           ELSE
               STRING "CONTRATO: VERSAO " WRK-CUST-AGREE-VER
                   " ASSINADA EM " WRK-CUST-AGREE-DT
                   " (VERSAO ATUAL " WRK-PAR-TERMS-VER ")"
                   INTO WRK-BUFF
           END-IF.
           DISPLAY WRK-BUFF AT 0505.
           DISPLAY "CARTEIRINHA (C), CONTRATO (T), OS DOIS (A), "
               "ENTER=VOLTAR: " AT 0905.

      *=================================================================
       0030-PRINT-CARD      SECTION.
      *Acrescenta a carteirinha do cliente ao fim de CARTOES.PRN
      *=================================================================
           MOVE ZEROES TO WRK-TRIES.
           OPEN EXTEND CARTOES.
           IF WRK-CRT-FSTAT EQUAL 350 AND WRK-TRIES LESS THAN 1
               ADD 1 TO WRK-TRIES
               CLOSE CARTOES
               OPEN OUTPUT CARTOES
               CLOSE CARTOES
               OPEN EXTEND CARTOES
           END-IF.
           IF WRK-CRT-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-CRT-FSTAT, "IMPRIMIRCARTAO"
               GO TO 0030-FIM
           END-IF.

           MOVE ALL "=" TO WRK-CARD.
           WRITE FS-CRT-LINE FROM WRK-CARD.
           MOVE "CARTEIRINHA DE SOCIO" TO WRK-CARD.
           WRITE FS-CRT-LINE FROM WRK-CARD.
           MOVE WRK-CUST-NAME TO WRK-CARD.
           WRITE FS-CRT-LINE FROM WRK-CARD.
           MOVE SPACES TO WRK-CARD.
           STRING "SOCIO " WRK-CUST-COD "-" WRK-DIGIT
               INTO WRK-CARD.
           WRITE FS-CRT-LINE FROM WRK-CARD.

      *Codigo de barras: codigo do cliente e digito, o mesmo codigo
      *aceito no balcao
           MOVE SPACES TO WRK-CARD.
           STRING "*" WRK-CUST-COD WRK-DIGIT "*"
               INTO WRK-CARD.
           WRITE FS-CRT-LINE FROM WRK-CARD.

           MOVE SPACES TO WRK-CARD.
           STRING "FILIAL " WRK-BRANCH " " WRK-BRANCH-NAME
               INTO WRK-CARD.
           WRITE FS-CRT-LINE FROM WRK-CARD.
           MOVE ALL "=" TO WRK-CARD.
           WRITE FS-CRT-LINE FROM WRK-CARD.
           CLOSE CARTOES.
           DISPLAY "CARTEIRINHA ACRESCENTADA EM CARTOES.PRN" AT 1105.
       0030-FIM.
           EXIT.

      *=================================================================
       0040-PRINT-AGREEMENT      SECTION.
      *Contrato de locacao com as condicoes vigentes, em CONTRATO.PRN
      *=================================================================
           OPEN OUTPUT PRINT-FILE.
           IF WRK-PRINT-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-PRINT-STATUS, "IMPRIMIRCARTAO"
               GO TO 0040-FIM
           END-IF.
           MOVE ALL "=" TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "CONTRATO DE LOCACAO - VERSAO " WRK-PAR-TERMS-VER
               INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE ALL "=" TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "CLIENTE: " WRK-CUST-COD "-" WRK-DIGIT " "
               WRK-CUST-NAME INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "DOCUMENTO: " WRK-CUST-DOC "  TELEFONE: "
               WRK-CUST-PHONE INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "FILIAL DE ORIGEM: " WRK-BRANCH " " WRK-BRANCH-NAME
               INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           PERFORM 0041-PRINT-TERMS.
           PERFORM 0045-PRINT-FEES.
           MOVE SPACES TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE "O CLIENTE DECLARA CONHECER E ACEITAR ESTAS CONDICOES"
               TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "DATA: " WRK-TODAY INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE "ASSINATURA DO CLIENTE: ______________________________"
               TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           CLOSE PRINT-FILE.
           CALL "ESPOLAR" USING "CONTRATO.PRN        ",
               LNK-OPERATOR, WRK-SPOOL-STATUS.
           DISPLAY "CONTRATO IMPRESSO EM CONTRATO.PRN" AT 1205.
       0040-FIM.
           EXIT.

      *=================================================================
       0041-PRINT-TERMS      SECTION.
      *Condicoes de locacao tiradas dos parametros do sistema
      *=================================================================
           MOVE "CONDICOES DE LOCACAO" TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "- PRAZO DO ALUGUEL: " WRK-PAR-RENT-DAYS
               " DIAS (JOGOS: " WRK-PAR-GAME-DAYS " DIAS)"
               INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE WRK-PAR-DAILY-FEE TO WRK-MONEY.
           MOVE SPACES TO WRK-BUFF.
           STRING "- MULTA POR DIA DE ATRASO: " WRK-MONEY-INT ","
               WRK-MONEY-DEC " (FORMATO SEM TABELA PROPRIA)"
               INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE "  A MULTA NUNCA PASSA DO CUSTO DE REPOSICAO DO FILME"
               TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE WRK-PAR-DEBT-LIMIT TO WRK-MONEY.
           MOVE SPACES TO WRK-BUFF.
           STRING "- DEBITO MAXIMO EM ABERTO PARA ALUGAR: "
               WRK-MONEY-INT "," WRK-MONEY-DEC INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "- ITENS ALUGADOS AO MESMO TEMPO: ATE "
               WRK-PAR-MAX-OPEN INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "- RESERVA DEVOLVIDA FICA GUARDADA POR "
               WRK-PAR-HOLD-DAYS " DIAS" INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "- ITEM NAO DEVOLVIDO EM " WRK-PAR-LOST-DAYS
               " DIAS DE ATRASO E COBRADO COMO PERDIDO"
               INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           IF WRK-PAR-WAIVER-FEE GREATER THAN ZEROES
               MOVE WRK-PAR-WAIVER-FEE TO WRK-MONEY
               MOVE SPACES TO WRK-BUFF
               STRING "- TAXA OPCIONAL DE PROTECAO POR ALUGUEL: "
                   WRK-MONEY-INT "," WRK-MONEY-DEC INTO WRK-BUFF
               PERFORM 0070-PRINT-LINE
           END-IF.
           IF WRK-PAR-NEW-DAYS GREATER THAN ZEROES
               MOVE SPACES TO WRK-BUFF
               STRING "- CONTA NOVA (ATE " WRK-PAR-NEW-DAYS
                   " DIAS OU " WRK-PAR-NEW-RENTALS
                   " ALUGUEIS): ATE " WRK-PAR-NEW-MAX-ITEMS
                   " ITENS POR VEZ" INTO WRK-BUFF
               PERFORM 0070-PRINT-LINE
               MOVE WRK-PAR-NEW-MAX-VALUE TO WRK-MONEY
               MOVE WRK-PAR-NEW-DEPOSIT TO WRK-MONEY2
               MOVE SPACES TO WRK-BUFF
               STRING "  REPOSICAO MAXIMA " WRK-MONEY-INT ","
                   WRK-MONEY-DEC ", CAUCAO " WRK-MONEY2-INT ","
                   WRK-MONEY2-DEC " EM MIDIA CARA" INTO WRK-BUFF
               PERFORM 0070-PRINT-LINE
           END-IF.

      *=================================================================
       0045-PRINT-FEES      SECTION.
      *Tabela de multas por formato (PRECOS.DAT, tipos M, G e T)
      *=================================================================
           MOVE ZEROES TO WRK-FMT-COUNT.
           INITIALIZE WRK-FMT-TABLE.
           OPEN INPUT PRECOS.
           IF WRK-PRC-FSTAT EQUAL ZEROES
               PERFORM 0046-LOAD-FEES
               CLOSE PRECOS
           END-IF.
           IF WRK-FMT-COUNT EQUAL ZEROES
               GO TO 0045-FIM
           END-IF.
           MOVE SPACES TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE "MULTA DE ATRASO POR FORMATO" TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE "FORMATO     MULTA/DIA  CARENCIA   TETO" TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           PERFORM VARYING WRK-FMT-SUB FROM 1 BY 1
                   UNTIL WRK-FMT-SUB GREATER THAN WRK-FMT-COUNT
               MOVE WRK-FMT-RATE(WRK-FMT-SUB) TO WRK-MONEY
               MOVE WRK-FMT-CAP(WRK-FMT-SUB) TO WRK-MONEY2
               MOVE WRK-FMT-GRACE(WRK-FMT-SUB) TO WRK-DAYS
               MOVE SPACES TO WRK-BUFF
               STRING WRK-FMT-NAME(WRK-FMT-SUB) "  "
                   WRK-MONEY-INT "," WRK-MONEY-DEC "  "
                   WRK-DAYS " DIAS  " WRK-MONEY2-INT ","
                   WRK-MONEY2-DEC INTO WRK-BUFF
               IF WRK-FMT-CAP(WRK-FMT-SUB) EQUAL ZEROES
                   MOVE "SEM TETO " TO WRK-BUFF(35:09)
               END-IF
               PERFORM 0070-PRINT-LINE
           END-PERFORM.
       0045-FIM.
           EXIT.

      *=================================================================
       0046-LOAD-FEES      SECTION.
      *Guarda diaria, carencia e teto de cada formato da tabela
      *=================================================================
           PERFORM UNTIL WRK-PRC-FSTAT NOT EQUAL ZEROES
               READ PRECOS
                   AT END
                       MOVE 100 TO WRK-PRC-FSTAT
                   NOT AT END
                       IF FS-PRC-MULTA OR FS-PRC-CARENCIA
                               OR FS-PRC-TETO
                           PERFORM 0047-FIND-FORMAT
                       END-IF
               END-READ
           END-PERFORM.

      *=================================================================
       0047-FIND-FORMAT      SECTION.
      *Acha (ou abre) a linha do formato lido e guarda o valor
      *=================================================================
           MOVE ZEROES TO WRK-FOUND.
           PERFORM VARYING WRK-FMT-SUB FROM 1 BY 1
                   UNTIL WRK-FMT-SUB GREATER THAN WRK-FMT-COUNT
                   OR WRK-FOUND NOT EQUAL ZEROES
               IF WRK-FMT-NAME(WRK-FMT-SUB) EQUAL FS-PRC-ARG
                   MOVE WRK-FMT-SUB TO WRK-FOUND
               END-IF
           END-PERFORM.
           IF WRK-FOUND EQUAL ZEROES
               IF WRK-FMT-COUNT NOT LESS THAN 20
                   GO TO 0047-FIM
               END-IF
               ADD 1 TO WRK-FMT-COUNT
               MOVE WRK-FMT-COUNT TO WRK-FOUND
               MOVE FS-PRC-ARG TO WRK-FMT-NAME(WRK-FOUND)
           END-IF.
           EVALUATE TRUE
               WHEN FS-PRC-MULTA
                   MOVE FS-PRC-VALUE TO WRK-FMT-RATE(WRK-FOUND)
               WHEN FS-PRC-CARENCIA
                   MOVE FS-PRC-VALUE TO WRK-FMT-GRACE(WRK-FOUND)
               WHEN OTHER
                   MOVE FS-PRC-VALUE TO WRK-FMT-CAP(WRK-FOUND)
           END-EVALUATE.
       0047-FIM.
           EXIT.

      *=================================================================
       0050-RECORD-SIGNATURE      SECTION.
      *Contrato assinado: grava data e versao no cadastro do cliente
      *=================================================================
           DISPLAY "CONTRATO ASSINADO PELO CLIENTE (S/N): " AT 1305.
           MOVE SPACES TO WRK-CONFIRM.
           ACCEPT WRK-CONFIRM AT 1343.
           IF WRK-CONFIRM NOT EQUAL 'S' AND WRK-CONFIRM NOT EQUAL 's'
               GO TO 0050-FIM
           END-IF.
           MOVE WRK-TODAY TO WRK-CUST-AGREE-DT.
           MOVE WRK-PAR-TERMS-VER TO WRK-CUST-AGREE-VER.
           MOVE ZEROES TO WRK-STATUS.
           CALL "ALTERCUSTOMER" USING WRK-CUSTOMER, WRK-STATUS.
           IF WRK-STATUS EQUAL ZEROES
               DISPLAY "ASSINATURA DO CONTRATO REGISTRADA" AT 1405
           END-IF.
       0050-FIM.
           EXIT.

      *=================================================================
       0070-PRINT-LINE      SECTION.
      *Grava a linha corrente no arquivo de impressao
      *=================================================================
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
       END PROGRAM IMPRIMIRCARTAO.
