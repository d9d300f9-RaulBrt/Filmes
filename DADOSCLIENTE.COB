      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Atendimento ao titular dos dados pessoais (LGPD).
      *           Opcao R: relatorio unico (DADOSCLIENTE.PRN) com tudo
      *           o que a loja guarda ligado ao codigo do cliente --
      *           cadastro e consentimentos de mensagens, saldo,
      *           pontos, plano, grupo familiar, alugueis (vivos, do
      *           arquivo morto e de equipamentos), linhas do diario,
      *           lista de espera, agendamentos, notas dadas aos
      *           filmes, ocorrencias e lembretes enviados. Opcao A:
      *           anonimizacao a pedido do cliente, autorizada por um
      *           gerente -- nome, telefone, documento e nascimento
      *           trocados por valores neutros e os consentimentos
      *           desligados, mantendo o historico de alugueis e do
      *           diario para a contabilidade. O telefone copiado nos
      *           lembretes e os valores antigos de nome, telefone,
      *           documento e nascimento na auditoria de clientes
      *           tambem sao apagados, e a anonimizacao fica
      *           registrada na auditoria de clientes (operacao L).
      *           Cliente com aluguel em aberto ou saldo diferente de
      *           zero nao pode ser anonimizado.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Endereco e zona de entrega no relatorio e
      *                   apagados na anonimizacao; pedidos de entrega e
      *                   coleta a domicilio (ENTREGAS.DAT) listados no
      *                   relatorio
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DADOSCLIENTE.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT RENTXREF ASSIGN TO "RENTCUST.DAT"
           FILE STATUS IS WRK-XREF-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-XREF-KEY.

           SELECT RENTALS ASSIGN TO "RENTALS.DAT"
           FILE STATUS IS WRK-RENT-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-RENT-KEY.

           SELECT RENTHIST ASSIGN TO "RENTHIST.DAT"
           FILE STATUS IS WRK-HIST-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-HIST-KEY.

           SELECT EQALUGUEIS ASSIGN TO "EQALUGUEIS.DAT"
           FILE STATUS IS WRK-EQR-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-EQR-KEY.

           SELECT MOVIES ASSIGN TO "MOVIES.DAT"
           FILE STATUS IS WRK-MOV-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES.

           SELECT ASSINATURAS ASSIGN TO "ASSINATURAS.DAT"
           FILE STATUS IS WRK-ASS-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-ASS-CUST-COD.

           SELECT PLANOS ASSIGN TO "PLANOS.DAT"
           FILE STATUS IS WRK-PLAN-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-PLAN-COD.

           SELECT TRANSIDX ASSIGN TO "TRANSIDX.DAT"
           FILE STATUS IS WRK-TIX-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-TIX-KEY
           ALTERNATE RECORD KEY IS FS-TIX-CUST-KEY WITH DUPLICATES.

           SELECT WAITLIST ASSIGN TO "WAITLIST.DAT"
           FILE STATUS IS WRK-WAIT-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-WAIT-KEY.

           SELECT AGENDA ASSIGN TO "AGENDA.DAT"
           FILE STATUS IS WRK-BOOK-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-BOOK-KEY.

           SELECT NOTAS ASSIGN TO "NOTAS.DAT"
           FILE STATUS IS WRK-RATE-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-RATE-KEY.

           SELECT OCORRENCIAS ASSIGN TO "OCORRENCIAS.DAT"
           FILE STATUS IS WRK-OCO-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-OCO-KEY.

           SELECT LEMBRETES ASSIGN TO "LEMBRETES.DAT"
           FILE STATUS IS WRK-LMB-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-LMB-KEY.

           SELECT AUDITCLI ASSIGN TO "AUDITCLI.DAT"
           FILE STATUS IS WRK-ACL-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-ACL-KEY.

           SELECT ENTREGAS ASSIGN TO "ENTREGAS.DAT"
           FILE STATUS IS WRK-ENT-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-ENT-NUM.

           SELECT PRINT-FILE ASSIGN TO "DADOSCLIENTE.PRN"
           FILE STATUS IS WRK-PRINT-STATUS
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  RENTXREF.
           01 FS-RENTXREF.
               COPY XREFFLDS.
           FD  RENTALS.
           01 FS-RENTAL.
               COPY RENTFLDS.
           FD  RENTHIST.
           01 FS-RENTHIST.
               COPY RENTFLDS
                   REPLACING ==FS-RENT-KEY==  BY ==FS-HIST-KEY==
                             ==FS-RENT-MOV-COD==
                                 BY ==FS-HIST-MOV-COD==
                             ==FS-RENT-DUE-DATE==
                                 BY ==FS-HIST-DUE-DATE==
                             ==FS-RENT-CUST-COD==
                                 BY ==FS-HIST-CUST-COD==
                             ==FS-RENT-DATE== BY ==FS-HIST-DATE==
                             ==FS-RENT-STATUS==
                                 BY ==FS-HIST-STATUS==
                             ==FS-RENT-ABERTO==
                                 BY ==FS-HIST-ABERTO==
                             ==FS-RENT-DEVOLVIDO==
                                 BY ==FS-HIST-DEVOLVIDO==
                             ==FS-RENT-ANULADO==
                                 BY ==FS-HIST-ANULADO==
                             ==FS-RENT-PERDIDO==
                                 BY ==FS-HIST-PERDIDO==
                             ==FS-RENT-COPY-NUM==
                                 BY ==FS-HIST-COPY-NUM==
                             ==FS-RENT-RETURN-DATE==
                                 BY ==FS-HIST-RETURN-DATE==
                             ==FS-RENT-BRANCH==
                                 BY ==FS-HIST-BRANCH==
                             ==FS-RENT-WAIVER==
                                 BY ==FS-HIST-WAIVER==
                             ==FS-RENT-DEPOSIT==
                                 BY ==FS-HIST-DEPOSIT==
                             ==FS-RENT-STAFF-ID==
                                 BY ==FS-HIST-STAFF-ID==.
           FD  EQALUGUEIS.
           01 FS-EQALUGUEL.
               COPY EQRENTFLDS.
           FD  MOVIES.
           01 FS-MOVIE.
               COPY MOVIEFLDS.
           FD  ASSINATURAS.
           01 FS-ASSINATURA.
               COPY ASSINFLDS.
           FD  PLANOS.
           01 FS-PLANO.
               COPY PLANFLDS.
           FD  TRANSIDX.
           01 FS-TIX.
               COPY TRNIDXFLDS.
           FD  WAITLIST.
           01 FS-WAITREC.
               COPY WAITFLDS.
           FD  AGENDA.
           01 FS-BOOKING.
               COPY BOOKFLDS.
           FD  NOTAS.
           01 FS-NOTA.
               COPY RATEFLDS.
           FD  OCORRENCIAS.
           01 FS-OCORRENCIA.
               COPY OCOFLDS.
           FD  LEMBRETES.
           01 FS-LEMBRETE.
               COPY LEMBFLDS.
           FD  AUDITCLI.
           01 FS-AUDITCLI.
               COPY AUDCLIFLDS.
           FD  ENTREGAS.
           01 FS-ENTREGA.
               COPY ENTRFLDS.
           FD  PRINT-FILE.
           01 FS-PRINT-LINE            PIC X(71).
       WORKING-STORAGE SECTION.
       77  WRK-XREF-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-RENT-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-HIST-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-EQR-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-MOV-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-ASS-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-PLAN-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-TIX-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-WAIT-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-BOOK-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-RATE-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-OCO-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-LMB-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-ACL-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-ENT-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-PRINT-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-SPOOL-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-NIVEL-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-AUDIT-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-STATUS                  PIC 9(03) VALUE ZEROES.
       77  WRK-BAL-STATUS              PIC 9(03) VALUE ZEROES.
       77  WRK-PTS-STATUS              PIC 9(03) VALUE ZEROES.
       77  WRK-FAM-STATUS              PIC 9(03) VALUE ZEROES.
       77  WRK-MIN-LEVEL               PIC 9(01) VALUE 2.
       77  WRK-MGR-LEVEL               PIC 9(01) VALUE 3.
       77  WRK-MANAGER                 PIC X(08) VALUE SPACES.
       77  WRK-OPTION                  PIC X(01) VALUE SPACES.
       77  WRK-CONFIRM                 PIC X(01) VALUE SPACES.
       77  WRK-TECLA                   PIC X(01) VALUE SPACES.
       77  WRK-BUFF                    PIC X(71) VALUE SPACES.
       77  WRK-CUST-COD-MSK            PIC X(05) JUSTIFIED RIGHT.
       77  WRK-PICKED-COD              PIC 9(05) VALUE ZEROES.
       77  WRK-MAIN-COD                PIC 9(05) VALUE ZEROES.
       77  WRK-TODAY                   PIC 9(08) VALUE ZEROES.
       77  WRK-EOF                     PIC 9(01) VALUE ZEROES.
       77  WRK-HAS-MOVIES              PIC 9(01) VALUE ZEROES.
       77  WRK-TITLE                   PIC X(30) VALUE SPACES.
       77  WRK-SHOWN                   PIC 9(05) VALUE ZEROES.
       77  WRK-PRINTED                 PIC 9(05) VALUE ZEROES.
       77  WRK-OPEN-COUNT              PIC 9(03) VALUE ZEROES.
       77  WRK-SCRUBBED                PIC 9(05) VALUE ZEROES.
       77  WRK-BAL-AMOUNT              PIC S9(06)V99 VALUE ZEROES.
       77  WRK-PTS-BALANCE             PIC 9(06) VALUE ZEROES.
       77  WRK-FAM-SUB                 PIC 9(02) VALUE ZEROES.
       77  WRK-AUDIT-FIELD             PIC X(12) VALUE SPACES.
       77  WRK-AUDIT-BEFORE            PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-AFTER             PIC X(30) VALUE SPACES.
      *Nome neutro gravado no lugar do nome do cliente anonimizado
       77  WRK-ANON-NAME               PIC X(30)
                                        VALUE "CLIENTE ANONIMIZADO".
       01  WRK-FAMILY.
           05 WRK-FAM-COUNT            PIC 9(02) VALUE ZEROES.
           05 WRK-FAM-MEMBER           PIC 9(05) OCCURS 20 TIMES
                                        VALUE ZEROES.
       01  WRK-MONEY                   PIC 9(06)V99 VALUE ZEROES.
       01  WRK-MONEY-R REDEFINES WRK-MONEY.
           05 WRK-MONEY-INT            PIC 9(06).
           05 WRK-MONEY-DEC            PIC 9(02).
      *Linha do diario lida pelo indice, no layout do diario
       01  WRK-TRANS.
           COPY TRANSFLDS.

       01  WRK-AREA.
           05 WRK-MENU-TITLE       PIC X(30).
           05 WRK-MENU-ITEM        PIC X(30) OCCURS 40 TIMES.
           05 WRK-MENU-SIZE        PIC 9(02).

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
                  BACKGROUND-COLOR 2 FROM "DADOS PESSOAIS DO CLIENTE".

       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           CALL "CHECKNIVEL" USING LNK-OPERATOR, WRK-MIN-LEVEL,
               WRK-NIVEL-STATUS, "DADOSCLIENTE    ".
           IF WRK-NIVEL-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-NIVEL-STATUS, "DADOSCLIENTE"
               GOBACK
           END-IF.
           CALL "LERDATANEG" USING WRK-TODAY.
           PERFORM 0010-GET-CUSTOMER.
           IF WRK-STATUS NOT EQUAL ZEROES
               GOBACK
           END-IF.
           MOVE WRK-CUST-COD TO WRK-MAIN-COD.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           MOVE SPACES TO WRK-BUFF.
           STRING "CLIENTE: " WRK-MAIN-COD " " WRK-CUST-NAME
               INTO WRK-BUFF.
           DISPLAY WRK-BUFF AT 0305.
           DISPLAY "RELATORIO DOS DADOS (R), ANONIMIZAR (A), "
               "ENTER=VOLTAR: " AT 0505.
           MOVE SPACES TO WRK-OPTION.
           ACCEPT WRK-OPTION AT 0560.
           EVALUATE WRK-OPTION
               WHEN 'R' WHEN 'r'
                   PERFORM 0020-REPORT
               WHEN 'A' WHEN 'a'
                   PERFORM 0080-ANONYMIZE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GOBACK.

      *=================================================================
       0010-GET-CUSTOMER      SECTION.
      *Recebe o codigo do cliente ("?" abre a busca por nome parcial)
      *e busca o cadastro
      *=================================================================
           MOVE 1 TO WRK-STATUS.
           MOVE "DADOS PESSOAIS DO CLIENTE"   TO WRK-MENU-TITLE.
           MOVE "CLIENTE (CODIGO, ?=BUSCA): " TO WRK-MENU-ITEM(01).
           MOVE 1 TO WRK-MENU-SIZE.
           CALL "MENUS" USING WRK-AREA.
           DISPLAY "PRESSIONE ENTER PARA VOLTAR" AT 1005.
           MOVE SPACES TO WRK-CUST-COD-MSK.
           ACCEPT WRK-CUST-COD-MSK AT 0332.
           IF WRK-CUST-COD-MSK(05:01) EQUAL '?'
               CALL "BUSCARCLIENTE" USING WRK-PICKED-COD
               IF WRK-PICKED-COD EQUAL ZEROES
                   GO TO 0010-FIM
               END-IF
               MOVE WRK-PICKED-COD TO WRK-CUST-COD-MSK
           END-IF.
           IF WRK-CUST-COD-MSK EQUAL SPACES
               GO TO 0010-FIM
           END-IF.
           MOVE WRK-CUST-COD-MSK TO WRK-CUST-COD.
           MOVE ZEROES TO WRK-STATUS.
           CALL "SEARCHCUSTOMER" USING WRK-CUSTOMER, WRK-STATUS.
       0010-FIM.
           EXIT.

      *=================================================================
       0020-REPORT      SECTION.
      *Relatorio do titular: um bloco por arquivo, todos pelo codigo
      *do cliente
      *=================================================================
           MOVE ZEROES TO WRK-PRINTED.
           OPEN OUTPUT PRINT-FILE.
           MOVE SPACES TO WRK-BUFF.
           STRING "DADOS PESSOAIS GUARDADOS DO CLIENTE " WRK-MAIN-COD
               " EM " WRK-TODAY INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE ZEROES TO WRK-HAS-MOVIES.
           OPEN INPUT MOVIES.
           IF WRK-MOV-FSTAT EQUAL ZEROES
               MOVE 1 TO WRK-HAS-MOVIES
           END-IF.
           PERFORM 0021-PRINT-CADASTRO.
           PERFORM 0022-PRINT-ACCOUNT.
           PERFORM 0030-PRINT-RENTALS.
           PERFORM 0037-PRINT-HIST.
           PERFORM 0038-PRINT-EQUIP.
           PERFORM 0040-PRINT-JOURNAL.
           PERFORM 0050-PRINT-WAITLIST.
           PERFORM 0055-PRINT-BOOKINGS.
           PERFORM 0060-PRINT-NOTAS.
           IF WRK-HAS-MOVIES EQUAL 1
               CLOSE MOVIES
           END-IF.
           PERFORM 0065-PRINT-OCORRENCIAS.
           PERFORM 0068-PRINT-LEMBRETES.
           PERFORM 0069-PRINT-ENTREGAS.
           MOVE SPACES TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "EMITIDO POR " LNK-OPERATOR " - FIM DO RELATORIO"
               INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           CLOSE PRINT-FILE.
      *Copia datada no spool, antes da proxima rodada sobrescrever o
      *PRN fixo
           CALL "ESPOLAR" USING "DADOSCLIENTE.PRN    ",
               LNK-OPERATOR, WRK-SPOOL-STATUS.
           MOVE SPACES TO WRK-BUFF.
           STRING "LINHAS IMPRESSAS: " WRK-PRINTED INTO WRK-BUFF.
           DISPLAY WRK-BUFF AT 0705.
           DISPLAY "IMPRESSO EM DADOSCLIENTE.PRN. PRESSIONE ENTER"
               AT 0905.
           ACCEPT WRK-TECLA AT 0951.

      *=================================================================
       0021-PRINT-CADASTRO      SECTION.
      *Cadastro e consentimentos de mensagens
      *=================================================================
           MOVE SPACES TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE "CADASTRO (CUSTOMERS.DAT):" TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "  NOME: " WRK-CUST-NAME INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "  TELEFONE: " WRK-CUST-PHONE " DOCUMENTO: "
               WRK-CUST-DOC INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "  NASCIMENTO: " WRK-CUST-BIRTHDATE
               " CONTA CORPORATIVA: " WRK-CUST-CORPORATE
               INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "  ENDERECO: " WRK-CUST-ADDRESS " ZONA: "
               WRK-CUST-ZONE INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "  ACEITE LEMBRETE SMS/WHATSAPP: " WRK-CUST-SMS-OPTIN
               " EM " WRK-CUST-SMS-OPTIN-DT INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "  ACEITE OFERTAS E NOVIDADES:   " WRK-CUST-MKT-OPTIN
               " EM " WRK-CUST-MKT-OPTIN-DT INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.

      *=================================================================
       0022-PRINT-ACCOUNT      SECTION.
      *Saldo, pontos, plano mensal e grupo familiar
      *=================================================================
           MOVE SPACES TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE "CONTA (BALANCE.DAT, PONTOS.DAT, ASSINATURAS.DAT):"
               TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           CALL "GETBALANCE" USING WRK-MAIN-COD, WRK-BAL-AMOUNT,
               WRK-BAL-STATUS.
           CALL "GETPONTOS" USING WRK-MAIN-COD, WRK-PTS-BALANCE,
               WRK-PTS-STATUS.
           MOVE SPACES TO WRK-BUFF.
           IF WRK-BAL-AMOUNT LESS THAN ZEROES
               COMPUTE WRK-MONEY = WRK-BAL-AMOUNT * -1
               STRING "  CREDITO: " WRK-MONEY-INT "," WRK-MONEY-DEC
                   DELIMITED BY SIZE INTO WRK-BUFF
           ELSE
               MOVE WRK-BAL-AMOUNT TO WRK-MONEY
               STRING "  SALDO DEVEDOR: " WRK-MONEY-INT ","
                   WRK-MONEY-DEC DELIMITED BY SIZE INTO WRK-BUFF
           END-IF.
           PERFORM 0070-PRINT-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "  PONTOS DE FIDELIDADE: " WRK-PTS-BALANCE
               INTO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE "  PLANO MENSAL: NENHUM" TO WRK-BUFF.
           OPEN INPUT ASSINATURAS.
           IF WRK-ASS-FSTAT EQUAL ZEROES
               MOVE WRK-MAIN-COD TO FS-ASS-CUST-COD
               READ ASSINATURAS
                   NOT INVALID KEY
                       PERFORM 0024-DESCRIBE-PLAN
               END-READ
               CLOSE ASSINATURAS
           END-IF.
           MOVE ZEROES TO WRK-ASS-FSTAT.
           PERFORM 0070-PRINT-LINE.
           CALL "LERFAMILIA" USING WRK-MAIN-COD, WRK-FAMILY,
               WRK-FAM-STATUS.
           IF WRK-FAM-COUNT LESS THAN 2
               MOVE "  GRUPO FAMILIAR: NENHUM" TO WRK-BUFF
               PERFORM 0070-PRINT-LINE
           ELSE
               MOVE "  GRUPO FAMILIAR (FAMILIAS.DAT), DEMAIS MEMBROS:"
                   TO WRK-BUFF
               PERFORM 0070-PRINT-LINE
               PERFORM VARYING WRK-FAM-SUB FROM 1 BY 1
                       UNTIL WRK-FAM-SUB GREATER THAN WRK-FAM-COUNT
                   IF WRK-FAM-MEMBER(WRK-FAM-SUB)
                       NOT EQUAL WRK-MAIN-COD
                       MOVE SPACES TO WRK-BUFF
                       STRING "    CLIENTE "
                           WRK-FAM-MEMBER(WRK-FAM-SUB) INTO WRK-BUFF
                       PERFORM 0070-PRINT-LINE
                   END-IF
               END-PERFORM
           END-IF.

      *=================================================================
       0024-DESCRIBE-PLAN      SECTION.
      *Monta a linha do plano do cliente, com o nome do plano
      *=================================================================
           MOVE SPACES TO WRK-TITLE.
           OPEN INPUT PLANOS.
           IF WRK-PLAN-FSTAT EQUAL ZEROES
               MOVE FS-ASS-PLAN-COD TO FS-PLAN-COD
               READ PLANOS
                   NOT INVALID KEY
                       MOVE FS-PLAN-NAME TO WRK-TITLE
               END-READ
               CLOSE PLANOS
           END-IF.
           MOVE ZEROES TO WRK-PLAN-FSTAT.
           MOVE SPACES TO WRK-BUFF.
           STRING "  PLANO MENSAL: " FS-ASS-PLAN-COD " " WRK-TITLE
               " SITUACAO " FS-ASS-STATUS " CICLO " FS-ASS-CYCLE
               INTO WRK-BUFF.

      *=================================================================
       0030-PRINT-RENTALS      SECTION.
      *Alugueis de filmes do arquivo vivo, pelo indice RENTCUST.DAT
      *=================================================================
           MOVE SPACES TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE "ALUGUEIS (RENTALS.DAT):" TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE "  ALUGADO  VENCE    DEVOLVIDO SIT COPIA FILME"
               TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE ZEROES TO WRK-SHOWN.
           OPEN INPUT RENTXREF.
           IF WRK-XREF-FSTAT NOT EQUAL ZEROES
               GO TO 0030-NONE
           END-IF.
           OPEN INPUT RENTALS.
           IF WRK-RENT-FSTAT NOT EQUAL ZEROES
               CLOSE RENTXREF
               GO TO 0030-NONE
           END-IF.
           MOVE WRK-MAIN-COD TO FS-XREF-CUST-COD.
           MOVE ZEROES TO FS-XREF-INV-DATE.
           MOVE ZEROES TO FS-XREF-MOV-COD.
           MOVE ZEROES TO FS-XREF-DUE-DATE.
           MOVE ZEROES TO WRK-EOF.
           START RENTXREF KEY IS NOT LESS THAN FS-XREF-KEY
               INVALID KEY
                   MOVE 1 TO WRK-EOF
           END-START.
           PERFORM UNTIL WRK-EOF EQUAL 1
               READ RENTXREF NEXT RECORD
                   AT END
                       MOVE 1 TO WRK-EOF
                   NOT AT END
                       IF FS-XREF-CUST-COD NOT EQUAL WRK-MAIN-COD
                           MOVE 1 TO WRK-EOF
                       ELSE
                           PERFORM 0035-PRINT-ONE-RENTAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RENTALS RENTXREF.
       0030-NONE.
           MOVE ZEROES TO WRK-XREF-FSTAT WRK-RENT-FSTAT.
           IF WRK-SHOWN EQUAL ZEROES
               MOVE "  NENHUM" TO WRK-BUFF
               PERFORM 0070-PRINT-LINE
           END-IF.

      *=================================================================
       0035-PRINT-ONE-RENTAL      SECTION.
      *Le o aluguel apontado pelo indice e imprime a linha
      *=================================================================
           MOVE FS-XREF-MOV-COD TO FS-RENT-MOV-COD.
           MOVE FS-XREF-DUE-DATE TO FS-RENT-DUE-DATE.
           MOVE FS-XREF-CUST-COD TO FS-RENT-CUST-COD.
           READ RENTALS
               INVALID KEY
                   GO TO 0035-FIM
           END-READ.
           MOVE FS-RENT-MOV-COD TO FS-MOV-COD.
           PERFORM 0075-GET-TITLE.
           MOVE SPACES TO WRK-BUFF.
           STRING "  " FS-RENT-DATE " " FS-RENT-DUE-DATE " "
               FS-RENT-RETURN-DATE "  " FS-RENT-STATUS "   "
               FS-RENT-COPY-NUM "  " WRK-TITLE INTO WRK-BUFF.
           ADD 1 TO WRK-SHOWN.
           PERFORM 0070-PRINT-LINE.
       0035-FIM.
           EXIT.

      *=================================================================
       0037-PRINT-HIST      SECTION.
      *Alugueis expurgados para o arquivo morto
      *=================================================================
           MOVE SPACES TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE "ALUGUEIS EXPURGADOS (RENTHIST.DAT):" TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE ZEROES TO WRK-SHOWN.
           OPEN INPUT RENTHIST.
           IF WRK-HIST-FSTAT NOT EQUAL ZEROES
               GO TO 0037-NONE
           END-IF.
           PERFORM UNTIL WRK-HIST-FSTAT NOT EQUAL ZEROES
               READ RENTHIST NEXT RECORD
                   AT END
                       MOVE 100 TO WRK-HIST-FSTAT
                   NOT AT END
                       IF FS-HIST-CUST-COD EQUAL WRK-MAIN-COD
                           MOVE FS-HIST-MOV-COD TO FS-MOV-COD
                           PERFORM 0075-GET-TITLE
                           MOVE SPACES TO WRK-BUFF
                           STRING "  " FS-HIST-DATE " "
                               FS-HIST-DUE-DATE " "
                               FS-HIST-RETURN-DATE "  "
                               FS-HIST-STATUS "   "
                               FS-HIST-COPY-NUM "  " WRK-TITLE
                               INTO WRK-BUFF
                           ADD 1 TO WRK-SHOWN
                           PERFORM 0070-PRINT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RENTHIST.
       0037-NONE.
           MOVE ZEROES TO WRK-HIST-FSTAT.
           IF WRK-SHOWN EQUAL ZEROES
               MOVE "  NENHUM" TO WRK-BUFF
               PERFORM 0070-PRINT-LINE
           END-IF.

      *=================================================================
       0038-PRINT-EQUIP      SECTION.
      *Emprestimos de equipamento
      *=================================================================
           MOVE SPACES TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE "EMPRESTIMOS DE EQUIPAMENTO (EQALUGUEIS.DAT):"
               TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE ZEROES TO WRK-SHOWN.
           OPEN INPUT EQALUGUEIS.
           IF WRK-EQR-FSTAT NOT EQUAL ZEROES
               GO TO 0038-NONE
           END-IF.
           PERFORM UNTIL WRK-EQR-FSTAT NOT EQUAL ZEROES
               READ EQALUGUEIS NEXT RECORD
                   AT END
                       MOVE 100 TO WRK-EQR-FSTAT
                   NOT AT END
                       IF FS-EQR-CUST-COD EQUAL WRK-MAIN-COD
                           MOVE SPACES TO WRK-BUFF
                           STRING "  " FS-EQR-DATE " " FS-EQR-DUE-DATE
                               " " FS-EQR-RETURN-DATE "  "
                               FS-EQR-STATUS "   EQUIPAMENTO "
                               FS-EQR-EQP-COD INTO WRK-BUFF
                           ADD 1 TO WRK-SHOWN
                           PERFORM 0070-PRINT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EQALUGUEIS.
       0038-NONE.
           MOVE ZEROES TO WRK-EQR-FSTAT.
           IF WRK-SHOWN EQUAL ZEROES
               MOVE "  NENHUM" TO WRK-BUFF
               PERFORM 0070-PRINT-LINE
           END-IF.

      *=================================================================
       0040-PRINT-JOURNAL      SECTION.
      *Linhas do diario do cliente, pelo indice TRANSIDX.DAT
      *=================================================================
           MOVE SPACES TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE "LANCAMENTOS NO DIARIO (TRANSACT.DAT):" TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE "  DATA     TIPO FILME      VALOR RECIBO PAGO OPERADOR"
               TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE ZEROES TO WRK-SHOWN.
           OPEN INPUT TRANSIDX.
           IF WRK-TIX-FSTAT NOT EQUAL ZEROES
               GO TO 0040-NONE
           END-IF.
           MOVE WRK-MAIN-COD TO FS-TIX-CUST-COD.
           MOVE ZEROES TO FS-TIX-CUST-DATE.
           START TRANSIDX KEY IS NOT LESS THAN FS-TIX-CUST-KEY
               INVALID KEY
                   MOVE 100 TO WRK-TIX-FSTAT
           END-START.
           PERFORM UNTIL WRK-TIX-FSTAT NOT EQUAL ZEROES
               READ TRANSIDX NEXT RECORD
                   AT END
                       MOVE 100 TO WRK-TIX-FSTAT
                   NOT AT END
                       IF FS-TIX-CUST-COD NOT EQUAL WRK-MAIN-COD
                           MOVE 100 TO WRK-TIX-FSTAT
                       ELSE
                           MOVE FS-TIX-LINE TO WRK-TRANS
                           PERFORM 0045-PRINT-ONE-TRANS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANSIDX.
       0040-NONE.
           MOVE ZEROES TO WRK-TIX-FSTAT.
           IF WRK-SHOWN EQUAL ZEROES
               MOVE "  NENHUM" TO WRK-BUFF
               PERFORM 0070-PRINT-LINE
           END-IF.

      *=================================================================
       0045-PRINT-ONE-TRANS      SECTION.
      *Imprime a linha do diario corrente
      *=================================================================
           MOVE FS-TRANS-AMOUNT TO WRK-MONEY.
           MOVE SPACES TO WRK-BUFF.
           MOVE FS-TRANS-DATE TO WRK-BUFF(03:08).
           MOVE FS-TRANS-TYPE TO WRK-BUFF(14:01).
           MOVE FS-TRANS-MOV-COD TO WRK-BUFF(17:05).
           STRING WRK-MONEY-INT "," WRK-MONEY-DEC
               DELIMITED BY SIZE INTO WRK-BUFF(23:09).
           MOVE FS-TRANS-RECEIPT TO WRK-BUFF(33:06).
           MOVE FS-TRANS-PAID TO WRK-BUFF(41:01).
           MOVE FS-TRANS-OPERATOR TO WRK-BUFF(45:08).
           ADD 1 TO WRK-SHOWN.
           PERFORM 0070-PRINT-LINE.

      *=================================================================
       0050-PRINT-WAITLIST      SECTION.
      *Entradas do cliente na lista de espera, em qualquer situacao
      *=================================================================
           MOVE SPACES TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE "LISTA DE ESPERA (WAITLIST.DAT):" TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE ZEROES TO WRK-SHOWN.
           OPEN INPUT WAITLIST.
           IF WRK-WAIT-FSTAT NOT EQUAL ZEROES
               GO TO 0050-NONE
           END-IF.
           PERFORM UNTIL WRK-WAIT-FSTAT NOT EQUAL ZEROES
               READ WAITLIST NEXT RECORD
                   AT END
                       MOVE 100 TO WRK-WAIT-FSTAT
                   NOT AT END
                       IF FS-WAIT-CUST-COD EQUAL WRK-MAIN-COD
                           MOVE FS-WAIT-MOV-COD TO FS-MOV-COD
                           PERFORM 0075-GET-TITLE
                           MOVE SPACES TO WRK-BUFF
                           STRING "  " FS-WAIT-DATE " SITUACAO "
                               FS-WAIT-STATUS " " WRK-TITLE
                               INTO WRK-BUFF
                           ADD 1 TO WRK-SHOWN
                           PERFORM 0070-PRINT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WAITLIST.
       0050-NONE.
           MOVE ZEROES TO WRK-WAIT-FSTAT.
           IF WRK-SHOWN EQUAL ZEROES
               MOVE "  NENHUMA" TO WRK-BUFF
               PERFORM 0070-PRINT-LINE
           END-IF.

      *=================================================================
       0055-PRINT-BOOKINGS      SECTION.
      *Agendamentos do cliente, em qualquer situacao
      *=================================================================
           MOVE SPACES TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE "AGENDAMENTOS (AGENDA.DAT):" TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE ZEROES TO WRK-SHOWN.
           OPEN INPUT AGENDA.
           IF WRK-BOOK-FSTAT NOT EQUAL ZEROES
               GO TO 0055-NONE
           END-IF.
           PERFORM UNTIL WRK-BOOK-FSTAT NOT EQUAL ZEROES
               READ AGENDA NEXT RECORD
                   AT END
                       MOVE 100 TO WRK-BOOK-FSTAT
                   NOT AT END
                       IF FS-BOOK-CUST-COD EQUAL WRK-MAIN-COD
                           MOVE FS-BOOK-MOV-COD TO FS-MOV-COD
                           PERFORM 0075-GET-TITLE
                           MOVE SPACES TO WRK-BUFF
                           STRING "  " FS-BOOK-DATE " FEITO EM "
                               FS-BOOK-CREATED " SITUACAO "
                               FS-BOOK-STATUS " " WRK-TITLE
                               INTO WRK-BUFF
                           ADD 1 TO WRK-SHOWN
                           PERFORM 0070-PRINT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AGENDA.
       0055-NONE.
           MOVE ZEROES TO WRK-BOOK-FSTAT.
           IF WRK-SHOWN EQUAL ZEROES
               MOVE "  NENHUM" TO WRK-BUFF
               PERFORM 0070-PRINT-LINE
           END-IF.

      *=================================================================
       0060-PRINT-NOTAS      SECTION.
      *Notas dadas pelo cliente aos filmes
      *=================================================================
           MOVE SPACES TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE "NOTAS DADAS AOS FILMES (NOTAS.DAT):" TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE ZEROES TO WRK-SHOWN.
           OPEN INPUT NOTAS.
           IF WRK-RATE-FSTAT NOT EQUAL ZEROES
               GO TO 0060-NONE
           END-IF.
           PERFORM UNTIL WRK-RATE-FSTAT NOT EQUAL ZEROES
               READ NOTAS NEXT RECORD
                   AT END
                       MOVE 100 TO WRK-RATE-FSTAT
                   NOT AT END
                       IF FS-RATE-CUST-COD EQUAL WRK-MAIN-COD
                           MOVE FS-RATE-MOV-COD TO FS-MOV-COD
                           PERFORM 0075-GET-TITLE
                           MOVE SPACES TO WRK-BUFF
                           STRING "  " FS-RATE-DATE " NOTA "
                               FS-RATE-STARS " " WRK-TITLE
                               INTO WRK-BUFF
                           ADD 1 TO WRK-SHOWN
                           PERFORM 0070-PRINT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NOTAS.
       0060-NONE.
           MOVE ZEROES TO WRK-RATE-FSTAT.
           IF WRK-SHOWN EQUAL ZEROES
               MOVE "  NENHUMA" TO WRK-BUFF
               PERFORM 0070-PRINT-LINE
           END-IF.

      *=================================================================
       0065-PRINT-OCORRENCIAS      SECTION.
      *Ocorrencias e reclamacoes registradas para o cliente
      *=================================================================
           MOVE SPACES TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE "OCORRENCIAS (OCORRENCIAS.DAT):" TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE ZEROES TO WRK-SHOWN.
           OPEN INPUT OCORRENCIAS.
           IF WRK-OCO-FSTAT NOT EQUAL ZEROES
               GO TO 0065-NONE
           END-IF.
           MOVE WRK-MAIN-COD TO FS-OCO-CUST-COD.
           MOVE ZEROES TO FS-OCO-DATE.
           MOVE ZEROES TO FS-OCO-TIME.
           START OCORRENCIAS KEY IS NOT LESS THAN FS-OCO-KEY
               INVALID KEY
                   MOVE 100 TO WRK-OCO-FSTAT
           END-START.
           PERFORM UNTIL WRK-OCO-FSTAT NOT EQUAL ZEROES
               READ OCORRENCIAS NEXT RECORD
                   AT END
                       MOVE 100 TO WRK-OCO-FSTAT
                   NOT AT END
                       IF FS-OCO-CUST-COD NOT EQUAL WRK-MAIN-COD
                           MOVE 100 TO WRK-OCO-FSTAT
                       ELSE
                           MOVE SPACES TO WRK-BUFF
                           STRING "  " FS-OCO-DATE " TIPO "
                               FS-OCO-TYPE " SITUACAO " FS-OCO-STATUS
                               " " FS-OCO-DESC INTO WRK-BUFF
                           ADD 1 TO WRK-SHOWN
                           PERFORM 0070-PRINT-LINE
                           IF FS-OCO-RESOLVIDA
                               MOVE SPACES TO WRK-BUFF
                               STRING "    SOLUCAO " FS-OCO-RES-DATE
                                   " " FS-OCO-RESOLUTION
                                   INTO WRK-BUFF
                               PERFORM 0070-PRINT-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OCORRENCIAS.
       0065-NONE.
           MOVE ZEROES TO WRK-OCO-FSTAT.
           IF WRK-SHOWN EQUAL ZEROES
               MOVE "  NENHUMA" TO WRK-BUFF
               PERFORM 0070-PRINT-LINE
           END-IF.

      *=================================================================
       0068-PRINT-LEMBRETES      SECTION.
      *Lembretes de vencimento enviados por SMS/WhatsApp
      *=================================================================
           MOVE SPACES TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE "LEMBRETES ENVIADOS (LEMBRETES.DAT):" TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE ZEROES TO WRK-SHOWN.
           OPEN INPUT LEMBRETES.
           IF WRK-LMB-FSTAT NOT EQUAL ZEROES
               GO TO 0068-NONE
           END-IF.
           MOVE WRK-MAIN-COD TO FS-LMB-CUST-COD.
           MOVE ZEROES TO FS-LMB-DATE.
           START LEMBRETES KEY IS NOT LESS THAN FS-LMB-KEY
               INVALID KEY
                   MOVE 100 TO WRK-LMB-FSTAT
           END-START.
           PERFORM UNTIL WRK-LMB-FSTAT NOT EQUAL ZEROES
               READ LEMBRETES NEXT RECORD
                   AT END
                       MOVE 100 TO WRK-LMB-FSTAT
                   NOT AT END
                       IF FS-LMB-CUST-COD NOT EQUAL WRK-MAIN-COD
                           MOVE 100 TO WRK-LMB-FSTAT
                       ELSE
                           MOVE SPACES TO WRK-BUFF
                           STRING "  " FS-LMB-DATE " PARA "
                               FS-LMB-PHONE " TIPO " FS-LMB-KIND
                               " VENCE " FS-LMB-DUE-DATE
                               " SITUACAO " FS-LMB-STATUS
                               INTO WRK-BUFF
                           ADD 1 TO WRK-SHOWN
                           PERFORM 0070-PRINT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LEMBRETES.
       0068-NONE.
           MOVE ZEROES TO WRK-LMB-FSTAT.
           IF WRK-SHOWN EQUAL ZEROES
               MOVE "  NENHUM" TO WRK-BUFF
               PERFORM 0070-PRINT-LINE
           END-IF.

      *=================================================================
       0069-PRINT-ENTREGAS      SECTION.
      *Pedidos de entrega e de coleta a domicilio do cliente
      *=================================================================
           MOVE SPACES TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE "ENTREGAS E COLETAS (ENTREGAS.DAT):" TO WRK-BUFF.
           PERFORM 0070-PRINT-LINE.
           MOVE ZEROES TO WRK-SHOWN.
           OPEN INPUT ENTREGAS.
           IF WRK-ENT-FSTAT NOT EQUAL ZEROES
               GO TO 0069-NONE
           END-IF.
           PERFORM UNTIL WRK-ENT-FSTAT NOT EQUAL ZEROES
               READ ENTREGAS NEXT RECORD
                   AT END
                       MOVE 100 TO WRK-ENT-FSTAT
                   NOT AT END
                       IF FS-ENT-CUST-COD EQUAL WRK-MAIN-COD
                           MOVE SPACES TO WRK-BUFF
                           STRING "  PEDIDO " FS-ENT-NUM " TIPO "
                               FS-ENT-TYPE " DATA " FS-ENT-DATE
                               " ZONA " FS-ENT-ZONE " SITUACAO "
                               FS-ENT-STATUS " RECIBO " FS-ENT-RECEIPT
                               INTO WRK-BUFF
                           ADD 1 TO WRK-SHOWN
                           PERFORM 0070-PRINT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ENTREGAS.
       0069-NONE.
           MOVE ZEROES TO WRK-ENT-FSTAT.
           IF WRK-SHOWN EQUAL ZEROES
               MOVE "  NENHUMA" TO WRK-BUFF
               PERFORM 0070-PRINT-LINE
           END-IF.

      *=================================================================
       0070-PRINT-LINE      SECTION.
      *Grava a linha corrente no arquivo de impressao
      *=================================================================
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           ADD 1 TO WRK-PRINTED.

      *=================================================================
       0075-GET-TITLE      SECTION.
      *Titulo do filme de FS-MOV-COD, ou o codigo quando o cadastro
      *nao estiver disponivel
      *=================================================================
           MOVE SPACES TO WRK-TITLE.
           MOVE FS-MOV-COD TO WRK-TITLE.
           IF WRK-HAS-MOVIES EQUAL 1
               READ MOVIES
                   NOT INVALID KEY
                       MOVE FS-MOV-TITLE TO WRK-TITLE
               END-READ
           END-IF.

      *=================================================================
       0080-ANONYMIZE      SECTION.
      *Anonimizacao a pedido do cliente: confere as pendencias, pede o
      *gerente e a confirmacao, troca os dados pessoais por valores
      *neutros e registra na auditoria de clientes
      *=================================================================
           IF WRK-CUST-NAME EQUAL WRK-ANON-NAME
               DISPLAY "CLIENTE JA ANONIMIZADO. PRESSIONE ENTER"
                   AT 0705
               ACCEPT WRK-TECLA AT 0745
               GO TO 0080-FIM
           END-IF.
           PERFORM 0082-CHECK-PENDING.
           CALL "GETBALANCE" USING WRK-MAIN-COD, WRK-BAL-AMOUNT,
               WRK-BAL-STATUS.
           IF WRK-OPEN-COUNT GREATER THAN ZEROES
               OR WRK-BAL-AMOUNT NOT EQUAL ZEROES
               MOVE SPACES TO WRK-BUFF
               STRING "CLIENTE COM PENDENCIAS - ALUGUEIS ABERTOS: "
                   WRK-OPEN-COUNT " SALDO: " WRK-BAL-AMOUNT
                   INTO WRK-BUFF
               DISPLAY WRK-BUFF AT 0705
               DISPLAY "ACERTE AS PENDENCIAS ANTES. PRESSIONE ENTER"
                   AT 0805
               ACCEPT WRK-TECLA AT 0849
               GO TO 0080-FIM
           END-IF.
           DISPLAY "NOME, TELEFONE, DOCUMENTO, NASCIMENTO E ENDERECO"
               AT 0705.
           DISPLAY "SERAO APAGADOS; O HISTORICO DE ALUGUEIS E DO DIARIO"
               AT 0805.
           DISPLAY "GERENTE (ID): " AT 1005.
           MOVE SPACES TO WRK-MANAGER.
           ACCEPT WRK-MANAGER AT 1019.
           CALL "CHECKNIVEL" USING WRK-MANAGER, WRK-MGR-LEVEL,
               WRK-NIVEL-STATUS, "DADOSCLI-GERENTE".
           IF WRK-NIVEL-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-NIVEL-STATUS, "DADOSCLIENTE"
               GO TO 0080-FIM
           END-IF.
           DISPLAY "CONFIRMA A ANONIMIZACAO DO CLIENTE (S/N)? "
               AT 1205.
           MOVE SPACES TO WRK-CONFIRM.
           ACCEPT WRK-CONFIRM AT 1247.
           IF WRK-CONFIRM NOT EQUAL 'S' AND WRK-CONFIRM NOT EQUAL 's'
               GO TO 0080-FIM
           END-IF.
           MOVE WRK-ANON-NAME TO WRK-CUST-NAME.
           MOVE SPACES TO WRK-CUST-PHONE.
           MOVE SPACES TO WRK-CUST-DOC.
           MOVE ZEROES TO WRK-CUST-BIRTHDATE.
           MOVE SPACES TO WRK-CUST-ADDRESS.
           MOVE SPACES TO WRK-CUST-ZONE.
           MOVE "N" TO WRK-CUST-SMS-OPTIN.
           MOVE WRK-TODAY TO WRK-CUST-SMS-OPTIN-DT.
           MOVE "N" TO WRK-CUST-MKT-OPTIN.
           MOVE WRK-TODAY TO WRK-CUST-MKT-OPTIN-DT.
           MOVE ZEROES TO WRK-STATUS.
           CALL "ALTERCUSTOMER" USING WRK-CUSTOMER, WRK-STATUS.
           IF WRK-STATUS NOT EQUAL ZEROES
               GO TO 0080-FIM
           END-IF.
           MOVE ZEROES TO WRK-SCRUBBED.
           PERFORM 0085-SCRUB-LEMBRETES.
           PERFORM 0087-SCRUB-AUDIT.
           MOVE "ANONIMIZACAO" TO WRK-AUDIT-FIELD.
           MOVE "NOME/FONE/DOC/NASC/ENDER" TO WRK-AUDIT-BEFORE.
           MOVE SPACES TO WRK-AUDIT-AFTER.
           STRING "ANONIMIZADO - " WRK-SCRUBBED " COPIAS"
               INTO WRK-AUDIT-AFTER.
           CALL "WRITEAUDITCLI" USING "L", WRK-MAIN-COD,
               WRK-AUDIT-FIELD, WRK-AUDIT-BEFORE, WRK-AUDIT-AFTER,
               LNK-OPERATOR, WRK-MANAGER, WRK-AUDIT-STATUS.
           DISPLAY "CLIENTE ANONIMIZADO. PRESSIONE ENTER" AT 1405.
           ACCEPT WRK-TECLA AT 1442.
       0080-FIM.
           EXIT.

      *=================================================================
       0082-CHECK-PENDING      SECTION.
      *Conta os alugueis ainda em aberto do cliente
      *=================================================================
           MOVE ZEROES TO WRK-OPEN-COUNT.
           OPEN INPUT RENTXREF.
           IF WRK-XREF-FSTAT NOT EQUAL ZEROES
               GO TO 0082-FIM
           END-IF.
           OPEN INPUT RENTALS.
           IF WRK-RENT-FSTAT NOT EQUAL ZEROES
               CLOSE RENTXREF
               GO TO 0082-FIM
           END-IF.
           MOVE WRK-MAIN-COD TO FS-XREF-CUST-COD.
           MOVE ZEROES TO FS-XREF-INV-DATE.
           MOVE ZEROES TO FS-XREF-MOV-COD.
           MOVE ZEROES TO FS-XREF-DUE-DATE.
           MOVE ZEROES TO WRK-EOF.
           START RENTXREF KEY IS NOT LESS THAN FS-XREF-KEY
               INVALID KEY
                   MOVE 1 TO WRK-EOF
           END-START.
           PERFORM UNTIL WRK-EOF EQUAL 1
               READ RENTXREF NEXT RECORD
                   AT END
                       MOVE 1 TO WRK-EOF
                   NOT AT END
                       IF FS-XREF-CUST-COD NOT EQUAL WRK-MAIN-COD
                           MOVE 1 TO WRK-EOF
                       ELSE
                           MOVE FS-XREF-MOV-COD TO FS-RENT-MOV-COD
                           MOVE FS-XREF-DUE-DATE TO FS-RENT-DUE-DATE
                           MOVE FS-XREF-CUST-COD TO FS-RENT-CUST-COD
                           READ RENTALS
                               NOT INVALID KEY
                                   IF FS-RENT-ABERTO
                                       ADD 1 TO WRK-OPEN-COUNT
                                   END-IF
                           END-READ
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RENTALS RENTXREF.
       0082-FIM.
           MOVE ZEROES TO WRK-XREF-FSTAT WRK-RENT-FSTAT.

      *=================================================================
       0085-SCRUB-LEMBRETES      SECTION.
      *Apaga o telefone copiado nos lembretes ja enviados ao cliente;
      *as linhas ficam para a estatistica de entrega
      *=================================================================
           OPEN I-O LEMBRETES.
           IF WRK-LMB-FSTAT NOT EQUAL ZEROES
               GO TO 0085-FIM
           END-IF.
           MOVE WRK-MAIN-COD TO FS-LMB-CUST-COD.
           MOVE ZEROES TO FS-LMB-DATE.
           START LEMBRETES KEY IS NOT LESS THAN FS-LMB-KEY
               INVALID KEY
                   MOVE 100 TO WRK-LMB-FSTAT
           END-START.
           PERFORM UNTIL WRK-LMB-FSTAT NOT EQUAL ZEROES
               READ LEMBRETES NEXT RECORD
                   AT END
                       MOVE 100 TO WRK-LMB-FSTAT
                   NOT AT END
                       IF FS-LMB-CUST-COD NOT EQUAL WRK-MAIN-COD
                           MOVE 100 TO WRK-LMB-FSTAT
                       ELSE
                           IF FS-LMB-PHONE NOT EQUAL SPACES
                               MOVE SPACES TO FS-LMB-PHONE
                               REWRITE FS-LEMBRETE
                               ADD 1 TO WRK-SCRUBBED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LEMBRETES.
       0085-FIM.
           MOVE ZEROES TO WRK-LMB-FSTAT.

      *=================================================================
       0087-SCRUB-AUDIT      SECTION.
      *Apaga na auditoria de clientes os valores antigos e novos de
      *nome, telefone, documento, nascimento e endereco do cliente;
      *as linhas ficam, com o campo, a data e quem alterou
      *=================================================================
           OPEN I-O AUDITCLI.
           IF WRK-ACL-FSTAT NOT EQUAL ZEROES
               GO TO 0087-FIM
           END-IF.
           MOVE WRK-MAIN-COD TO FS-ACL-CUST-COD.
           MOVE ZEROES TO FS-ACL-DATE.
           MOVE ZEROES TO FS-ACL-TIME.
           MOVE ZEROES TO FS-ACL-SEQ.
           START AUDITCLI KEY IS NOT LESS THAN FS-ACL-KEY
               INVALID KEY
                   MOVE 100 TO WRK-ACL-FSTAT
           END-START.
           PERFORM UNTIL WRK-ACL-FSTAT NOT EQUAL ZEROES
               READ AUDITCLI NEXT RECORD
                   AT END
                       MOVE 100 TO WRK-ACL-FSTAT
                   NOT AT END
                       IF FS-ACL-CUST-COD NOT EQUAL WRK-MAIN-COD
                           MOVE 100 TO WRK-ACL-FSTAT
                       ELSE
                           IF FS-ACL-FIELD EQUAL "NOME"
                               OR FS-ACL-FIELD EQUAL "TELEFONE"
                               OR FS-ACL-FIELD EQUAL "DOCUMENTO"
                               OR FS-ACL-FIELD EQUAL "NASCIMENTO"
                               OR FS-ACL-FIELD EQUAL "ENDERECO"
                               MOVE "*****" TO FS-ACL-BEFORE
                               MOVE "*****" TO FS-ACL-AFTER
                               REWRITE FS-AUDITCLI
                               ADD 1 TO WRK-SCRUBBED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDITCLI.
       0087-FIM.
           MOVE ZEROES TO WRK-ACL-FSTAT.
       END PROGRAM DADOSCLIENTE.
