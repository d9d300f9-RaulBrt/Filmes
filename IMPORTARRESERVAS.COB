      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Importar as reservas feitas pelo site da loja
      *           (RESERVASWEB.DAT, posicional: identificador do
      *           pedido no site, codigo do cliente ou documento,
      *           codigo do filme, filial e data desejada). Cada
      *           pedido passa pelas mesmas regras de situacao do
      *           cliente do RENTAR (divida baixada, alugueis vencidos
      *           ou acima do limite do grupo familiar, debito acima do
      *           limite e idade minima da classificacao) e vira:
      *           - agendamento em AGENDA.DAT, se a data desejada for
      *             futura;
      *           - reserva do dia (status A, guardada ate a data de
      *             guarda) em WAITLIST.DAT, se ha copia livre na
      *             filial alem das ja reservadas;
      *           - entrada na lista de espera (status P), se nao ha.
      *           As entradas do site sao marcadas com origem W e
      *           seguem o mesmo caminho das do balcao (LISTAESPERA,
      *           DEVOLVER e EXPIRARESERVA). O resultado de cada pedido
      *           e o motivo vao para RESPOSTAWEB.DAT, que o site le
      *           para mostrar ao cliente, e para RESERVASWEB.PRN. O
      *           arquivo de pedidos e esvaziado no fim. Roda pelo menu
      *           de aluguel ou chamado pelo agendador externo a cada
      *           poucos minutos (modo "B", sem tela).
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTARRESERVAS.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS ASSIGN TO "RESERVASWEB.DAT"
           FILE STATUS IS WRK-PED-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT RESPOSTA ASSIGN TO "RESPOSTAWEB.DAT"
           FILE STATUS IS WRK-RESP-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

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

           SELECT COPIES ASSIGN TO "COPIES.DAT"
           FILE STATUS IS WRK-COPY-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-COPY-KEY.

           SELECT RENTALS ASSIGN TO "RENTALS.DAT"
           FILE STATUS IS WRK-RENT-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-RENT-KEY.

           SELECT RENTXREF ASSIGN TO "RENTCUST.DAT"
           FILE STATUS IS WRK-XREF-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-XREF-KEY.

           SELECT WAITLIST ASSIGN TO "WAITLIST.DAT"
           FILE STATUS IS WRK-WAIT-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-WAIT-KEY.

           SELECT AGENDA ASSIGN TO "AGENDA.DAT"
           FILE STATUS IS WRK-BOOK-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-BOOK-KEY.

           SELECT FILIAIS ASSIGN TO "FILIAIS.DAT"
           FILE STATUS IS WRK-FIL-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-FIL-COD.

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

           SELECT PRINT-FILE ASSIGN TO "RESERVASWEB.PRN"
           FILE STATUS IS WRK-PRINT-STATUS
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  PEDIDOS.
           01 FS-PED-REC.
               05 FS-PED-ID            PIC X(10).
               05 FS-PED-CUST-COD      PIC 9(05).
               05 FS-PED-DOC           PIC X(15).
               05 FS-PED-MOV-COD       PIC 9(05).
               05 FS-PED-BRANCH        PIC 9(02).
               05 FS-PED-DATE          PIC 9(08).
           FD  RESPOSTA.
           01 FS-RESP-REC.
               05 FS-RESP-ID           PIC X(10).
               05 FS-RESP-OUTCOME      PIC X(01).
               05 FS-RESP-STATUS       PIC 9(03).
               05 FS-RESP-CUST-COD     PIC 9(05).
               05 FS-RESP-MOV-COD      PIC 9(05).
               05 FS-RESP-DATE         PIC 9(08).
               05 FS-RESP-REASON       PIC X(50).
           FD  CUSTOMERS.
           01 FS-CUSTOMER.
               COPY CUSTFLDS.
           FD  MOVIES.
           01 FS-MOVIE.
               COPY MOVIEFLDS.
           FD  COPIES.
           01 FS-COPY.
               COPY COPYFLDS.
           FD  RENTALS.
           01 FS-RENTAL.
               COPY RENTFLDS.
           FD  RENTXREF.
           01 FS-XREF.
               COPY XREFFLDS.
           FD  WAITLIST.
           01 FS-WAITREC.
               COPY WAITFLDS.
           FD  AGENDA.
           01 FS-BOOKING.
               COPY BOOKFLDS.
           FD  FILIAIS.
           01 FS-FILIAL.
               COPY BRANCHFLDS.
           FD  ASSINATURAS.
           01 FS-ASSINATURA.
               COPY ASSINFLDS.
           FD  PLANOS.
           01 FS-PLANO.
               COPY PLANFLDS.
           FD  PRINT-FILE.
           01 FS-PRINT-LINE            PIC X(71).
       WORKING-STORAGE SECTION.
       77  WRK-PED-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-RESP-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-CUST-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-MOV-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-COPY-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-RENT-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-XREF-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-WAIT-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-BOOK-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-FIL-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-ASS-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-PLAN-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-PRINT-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-SPOOL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-NIVEL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-PARAM-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-CHECK-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-BAL-STATUS          PIC 9(03) VALUE ZEROES.
       77  WRK-STATUS              PIC 9(03) VALUE ZEROES.
       77  WRK-MIN-LEVEL           PIC 9(01) VALUE 1.
       77  WRK-RUN-MODE            PIC X(01) VALUE SPACES.
       77  WRK-TECLA               PIC X(01) VALUE SPACES.
       77  WRK-TRIES               PIC 9(01) VALUE ZEROES.
       77  WRK-BUFF                PIC X(71) VALUE SPACES.
       77  WRK-TODAY               PIC 9(08) VALUE ZEROES.
       77  WRK-HOLD-DATE           PIC 9(08) VALUE ZEROES.
       77  WRK-HOLD-INT            PIC 9(08) VALUE ZEROES.
       77  WRK-EOF                 PIC 9(01) VALUE ZEROES.
       77  WRK-XREF-EOF            PIC 9(01) VALUE ZEROES.
       77  WRK-WRITTEN             PIC 9(01) VALUE ZEROES.
       77  WRK-OUTCOME             PIC X(01) VALUE SPACES.
       77  WRK-REASON              PIC X(50) VALUE SPACES.
       77  WRK-OUT-DATE            PIC 9(08) VALUE ZEROES.
       77  WRK-CUST-COD            PIC 9(05) VALUE ZEROES.
       77  WRK-CHECK-CUST          PIC 9(05) VALUE ZEROES.
       77  WRK-MATCH-NAME          PIC X(30) VALUE SPACES.
       77  WRK-BRANCH              PIC 9(02) VALUE ZEROES.
       77  WRK-COPY-BRANCH         PIC 9(02) VALUE ZEROES.
       77  WRK-WANTED-DATE         PIC 9(08) VALUE ZEROES.
       77  WRK-MAX-OPEN            PIC 9(02) VALUE ZEROES.
       77  WRK-OPEN-COUNT          PIC 9(03) VALUE ZEROES.
       77  WRK-OVERDUE-COUNT       PIC 9(03) VALUE ZEROES.
       77  WRK-FAM-SUB             PIC 9(02) VALUE ZEROES.
       77  WRK-BAL-AMOUNT          PIC S9(06)V99 VALUE ZEROES.
       77  WRK-FAM-BAL             PIC S9(06)V99 VALUE ZEROES.
       77  WRK-BXA-BLOCKED         PIC X(01) VALUE SPACES.
       77  WRK-BXA-OUTSTANDING     PIC 9(07)V99 VALUE ZEROES.
       77  WRK-MIN-AGE             PIC 9(02) VALUE ZEROES.
       77  WRK-CUST-AGE            PIC 9(03) VALUE ZEROES.
       77  WRK-HOLD-COUNT          PIC 9(03) VALUE ZEROES.
       77  WRK-BR-HOLD-COUNT       PIC 9(03) VALUE ZEROES.
       77  WRK-BR-FREE             PIC 9(03) VALUE ZEROES.
       77  WRK-ON-LIST             PIC 9(01) VALUE ZEROES.
       77  WRK-READ-COUNT          PIC 9(05) VALUE ZEROES.
       77  WRK-RES-COUNT           PIC 9(05) VALUE ZEROES.
       77  WRK-BOOKED-COUNT        PIC 9(05) VALUE ZEROES.
       77  WRK-WAIT-COUNT          PIC 9(05) VALUE ZEROES.
       77  WRK-REJ-COUNT           PIC 9(05) VALUE ZEROES.

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

       01  WRK-FAMILY.
           05 WRK-FAM-COUNT         PIC 9(02) VALUE ZEROES.
           05 WRK-FAM-MEMBER        PIC 9(05) OCCURS 20 TIMES
                                     VALUE ZEROES.

       01  WRK-DATE-PARTS.
           05 WRK-TODAY-YEAR        PIC 9(04) VALUE ZEROES.
           05 WRK-TODAY-MMDD        PIC 9(04) VALUE ZEROES.
           05 WRK-BIRTH-YEAR        PIC 9(04) VALUE ZEROES.
           05 WRK-BIRTH-MMDD        PIC 9(04) VALUE ZEROES.

      *Unidades do titulo fora em alugueis em aberto, pelo numero
       01  WRK-OUT-TABLE.
           05 WRK-OUT-FLAG          PIC X(01) OCCURS 999 TIMES.

       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
       77  LNK-MODE PIC X(01) VALUE SPACES.
       77  LNK-UPDATED PIC 9(05) VALUE ZEROES.
       77  LNK-REJECTED PIC 9(05) VALUE ZEROES.
       SCREEN  SECTION.
       01  CLEAR.
           05 CLEAR-SCREEN.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL.
       01  SHOW-MV.
           05 TITLE-SCREEN.
               10 LINE 01 COLUMN 01    PIC X(30) ERASE EOL
                  BACKGROUND-COLOR 2 FROM
                  "RESERVAS FEITAS PELO SITE".

       PROCEDURE DIVISION USING LNK-OPERATOR, OPTIONAL LNK-MODE,
               OPTIONAL LNK-UPDATED, OPTIONAL LNK-REJECTED.
       0000-MAIN-PROCEDURE.
      *Modo batch ("B", vindo do agendador): sem tela e sem operador
      *no terminal, entao o nivel so e conferido pelo menu
           MOVE SPACES TO WRK-RUN-MODE.
           IF LNK-MODE NOT OMITTED
               MOVE LNK-MODE TO WRK-RUN-MODE
           END-IF.
           MOVE ZEROES TO RETURN-CODE.
           IF WRK-RUN-MODE NOT EQUAL "B"
               CALL "CHECKNIVEL" USING LNK-OPERATOR, WRK-MIN-LEVEL,
                   WRK-NIVEL-STATUS, "IMPORTARRESERVAS"
               IF WRK-NIVEL-STATUS NOT EQUAL ZEROES
                   CALL "ERROS" USING WRK-NIVEL-STATUS,
                       "IMPORTARRESERVAS"
                   GOBACK
               END-IF
               DISPLAY CLEAR-SCREEN
               DISPLAY TITLE-SCREEN
               CALL "MARCATREINO"
           END-IF.
           CALL "LERDATANEG" USING WRK-TODAY.
           CALL "LERPARAMS" USING WRK-PARAMS, WRK-PARAM-STATUS.
           COMPUTE WRK-HOLD-INT =
               FUNCTION INTEGER-OF-DATE(WRK-TODAY) + WRK-PAR-HOLD-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WRK-HOLD-INT)
               TO WRK-HOLD-DATE.
           PERFORM 0005-ZERO-INFO.
      *Sem arquivo de pedidos o site nao mandou nada desde a ultima
      *rodada
           OPEN INPUT PEDIDOS.
           IF WRK-PED-FSTAT NOT EQUAL ZEROES
               IF WRK-RUN-MODE NOT EQUAL "B"
                   DISPLAY "NENHUMA RESERVA DO SITE A IMPORTAR"
                       AT 0305
               END-IF
               MOVE ZEROES TO WRK-PED-FSTAT
               GO TO 0000-FIM
           END-IF.
           PERFORM 0010-OPEN-FILES.
           IF WRK-STATUS NOT EQUAL ZEROES
               CLOSE PEDIDOS
               IF WRK-RUN-MODE EQUAL "B"
                   CALL "ERROS" USING WRK-STATUS, "IMPORTARRESERVAS",
                       "B"
                   MOVE WRK-STATUS TO RETURN-CODE
               ELSE
                   CALL "ERROS" USING WRK-STATUS, "IMPORTARRESERVAS"
               END-IF
               GO TO 0000-FIM
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           MOVE SPACES TO WRK-BUFF.
           STRING "RESERVAS DO SITE IMPORTADAS EM " WRK-TODAY
               " POR " LNK-OPERATOR INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE "PEDIDO     R CLIEN FILME DATA     MOTIVO"
               TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           PERFORM UNTIL WRK-PED-FSTAT NOT EQUAL ZEROES
               READ PEDIDOS
                   AT END
                       MOVE 100 TO WRK-PED-FSTAT
                   NOT AT END
                       ADD 1 TO WRK-READ-COUNT
                       PERFORM 0020-PROCESS-ONE
               END-READ
           END-PERFORM.
           CLOSE PEDIDOS.
           PERFORM 0015-CLOSE-FILES.
      *Pedidos ja respondidos: esvazia o arquivo para a proxima
      *rodada nao processar de novo
           OPEN OUTPUT PEDIDOS.
           CLOSE PEDIDOS.
           MOVE ZEROES TO WRK-PED-FSTAT.
           MOVE SPACES TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           STRING "LIDAS: " WRK-READ-COUNT "  RESERVAS: "
               WRK-RES-COUNT "  AGENDADAS: " WRK-BOOKED-COUNT
               "  ESPERA: " WRK-WAIT-COUNT INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           STRING "RECUSADAS: " WRK-REJ-COUNT INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           CLOSE PRINT-FILE.
      *Copia datada no spool, antes da proxima rodada sobrescrever o
      *PRN fixo
           CALL "ESPOLAR" USING "RESERVASWEB.PRN     ",
               LNK-OPERATOR, WRK-SPOOL-STATUS.
           IF WRK-RUN-MODE NOT EQUAL "B"
               DISPLAY "RESERVAS: " AT 0305
               DISPLAY WRK-RES-COUNT AT 0317
               DISPLAY "AGENDADAS: " AT 0405
               DISPLAY WRK-BOOKED-COUNT AT 0417
               DISPLAY "ESPERA: " AT 0505
               DISPLAY WRK-WAIT-COUNT AT 0517
               DISPLAY "RECUSADAS: " AT 0605
               DISPLAY WRK-REJ-COUNT AT 0617
               DISPLAY "IMPRESSO EM RESERVASWEB.PRN" AT 0705
           END-IF.
       0000-FIM.
           IF LNK-UPDATED NOT OMITTED
               COMPUTE LNK-UPDATED = WRK-RES-COUNT + WRK-BOOKED-COUNT
                   + WRK-WAIT-COUNT
           END-IF.
           IF LNK-REJECTED NOT OMITTED
               MOVE WRK-REJ-COUNT TO LNK-REJECTED
           END-IF.
           IF WRK-RUN-MODE NOT EQUAL "B"
               DISPLAY "PRESSIONE ENTER" AT 0905
               ACCEPT WRK-TECLA AT 0921
           END-IF.
           GOBACK.

      *=================================================================
       0005-ZERO-INFO      SECTION.
      *Zera contadores de uma chamada anterior
      *=================================================================
           MOVE ZEROES TO WRK-READ-COUNT WRK-RES-COUNT WRK-BOOKED-COUNT
               WRK-WAIT-COUNT WRK-REJ-COUNT WRK-STATUS.

      *=================================================================
       0010-OPEN-FILES      SECTION.
      *Abre os arquivos da importacao. Clientes e acervo sao
      *obrigatorios; lista de espera, agenda e resposta sao criadas se
      *ainda nao existem; os demais so deixam a regra deles de fora
      *=================================================================
           OPEN INPUT CUSTOMERS.
           IF WRK-CUST-FSTAT NOT EQUAL ZEROES
               MOVE WRK-CUST-FSTAT TO WRK-STATUS
               GO TO 0010-FIM
           END-IF.
           OPEN INPUT MOVIES.
           IF WRK-MOV-FSTAT NOT EQUAL ZEROES
               MOVE WRK-MOV-FSTAT TO WRK-STATUS
               CLOSE CUSTOMERS
               GO TO 0010-FIM
           END-IF.
           MOVE ZEROES TO WRK-TRIES.
           OPEN I-O WAITLIST.
           IF WRK-WAIT-FSTAT EQUAL 350 AND WRK-TRIES LESS THAN 1
               ADD 1 TO WRK-TRIES
               CLOSE WAITLIST
               OPEN OUTPUT WAITLIST
               CLOSE WAITLIST
               OPEN I-O WAITLIST
           END-IF.
           MOVE ZEROES TO WRK-TRIES.
           OPEN I-O AGENDA.
           IF WRK-BOOK-FSTAT EQUAL 350 AND WRK-TRIES LESS THAN 1
               ADD 1 TO WRK-TRIES
               CLOSE AGENDA
               OPEN OUTPUT AGENDA
               CLOSE AGENDA
               OPEN I-O AGENDA
           END-IF.
           MOVE ZEROES TO WRK-TRIES.
           OPEN EXTEND RESPOSTA.
           IF WRK-RESP-FSTAT EQUAL 350 AND WRK-TRIES LESS THAN 1
               ADD 1 TO WRK-TRIES
               CLOSE RESPOSTA
               OPEN OUTPUT RESPOSTA
               CLOSE RESPOSTA
               OPEN EXTEND RESPOSTA
           END-IF.
           IF WRK-WAIT-FSTAT NOT EQUAL ZEROES
               OR WRK-BOOK-FSTAT NOT EQUAL ZEROES
               OR WRK-RESP-FSTAT NOT EQUAL ZEROES
               MOVE 618 TO WRK-STATUS
               CLOSE CUSTOMERS
               CLOSE MOVIES
               CLOSE WAITLIST
               CLOSE AGENDA
               CLOSE RESPOSTA
               GO TO 0010-FIM
           END-IF.
           OPEN INPUT COPIES.
           OPEN INPUT RENTALS.
           OPEN INPUT RENTXREF.
           OPEN INPUT FILIAIS.
       0010-FIM.
           EXIT.

      *=================================================================
       0015-CLOSE-FILES      SECTION.
      *Fecha os arquivos da importacao
      *=================================================================
           CLOSE CUSTOMERS.
           CLOSE MOVIES.
           CLOSE WAITLIST.
           CLOSE AGENDA.
           CLOSE RESPOSTA.
           CLOSE COPIES.
           CLOSE RENTALS.
           CLOSE RENTXREF.
           CLOSE FILIAIS.
           MOVE ZEROES TO WRK-CUST-FSTAT WRK-MOV-FSTAT WRK-WAIT-FSTAT
               WRK-BOOK-FSTAT WRK-RESP-FSTAT WRK-COPY-FSTAT
               WRK-RENT-FSTAT WRK-XREF-FSTAT WRK-FIL-FSTAT.

      *=================================================================
       0020-PROCESS-ONE      SECTION.
      *Confere um pedido do site, aplica as regras do cliente e grava
      *o agendamento, a reserva ou a entrada na lista de espera. Todo
      *pedido, aceito ou recusado, recebe uma linha de resposta
      *=================================================================
           MOVE ZEROES TO WRK-STATUS.
           MOVE ZEROES TO WRK-CUST-COD.
           MOVE ZEROES TO WRK-OUT-DATE.
           MOVE "X" TO WRK-OUTCOME.
           IF FS-PED-MOV-COD IS NOT NUMERIC
               OR FS-PED-MOV-COD EQUAL ZEROES
               MOVE 683 TO WRK-STATUS
               GO TO 0020-REPLY
           END-IF.
      *Filial em branco ou zero conta como a loja original
           IF FS-PED-BRANCH IS NOT NUMERIC
               OR FS-PED-BRANCH EQUAL ZEROES
               MOVE 1 TO WRK-BRANCH
           ELSE
               MOVE FS-PED-BRANCH TO WRK-BRANCH
           END-IF.
           IF WRK-FIL-FSTAT EQUAL ZEROES
               MOVE WRK-BRANCH TO FS-FIL-COD
               READ FILIAIS
                   INVALID KEY
                       MOVE 683 TO WRK-STATUS
               END-READ
               MOVE ZEROES TO WRK-FIL-FSTAT
               IF WRK-STATUS NOT EQUAL ZEROES
                   GO TO 0020-REPLY
               END-IF
           END-IF.
      *Data em branco ou zero e reserva para hoje
           IF FS-PED-DATE IS NOT NUMERIC
               OR FS-PED-DATE EQUAL ZEROES
               MOVE WRK-TODAY TO WRK-WANTED-DATE
           ELSE
               MOVE FS-PED-DATE TO WRK-WANTED-DATE
           END-IF.
           IF WRK-WANTED-DATE LESS THAN WRK-TODAY
               MOVE 683 TO WRK-STATUS
               GO TO 0020-REPLY
           END-IF.
           PERFORM 0025-FIND-CUSTOMER.
           IF WRK-STATUS NOT EQUAL ZEROES
               GO TO 0020-REPLY
           END-IF.
           MOVE FS-PED-MOV-COD TO FS-MOV-COD.
           READ MOVIES
               INVALID KEY
                   MOVE 607 TO WRK-STATUS
           END-READ.
           MOVE ZEROES TO WRK-MOV-FSTAT.
           IF WRK-STATUS NOT EQUAL ZEROES
               GO TO 0020-REPLY
           END-IF.
           PERFORM 0030-CHECK-STANDING.
           IF WRK-STATUS NOT EQUAL ZEROES
               GO TO 0020-REPLY
           END-IF.
           PERFORM 0035-CHECK-AGE-RESTRICTION.
           IF WRK-STATUS NOT EQUAL ZEROES
               GO TO 0020-REPLY
           END-IF.
           IF WRK-WANTED-DATE GREATER THAN WRK-TODAY
               PERFORM 0040-WRITE-BOOKING
           ELSE
               PERFORM 0050-PLACE-HOLD
           END-IF.
       0020-REPLY.
           PERFORM 0070-WRITE-REPLY.
       0020-FIM.
           EXIT.

      *=================================================================
       0025-FIND-CUSTOMER      SECTION.
      *Acha o cliente pelo codigo informado no site ou, sem codigo,
      *pelo documento (chave alternativa, via CHECKDUPDOC)
      *=================================================================
           IF FS-PED-CUST-COD IS NUMERIC
               AND FS-PED-CUST-COD NOT EQUAL ZEROES
               MOVE FS-PED-CUST-COD TO WRK-CUST-COD
           ELSE
               IF FS-PED-DOC EQUAL SPACES
                   MOVE 680 TO WRK-STATUS
                   GO TO 0025-FIM
               END-IF
               CALL "CHECKDUPDOC" USING WRK-CHECK-STATUS, FS-PED-DOC,
                   WRK-CUST-COD, WRK-MATCH-NAME
               IF WRK-CHECK-STATUS NOT EQUAL 1
                   MOVE 680 TO WRK-STATUS
                   GO TO 0025-FIM
               END-IF
           END-IF.
           MOVE WRK-CUST-COD TO FS-CUST-COD.
           READ CUSTOMERS
               INVALID KEY
                   MOVE 680 TO WRK-STATUS
           END-READ.
           MOVE ZEROES TO WRK-CUST-FSTAT.
       0025-FIM.
           EXIT.

      *=================================================================
       0030-CHECK-STANDING      SECTION.
      *As mesmas regras de situacao do RENTAR, sem a autorizacao do
      *supervisor que so existe no balcao: cliente bloqueado por
      *divida baixada, aluguel vencido ou alugueis abertos no limite
      *(do plano mensal, se houver) em qualquer membro do grupo
      *familiar e debito da familia acima do limite
      *=================================================================
           CALL "LERBAIXA" USING WRK-CUST-COD, WRK-BXA-BLOCKED,
               WRK-BXA-OUTSTANDING, WRK-CHECK-STATUS.
           IF WRK-BXA-BLOCKED EQUAL "S"
               MOVE 650 TO WRK-STATUS
               GO TO 0030-FIM
           END-IF.
           PERFORM 0031-LOAD-PLAN.
           MOVE ZEROES TO WRK-OPEN-COUNT.
           MOVE ZEROES TO WRK-OVERDUE-COUNT.
           CALL "LERFAMILIA" USING WRK-CUST-COD, WRK-FAMILY,
               WRK-CHECK-STATUS.
           IF WRK-FAM-COUNT EQUAL ZEROES
               MOVE WRK-CUST-COD TO WRK-CHECK-CUST
               PERFORM 0032-SCAN-ONE-MEMBER
           ELSE
               PERFORM VARYING WRK-FAM-SUB FROM 1 BY 1
                       UNTIL WRK-FAM-SUB GREATER THAN WRK-FAM-COUNT
                   MOVE WRK-FAM-MEMBER(WRK-FAM-SUB)
                       TO WRK-CHECK-CUST
                   PERFORM 0032-SCAN-ONE-MEMBER
               END-PERFORM
           END-IF.
           IF WRK-OVERDUE-COUNT GREATER THAN ZEROES
               OR WRK-OPEN-COUNT NOT LESS THAN WRK-MAX-OPEN
               MOVE 636 TO WRK-STATUS
               GO TO 0030-FIM
           END-IF.
           IF WRK-FAM-COUNT EQUAL ZEROES
               CALL "GETBALANCE" USING WRK-CUST-COD,
                   WRK-BAL-AMOUNT, WRK-BAL-STATUS
           ELSE
               MOVE ZEROES TO WRK-BAL-AMOUNT
               PERFORM VARYING WRK-FAM-SUB FROM 1 BY 1
                       UNTIL WRK-FAM-SUB GREATER THAN WRK-FAM-COUNT
                   MOVE WRK-FAM-MEMBER(WRK-FAM-SUB)
                       TO WRK-CHECK-CUST
                   CALL "GETBALANCE" USING WRK-CHECK-CUST,
                       WRK-FAM-BAL, WRK-BAL-STATUS
                   ADD WRK-FAM-BAL TO WRK-BAL-AMOUNT
               END-PERFORM
           END-IF.
           IF WRK-BAL-AMOUNT GREATER THAN WRK-PAR-DEBT-LIMIT
               MOVE 631 TO WRK-STATUS
           END-IF.
       0030-FIM.
           EXIT.

      *=================================================================
       0031-LOAD-PLAN      SECTION.
      *Limite de alugueis abertos: o padrao de PARAMS.DAT ou o do
      *plano mensal ativo do cliente, como no RENTAR
      *=================================================================
           MOVE WRK-PAR-MAX-OPEN TO WRK-MAX-OPEN.
           OPEN INPUT ASSINATURAS.
           IF WRK-ASS-FSTAT NOT EQUAL ZEROES
               MOVE ZEROES TO WRK-ASS-FSTAT
               GO TO 0031-FIM
           END-IF.
           MOVE WRK-CUST-COD TO FS-ASS-CUST-COD.
           READ ASSINATURAS
               INVALID KEY
                   CLOSE ASSINATURAS
                   GO TO 0031-FIM
           END-READ.
           CLOSE ASSINATURAS.
           IF NOT FS-ASS-ATIVA
               GO TO 0031-FIM
           END-IF.
           OPEN INPUT PLANOS.
           IF WRK-PLAN-FSTAT NOT EQUAL ZEROES
               MOVE ZEROES TO WRK-PLAN-FSTAT
               GO TO 0031-FIM
           END-IF.
           MOVE FS-ASS-PLAN-COD TO FS-PLAN-COD.
           READ PLANOS
               INVALID KEY
                   CLOSE PLANOS
                   GO TO 0031-FIM
           END-READ.
           CLOSE PLANOS.
           IF FS-PLAN-MAX-OPEN GREATER THAN ZEROES
               MOVE FS-PLAN-MAX-OPEN TO WRK-MAX-OPEN
           END-IF.
       0031-FIM.
           EXIT.

      *=================================================================
       0032-SCAN-ONE-MEMBER      SECTION.
      *Conta os alugueis abertos e vencidos de um cliente do grupo
      *pelo indice RENTCUST.DAT
      *=================================================================
           IF WRK-XREF-FSTAT NOT EQUAL ZEROES
               AND WRK-XREF-FSTAT NOT EQUAL 100
               AND WRK-XREF-FSTAT NOT EQUAL 230
               GO TO 0032-FIM
           END-IF.
           MOVE ZEROES TO WRK-XREF-EOF.
           MOVE WRK-CHECK-CUST TO FS-XREF-CUST-COD.
           MOVE ZEROES TO FS-XREF-INV-DATE.
           MOVE ZEROES TO FS-XREF-MOV-COD.
           MOVE ZEROES TO FS-XREF-DUE-DATE.
           START RENTXREF KEY IS NOT LESS THAN FS-XREF-KEY
               INVALID KEY
                   MOVE 1 TO WRK-XREF-EOF
           END-START.
           PERFORM UNTIL WRK-XREF-EOF EQUAL 1
               READ RENTXREF NEXT RECORD
                   AT END
                       MOVE 1 TO WRK-XREF-EOF
                   NOT AT END
                       IF FS-XREF-CUST-COD NOT EQUAL WRK-CHECK-CUST
                           MOVE 1 TO WRK-XREF-EOF
                       ELSE
                           PERFORM 0033-CHECK-ONE-RENTAL
                       END-IF
               END-READ
           END-PERFORM.
       0032-FIM.
           EXIT.

      *=================================================================
       0033-CHECK-ONE-RENTAL      SECTION.
      *Le o aluguel apontado pela entrada corrente do indice e, se
      *ainda estiver aberto, soma no total e nos vencidos
      *=================================================================
           MOVE FS-XREF-MOV-COD TO FS-RENT-MOV-COD.
           MOVE FS-XREF-DUE-DATE TO FS-RENT-DUE-DATE.
           MOVE FS-XREF-CUST-COD TO FS-RENT-CUST-COD.
           READ RENTALS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS-RENT-STATUS EQUAL "A"
                       ADD 1 TO WRK-OPEN-COUNT
                       IF FS-RENT-DUE-DATE LESS THAN WRK-TODAY
                           ADD 1 TO WRK-OVERDUE-COUNT
                       END-IF
                   END-IF
           END-READ.

      *=================================================================
       0035-CHECK-AGE-RESTRICTION      SECTION.
      *Recusa titulo com classificacao indicativa acima da idade do
      *cliente. Cliente sem data de nascimento nao e bloqueado
      *=================================================================
           IF FS-CUST-BIRTHDATE EQUAL ZEROES
               GO TO 0035-FIM
           END-IF.
           EVALUATE FS-MOV-RATING
               WHEN "10" MOVE 10 TO WRK-MIN-AGE
               WHEN "12" MOVE 12 TO WRK-MIN-AGE
               WHEN "14" MOVE 14 TO WRK-MIN-AGE
               WHEN "16" MOVE 16 TO WRK-MIN-AGE
               WHEN "18" MOVE 18 TO WRK-MIN-AGE
               WHEN OTHER MOVE ZEROES TO WRK-MIN-AGE
           END-EVALUATE.
           IF WRK-MIN-AGE EQUAL ZEROES
               GO TO 0035-FIM
           END-IF.
           MOVE WRK-TODAY(1:4) TO WRK-TODAY-YEAR.
           MOVE WRK-TODAY(5:4) TO WRK-TODAY-MMDD.
           MOVE FS-CUST-BIRTHDATE(1:4) TO WRK-BIRTH-YEAR.
           MOVE FS-CUST-BIRTHDATE(5:4) TO WRK-BIRTH-MMDD.
           COMPUTE WRK-CUST-AGE = WRK-TODAY-YEAR - WRK-BIRTH-YEAR.
           IF WRK-TODAY-MMDD LESS THAN WRK-BIRTH-MMDD
               SUBTRACT 1 FROM WRK-CUST-AGE
           END-IF.
           IF WRK-CUST-AGE LESS THAN WRK-MIN-AGE
               MOVE 624 TO WRK-STATUS
           END-IF.
       0035-FIM.
           EXIT.

      *=================================================================
       0040-WRITE-BOOKING      SECTION.
      *Data futura: grava o agendamento, como o AGENDAR faz no balcao
      *=================================================================
           MOVE FS-MOV-COD TO FS-BOOK-MOV-COD.
           MOVE WRK-WANTED-DATE TO FS-BOOK-DATE.
           MOVE WRK-CUST-COD TO FS-BOOK-CUST-COD.
           MOVE WRK-TODAY TO FS-BOOK-CREATED.
           SET FS-BOOK-ABERTA TO TRUE.
           WRITE FS-BOOKING
               INVALID KEY
                   MOVE 682 TO WRK-STATUS
               NOT INVALID KEY
                   MOVE "A" TO WRK-OUTCOME
                   MOVE WRK-WANTED-DATE TO WRK-OUT-DATE
           END-WRITE.
           MOVE ZEROES TO WRK-BOOK-FSTAT.

      *=================================================================
       0050-PLACE-HOLD      SECTION.
      *Pedido para hoje: com copia livre na filial alem das ja
      *reservadas, grava a reserva ja avisada (status A, guardada ate
      *a data de guarda); sem copia, entra na lista de espera (status
      *P) e o DEVOLVER avisa quando uma copia voltar
      *=================================================================
           PERFORM 0055-SCAN-WAITLIST.
           IF WRK-ON-LIST EQUAL 1
               MOVE 681 TO WRK-STATUS
               GO TO 0050-FIM
           END-IF.
           PERFORM 0060-COUNT-FREE-COPIES.
           INITIALIZE FS-WAITREC.
           MOVE FS-MOV-COD TO FS-WAIT-MOV-COD.
           MOVE WRK-TODAY TO FS-WAIT-DATE.
           ACCEPT FS-WAIT-TIME FROM TIME.
           MOVE WRK-CUST-COD TO FS-WAIT-CUST-COD.
           MOVE WRK-BRANCH TO FS-WAIT-BRANCH.
           SET FS-WAIT-SITE TO TRUE.
           IF WRK-BR-FREE GREATER THAN WRK-BR-HOLD-COUNT
               AND FS-MOV-COPIES-AVL GREATER THAN WRK-HOLD-COUNT
               SET FS-WAIT-AVISADO TO TRUE
               MOVE WRK-HOLD-DATE TO FS-WAIT-HOLD-DATE
           ELSE
               SET FS-WAIT-PENDENTE TO TRUE
               MOVE ZEROES TO FS-WAIT-HOLD-DATE
           END-IF.
           PERFORM 0065-WRITE-WAITREC.
           IF WRK-STATUS NOT EQUAL ZEROES
               GO TO 0050-FIM
           END-IF.
           IF FS-WAIT-STATUS EQUAL "A"
               MOVE "R" TO WRK-OUTCOME
               MOVE FS-WAIT-HOLD-DATE TO WRK-OUT-DATE
           ELSE
               MOVE "E" TO WRK-OUTCOME
           END-IF.
       0050-FIM.
           EXIT.

      *=================================================================
       0055-SCAN-WAITLIST      SECTION.
      *Conta as reservas ativas do titulo (no total e na filial do
      *pedido) e ve se o cliente ja esta na lista dele
      *=================================================================
           MOVE ZEROES TO WRK-HOLD-COUNT.
           MOVE ZEROES TO WRK-BR-HOLD-COUNT.
           MOVE ZEROES TO WRK-ON-LIST.
           MOVE ZEROES TO WRK-EOF.
           MOVE FS-MOV-COD TO FS-WAIT-MOV-COD.
           MOVE ZEROES TO FS-WAIT-DATE.
           MOVE ZEROES TO FS-WAIT-TIME.
           START WAITLIST KEY IS NOT LESS THAN FS-WAIT-KEY
               INVALID KEY
                   MOVE 1 TO WRK-EOF
           END-START.
           PERFORM UNTIL WRK-EOF EQUAL 1
               READ WAITLIST NEXT RECORD
                   AT END
                       MOVE 1 TO WRK-EOF
                   NOT AT END
                       IF FS-WAIT-MOV-COD NOT EQUAL FS-MOV-COD
                           MOVE 1 TO WRK-EOF
                       ELSE
                           PERFORM 0056-CHECK-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           MOVE ZEROES TO WRK-WAIT-FSTAT.

      *=================================================================
       0056-CHECK-ONE-ENTRY      SECTION.
      *Confere uma entrada da lista do titulo
      *=================================================================
           IF FS-WAIT-CUST-COD EQUAL WRK-CUST-COD
               AND (FS-WAIT-STATUS EQUAL "P"
                   OR FS-WAIT-STATUS EQUAL "A")
               MOVE 1 TO WRK-ON-LIST
           END-IF.
           IF FS-WAIT-STATUS EQUAL "A"
               AND FS-WAIT-HOLD-DATE NOT LESS THAN WRK-TODAY
               ADD 1 TO WRK-HOLD-COUNT
               IF FS-WAIT-BRANCH EQUAL WRK-BRANCH
                   OR (FS-WAIT-BRANCH EQUAL ZEROES
                       AND WRK-BRANCH EQUAL 1)
                   ADD 1 TO WRK-BR-HOLD-COUNT
               END-IF
           END-IF.

      *=================================================================
       0060-COUNT-FREE-COPIES      SECTION.
      *Conta as copias do titulo na filial do pedido que estao livres:
      *nem alugadas, nem em transito ou reservadas, nem em reparo
      *=================================================================
           MOVE ZEROES TO WRK-BR-FREE.
           PERFORM 0061-LOAD-COPIES-OUT.
           IF WRK-COPY-FSTAT NOT EQUAL ZEROES
               AND WRK-COPY-FSTAT NOT EQUAL 100
               AND WRK-COPY-FSTAT NOT EQUAL 230
               GO TO 0060-FIM
           END-IF.
           MOVE FS-MOV-COD TO FS-COPY-MOV-COD.
           MOVE ZEROES TO FS-COPY-NUM.
           MOVE ZEROES TO WRK-EOF.
           START COPIES KEY IS NOT LESS THAN FS-COPY-KEY
               INVALID KEY
                   MOVE 1 TO WRK-EOF
           END-START.
           PERFORM UNTIL WRK-EOF EQUAL 1
               READ COPIES NEXT RECORD
                   AT END
                       MOVE 1 TO WRK-EOF
                   NOT AT END
                       IF FS-COPY-MOV-COD NOT EQUAL FS-MOV-COD
                           MOVE 1 TO WRK-EOF
                       ELSE
                           PERFORM 0062-COUNT-ONE-COPY
                       END-IF
               END-READ
           END-PERFORM.
       0060-FIM.
           EXIT.

      *=================================================================
       0061-LOAD-COPIES-OUT      SECTION.
      *Marca as copias do titulo que estao fora em alugueis em aberto
      *=================================================================
           MOVE ALL "N" TO WRK-OUT-TABLE.
           IF WRK-RENT-FSTAT NOT EQUAL ZEROES
               AND WRK-RENT-FSTAT NOT EQUAL 100
               AND WRK-RENT-FSTAT NOT EQUAL 230
               GO TO 0061-FIM
           END-IF.
           MOVE FS-MOV-COD TO FS-RENT-MOV-COD.
           MOVE ZEROES TO FS-RENT-DUE-DATE FS-RENT-CUST-COD.
           MOVE ZEROES TO WRK-EOF.
           START RENTALS KEY IS NOT LESS THAN FS-RENT-KEY
               INVALID KEY
                   MOVE 1 TO WRK-EOF
           END-START.
           PERFORM UNTIL WRK-EOF EQUAL 1
               READ RENTALS NEXT RECORD
                   AT END
                       MOVE 1 TO WRK-EOF
                   NOT AT END
                       IF FS-RENT-MOV-COD NOT EQUAL FS-MOV-COD
                           MOVE 1 TO WRK-EOF
                       ELSE
                           IF FS-RENT-ABERTO
                               AND FS-RENT-COPY-NUM GREATER THAN ZEROES
                               MOVE "S"
                                   TO WRK-OUT-FLAG(FS-RENT-COPY-NUM)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       0061-FIM.
           EXIT.

      *=================================================================
       0062-COUNT-ONE-COPY      SECTION.
      *Soma a copia corrente se ela e da filial do pedido e esta livre
      *=================================================================
           IF FS-COPY-NUM EQUAL ZEROES
               GO TO 0062-FIM
           END-IF.
           IF FS-COPY-BRANCH NOT NUMERIC
               OR FS-COPY-BRANCH EQUAL ZEROES
               MOVE 1 TO WRK-COPY-BRANCH
           ELSE
               MOVE FS-COPY-BRANCH TO WRK-COPY-BRANCH
           END-IF.
           IF WRK-COPY-BRANCH EQUAL WRK-BRANCH
               AND FS-COPY-TRANSIT NOT EQUAL "S"
               AND FS-COPY-TRANSIT NOT EQUAL "R"
               AND FS-COPY-REPAIR EQUAL "N"
               AND WRK-OUT-FLAG(FS-COPY-NUM) NOT EQUAL "S"
               ADD 1 TO WRK-BR-FREE
           END-IF.
       0062-FIM.
           EXIT.

      *=================================================================
       0065-WRITE-WAITREC      SECTION.
      *Grava a entrada do site na lista. Dois pedidos do mesmo titulo
      *no mesmo centesimo de segundo teriam a mesma chave: a hora e
      *acertada e a gravacao tentada de novo
      *=================================================================
           MOVE ZEROES TO WRK-WRITTEN.
           MOVE ZEROES TO WRK-TRIES.
           PERFORM UNTIL WRK-WRITTEN EQUAL 1
                   OR WRK-TRIES NOT LESS THAN 9
               WRITE FS-WAITREC
                   INVALID KEY
                       ADD 1 TO WRK-TRIES
                       ADD 1 TO FS-WAIT-TIME
                   NOT INVALID KEY
                       MOVE 1 TO WRK-WRITTEN
               END-WRITE
           END-PERFORM.
           MOVE ZEROES TO WRK-WAIT-FSTAT.
           IF WRK-WRITTEN EQUAL ZEROES
               MOVE 618 TO WRK-STATUS
           END-IF.

      *=================================================================
       0070-WRITE-REPLY      SECTION.
      *Grava a resposta do pedido para o site e a linha do relatorio,
      *com o motivo em texto para mostrar ao cliente
      *=================================================================
           IF WRK-STATUS NOT EQUAL ZEROES
               MOVE "X" TO WRK-OUTCOME
               MOVE ZEROES TO WRK-OUT-DATE
           END-IF.
           EVALUATE WRK-OUTCOME
               WHEN "R"
                   ADD 1 TO WRK-RES-COUNT
                   MOVE "RESERVADO - RETIRAR NA LOJA ATE A DATA"
                       TO WRK-REASON
               WHEN "A"
                   ADD 1 TO WRK-BOOKED-COUNT
                   MOVE "AGENDADO PARA A DATA PEDIDA" TO WRK-REASON
               WHEN "E"
                   ADD 1 TO WRK-WAIT-COUNT
                   MOVE "SEM COPIA LIVRE - INCLUIDO NA LISTA DE ESPERA"
                       TO WRK-REASON
               WHEN OTHER
                   ADD 1 TO WRK-REJ-COUNT
                   PERFORM 0075-REJECT-REASON
           END-EVALUATE.
           MOVE FS-PED-ID TO FS-RESP-ID.
           MOVE WRK-OUTCOME TO FS-RESP-OUTCOME.
           MOVE WRK-STATUS TO FS-RESP-STATUS.
           MOVE WRK-CUST-COD TO FS-RESP-CUST-COD.
           IF FS-PED-MOV-COD IS NUMERIC
               MOVE FS-PED-MOV-COD TO FS-RESP-MOV-COD
           ELSE
               MOVE ZEROES TO FS-RESP-MOV-COD
           END-IF.
           MOVE WRK-OUT-DATE TO FS-RESP-DATE.
           MOVE WRK-REASON TO FS-RESP-REASON.
           WRITE FS-RESP-REC.
           IF WRK-RESP-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-RESP-FSTAT, "IMPORTARRESERVAS",
                   WRK-RUN-MODE
               MOVE ZEROES TO WRK-RESP-FSTAT
           END-IF.
           MOVE SPACES TO WRK-BUFF.
           STRING FS-RESP-ID " " FS-RESP-OUTCOME " "
               FS-RESP-CUST-COD " " FS-RESP-MOV-COD " "
               FS-RESP-DATE " " WRK-REASON(1:37) INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.

      *=================================================================
       0075-REJECT-REASON      SECTION.
      *Motivo da recusa, pelo status das regras
      *=================================================================
           EVALUATE WRK-STATUS
               WHEN 683
                   MOVE "PEDIDO INVALIDO (TITULO, FILIAL OU DATA)"
                       TO WRK-REASON
               WHEN 680
                   MOVE "CLIENTE NAO ENCONTRADO - PROCURAR A LOJA"
                       TO WRK-REASON
               WHEN 607
                   MOVE "TITULO NAO ENCONTRADO NO ACERVO" TO WRK-REASON
               WHEN 650
                   MOVE "CADASTRO BLOQUEADO - PROCURAR A LOJA"
                       TO WRK-REASON
               WHEN 636
                   MOVE "ALUGUEL VENCIDO OU LIMITE DE ALUGUEIS ABERTOS"
                       TO WRK-REASON
               WHEN 631
                   MOVE "DEBITO ACIMA DO LIMITE - PROCURAR A LOJA"
                       TO WRK-REASON
               WHEN 624
                   MOVE "CLASSIFICACAO INDICATIVA ACIMA DA IDADE"
                       TO WRK-REASON
               WHEN 681
                   MOVE "JA CONSTA NA LISTA DE ESPERA DESTE TITULO"
                       TO WRK-REASON
               WHEN 682
                   MOVE "JA EXISTE AGENDAMENTO PARA ESTA DATA"
                       TO WRK-REASON
               WHEN OTHER
                   MOVE "FALHA AO GRAVAR - TENTAR DE NOVO MAIS TARDE"
                       TO WRK-REASON
           END-EVALUATE.
       END PROGRAM IMPORTARRESERVAS.
