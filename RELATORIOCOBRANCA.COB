      *           vencido mostra os dias de atraso e a multa acumulada
      *           (limitada ao custo de reposicao, como na devolucao),
      *           com total por cliente, impressa em COBRANCA.PRN.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Multa pela tabela de multas por formato
      *                   (CALCMULTA): a lista cita o mesmo valor que
      *                   o balcao cobra na devolucao
      * 15/OUT/2026 RTB - Cada cliente mostra o ultimo lembrete de
      *                   vencimento por SMS/WhatsApp (LEMBRETES.DAT)
      *                   e a situacao da entrega, para a ligacao nao
      *                   repetir quem ja foi avisado
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIOCOBRANCA.
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-RENT-KEY.

           SELECT LEMBRETES ASSIGN TO "LEMBRETES.DAT"
           FILE STATUS IS WRK-LMB-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-LMB-KEY.

           SELECT PRINT-FILE ASSIGN TO "COBRANCA.PRN"
           FILE STATUS IS WRK-PRINT-STATUS
           ORGANISATION IS LINE SEQUENTIAL.
           FD  RENTALS.
           01 FS-RENTAL.
               COPY RENTFLDS.
           FD  LEMBRETES.
           01 FS-LEMBRETE.
               COPY LEMBFLDS.
           FD  PRINT-FILE.
           01 FS-PRINT-LINE            PIC X(71).
       WORKING-STORAGE SECTION.
       77  WRK-PRINT-STATUS            PIC 9(03)  VALUE ZEROES.
       77  WRK-CUST-STATUS             PIC 9(03)  VALUE ZEROES.
       77  WRK-MOV-STATUS              PIC 9(03)  VALUE ZEROES.
       77  WRK-LMB-FSTAT               PIC 9(03)  VALUE ZEROES.
       77  WRK-LMB-OPEN                PIC 9(01)  VALUE ZEROES.
       77  WRK-LMB-FOUND               PIC 9(01)  VALUE ZEROES.
       77  WRK-LMB-LAST-DT             PIC 9(08)  VALUE ZEROES.
       77  WRK-LMB-LAST-STATUS         PIC X(01)  VALUE SPACES.
       77  WRK-LMB-SITUATION           PIC X(10)  VALUE SPACES.
       77  WRK-LINE                    PIC 9(04)  VALUE ZEROES.
       77  WRK-TECLA                   PIC X(01)  VALUE SPACES.
       77  WRK-BUFF                    PIC X(71)  VALUE SPACES.
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
       77  WRK-TBL-SUB                 PIC 9(03)  VALUE ZEROES.
       77  WRK-TBL-COUNT               PIC 9(03)  VALUE ZEROES.
       77  WRK-SORT-SUB1               PIC 9(03)  VALUE ZEROES.
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

       01  WRK-MOVIE.
           COPY MOVIEFLDS
                                     ==FS-MOV-SUBTITLE==
                                         BY ==WRK-MOV-SUBTITLE==
                                     ==FS-MOV-SECTION==
                                         BY ==WRK-MOV-SECTION==
                                     ==FS-MOV-ITEM-TYPE==
                                         BY ==WRK-MOV-ITEM-TYPE==
                                     ==FS-MOV-PLATFORM==
                                         BY ==WRK-MOV-PLATFORM==.

       LINKAGE SECTION.
       77  LNK-BUFF PIC X(1) VALUE SPACES.
           CALL "LERPARAMS" USING WRK-PARAMS, WRK-PARAM-STATUS.
           MOVE WRK-PAR-DAILY-FEE TO WRK-DAILY-FEE.
           MOVE WRK-PAR-PAGE-BOTTOM TO WRK-PAGE-BOTTOM.
           CALL "LERDATANEG" USING WRK-TODAY.
           COMPUTE WRK-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WRK-TODAY).
           OPEN INPUT RENTALS.
               CLOSE RENTALS
               PERFORM 0030-SORT-TABLE
               OPEN OUTPUT PRINT-FILE
               MOVE ZEROES TO WRK-LMB-OPEN
               OPEN INPUT LEMBRETES
               IF WRK-LMB-FSTAT EQUAL ZEROES
                   MOVE 1 TO WRK-LMB-OPEN
               END-IF
               MOVE ZEROES TO WRK-LMB-FSTAT
               PERFORM 0040-SHOW-WORKLIST
               IF WRK-LMB-OPEN EQUAL 1
                   CLOSE LEMBRETES
               END-IF
               CLOSE PRINT-FILE
      *Copia datada no spool, antes da proxima rodada
      *sobrescrever o PRN fixo

      *=================================================================
       0020-ADD-OVERDUE      SECTION.
      *Calcula os dias de atraso e a multa (tabela de multas do
      *formato, limitada ao custo do filme) e acrescenta na tabela
      *em memoria
      *=================================================================
           IF WRK-TBL-COUNT LESS THAN 500
      *Dias de atraso em dias ABERTOS, como a devolucao cobra de
      *fato (DIASUTEIS), para a cobranca nao prometer multa maior
               CALL "DIASUTEIS" USING FS-RENT-DUE-DATE, WRK-TODAY,
                   WRK-DAYS-LATE, WRK-UTIL-STATUS
               CALL "CALCMULTA" USING FS-RENT-MOV-COD, FS-RENT-COPY-NUM,
                   WRK-DAYS-LATE, WRK-DAILY-FEE, WRK-FEE,
                   WRK-UTIL-STATUS
               MOVE FS-RENT-MOV-COD TO WRK-MOV-COD
               MOVE SPACES TO WRK-MOV-TITLE
               MOVE ZEROES TO WRK-MOV-STATUS
               CALL "SEARCHMOVIE" USING WRK-MOVIE, WRK-MOV-STATUS
               ADD 1 TO WRK-TBL-COUNT
               MOVE FS-RENT-CUST-COD TO WRK-OVD-CUST(WRK-TBL-COUNT)
               MOVE FS-RENT-MOV-COD  TO WRK-OVD-MOV(WRK-TBL-COUNT)
      *telefone e total por cliente
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           MOVE 02 TO WRK-LINE.
           MOVE ZEROES TO WRK-CUST-TOTAL.
           MOVE 99999 TO WRK-LAST-CUST.
               " TEL " WRK-CUST-PHONE
               INTO WRK-BUFF.
           PERFORM 0049-PRINT-LINE.
           IF WRK-LMB-OPEN EQUAL 1
               PERFORM 0044-REMINDER-LINE
           END-IF.

      *=================================================================
       0044-REMINDER-LINE      SECTION.
      *Procura o lembrete mais recente do cliente em LEMBRETES.DAT
      *(chave cliente + data, entao o ultimo lido e o mais novo) e
      *imprime a data do envio e a situacao da entrega
      *=================================================================
           MOVE ZEROES TO WRK-LMB-FOUND.
           MOVE WRK-LAST-CUST TO FS-LMB-CUST-COD.
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
                       IF FS-LMB-CUST-COD NOT EQUAL WRK-LAST-CUST
                           MOVE 100 TO WRK-LMB-FSTAT
                       ELSE
                           MOVE 1 TO WRK-LMB-FOUND
                           MOVE FS-LMB-DATE TO WRK-LMB-LAST-DT
                           MOVE FS-LMB-STATUS TO WRK-LMB-LAST-STATUS
                       END-IF
               END-READ
           END-PERFORM.
           MOVE ZEROES TO WRK-LMB-FSTAT.
           IF WRK-LMB-FOUND EQUAL 1
               EVALUATE WRK-LMB-LAST-STATUS
                   WHEN "E"
                       MOVE "ENTREGUE" TO WRK-LMB-SITUATION
                   WHEN "F"
                       MOVE "FALHOU" TO WRK-LMB-SITUATION
                   WHEN OTHER
                       MOVE "ENVIADO" TO WRK-LMB-SITUATION
               END-EVALUATE
               MOVE SPACES TO WRK-BUFF
               STRING "  LEMBRETE SMS EM " WRK-LMB-LAST-DT
                   " - " WRK-LMB-SITUATION
                   INTO WRK-BUFF
               PERFORM 0049-PRINT-LINE
           END-IF.

      *=================================================================
       0045-CUST-TOTAL-LINE      SECTION.
               ACCEPT WRK-TECLA AT 2401
               DISPLAY CLEAR-SCREEN
               DISPLAY TITLE-SCREEN
               CALL "MARCATREINO"
               MOVE 02 TO WRK-LINE
           END-IF.
       END PROGRAM RELATORIOCOBRANCA.
