      *           datado e descarta a copia mais antiga que ja saiu
      *           da janela de retencao. Disparado pelo agendador de
      *           jobs batch, fora do menu interativo do FILMES.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Backup datado tambem de RENTALS, CUSTOMERS,
      *                   BALANCE e COPIES, com linha de controle; com
      *                   todos gravados sem falha, o jornal de
      *                   recuperacao (JORNAL.DAT) e guardado com a data
      *                   e recomeca a partir desta geracao
      * 15/OUT/2026 RTB - Chaves alternativas de MOVIES.DAT (titulo) e
      *                   de CUSTOMERS.DAT (nome e documento)
      *                   declaradas nos SELECT
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKUPDIARIO.
           FILE STATUS IS WRK-MOV-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES.

           SELECT ARCHIVE ASSIGN TO "ARCHIVE.DAT"
           FILE STATUS IS WRK-ARCH-FSTAT
           FILE STATUS IS WRK-AUD-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT RENTALS ASSIGN TO "RENTALS.DAT"
           FILE STATUS IS WRK-RENT-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-RENT-KEY.

           SELECT CUSTOMERS ASSIGN TO "CUSTOMERS.DAT"
           FILE STATUS IS WRK-CUST-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-CUST-COD
           ALTERNATE RECORD KEY IS FS-CUST-NAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS FS-CUST-DOC WITH DUPLICATES.

           SELECT BALANCE ASSIGN TO "BALANCE.DAT"
           FILE STATUS IS WRK-BAL-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-BAL-CUST-COD.

           SELECT COPIES ASSIGN TO "COPIES.DAT"
           FILE STATUS IS WRK-COPY-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-COPY-KEY.

           SELECT JORNAL ASSIGN TO "JORNAL.DAT"
           FILE STATUS IS WRK-JRN-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT BACKUP-OUT ASSIGN TO DYNAMIC WRK-BACKUP-NAME
           FILE STATUS IS WRK-BK-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.
                                     ==FS-MOV-SUBTITLE==
                                         BY ==FS-ARCH-SUBTITLE==
                                     ==FS-MOV-SECTION==
                                         BY ==FS-ARCH-SECTION==
                                     ==FS-MOV-ITEM-TYPE==
                                         BY ==FS-ARCH-ITEM-TYPE==
                                     ==FS-MOV-PLATFORM==
                                         BY ==FS-ARCH-PLATFORM==.
           FD  AUDIT.
           01 FS-AUDIT.
               COPY AUDITFLDS.
           FD  RENTALS.
           01 FS-RENTAL.
               COPY RENTFLDS.
           FD  CUSTOMERS.
           01 FS-CUSTOMER.
               COPY CUSTFLDS.
           FD  BALANCE.
           01 FS-BALANCE.
               COPY BALFLDS.
           FD  COPIES.
           01 FS-COPY.
               COPY COPYFLDS.
           FD  JORNAL.
           01 FS-JORNAL.
               COPY JRNFLDS.
           FD  BACKUP-OUT.
           01 FS-BACKUP-LINE           PIC X(157).

       77  WRK-ARCH-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-AUD-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-BK-FSTAT                PIC 9(03) VALUE ZEROES.
       77  WRK-RENT-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-CUST-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-BAL-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-COPY-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-JRN-FSTAT               PIC 9(03) VALUE ZEROES.
       77  WRK-FILE-COUNT              PIC 9(07) VALUE ZEROES.
       77  WRK-JRN-FILE-NAME           PIC X(12) VALUE "JORNAL.DAT".
       77  WRK-JRN-HEADER              PIC X(20) VALUE SPACES.
       77  WRK-TODAY                   PIC 9(08) VALUE ZEROES.
       77  WRK-PURGE-DATE              PIC 9(08) VALUE ZEROES.
       77  WRK-DATE-INT                PIC S9(08) COMP.
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

       LINKAGE SECTION.
       01 PARAMETRES.
           PERFORM 0020-BACKUP-MOVIES.
           PERFORM 0030-BACKUP-ARCHIVE.
           PERFORM 0040-BACKUP-AUDIT.
           PERFORM 0041-BACKUP-RENTALS.
           PERFORM 0042-BACKUP-CUSTOMERS.
           PERFORM 0043-BACKUP-BALANCE.
           PERFORM 0044-BACKUP-COPIES.
           IF WRK-FAIL EQUAL ZEROES
               PERFORM 0046-ROTATE-JOURNAL
           END-IF.
           PERFORM 0050-PURGE-OLD-BACKUPS.
           IF PARAMETRES NOT OMITTED
               MOVE WRK-FAIL TO PA-RETURN-CODE
      *=================================================================
           CALL "LERPARAMS" USING WRK-PARAMS, WRK-PARAM-STATUS.
           MOVE WRK-PAR-RETAIN-NIGHTS TO WRK-RETAIN-NIGHTS.
           CALL "LERDATANEG" USING WRK-TODAY.
           COMPUTE WRK-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WRK-TODAY) - WRK-RETAIN-NIGHTS.
           MOVE FUNCTION DATE-OF-INTEGER(WRK-DATE-INT)
               END-IF
           END-IF.

      *=================================================================
       0041-BACKUP-RENTALS      SECTION.
      *Copia RENTALS.DAT para um arquivo de backup datado, ponto de
      *partida da recuperacao pelo jornal (RECUPERARJORNAL). Arquivo
      *ainda inexistente gera o backup so com a linha de controle
      *=================================================================
           MOVE SPACES TO WRK-BACKUP-NAME.
           STRING "RENTALS." WRK-TODAY ".BKP" INTO WRK-BACKUP-NAME.
           MOVE ZEROES TO WRK-FILE-COUNT.
           OPEN OUTPUT BACKUP-OUT.
           OPEN INPUT RENTALS.
           IF WRK-RENT-FSTAT EQUAL ZEROES
               PERFORM UNTIL WRK-RENT-FSTAT NOT EQUAL ZEROES
                   READ RENTALS NEXT RECORD
                   IF WRK-RENT-FSTAT EQUAL ZEROES
                       WRITE FS-BACKUP-LINE FROM FS-RENTAL
                       ADD 1 TO WRK-FILE-COUNT
                   END-IF
               END-PERFORM
               CLOSE RENTALS
           ELSE
               IF WRK-RENT-FSTAT NOT EQUAL 350
                   MOVE 1 TO WRK-FAIL
               END-IF
           END-IF.
           PERFORM 0045-CLOSE-BACKUP.

      *=================================================================
       0042-BACKUP-CUSTOMERS      SECTION.
      *Copia CUSTOMERS.DAT para um arquivo de backup datado
      *=================================================================
           MOVE SPACES TO WRK-BACKUP-NAME.
           STRING "CUSTOMERS." WRK-TODAY ".BKP" INTO WRK-BACKUP-NAME.
           MOVE ZEROES TO WRK-FILE-COUNT.
           OPEN OUTPUT BACKUP-OUT.
           OPEN INPUT CUSTOMERS.
           IF WRK-CUST-FSTAT EQUAL ZEROES
               PERFORM UNTIL WRK-CUST-FSTAT NOT EQUAL ZEROES
                   READ CUSTOMERS NEXT RECORD
                   IF WRK-CUST-FSTAT EQUAL ZEROES
                       WRITE FS-BACKUP-LINE FROM FS-CUSTOMER
                       ADD 1 TO WRK-FILE-COUNT
                   END-IF
               END-PERFORM
               CLOSE CUSTOMERS
           ELSE
               IF WRK-CUST-FSTAT NOT EQUAL 350
                   MOVE 1 TO WRK-FAIL
               END-IF
           END-IF.
           PERFORM 0045-CLOSE-BACKUP.

      *=================================================================
       0043-BACKUP-BALANCE      SECTION.
      *Copia BALANCE.DAT para um arquivo de backup datado
      *=================================================================
           MOVE SPACES TO WRK-BACKUP-NAME.
           STRING "BALANCE." WRK-TODAY ".BKP" INTO WRK-BACKUP-NAME.
           MOVE ZEROES TO WRK-FILE-COUNT.
           OPEN OUTPUT BACKUP-OUT.
           OPEN INPUT BALANCE.
           IF WRK-BAL-FSTAT EQUAL ZEROES
               PERFORM UNTIL WRK-BAL-FSTAT NOT EQUAL ZEROES
                   READ BALANCE NEXT RECORD
                   IF WRK-BAL-FSTAT EQUAL ZEROES
                       WRITE FS-BACKUP-LINE FROM FS-BALANCE
                       ADD 1 TO WRK-FILE-COUNT
                   END-IF
               END-PERFORM
               CLOSE BALANCE
           ELSE
               IF WRK-BAL-FSTAT NOT EQUAL 350
                   MOVE 1 TO WRK-FAIL
               END-IF
           END-IF.
           PERFORM 0045-CLOSE-BACKUP.

      *=================================================================
       0044-BACKUP-COPIES      SECTION.
      *Copia COPIES.DAT para um arquivo de backup datado
      *=================================================================
           MOVE SPACES TO WRK-BACKUP-NAME.
           STRING "COPIES." WRK-TODAY ".BKP" INTO WRK-BACKUP-NAME.
           MOVE ZEROES TO WRK-FILE-COUNT.
           OPEN OUTPUT BACKUP-OUT.
           OPEN INPUT COPIES.
           IF WRK-COPY-FSTAT EQUAL ZEROES
               PERFORM UNTIL WRK-COPY-FSTAT NOT EQUAL ZEROES
                   READ COPIES NEXT RECORD
                   IF WRK-COPY-FSTAT EQUAL ZEROES
                       WRITE FS-BACKUP-LINE FROM FS-COPY
                       ADD 1 TO WRK-FILE-COUNT
                   END-IF
               END-PERFORM
               CLOSE COPIES
           ELSE
               IF WRK-COPY-FSTAT NOT EQUAL 350
                   MOVE 1 TO WRK-FAIL
               END-IF
           END-IF.
           PERFORM 0045-CLOSE-BACKUP.

      *=================================================================
       0045-CLOSE-BACKUP      SECTION.
      *Linha de controle com a contagem (sete digitos) e fechamento
      *do backup corrente
      *=================================================================
           MOVE SPACES TO WRK-TRAILER.
           STRING "*FIM " WRK-FILE-COUNT INTO WRK-TRAILER.
           WRITE FS-BACKUP-LINE FROM WRK-TRAILER.
           IF WRK-BK-FSTAT NOT EQUAL ZEROES
               MOVE 1 TO WRK-FAIL
           END-IF.
           CLOSE BACKUP-OUT.

      *=================================================================
       0046-ROTATE-JOURNAL      SECTION.
      *Guarda o jornal de recuperacao com a data de hoje e comeca um
      *novo, com o cabecalho da geracao que acabou de ser gravada: o
      *jornal vivo vale sempre a partir do ultimo backup completo
      *=================================================================
           MOVE SPACES TO WRK-BACKUP-NAME.
           STRING "JORNAL." WRK-TODAY ".BKP" INTO WRK-BACKUP-NAME.
           CALL "CBL_DELETE_FILE" USING WRK-BACKUP-NAME
               RETURNING WRK-DELETE-RC.
           CALL "CBL_RENAME_FILE" USING WRK-JRN-FILE-NAME
               WRK-BACKUP-NAME RETURNING WRK-DELETE-RC.
           OPEN OUTPUT JORNAL.
           MOVE SPACES TO WRK-JRN-HEADER.
           STRING "*INICIO " WRK-TODAY INTO WRK-JRN-HEADER.
           WRITE FS-JORNAL FROM WRK-JRN-HEADER.
           IF WRK-JRN-FSTAT NOT EQUAL ZEROES
               MOVE 1 TO WRK-FAIL
           END-IF.
           CLOSE JORNAL.

      *=================================================================
       0050-PURGE-OLD-BACKUPS      SECTION.
      *Apaga os backups que, a partir de hoje, saem da janela de
           CALL "CBL_DELETE_FILE" USING WRK-BACKUP-NAME
               RETURNING WRK-DELETE-RC.

           MOVE SPACES TO WRK-BACKUP-NAME.
           STRING "RENTALS." WRK-PURGE-DATE ".BKP"
               INTO WRK-BACKUP-NAME.
           CALL "CBL_DELETE_FILE" USING WRK-BACKUP-NAME
               RETURNING WRK-DELETE-RC.

           MOVE SPACES TO WRK-BACKUP-NAME.
           STRING "CUSTOMERS." WRK-PURGE-DATE ".BKP"
               INTO WRK-BACKUP-NAME.
           CALL "CBL_DELETE_FILE" USING WRK-BACKUP-NAME
               RETURNING WRK-DELETE-RC.

           MOVE SPACES TO WRK-BACKUP-NAME.
           STRING "BALANCE." WRK-PURGE-DATE ".BKP"
               INTO WRK-BACKUP-NAME.
           CALL "CBL_DELETE_FILE" USING WRK-BACKUP-NAME
               RETURNING WRK-DELETE-RC.

           MOVE SPACES TO WRK-BACKUP-NAME.
           STRING "COPIES." WRK-PURGE-DATE ".BKP"
               INTO WRK-BACKUP-NAME.
           CALL "CBL_DELETE_FILE" USING WRK-BACKUP-NAME
               RETURNING WRK-DELETE-RC.

           MOVE SPACES TO WRK-BACKUP-NAME.
           STRING "JORNAL." WRK-PURGE-DATE ".BKP"
               INTO WRK-BACKUP-NAME.
           CALL "CBL_DELETE_FILE" USING WRK-BACKUP-NAME
               RETURNING WRK-DELETE-RC.

       END PROGRAM BACKUPDIARIO.
