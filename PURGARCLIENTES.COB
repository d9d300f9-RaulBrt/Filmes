      *           relatorio impresso (PURGACLIENTES.PRN) e caminho de
      *           volta para enganos, como DELETEMOVIE/RESTAURAR fazem
      *           com os filmes.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Gravacoes em CUSTOMERS anotadas tambem no
      *                   jornal de recuperacao (WRITEJORNAL)
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Chaves alternativas de CUSTOMERS.DAT pelo
      *                   nome e pelo documento declaradas no SELECT
      * 15/OUT/2026 RTB - Data de corte sugerida pelo parametro de dias
      *                   sem alugar para o expurgo
      *                   (FS-PAR-CUST-RETAIN), o mesmo corte que limita
      *                   a lista de reconquista da segmentacao de
      *                   clientes
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURGARCLIENTES.
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-CUST-COD
           ALTERNATE RECORD KEY IS FS-CUST-NAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS FS-CUST-DOC WITH DUPLICATES
           LOCK MODE IS AUTOMATIC.

           SELECT RENTALS ASSIGN TO "RENTALS.DAT"
                             ==FS-CUST-BIRTHDATE==
                                 BY ==FS-ARQ-BIRTHDATE==
                             ==FS-CUST-CORPORATE==
                                 BY ==FS-ARQ-CORPORATE==
                             ==FS-CUST-SMS-OPTIN==
                                 BY ==FS-ARQ-SMS-OPTIN==
                             ==FS-CUST-SMS-OPTIN-DT==
                                 BY ==FS-ARQ-SMS-OPTIN-DT==
                             ==FS-CUST-MKT-OPTIN==
                                 BY ==FS-ARQ-MKT-OPTIN==
                             ==FS-CUST-MKT-OPTIN-DT==
                                 BY ==FS-ARQ-MKT-OPTIN-DT==
                             ==FS-CUST-ADDRESS==
                                 BY ==FS-ARQ-ADDRESS==
                             ==FS-CUST-ZONE==
                                 BY ==FS-ARQ-ZONE==.
           FD  PRINT-FILE.
           01 FS-PRINT-LINE            PIC X(71).
       WORKING-STORAGE SECTION.
       77  WRK-DATE-MSK                PIC X(08) JUSTIFIED RIGHT.
       77  WRK-CUTOFF-DATE             PIC 9(08) VALUE ZEROES.
       77  WRK-TODAY                   PIC 9(08) VALUE ZEROES.
       77  WRK-WORK-INT                PIC 9(08) VALUE ZEROES.
       77  WRK-SUGGEST-DATE            PIC 9(08) VALUE ZEROES.
       77  WRK-PARAM-STATUS            PIC 9(03) VALUE ZEROES.
       77  WRK-EOF                     PIC 9(01) VALUE ZEROES.
       77  WRK-SUB                     PIC 9(04) VALUE ZEROES.
       77  WRK-ACT-COUNT               PIC 9(04) VALUE ZEROES.
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

       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           DISPLAY "EXPURGAR (E), RESTAURAR (R), ENTER=VOLTAR: "
               AT 0305.
           ACCEPT WRK-OPTION AT 0350.
      *RENTALS.DAT e expurga quem esta inativo, sem aluguel em aberto
      *e sem saldo devedor
      *=================================================================
           CALL "LERDATANEG" USING WRK-TODAY.
           CALL "LERPARAMS" USING WRK-PARAMS, WRK-PARAM-STATUS.
           COMPUTE WRK-WORK-INT = FUNCTION INTEGER-OF-DATE(WRK-TODAY)
               - WRK-PAR-CUST-RETAIN.
           MOVE FUNCTION DATE-OF-INTEGER(WRK-WORK-INT)
               TO WRK-SUGGEST-DATE.
           DISPLAY "CORTE DOS PARAMETROS (" AT 0405.
           DISPLAY WRK-PAR-CUST-RETAIN AT 0427.
           DISPLAY " DIAS SEM ALUGAR): " AT 0431.
           DISPLAY WRK-SUGGEST-DATE AT 0450.
           DISPLAY "SEM ALUGUEL DESDE (AAAAMMDD): " AT 0505.
           MOVE SPACES TO WRK-DATE-MSK.
           ACCEPT WRK-DATE-MSK AT 0536.
               GOBACK
           END-IF.
           MOVE WRK-DATE-MSK TO WRK-CUTOFF-DATE.
           STRING "CLIARQ." WRK-TODAY ".DAT" INTO WRK-ARQ-NAME.

           PERFORM 0020-LOAD-ACTIVITY.
                   DELETE CUSTOMERS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           CALL "WRITEJORNAL" USING "C", "D",
                               "PURGARCLIENTES  ", FS-CUSTOMER
                   END-DELETE
               END-PERFORM
               CLOSE CUSTOMERS
