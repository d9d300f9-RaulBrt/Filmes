      *           operacao inteira na trilha de auditoria. Exige
      *           nivel de supervisor. O CHECKDUPDOC barra duplicados
      *           novos; este utilitario limpa os antigos.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Gravacoes em RENTALS, CUSTOMERS e BALANCE
      *                   anotadas tambem no jornal de recuperacao
      *                   (WRITEJORNAL)
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Chaves alternativas de CUSTOMERS.DAT pelo
      *                   nome e pelo documento declaradas no SELECT
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNDIRCLIENTES.
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-CUST-COD
           ALTERNATE RECORD KEY IS FS-CUST-NAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS FS-CUST-DOC WITH DUPLICATES
           LOCK MODE IS AUTOMATIC.

           SELECT RENTALS ASSIGN TO "RENTALS.DAT"
                         ==FS-CUST-BIRTHDATE==
                             BY ==WRK-DC-BIRTHDATE==
                         ==FS-CUST-CORPORATE==
                             BY ==WRK-DC-CORPORATE==
                         ==FS-CUST-SMS-OPTIN==
                             BY ==WRK-DC-SMS-OPTIN==
                         ==FS-CUST-SMS-OPTIN-DT==
                             BY ==WRK-DC-SMS-OPTIN-DT==
                         ==FS-CUST-MKT-OPTIN==
                             BY ==WRK-DC-MKT-OPTIN==
                         ==FS-CUST-MKT-OPTIN-DT==
                             BY ==WRK-DC-MKT-OPTIN-DT==
                         ==FS-CUST-ADDRESS==
                             BY ==WRK-DC-ADDRESS==
                         ==FS-CUST-ZONE==
                             BY ==WRK-DC-ZONE==
                         ==FS-CUST-BRANCH==
                             BY ==WRK-DC-BRANCH==
                         ==FS-CUST-AGREE-DT==
                             BY ==WRK-DC-AGREE-DT==
                         ==FS-CUST-AGREE-VER==
                             BY ==WRK-DC-AGREE-VER==.
       01  WRK-SURV-CUSTOMER.
           COPY CUSTFLDS
               REPLACING ==FS-CUST-COD==   BY ==WRK-SC-COD==
                         ==FS-CUST-BIRTHDATE==
                             BY ==WRK-SC-BIRTHDATE==
                         ==FS-CUST-CORPORATE==
                             BY ==WRK-SC-CORPORATE==
                         ==FS-CUST-SMS-OPTIN==
                             BY ==WRK-SC-SMS-OPTIN==
                         ==FS-CUST-SMS-OPTIN-DT==
                             BY ==WRK-SC-SMS-OPTIN-DT==
                         ==FS-CUST-MKT-OPTIN==
                             BY ==WRK-SC-MKT-OPTIN==
                         ==FS-CUST-MKT-OPTIN-DT==
                             BY ==WRK-SC-MKT-OPTIN-DT==
                         ==FS-CUST-ADDRESS==
                             BY ==WRK-SC-ADDRESS==
                         ==FS-CUST-ZONE==
                             BY ==WRK-SC-ZONE==
                         ==FS-CUST-BRANCH==
                             BY ==WRK-SC-BRANCH==
                         ==FS-CUST-AGREE-DT==
                             BY ==WRK-SC-AGREE-DT==
                         ==FS-CUST-AGREE-VER==
                             BY ==WRK-SC-AGREE-VER==.

       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
               GOBACK
           END-IF.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           DISPLAY "CLIENTE DUPLICADO (SOME): " AT 0305.
           MOVE SPACES TO WRK-DUP-MSK.
           ACCEPT WRK-DUP-MSK AT 0332.
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 1 TO WRK-WRITE-OK
                               CALL "WRITEJORNAL" USING "R", "W",
                                   "FUNDIRCLIENTES  ", FS-RENTAL
                       END-WRITE
                       IF WRK-WRITE-OK EQUAL 1
                           MOVE WRK-DUP-COD TO FS-RENT-CUST-COD
                           DELETE RENTALS
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   CALL "WRITEJORNAL" USING "R", "D",
                                       "FUNDIRCLIENTES  ", FS-RENTAL
                           END-DELETE
                           ADD 1 TO WRK-MOVED-RENT
                       END-IF
           DELETE BALANCE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CALL "WRITEJORNAL" USING "B", "D",
                       "FUNDIRCLIENTES  ", FS-BALANCE
           END-DELETE.
           MOVE WRK-SURV-COD TO FS-BAL-CUST-COD.
           READ BALANCE
               INVALID KEY
                   MOVE WRK-SURV-COD TO FS-BAL-CUST-COD
                   MOVE WRK-DUP-BAL TO FS-BAL-AMOUNT
                   CALL "LERDATANEG" USING FS-BAL-UPDATED-DT
                   WRITE FS-BALANCE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           CALL "WRITEJORNAL" USING "B", "W",
                               "FUNDIRCLIENTES  ", FS-BALANCE
                   END-WRITE
               NOT INVALID KEY
                   ADD WRK-DUP-BAL TO FS-BAL-AMOUNT
                   CALL "LERDATANEG" USING FS-BAL-UPDATED-DT
                   REWRITE FS-BALANCE
                   IF WRK-BAL-FSTAT EQUAL ZEROES
                       CALL "WRITEJORNAL" USING "B", "R",
                           "FUNDIRCLIENTES  ", FS-BALANCE
                   END-IF
           END-READ.
           CLOSE BALANCE.
       0040-FIM.
                       INTO FS-CUST-NAME
                   MOVE SPACES TO FS-CUST-DOC
                   REWRITE FS-CUSTOMER
                   IF WRK-CUST-FSTAT EQUAL ZEROES
                       CALL "WRITEJORNAL" USING "C", "R",
                           "FUNDIRCLIENTES  ", FS-CUSTOMER
                   END-IF
           END-READ.
           CLOSE CUSTOMERS.
       0070-FIM.
