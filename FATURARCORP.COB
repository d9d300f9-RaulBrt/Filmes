      *           FATURAS.DAT (mes ja faturado nao fatura de novo) e
      *           soma o total no saldo devedor do cliente -- a
      *           liquidacao segue pela tela de pagamentos de sempre.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Fatura nova gravada aberta e sem boleto; a
      *                   cobranca bancaria (GERARBOLETOS) e o retorno
      *                   do banco (IMPORTARBOLETOS) marcam a fatura
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATURARCORP.
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
       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           CALL "LERDATANEG" USING WRK-TODAY.
           DISPLAY "MES A FATURAR (AAAAMM, ENTER=ATUAL): " AT 0305.
           MOVE SPACES TO WRK-MONTH-MSK.
           ACCEPT WRK-MONTH-MSK AT 0343.
           MOVE WRK-FAT-NUM TO FS-FAT-NUM.
           MOVE WRK-AT-TOTAL(WRK-SLOT) TO FS-FAT-TOTAL.
           MOVE WRK-TODAY TO FS-FAT-DATE.
           SET FS-FAT-ABERTA TO TRUE.
           MOVE ZEROES TO FS-FAT-PAID-DT.
           MOVE ZEROES TO FS-FAT-BOL-NUM.
           WRITE FS-FATURA
               INVALID KEY
                   CONTINUE
