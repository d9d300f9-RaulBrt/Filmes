      *           cancelar uma entrada, imprime a lista diaria de
      *           ligacoes com todos os clientes AVISADO (CHAMADAS.PRN)
      *           e dispara o passo de expiracao das reservas.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Origem da entrada (SITE para as reservas
      *                   feitas pelo site) na lista e na lista de
      *                   ligacoes
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTAESPERA.
       77  WRK-EXP-COUNT               PIC 9(03) VALUE ZEROES.
       77  WRK-PROM-COUNT              PIC 9(03) VALUE ZEROES.
       77  WRK-EXP-STATUS              PIC 9(03) VALUE ZEROES.
       77  WRK-ORIGIN-TXT              PIC X(06) VALUE SPACES.
       01  WRK-LISTED-TABLE.
           05 WRK-LISTED-ENTRY         OCCURS 50 TIMES.
               10 WRK-LISTED-DATE      PIC 9(08) VALUE ZEROES.
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

       01  WRK-AREA.
           05 WRK-MENU-TITLE       PIC X(30).
      *nome e telefone do cliente, e oferece o cancelamento
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           MOVE 02 TO WRK-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "SEQ CLIENTE NOME                 "
               "TELEFONE       ST GUARDA   ORIGEM" INTO WRK-BUFF.
           ADD 1 TO WRK-LINE.
           DISPLAY DTA.
           MOVE ZEROES TO WRK-SEQ.
           MOVE SPACES TO WRK-CUST-PHONE.
           MOVE ZEROES TO WRK-CUST-STATUS.
           CALL "SEARCHCUSTOMER" USING WRK-CUSTOMER, WRK-CUST-STATUS.
           IF FS-WAIT-ORIGIN EQUAL "W"
               MOVE "SITE" TO WRK-ORIGIN-TXT
           ELSE
               MOVE "BALCAO" TO WRK-ORIGIN-TXT
           END-IF.
           MOVE SPACES TO WRK-BUFF.
           STRING WRK-SEQ " "
                  FS-WAIT-CUST-COD " "
                  WRK-CUST-NAME(1:20) " "
                  WRK-CUST-PHONE " "
                  FS-WAIT-STATUS " "
                  FS-WAIT-HOLD-DATE " "
                  WRK-ORIGIN-TXT
                  INTO WRK-BUFF.
           ADD 1 TO WRK-LINE.
           DISPLAY DTA.
               " ATE " FS-WAIT-HOLD-DATE
               INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
      *Reserva feita pelo site: o cliente ja sabe que a copia esta
      *guardada, a ligacao so confirma a retirada
           IF FS-WAIT-ORIGIN EQUAL "W"
               MOVE "      RESERVA FEITA PELO SITE" TO WRK-BUFF
               WRITE FS-PRINT-LINE FROM WRK-BUFF
           END-IF.

      *=================================================================
       0060-RUN-EXPIRY      SECTION.
