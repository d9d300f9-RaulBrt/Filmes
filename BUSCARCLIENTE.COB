      *           nenhum for escolhido). Chamada tanto do menu de
      *           clientes quanto de dentro do aluguel, para o
      *           atendimento nao precisar ser abandonado.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSCARCLIENTE.
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
       77  LNK-PICKED-COD          PIC 9(05).
       0000-MAIN-PROCEDURE.
           MOVE ZEROES TO LNK-PICKED-COD.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           DISPLAY "NOME (PARCIAL): " AT 0305.
           ACCEPT WRK-NAME-FILTER AT 0322.
           IF WRK-NAME-FILTER EQUAL SPACES
