      *           cliente, apontando para um plano ativo de
      *           PLANOS.DAT. A primeira mensalidade e cobrada pelo
      *           faturamento mensal (FATURARPLANOS), nao aqui.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Nova assinatura zera o ciclo ja mandado em
      *                   boleto (FS-ASS-BOL-CYCLE)
      * 15/OUT/2026 RTB - Adesao grava o operador que a fez
      *                   (FS-ASS-SOLD-BY), para a comissao de vendas
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSINARPLANO.
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
           SET FS-ASS-ATIVA TO TRUE.
           MOVE ZEROES TO FS-ASS-USED.
           MOVE ZEROES TO FS-ASS-CYCLE.
           MOVE ZEROES TO FS-ASS-BOL-CYCLE.
           MOVE LNK-OPERATOR TO FS-ASS-SOLD-BY.
           WRITE FS-ASSINATURA
               INVALID KEY
                   REWRITE FS-ASSINATURA
