      *                   corporativas (hoteis, escolas), que nao
      *                   pagam no balcao -- os alugueis saem
      *                   pendentes e sao faturados no fim do mes
      * 15/OUT/2026 RTB - Incluidos FS-CUST-SMS-OPTIN ("S" quando o
      *                   cliente aceita receber lembretes de
      *                   vencimento por SMS/WhatsApp) e
      *                   FS-CUST-SMS-OPTIN-DT, a data do aceite ou da
      *                   recusa
      * 15/OUT/2026 RTB - Incluidos FS-CUST-MKT-OPTIN ("S" quando o
      *                   cliente aceita receber ofertas e avisos de
      *                   novidades, consentimento separado do lembrete
      *                   de vencimento) e FS-CUST-MKT-OPTIN-DT, a data
      *                   do aceite ou da recusa
      * 15/OUT/2026 RTB - Incluidos FS-CUST-ADDRESS (endereco de entrega
      *                   a domicilio) e FS-CUST-ZONE (zona de entrega,
      *                   usada para montar a folha de rota e cobrar a
      *                   taxa da zona)
      * 15/OUT/2026 RTB - Incluidos FS-CUST-BRANCH (filial de origem do
      *                   cliente, impressa na carteirinha; zero nos
      *                   registros antigos vale a filial 01),
      *                   FS-CUST-AGREE-DT (data em que o cliente
      *                   assinou o contrato de locacao; zero = nao
      *                   assinado) e FS-CUST-AGREE-VER (versao do
      *                   contrato assinado, FS-PAR-TERMS-VER)
      *=================================================================
           05 FS-CUST-COD        PIC 9(05) VALUE ZEROES.
           05 FS-CUST-NAME       PIC X(30) VALUE SPACES.
           05 FS-CUST-DOC        PIC X(15) VALUE SPACES.
           05 FS-CUST-BIRTHDATE  PIC 9(08) VALUE ZEROES.
           05 FS-CUST-CORPORATE  PIC X(01) VALUE "N".
           05 FS-CUST-SMS-OPTIN  PIC X(01) VALUE "N".
           05 FS-CUST-SMS-OPTIN-DT PIC 9(08) VALUE ZEROES.
           05 FS-CUST-MKT-OPTIN  PIC X(01) VALUE "N".
           05 FS-CUST-MKT-OPTIN-DT PIC 9(08) VALUE ZEROES.
           05 FS-CUST-ADDRESS    PIC X(40) VALUE SPACES.
           05 FS-CUST-ZONE       PIC X(03) VALUE SPACES.
           05 FS-CUST-BRANCH     PIC 9(02) VALUE ZEROES.
           05 FS-CUST-AGREE-DT   PIC 9(08) VALUE ZEROES.
           05 FS-CUST-AGREE-VER  PIC 9(03) VALUE ZEROES.
