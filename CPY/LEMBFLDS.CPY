      *=================================================================
      * Copybook: LEMBFLDS
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Layout do registro de lembrete de vencimento enviado
      *           ao provedor de SMS/WhatsApp (LEMBRETES.DAT), um por
      *           cliente por noite, chaveado por cliente e data do
      *           envio -- a mesma chave vai no arquivo de saida como
      *           identificador da mensagem e volta no arquivo de
      *           retorno do provedor com a situacao da entrega.
      *=================================================================
           05 FS-LMB-KEY.
               10 FS-LMB-CUST-COD    PIC 9(05) VALUE ZEROES.
               10 FS-LMB-DATE        PIC 9(08) VALUE ZEROES.
           05 FS-LMB-PHONE           PIC X(15) VALUE SPACES.
           05 FS-LMB-KIND            PIC X(01) VALUE "V".
               88 FS-LMB-VENCE-AMANHA        VALUE "V".
               88 FS-LMB-ATRASOU-HOJE        VALUE "A".
           05 FS-LMB-DUE-DATE        PIC 9(08) VALUE ZEROES.
           05 FS-LMB-TITLES          PIC 9(03) VALUE ZEROES.
           05 FS-LMB-STATUS          PIC X(01) VALUE "G".
               88 FS-LMB-GERADO              VALUE "G".
               88 FS-LMB-ENTREGUE            VALUE "E".
               88 FS-LMB-FALHOU              VALUE "F".
           05 FS-LMB-STATUS-DT       PIC 9(08) VALUE ZEROES.
