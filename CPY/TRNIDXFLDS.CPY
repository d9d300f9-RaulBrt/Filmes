      *=================================================================
      * Copybook: TRNIDXFLDS
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Registro do indice do diario de caixa (TRANSIDX.DAT).
      *           Chave pelo recibo -- recibo, data, hora, cliente e
      *           sequencia, para separar as varias linhas de um recibo
      *           e as linhas sem recibo --, chave alternativa pelo
      *           cliente e data, e a linha do diario inteira, no
      *           layout TRANSFLDS. Mantido pelo WRITETRANS a cada
      *           linha gravada e refeito do TRANSACT.DAT pelo
      *           INDEXARDIARIO.
      *=================================================================
           05 FS-TIX-KEY.
               10 FS-TIX-RECEIPT     PIC 9(06) VALUE ZEROES.
               10 FS-TIX-DATE        PIC 9(08) VALUE ZEROES.
               10 FS-TIX-TIME        PIC 9(08) VALUE ZEROES.
               10 FS-TIX-KEY-CUST    PIC 9(05) VALUE ZEROES.
               10 FS-TIX-SEQ         PIC 9(03) VALUE ZEROES.
           05 FS-TIX-CUST-KEY.
               10 FS-TIX-CUST-COD    PIC 9(05) VALUE ZEROES.
               10 FS-TIX-CUST-DATE   PIC 9(08) VALUE ZEROES.
           05 FS-TIX-LINE            PIC X(68) VALUE SPACES.
