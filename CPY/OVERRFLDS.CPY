      *           aluguel (tipo P) e reducao/isencao de multa na
      *           devolucao (tipo M), com os dois operadores, o valor
      *           de antes e o de depois e o codigo do motivo.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Incluido o tipo N: liberacao de regra de conta
      *                   nova no aluguel (limite de itens, de valor de
      *                   reposicao ou caucao minima), com o limite em
      *                   FS-OVR-BEFORE e o valor pedido em FS-OVR-AFTER
      *=================================================================
           05 FS-OVR-DATE           PIC 9(08) VALUE ZEROES.
           05 FS-OVR-TIME           PIC 9(08) VALUE ZEROES.
           05 FS-OVR-TYPE           PIC X(01) VALUE SPACES.
               88 FS-OVR-PRECO             VALUE "P".
               88 FS-OVR-MULTA             VALUE "M".
               88 FS-OVR-CONTA-NOVA        VALUE "N".
           05 FS-OVR-OPERATOR       PIC X(08) VALUE SPACES.
           05 FS-OVR-SUPERVISOR     PIC X(08) VALUE SPACES.
           05 FS-OVR-CUST-COD       PIC 9(05) VALUE ZEROES.
