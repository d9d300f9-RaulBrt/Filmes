      *           credito usadas pelo extrato contabil balanceado.
      *           Um erro de mapeamento aparece num arquivo
      *           balanceado; cinquenta erros de digitacao, nao.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Tipos do contas a pagar, fora do diario de
      *                   caixa: H (nota da distribuidora lancada) e
      *                   J (pagamento a distribuidora)
      *=================================================================
           05 FS-GL-TYPE            PIC X(01) VALUE SPACES.
           05 FS-GL-DEBIT           PIC X(08) VALUE SPACES.
