      *=================================================================
      * Copybook: PRCFLDS
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Registro da lista de precos das distribuidoras
      *           (PRECOFORN.DAT), uma lista por distribuidora -- a
      *           importacao de uma lista nova substitui a anterior da
      *           mesma distribuidora. A chave e distribuidora + codigo
      *           do fornecedor + formato; o nosso codigo de filme vem
      *           da referencia cruzada XREFLOTE.DAT (zero quando o
      *           titulo ainda nao foi casado) e e chave alternativa,
      *           para achar todas as ofertas de um filme. Fim da
      *           validade zerado = vale ate a proxima lista.
      *           Importado pelo IMPORTARPRECO; consultado pelo
      *           MELHORPRECO.
      *=================================================================
           05 FS-PRC-KEY.
               10 FS-PRC-DISTRIB     PIC X(15) VALUE SPACES.
               10 FS-PRC-SUP-COD     PIC 9(05) VALUE ZEROES.
               10 FS-PRC-FORMAT      PIC X(10) VALUE SPACES.
           05 FS-PRC-MOV-COD         PIC 9(05) VALUE ZEROES.
           05 FS-PRC-TITLE           PIC X(30) VALUE SPACES.
           05 FS-PRC-PRICE           PIC 9(06)V99 VALUE ZEROES.
           05 FS-PRC-VALID-FROM      PIC 9(08) VALUE ZEROES.
           05 FS-PRC-VALID-TO        PIC 9(08) VALUE ZEROES.
           05 FS-PRC-IMPORT-DT       PIC 9(08) VALUE ZEROES.
