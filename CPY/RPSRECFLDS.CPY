      *=================================================================
      * Copybook: RPSRECFLDS
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Layout do indice de recibos por RPS (RPSRECIBO.DAT):
      *           para cada recibo do diario que entrou num RPS, o
      *           numero do RPS -- no agrupamento por dia varios
      *           recibos apontam para o mesmo RPS. E por aqui que a
      *           segunda via do recibo acha a NFS-e.
      *=================================================================
           05 FS-RPX-RECEIPT         PIC 9(06) VALUE ZEROES.
           05 FS-RPX-RPS-NUM         PIC 9(08) VALUE ZEROES.
