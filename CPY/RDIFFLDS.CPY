      *=================================================================
      * Copybook: RDIFFLDS
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Layout comum dos campos de uma diferenca encontrada
      *           entre a ficha do filme e o arquivo de referencia
      *           externa (REFDIF.DAT), chaveada por filme e numero do
      *           campo (1=titulo, 2=ano, 3=duracao, 4=classificacao,
      *           5=idioma, 6=generos), com o valor da loja, o da
      *           referencia e a decisao da revisao.
      *=================================================================
           05 FS-RDIF-KEY.
               10 FS-RDIF-MOV-COD    PIC 9(05) VALUE ZEROES.
               10 FS-RDIF-FIELD      PIC 9(01) VALUE ZEROES.
           05 FS-RDIF-EXTREF         PIC X(15) VALUE SPACES.
           05 FS-RDIF-BEFORE         PIC X(30) VALUE SPACES.
           05 FS-RDIF-AFTER          PIC X(30) VALUE SPACES.
           05 FS-RDIF-STATUS         PIC X(01) VALUE "P".
               88 FS-RDIF-PENDENTE          VALUE "P".
               88 FS-RDIF-ACEITA            VALUE "A".
               88 FS-RDIF-RECUSADA          VALUE "R".
               88 FS-RDIF-APLICADA          VALUE "F".
               88 FS-RDIF-DESCARTADA        VALUE "D".
