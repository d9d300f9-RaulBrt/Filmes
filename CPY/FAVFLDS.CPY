      *=================================================================
      * Copybook: FAVFLDS
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Layout dos favoritos de um operador (FAVORITOS.DAT,
      *           chave pelo operador): os cinco codigos de transacao
      *           fixados no menu principal e a contagem de uso dos
      *           codigos que ele mais digita, base da sugestao de
      *           favoritos. Mantido por EXECTRANSACAO (uso) e
      *           FIXARFAVORITOS (fixacao).
      *=================================================================
           05 FS-FAV-OPER-ID        PIC X(08) VALUE SPACES.
           05 FS-FAV-COD            PIC X(04) VALUE SPACES
                                     OCCURS 5 TIMES.
           05 FS-FAV-USE            OCCURS 20 TIMES.
               10 FS-FAV-USE-COD    PIC X(04) VALUE SPACES.
               10 FS-FAV-USE-QTY    PIC 9(05) VALUE ZEROES.
