      *=================================================================
      * Copybook: SOLFLDS
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Layout de uma solicitacao de copia entre filiais
      *           (SOLFILIAL.DAT): o cliente de uma filial pede um
      *           titulo cuja copia livre esta em outra. A unidade fica
      *           reservada na origem (FS-COPY-TRANSIT "R"), sai na
      *           lista de separacao da manha (SEPARARFILIAL), viaja
      *           em transito e, recebida no destino pela
      *           TRANSFERENCIA, fica guardada para o cliente como uma
      *           reserva da lista de espera, ate FS-SOL-HOLD-DATE.
      *=================================================================
           05 FS-SOL-KEY.
               10 FS-SOL-MOV-COD     PIC 9(05) VALUE ZEROES.
               10 FS-SOL-COPY-NUM    PIC 9(03) VALUE ZEROES.
               10 FS-SOL-DATE        PIC 9(08) VALUE ZEROES.
               10 FS-SOL-TIME        PIC 9(08) VALUE ZEROES.
           05 FS-SOL-CUST-COD        PIC 9(05) VALUE ZEROES.
           05 FS-SOL-FROM            PIC 9(02) VALUE ZEROES.
           05 FS-SOL-TO              PIC 9(02) VALUE ZEROES.
           05 FS-SOL-STATUS          PIC X(01) VALUE SPACES.
               88 FS-SOL-SOLICITADA         VALUE "S".
               88 FS-SOL-ENVIADA            VALUE "T".
               88 FS-SOL-CHEGOU             VALUE "C".
               88 FS-SOL-CANCELADA          VALUE "X".
           05 FS-SOL-SENT-DATE       PIC 9(08) VALUE ZEROES.
           05 FS-SOL-ARRIVED-DATE    PIC 9(08) VALUE ZEROES.
           05 FS-SOL-HOLD-DATE       PIC 9(08) VALUE ZEROES.
           05 FS-SOL-OPERATOR        PIC X(08) VALUE SPACES.
