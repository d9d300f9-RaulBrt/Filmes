      *                   copia devolvida fica reservada para o cliente
      *                   avisado) e os status C (cancelado), E
      *                   (expirado) e F (atendido)
      * 15/OUT/2026 RTB - Incluido FS-WAIT-BRANCH: a filial em que o
      *                   cliente entrou na lista de espera, para o
      *                   balanceamento de estoque entre filiais
      *                   (registros antigos, zerados, contam como a
      *                   loja original)
      * 15/OUT/2026 RTB - Incluido FS-WAIT-ORIGIN: B = balcao, W =
      *                   reserva feita pelo site (IMPORTARRESERVAS).
      *                   Registros antigos, em branco, contam como
      *                   balcao
      *=================================================================
           05 FS-WAIT-KEY.
               10 FS-WAIT-MOV-COD    PIC 9(05) VALUE ZEROES.
               88 FS-WAIT-EXPIRADO          VALUE "E".
               88 FS-WAIT-ATENDIDO          VALUE "F".
           05 FS-WAIT-HOLD-DATE      PIC 9(08) VALUE ZEROES.
           05 FS-WAIT-BRANCH         PIC 9(02) VALUE 1.
           05 FS-WAIT-ORIGIN         PIC X(01) VALUE "B".
               88 FS-WAIT-BALCAO            VALUE "B" " ".
               88 FS-WAIT-SITE              VALUE "W".
