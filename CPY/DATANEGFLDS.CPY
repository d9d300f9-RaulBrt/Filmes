      *=================================================================
      * Copybook: DATANEGFLDS
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Layout do registro unico de controle da data do
      *           movimento (DATANEGOCIO.DAT). A data e aberta no
      *           logon (ABRIRDIA) e so avanca com o FIMDODIA
      *           terminado sem erro; todos os programas pegam o "hoje"
      *           por LERDATANEG em vez do relogio, para que a venda
      *           depois da meia-noite entre no dia que ainda esta
      *           aberto.
      *=================================================================
           05 FS-DTN-DATE           PIC 9(08) VALUE ZEROES.
           05 FS-DTN-STATUS         PIC X(01) VALUE SPACES.
               88 FS-DTN-ABERTO             VALUE "A".
               88 FS-DTN-FECHADO            VALUE "F".
           05 FS-DTN-OPENED-BY      PIC X(08) VALUE SPACES.
      *Data do relogio quando o dia foi aberto e quando foi fechado
           05 FS-DTN-OPENED-DT      PIC 9(08) VALUE ZEROES.
           05 FS-DTN-CLOSED-DT      PIC 9(08) VALUE ZEROES.
