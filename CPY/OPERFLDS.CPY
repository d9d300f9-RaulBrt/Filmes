      *                   com bloqueio da conta, senha anterior (sem
      *                   reuso imediato) e indicador de bloqueio,
      *                   destravado pelo gerente no cadastro
      * 15/OUT/2026 RTB - Incluido FS-OPER-CUST-COD: ficha de cliente do
      *                   proprio operador, usada na conferencia de
      *                   excecoes de caixa
      *=================================================================
           05 FS-OPER-ID            PIC X(08) VALUE SPACES.
           05 FS-OPER-NAME          PIC X(30) VALUE SPACES.
           05 FS-OPER-FAILS         PIC 9(02) VALUE ZEROES.
           05 FS-OPER-LOCKED        PIC X(01) VALUE "N".
           05 FS-OPER-PREV-PWD      PIC X(08) VALUE SPACES.
      *Ficha de cliente do proprio operador (zero = nenhuma), para
      *conferir estornos feitos a ele ou ao seu grupo familiar
           05 FS-OPER-CUST-COD      PIC 9(05) VALUE ZEROES.
