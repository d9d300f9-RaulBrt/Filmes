      *=================================================================
      * Copybook: OCOFLDS
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Layout de uma ocorrencia registrada contra um cliente
      *           (OCORRENCIAS.DAT) -- disco com defeito, cobranca
      *           contestada, reclamacao de atendimento, ameaca ao
      *           pessoal -- chaveada por cliente, data e hora do
      *           registro. Guarda o recibo e o filme envolvidos, quem
      *           registrou, a solucao com a data, o operador e o
      *           credito dado ao cliente, e o alerta marcado pelo
      *           supervisor, que aparece no balcao mesmo depois de
      *           resolvida a ocorrencia.
      *=================================================================
           05 FS-OCO-KEY.
               10 FS-OCO-CUST-COD   PIC 9(05) VALUE ZEROES.
               10 FS-OCO-DATE       PIC 9(08) VALUE ZEROES.
               10 FS-OCO-TIME       PIC 9(08) VALUE ZEROES.
           05 FS-OCO-TYPE           PIC X(01) VALUE SPACES.
               88 FS-OCO-DEFEITO            VALUE "D".
               88 FS-OCO-COBRANCA           VALUE "C".
               88 FS-OCO-ATENDIMENTO        VALUE "A".
               88 FS-OCO-AMEACA             VALUE "M".
               88 FS-OCO-OUTROS             VALUE "O".
               88 FS-OCO-TIPO-VALIDO        VALUE "D" "C" "A" "M" "O".
           05 FS-OCO-DESC           PIC X(60) VALUE SPACES.
           05 FS-OCO-RECEIPT        PIC 9(06) VALUE ZEROES.
           05 FS-OCO-MOV-COD        PIC 9(05) VALUE ZEROES.
           05 FS-OCO-OPERATOR       PIC X(08) VALUE SPACES.
           05 FS-OCO-BRANCH         PIC 9(02) VALUE ZEROES.
           05 FS-OCO-STATUS         PIC X(01) VALUE "A".
               88 FS-OCO-ABERTA             VALUE "A".
               88 FS-OCO-RESOLVIDA          VALUE "R".
           05 FS-OCO-RESOLUTION     PIC X(60) VALUE SPACES.
           05 FS-OCO-RES-DATE       PIC 9(08) VALUE ZEROES.
           05 FS-OCO-RES-OPER       PIC X(08) VALUE SPACES.
           05 FS-OCO-CREDIT         PIC 9(06)V99 VALUE ZEROES.
           05 FS-OCO-ALERT          PIC X(01) VALUE "N".
               88 FS-OCO-ALERTA             VALUE "S".
           05 FS-OCO-ALERT-OPER     PIC X(08) VALUE SPACES.
