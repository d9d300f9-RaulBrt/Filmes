      *=================================================================
      * Copybook: RECADOFLDS
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Layout de um recado do quadro de passagem de turno
      *           (RECADOS.DAT): autor, destino (todos, uma filial ou
      *           um operador), referencia opcional a cliente, filme ou
      *           equipamento, validade e o texto. O recado e
      *           identificado pela data, hora e autor; a leitura de
      *           cada operador fica em CIENTES.DAT (CIENTEFLDS).
      *=================================================================
           05 FS-REC-KEY.
               10 FS-REC-DATE       PIC 9(08) VALUE ZEROES.
               10 FS-REC-TIME       PIC 9(08) VALUE ZEROES.
               10 FS-REC-AUTHOR     PIC X(08) VALUE SPACES.
           05 FS-REC-BRANCH         PIC 9(02) VALUE ZEROES.
           05 FS-REC-TARGET         PIC X(01) VALUE "T".
               88 FS-REC-PARA-TODOS         VALUE "T".
               88 FS-REC-PARA-FILIAL        VALUE "F".
               88 FS-REC-PARA-OPERADOR      VALUE "O".
           05 FS-REC-TGT-BRANCH     PIC 9(02) VALUE ZEROES.
           05 FS-REC-TGT-OPER       PIC X(08) VALUE SPACES.
           05 FS-REC-REF-TYPE       PIC X(01) VALUE SPACES.
               88 FS-REC-REF-CLIENTE        VALUE "C".
               88 FS-REC-REF-FILME          VALUE "M".
               88 FS-REC-REF-EQUIPAMENTO    VALUE "E".
               88 FS-REC-SEM-REF            VALUE " ".
           05 FS-REC-REF-COD        PIC 9(05) VALUE ZEROES.
      *Ultimo dia em que o recado aparece
           05 FS-REC-EXPIRY         PIC 9(08) VALUE ZEROES.
           05 FS-REC-IMPORTANT      PIC X(01) VALUE "N".
               88 FS-REC-IMPORTANTE         VALUE "S".
           05 FS-REC-TEXT           PIC X(120) VALUE SPACES.
