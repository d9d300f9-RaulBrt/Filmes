      *=================================================================
      * Copybook: PERDAFLDS
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Layout do registro de aluguel convertido em perda
      *           (PERDAS.DAT), com a mesma chave do aluguel -- a data
      *           da conversao, os dias de atraso, a multa e a
      *           reposicao lancadas no saldo, a caucao abatida da
      *           reposicao e os dados da copia retirada de COPIES.DAT,
      *           para a devolucao posterior do disco estornar a
      *           reposicao e recolocar a copia no estoque.
      *=================================================================
           05 FS-PRD-KEY.
               10 FS-PRD-MOV-COD     PIC 9(05) VALUE ZEROES.
               10 FS-PRD-DUE-DATE    PIC 9(08) VALUE ZEROES.
               10 FS-PRD-CUST-COD    PIC 9(05) VALUE ZEROES.
           05 FS-PRD-DATE            PIC 9(08) VALUE ZEROES.
           05 FS-PRD-DAYS-LATE       PIC 9(05) VALUE ZEROES.
           05 FS-PRD-FEE             PIC 9(06)V99 VALUE ZEROES.
           05 FS-PRD-REPL            PIC 9(06)V99 VALUE ZEROES.
           05 FS-PRD-DEPOSIT         PIC 9(06)V99 VALUE ZEROES.
           05 FS-PRD-COPY-NUM        PIC 9(03) VALUE ZEROES.
           05 FS-PRD-FORMAT          PIC X(10) VALUE SPACES.
           05 FS-PRD-CONDITION       PIC X(10) VALUE SPACES.
           05 FS-PRD-BRANCH          PIC 9(02) VALUE 1.
           05 FS-PRD-STATUS          PIC X(01) VALUE "C".
               88 FS-PRD-CONVERTIDO          VALUE "C".
               88 FS-PRD-REENCONTRADO        VALUE "R".
           05 FS-PRD-FOUND-DT        PIC 9(08) VALUE ZEROES.
