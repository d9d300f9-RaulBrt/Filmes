      * 02/SET/2026 RTB - Incluido FS-RENT-STAFF-ID: operador que levou
      *                   a copia no programa de aluguel de
      *                   funcionarios (espacos = aluguel de cliente)
      * 15/OUT/2026 RTB - Incluido o status P (FS-RENT-PERDIDO): aluguel
      *                   atrasado demais, fechado no fim do dia como
      *                   copia perdida (BAIXARPERDIDOS); a devolucao
      *                   posterior do disco ainda e aceita
      *=================================================================
           05 FS-RENT-KEY.
               10 FS-RENT-MOV-COD    PIC 9(05) VALUE ZEROES.
               88 FS-RENT-ABERTO             VALUE "A".
               88 FS-RENT-DEVOLVIDO          VALUE "D".
               88 FS-RENT-ANULADO            VALUE "V".
               88 FS-RENT-PERDIDO            VALUE "P".
           05 FS-RENT-COPY-NUM       PIC 9(03) VALUE ZEROES.
           05 FS-RENT-RETURN-DATE    PIC 9(08) VALUE ZEROES.
           05 FS-RENT-BRANCH         PIC 9(02) VALUE 1.
