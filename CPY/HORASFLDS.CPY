      *=================================================================
      * Copybook: HORASFLDS
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Quadro de horas trabalhadas no mes por operador,
      *           devolvido por CALCHORAS a partir do relogio de ponto
      *           (PONTO.DAT). Tudo em minutos: trabalhado, normal
      *           (ate a jornada diaria), extra (acima dela) e noturno
      *           (das 22h as 5h); dias sem saida batida e nao
      *           corrigida ficam fora das horas e contados a parte.
      *=================================================================
           05 FS-HRS-COUNT          PIC 9(02) VALUE ZEROES.
           05 FS-HRS-FULL           PIC 9(01) VALUE ZEROES.
           05 FS-HRS-ENTRY          OCCURS 50 TIMES.
               10 FS-HRS-OPER       PIC X(08).
               10 FS-HRS-DAYS       PIC 9(02).
               10 FS-HRS-WORKED     PIC 9(06).
               10 FS-HRS-REGULAR    PIC 9(06).
               10 FS-HRS-OVERTIME   PIC 9(06).
               10 FS-HRS-NIGHT      PIC 9(06).
               10 FS-HRS-PENDING    PIC 9(02).
