      *           plano, o status, quantos alugueis do ciclo ja foram
      *           consumidos e o mes (AAAAMM) da ultima cobranca da
      *           mensalidade pelo faturamento mensal.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Incluido FS-ASS-BOL-CYCLE: mes (AAAAMM) da
      *                   mensalidade ja mandada para o banco em boleto
      *                   (GERARBOLETOS), para nao sair boleto duas
      *                   vezes no mesmo ciclo
      * 15/OUT/2026 RTB - Incluido FS-ASS-SOLD-BY: operador que fez a
      *                   adesao, dono da primeira mensalidade para a
      *                   comissao de vendas
      *=================================================================
           05 FS-ASS-CUST-COD       PIC 9(05) VALUE ZEROES.
           05 FS-ASS-PLAN-COD       PIC 9(03) VALUE ZEROES.
               88 FS-ASS-CANCELADA         VALUE "C".
           05 FS-ASS-USED           PIC 9(03) VALUE ZEROES.
           05 FS-ASS-CYCLE          PIC 9(06) VALUE ZEROES.
           05 FS-ASS-BOL-CYCLE      PIC 9(06) VALUE ZEROES.
      *Operador que fez a adesao (comissao da primeira mensalidade)
           05 FS-ASS-SOLD-BY        PIC X(08) VALUE SPACES.
