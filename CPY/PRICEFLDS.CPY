      *                   em meses (FS-PRC-VALUE), usada pelo lote de
      *                   depreciacao; formato sem vida cadastrada
      *                   deprecia em 36 meses
      * 15/OUT/2026 RTB - Incluida a tabela de multas por formato:
      *                   tipo "M" (multa diaria do formato), "G"
      *                   (dias de carencia antes de cobrar) e "T"
      *                   (teto da multa por aluguel), todos com o
      *                   formato em FS-PRC-ARG e o numero em
      *                   FS-PRC-VALUE; usados por CALCMULTA
      * 15/OUT/2026 RTB - Incluido o tipo "O": percentual de comissao de
      *                   vendas do balcao por tipo de item --
      *                   FS-PRC-ARG traz o tipo da linha do diario (V,
      *                   T, N, W ou Q) e FS-PRC-VALUE o percentual;
      *                   mantido so pelo gerente
      * 15/OUT/2026 RTB - Incluido o tipo "E": taxa de entrega a
      *                   domicilio por zona -- FS-PRC-ARG traz a zona
      *                   do cliente e FS-PRC-VALUE a taxa cobrada na
      *                   entrega ou na coleta
      * 15/OUT/2026 RTB - Incluidos os tipos "J": faixa de preco por
      *                   prazo do aluguel de jogo, como o tipo "D"
      *                   (FS-PRC-ARG traz o limite de dias), e "P":
      *                   compatibilidade de plataforma --
      *                   FS-PRC-ARG(1:5) traz o console do cliente e
      *                   FS-PRC-ARG(6:5) a plataforma de jogo que ele
      *                   roda; a plataforma igual ao console e sempre
      *                   compativel
      *=================================================================
           05 FS-PRC-KEY.
               10 FS-PRC-TYPE        PIC X(01) VALUE SPACES.
                   88 FS-PRC-FORMATO        VALUE "F".
                   88 FS-PRC-CAUCAO         VALUE "C".
                   88 FS-PRC-VIDA           VALUE "V".
                   88 FS-PRC-MULTA          VALUE "M".
                   88 FS-PRC-CARENCIA       VALUE "G".
                   88 FS-PRC-TETO           VALUE "T".
                   88 FS-PRC-COMISSAO       VALUE "O".
                   88 FS-PRC-TAXA-ENTREGA   VALUE "E".
                   88 FS-PRC-FAIXA-JOGO     VALUE "J".
                   88 FS-PRC-COMPATIVEL     VALUE "P".
               10 FS-PRC-ARG         PIC X(10) VALUE SPACES.
           05 FS-PRC-VALUE           PIC 9(04)V99 VALUE ZEROES.
           05 FS-PRC-MULT            PIC 9(01)V99 VALUE ZEROES.
