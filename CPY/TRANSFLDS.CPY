      * 02/SET/2026 RTB - Incluido FS-TRANS-TAX: parcela de imposto
      *                   destacada nas vendas de balcao (zero nas
      *                   linhas antigas e nos tipos sem imposto)
      * 15/OUT/2026 RTB - Incluida a forma de pagamento da linha
      *                   (FS-TRANS-TENDER) e, no pagamento dividido,
      *                   a segunda forma com a parcela paga nela
      *                   (FS-TRANS-TENDER2/FS-TRANS-AMOUNT2). Linhas
      *                   antigas vem em branco e contam como dinheiro
      * 15/OUT/2026 RTB - Incluidos os tipos I (divida baixada como
      *                   incobravel, zera o saldo do cliente) e Y
      *                   (recuperacao da divida baixada, repassada
      *                   pela agencia de cobranca ja sem a comissao).
      *                   Os dois saem pendentes: nao passam pela
      *                   gaveta
      * 15/OUT/2026 RTB - Incluido o tipo Z (estorno da reposicao de um
      *                   aluguel convertido em perda quando o disco
      *                   aparece na devolucao). Sai pendente e abate o
      *                   saldo do cliente: nao passa pela gaveta
      * 15/OUT/2026 RTB - Incluido o tipo O (linha de abertura deixada
      *                   pelo encerramento do exercicio, com a data do
      *                   ultimo dia do ano fechado). O campo de filme
      *                   diz o que foi transportado: saldo devedor do
      *                   cliente, credito a favor, caucao em poder da
      *                   loja ou o passivo de vales-presente. Sai
      *                   pendente e sem recibo: nao passa pela gaveta
      * 15/OUT/2026 RTB - Data da linha e a data do movimento; lancada
      *                   depois da meia-noite do relogio, a hora
      *                   segue contando a partir de 24 (0030 vira
      *                   2430) para manter a ordem do dia
      * 15/OUT/2026 RTB - Na mensalidade (tipo N), campo de filme 1
      *                   marca a primeira mensalidade depois da adesao,
      *                   lancada em nome do operador que fez a adesao
      *                   (comissao de vendas)
      * 15/OUT/2026 RTB - Incluido o tipo C (credito dado ao cliente na
      *                   solucao de uma ocorrencia, OCORRENCIAS). Sai
      *                   pendente e abate o saldo do cliente: nao passa
      *                   pela gaveta
      * 15/OUT/2026 RTB - Incluidos os tipos 1 (taxa de entrega ou
      *                   coleta a domicilio) e 2 (acerto do motorista
      *                   na volta da rota, sob o recibo do pedido); as
      *                   letras livres acabaram e H e J ja sao do
      *                   contas a pagar no plano de contas. As
      *                   linhas do aluguel entregue, o seguro, a caucao
      *                   e a taxa saem pendentes na saida do motorista;
      *                   o 2 pago e o dinheiro que ele trouxe e entra
      *                   na gaveta, e o 2 pendente e a diferenca nao
      *                   recebida, que soma no saldo do cliente
      *=================================================================
           05 FS-TRANS-DATE         PIC 9(08) VALUE ZEROES.
      *HHMMSSCC; de 24 em diante depois da meia-noite do relogio
           05 FS-TRANS-TIME         PIC 9(08) VALUE ZEROES.
           05 FS-TRANS-OPERATOR     PIC X(08) VALUE SPACES.
           05 FS-TRANS-TYPE         PIC X(01) VALUE SPACES.
               88 FS-TRANS-FUNDO            VALUE "F".
               88 FS-TRANS-SANGRIA          VALUE "S".
               88 FS-TRANS-CAMPANHA         VALUE "K".
               88 FS-TRANS-INCOBRAVEL       VALUE "I".
               88 FS-TRANS-RECUPERACAO      VALUE "Y".
               88 FS-TRANS-ESTORNO-REPOS    VALUE "Z".
               88 FS-TRANS-ABERTURA         VALUE "O".
               88 FS-TRANS-CRED-OCORRENCIA  VALUE "C".
               88 FS-TRANS-TAXA-ENTREGA     VALUE "1".
               88 FS-TRANS-ACERTO-ENTREGA   VALUE "2".
           05 FS-TRANS-CUST-COD     PIC 9(05) VALUE ZEROES.
           05 FS-TRANS-MOV-COD      PIC 9(05) VALUE ZEROES.
               88 FS-TRANS-ABR-DEVEDOR      VALUE 1.
               88 FS-TRANS-ABR-CREDOR       VALUE 2.
               88 FS-TRANS-ABR-CAUCAO       VALUE 3.
               88 FS-TRANS-ABR-VALE         VALUE 4.
               88 FS-TRANS-MEN-ADESAO       VALUE 1.
           05 FS-TRANS-AMOUNT       PIC 9(06)V99 VALUE ZEROES.
           05 FS-TRANS-RECEIPT      PIC 9(06) VALUE ZEROES.
           05 FS-TRANS-PAID         PIC X(01) VALUE SPACES.
               88 FS-TRANS-PAGO             VALUE "S".
               88 FS-TRANS-PENDENTE         VALUE "N".
           05 FS-TRANS-TAX          PIC 9(06)V99 VALUE ZEROES.
           05 FS-TRANS-TENDER       PIC X(01) VALUE SPACES.
               88 FS-TRANS-DINHEIRO         VALUE "D" " ".
               88 FS-TRANS-CARTAO           VALUE "C".
               88 FS-TRANS-PIX              VALUE "P".
               88 FS-TRANS-CHEQUE           VALUE "Q".
           05 FS-TRANS-TENDER2      PIC X(01) VALUE SPACES.
               88 FS-TRANS-DINHEIRO2        VALUE "D".
               88 FS-TRANS-CARTAO2          VALUE "C".
               88 FS-TRANS-PIX2             VALUE "P".
               88 FS-TRANS-CHEQUE2          VALUE "Q".
           05 FS-TRANS-AMOUNT2      PIC 9(06)V99 VALUE ZEROES.
