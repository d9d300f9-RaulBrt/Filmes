      *                   trava)
      * 02/SET/2026 RTB - Incluido FS-PAR-PWD-DAYS: dias de validade
      *                   da senha de operador (zero = sem validade)
      * 15/OUT/2026 RTB - Incluidos FS-PAR-DUN-DAYS1/2/3: dias de
      *                   atraso para o primeiro aviso, o segundo e o
      *                   aviso final da carta de cobranca
      * 15/OUT/2026 RTB - Incluido FS-PAR-LOST-DAYS: dias de atraso a
      *                   partir dos quais o aluguel em aberto e dado
      *                   como perdido no fim do dia (zero = nunca)
      * 15/OUT/2026 RTB - Incluido FS-PAR-BOL-DAYS: dias corridos da
      *                   emissao ate o vencimento do boleto bancario
      * 15/OUT/2026 RTB - Incluidos FS-PAR-ISS-RATE (aliquota do ISS
      *                   sobre a locacao) e FS-PAR-INSC-MUN (inscricao
      *                   municipal da locadora), para o lote de RPS da
      *                   nota fiscal de servico eletronica
      * 15/OUT/2026 RTB - Incluido FS-PAR-CUST-RETAIN: dias sem alugar
      *                   apos os quais o cliente pode ser expurgado
      *                   (PURGARCLIENTES); a lista de reconquista da
      *                   segmentacao de clientes para antes deste corte
      * 15/OUT/2026 RTB - Incluidos os limites de conta nova no aluguel:
      *                   FS-PAR-NEW-DAYS (dias desde o primeiro
      *                   aluguel) e FS-PAR-NEW-RENTALS (alugueis
      *                   devolvidos) definem a conta nova;
      *                   FS-PAR-NEW-MAX-ITEMS (itens fora de uma vez),
      *                   FS-PAR-NEW-MAX-VALUE (valor de reposicao fora
      *                   de uma vez) e FS-PAR-NEW-DEPOSIT (caucao
      *                   minima nos formatos BLURAY e 4K). Zero desliga
      *                   a regra
      * 15/OUT/2026 RTB - Incluido FS-PAR-GAME-DAYS: prazo padrao em
      *                   dias do aluguel de jogo, no lugar de
      *                   FS-PAR-RENT-DAYS
      * 15/OUT/2026 RTB - Incluidos FS-PAR-OPEN-HOUR e
      *                   FS-PAR-CLOSE-HOUR: horario de funcionamento da
      *                   loja (hora de abrir e de fechar), usado pelas
      *                   rotinas que rodam de hora em hora so com a
      *                   loja aberta
      * 15/OUT/2026 RTB - Incluido FS-PAR-TERMS-VER: versao em vigor do
      *                   contrato de locacao assinado pelo cliente;
      *                   sobe quando as condicoes impressas no contrato
      *                   mudam
      *=================================================================
           05 FS-PAR-DAILY-FEE      PIC 9(03)V99 VALUE 2.00.
           05 FS-PAR-RENT-DAYS      PIC 9(03) VALUE 7.
           05 FS-PAR-ARCH-MONTHS    PIC 9(02) VALUE 12.
           05 FS-PAR-IDLE-MIN       PIC 9(03) VALUE ZEROES.
           05 FS-PAR-PWD-DAYS       PIC 9(03) VALUE 90.
           05 FS-PAR-DUN-DAYS1      PIC 9(03) VALUE 10.
           05 FS-PAR-DUN-DAYS2      PIC 9(03) VALUE 25.
           05 FS-PAR-DUN-DAYS3      PIC 9(03) VALUE 45.
           05 FS-PAR-LOST-DAYS      PIC 9(03) VALUE 60.
           05 FS-PAR-BOL-DAYS       PIC 9(03) VALUE 10.
           05 FS-PAR-ISS-RATE       PIC 9(02)V99 VALUE 5.00.
           05 FS-PAR-INSC-MUN       PIC X(15) VALUE SPACES.
           05 FS-PAR-CUST-RETAIN    PIC 9(04) VALUE 730.
           05 FS-PAR-NEW-DAYS       PIC 9(03) VALUE 30.
           05 FS-PAR-NEW-RENTALS    PIC 9(03) VALUE 3.
           05 FS-PAR-NEW-MAX-ITEMS  PIC 9(02) VALUE 2.
           05 FS-PAR-NEW-MAX-VALUE  PIC 9(05)V99 VALUE 300.00.
           05 FS-PAR-NEW-DEPOSIT    PIC 9(04)V99 VALUE 20.00.
           05 FS-PAR-GAME-DAYS      PIC 9(03) VALUE 3.
           05 FS-PAR-OPEN-HOUR      PIC 9(02) VALUE 9.
           05 FS-PAR-CLOSE-HOUR     PIC 9(02) VALUE 22.
           05 FS-PAR-TERMS-VER      PIC 9(03) VALUE 1.
