      * Data: 24/MAR/2025
      * Objetivo: Recebe um codigo e mostra uma
      * tela mostrando o que esta errado
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Codigo 650: cliente bloqueado por divida
      *                   baixada como incobravel
      * 15/OUT/2026 RTB - Codigo 651: aceite de lembrete por SMS
      *                   invalido (S/N)
      * 15/OUT/2026 RTB - Codigo 652: periodo com data inicial depois
      *                   da data final
      * 15/OUT/2026 RTB - Codigos 653 e 654: lote de RPS sem inscricao
      *                   municipal nos parametros e mes ainda aberto
      * 15/OUT/2026 RTB - Codigos 655 a 657: lancamento com data em
      *                   exercicio ja encerrado, exercicio invalido
      *                   para o encerramento e dias sem fechamento de
      *                   caixa no exercicio a encerrar
      * 15/OUT/2026 RTB - Codigo 658: data do movimento diferente do
      *                   relogio em mais de um dia
      * 15/OUT/2026 RTB - Codigos 659 e 660: rotina de lote ja
      *                   concluida no periodo e rotina anterior ainda
      *                   nao concluida (registro de rodadas)
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Codigos 661 e 662: rotina indisponivel no
      *                   modo treinamento e arquivos de treinamento
      *                   nao preparados
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Codigo 663: indice do diario de caixa
      *                   (TRANSIDX.DAT) nao encontrado
      * 15/OUT/2026 RTB - Codigos 664 e 665: etiqueta de copia com
      *                   digito verificador que nao confere e
      *                   etiqueta de outro filme
      * 15/OUT/2026 RTB - Codigo 666: acerto de partilha com as
      *                   distribuidoras pedido para mes ainda nao
      *                   encerrado
      * 15/OUT/2026 RTB - Codigo 667: nota da distribuidora ja lancada
      *                   no contas a pagar
      * 15/OUT/2026 RTB - Codigo 668: copia reservada para a solicitacao
      *                   de um cliente de outra filial, aguardando o
      *                   despacho
      * 15/OUT/2026 RTB - Codigo 669: aceite de ofertas e novidades
      *                   invalido (S/N)
      * 15/OUT/2026 RTB - Codigo 670: conta nova acima do limite de
      *                   itens ou de valor de reposicao fora, sem
      *                   liberacao do supervisor
      * 15/OUT/2026 RTB - Codigos 671 a 675: entrega a domicilio --
      *                   cliente sem endereco ou zona, conta
      *                   corporativa, pedido nao encontrado, pedido
      *                   fora da situacao e nenhum pedido em rota
      * 15/OUT/2026 RTB - Codigos 676 a 679: jogos -- tipo de item
      *                   invalido, jogo sem plataforma, jogo
      *                   incompativel com o console e elenco em jogo
      * 15/OUT/2026 RTB - Codigos 680 a 683: reservas do site -- cliente
      *                   nao encontrado, cliente ja na lista de espera,
      *                   agendamento ja existente e pedido invalido
      * 15/OUT/2026 RTB - Codigo 684: saldo de abertura invalido na
      *                   carga de socios de outra loja
      * 15/OUT/2026 RTB - Codigo 685: codigo de cliente ou digito da
      *                   carteirinha invalido
      * 15/OUT/2026 RTB - Codigos 686 a 688: codigo de transacao do
      *                   menu principal inexistente, programa nao
      *                   encontrado e programa invalido na tabela
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERROS.
               WHEN 647
                   STRING "SENHA NOVA INVALIDA OU IGUAL A ANTERIOR"
                   INTO WRK-MSG
               WHEN 649
                   STRING "CONTA CORPORATIVA INVALIDA (S/N)"
                   INTO WRK-MSG
               WHEN 650
                   STRING "CLIENTE BLOQUEADO: DIVIDA BAIXADA COMO "
                   "INCOBRAVEL - PROCURE O GERENTE"
                   INTO WRK-MSG
               WHEN 651
                   STRING "ACEITE DE LEMBRETE SMS INVALIDO (S/N)"
                   INTO WRK-MSG
               WHEN 652
                   STRING "PERIODO INVALIDO: DATA INICIAL DEPOIS DA "
                   "DATA FINAL"
                   INTO WRK-MSG
               WHEN 653
                   STRING "INSCRICAO MUNICIPAL NAO INFORMADA NOS "
                   "PARAMETROS"
                   INTO WRK-MSG
               WHEN 654
                   STRING "MES AINDA NAO ENCERRADO: LOTE DE RPS SO DE "
                   "MES FECHADO"
                   INTO WRK-MSG
               WHEN 655
                   STRING "EXERCICIO ENCERRADO: LANCAMENTO COM DATA "
                   "RETROATIVA RECUSADO"
                   INTO WRK-MSG
               WHEN 656
                   STRING "EXERCICIO INVALIDO: EM CURSO, JA "
                   "ENCERRADO OU FORA DE ORDEM"
                   INTO WRK-MSG
               WHEN 657
                   STRING "DIAS DO EXERCICIO SEM FECHAMENTO Z - VER "
                   "ENCERRAMENTO.PRN"
                   INTO WRK-MSG
               WHEN 658
                   STRING "DATA DO MOVIMENTO DIFERE DO RELOGIO EM MAIS "
                   "DE UM DIA"
                   INTO WRK-MSG
               WHEN 659
                   STRING "ROTINA JA CONCLUIDA NO PERIODO - PEDIR "
                   "LIBERACAO AO GERENTE"
                   INTO WRK-MSG
               WHEN 660
                   STRING "ROTINA ANTERIOR NAO CONCLUIDA - VER "
                   "RODADAS DAS ROTINAS"
                   INTO WRK-MSG
               WHEN 661
                   STRING "ROTINA INDISPONIVEL NO MODO TREINAMENTO"
                   INTO WRK-MSG
               WHEN 662
                   STRING "ARQUIVOS DE TREINAMENTO NAO PREPARADOS - "
                   "PEDIR AO GERENTE"
                   INTO WRK-MSG
               WHEN 663
                   STRING "INDICE DO DIARIO NAO ENCONTRADO - "
                   "REFAZER NA MANUTENCAO"
                   INTO WRK-MSG
               WHEN 664
                   STRING "ETIQUETA DA COPIA INVALIDA - CONFERIR O "
                   "DIGITO VERIFICADOR"
                   INTO WRK-MSG
               WHEN 665
                   STRING "ETIQUETA DE COPIA DE OUTRO FILME"
                   INTO WRK-MSG
               WHEN 666
                   STRING "MES AINDA NAO ENCERRADO: ACERTO DE PARTILHA "
                   "SO DE MES FECHADO"
                   INTO WRK-MSG
               WHEN 667
                   MOVE "NOTA DA DISTRIBUIDORA JA LANCADA" TO WRK-MSG
               WHEN 668
                   STRING "COPIA RESERVADA PARA SOLICITACAO DE OUTRA "
                   "FILIAL - NAO DISPONIVEL"
                   INTO WRK-MSG
               WHEN 669
                   STRING "ACEITE DE OFERTAS E NOVIDADES INVALIDO (S/N)"
                   INTO WRK-MSG
               WHEN 670
                   STRING "CONTA NOVA: LIMITE DE ITENS OU VALOR FORA "
                   "- NAO AUTORIZADO"
                   INTO WRK-MSG
               WHEN 671
                   STRING "CLIENTE SEM ENDERECO OU ZONA DE ENTREGA "
                   "CADASTRADOS"
                   INTO WRK-MSG
               WHEN 672
                   STRING "CONTA CORPORATIVA NAO USA ENTREGA A "
                   "DOMICILIO"
                   INTO WRK-MSG
               WHEN 673
                   MOVE "PEDIDO DE ENTREGA NAO ENCONTRADO" TO WRK-MSG
               WHEN 674
                   STRING "PEDIDO DE ENTREGA FORA DA SITUACAO PARA "
                   "ESTA OPERACAO"
                   INTO WRK-MSG
               WHEN 675
                   MOVE "NENHUM PEDIDO DE ENTREGA EM ROTA NA DATA"
                   TO WRK-MSG
               WHEN 676
                   MOVE "TIPO DE ITEM INVALIDO (F=FILME, J=JOGO)"
                   TO WRK-MSG
               WHEN 677
                   MOVE "JOGO SEM PLATAFORMA INFORMADA" TO WRK-MSG
               WHEN 678
                   MOVE "JOGO INCOMPATIVEL COM O CONSOLE DO CLIENTE"
                   TO WRK-MSG
               WHEN 679
                   MOVE "JOGO NAO TEM ELENCO NEM DIRETOR" TO WRK-MSG
               WHEN 680
                   STRING "CLIENTE NAO ENCONTRADO PELO CODIGO OU "
                   "DOCUMENTO" INTO WRK-MSG
               WHEN 681
                   MOVE "CLIENTE JA ESTA NA LISTA DE ESPERA DESTE FILME"
                   TO WRK-MSG
               WHEN 682
                   MOVE "AGENDAMENTO JA EXISTE PARA O CLIENTE NA DATA"
                   TO WRK-MSG
               WHEN 683
                   STRING "RESERVA DO SITE INVALIDA (FILME, FILIAL OU "
                   "DATA)" INTO WRK-MSG
               WHEN 684
                   MOVE "SALDO DE ABERTURA INVALIDO (TIPO D/C OU VALOR)"
                   TO WRK-MSG
               WHEN 685
                   MOVE "CODIGO DE CLIENTE INVALIDO OU DIGITO ERRADO"
                   TO WRK-MSG
               WHEN 686
                   MOVE "CODIGO DE TRANSACAO NAO CADASTRADO OU INATIVO"
                   TO WRK-MSG
               WHEN 687
                   MOVE "PROGRAMA DA TRANSACAO NAO ENCONTRADO"
                   TO WRK-MSG
               WHEN 688
                   MOVE "PROGRAMA INVALIDO PARA CODIGO DE TRANSACAO"
                   TO WRK-MSG
               WHEN OTHER
                   MOVE LNK-STATUS TO WRK-MSG
           END-EVALUATE
      *=================================================================
           STRING "ERRO: " WRK-MSG INTO WRK-BUFF.
           DISPLAY CLEAR.
           DISPLAY WARNING-SCREEN
           CALL "MARCATREINO".
           ACCEPT WRK-BUFF.

      *=================================================================
               CLOSE ERRLOG
               PERFORM 0015-LOG-ERROR
           ELSE IF WRK-LOG-STATUS EQUAL ZEROES
               CALL "LERDATANEG" USING FS-LOG-DATE
               ACCEPT FS-LOG-TIME FROM TIME
               IF LNK-PROGRAM NOT OMITTED
                   MOVE LNK-PROGRAM TO FS-LOG-PROGRAM
