      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Preparar os arquivos do modo treinamento para uma
      *           nova turma: copia os arquivos de dados do movimento
      *           real para o diretorio TREINO, descartando tudo o que
      *           a turma anterior gravou la. Arquivo que nao existe no
      *           movimento real tambem e apagado do treinamento. Grava
      *           TREINO/TREINOCTL.DAT com a data, a hora e o gerente
      *           da preparacao -- sem ele o logon nao aceita o modo
      *           treinamento. So roda no movimento real.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Incluido o indice do diario de caixa
      *                   (TRANSIDX.DAT) entre os arquivos copiados
      * 15/OUT/2026 RTB - Incluidos os contratos de partilha de receita
      *                   com as distribuidoras (PARTILHA.DAT) entre os
      *                   arquivos copiados
      * 15/OUT/2026 RTB - Incluidos o contas a pagar (CONTASPAGAR.DAT) e
      *                   as notas das distribuidoras (NOTASFORN.DAT)
      * 15/OUT/2026 RTB - Incluidas as listas de precos das
      *                   distribuidoras (PRECOFORN.DAT)
      * 15/OUT/2026 RTB - Incluidos o orcamento de compras
      *                   (ORCAMENTO.DAT) e as compras realizadas
      *                   (ORCGASTO.DAT)
      * 15/OUT/2026 RTB - Incluida a lista de transferencias sugeridas
      *                   (TRANSFSUG.DAT)
      * 15/OUT/2026 RTB - Copia tambem SOLFILIAL.DAT (solicitacoes entre
      *                   filiais)
      * 15/OUT/2026 RTB - Copia tambem SEGMENTOS.DAT (segmento de cada
      *                   cliente)
      * 15/OUT/2026 RTB - Copia tambem a demanda nao atendida
      *                   (DEMANDA.DAT)
      * 15/OUT/2026 RTB - Copia tambem os codigos de transacao
      *                   (TRANSACOES.DAT) e os favoritos dos operadores
      *                   (FAVORITOS.DAT)
      * 15/OUT/2026 RTB - Copia tambem as ocorrencias de clientes
      *                   (OCORRENCIAS.DAT), as entregas a domicilio
      *                   (ENTREGAS.DAT, ENTRCTL.DAT), os recados e
      *                   cientes (RECADOS.DAT, CIENTES.DAT), o ponto
      *                   (PONTO.DAT), a referencia de metadados
      *                   (REFMETA.DAT) e o historico da conferencia
      *                   do catalogo (QUALIDADE.DAT)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREPARARTREINO.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT TREINOCTL ASSIGN TO DYNAMIC WRK-CTL-NAME
           FILE STATUS IS WRK-CTL-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  TREINOCTL.
           01 FS-TREINOCTL.
               COPY TRNCTLFLDS.
       WORKING-STORAGE SECTION.
       77  WRK-NIVEL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-MIN-LEVEL           PIC 9(01) VALUE 3.
       77  WRK-CTL-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-TRN-STATUS          PIC 9(03) VALUE ZEROES.
       77  WRK-TRAINING            PIC 9(01) VALUE ZEROES.
       77  WRK-CTL-NAME            PIC X(24)
           VALUE "TREINO/TREINOCTL.DAT".
       77  WRK-TRN-DIR             PIC X(07) VALUE "TREINO ".
       77  WRK-TARGET-NAME         PIC X(30) VALUE SPACES.
       77  WRK-TECLA               PIC X(01) VALUE SPACES.
       77  WRK-CONFIRM             PIC X(01) VALUE SPACES.
       77  WRK-TODAY               PIC 9(08) VALUE ZEROES.
       77  WRK-NOW                 PIC 9(08) VALUE ZEROES.
       77  WRK-SUB                 PIC 9(02) VALUE ZEROES.
       77  WRK-FILE-TOT            PIC 9(02) VALUE 95.
       77  WRK-COPY-RC             PIC S9(09) COMP-5 VALUE ZEROES.
       77  WRK-COPIED              PIC 9(03) VALUE ZEROES.
       77  WRK-ABSENT              PIC 9(03) VALUE ZEROES.
      *Arquivos de dados levados para o treinamento. Lotes de entrada
      *(retornos de banco, prefeitura, SMS) e arquivos de saida para
      *fora da loja ficam de fora de proposito
       01  WRK-TRN-TABLE.
           05 WRK-TRN-FILE         PIC X(20) OCCURS 95 TIMES.

       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
       SCREEN  SECTION.
       01  CLEAR.
           05 CLEAR-SCREEN.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL.
       01  SHOW-MV.
           05 TITLE-SCREEN.
               10 LINE 01 COLUMN 01    PIC X(28) ERASE EOL
                  BACKGROUND-COLOR 2 FROM "PREPARAR ARQUIVOS DE TREINO".

       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           CALL "CHECKNIVEL" USING LNK-OPERATOR, WRK-MIN-LEVEL,
               WRK-NIVEL-STATUS, "PREPARARTREINO  ".
           IF WRK-NIVEL-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-NIVEL-STATUS, "PREPARARTREINO"
               GOBACK
           END-IF.
      *Dentro do treinamento os nomes ja apontam para TREINO: a copia
      *sairia de la para la mesmo
           CALL "LERTREINO" USING WRK-TRAINING.
           IF WRK-TRAINING EQUAL 1
               MOVE 661 TO WRK-TRN-STATUS
               CALL "ERROS" USING WRK-TRN-STATUS, "PREPARARTREINO"
               GOBACK
           END-IF.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           DISPLAY "OS ARQUIVOS DE TREINAMENTO SERAO SUBSTITUIDOS POR "
               "COPIA DO MOVIMENTO REAL" AT 0305.
           DISPLAY "TUDO O QUE A TURMA ANTERIOR GRAVOU SERA DESCARTADO"
               AT 0405.
           DISPLAY "CONFIRMA (S/N)? " AT 0605.
           MOVE SPACES TO WRK-CONFIRM.
           ACCEPT WRK-CONFIRM AT 0622.
           IF WRK-CONFIRM NOT EQUAL 'S' AND WRK-CONFIRM NOT EQUAL 's'
               DISPLAY "PREPARACAO CANCELADA" AT 0805
               GO TO 0000-FIM
           END-IF.
           PERFORM 0005-INIT-TABLE.
      *Na primeira preparacao o diretorio ainda nao existe; nas
      *seguintes o retorno diferente de zero so diz que ja existe
           CALL "CBL_CREATE_DIR" USING WRK-TRN-DIR.
           MOVE ZEROES TO WRK-COPIED WRK-ABSENT.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB GREATER THAN WRK-FILE-TOT
               PERFORM 0010-COPY-ONE
           END-PERFORM.
           PERFORM 0020-WRITE-CONTROL.
           IF WRK-CTL-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-CTL-FSTAT, "PREPARARTREINO"
               GO TO 0000-FIM
           END-IF.
           DISPLAY "ARQUIVOS COPIADOS: " AT 0805.
           DISPLAY WRK-COPIED AT 0824.
           DISPLAY "AUSENTES NO MOVIMENTO REAL: " AT 0905.
           DISPLAY WRK-ABSENT AT 0933.
           DISPLAY "TREINAMENTO PRONTO PARA A PROXIMA TURMA" AT 1105.
       0000-FIM.
           DISPLAY "PRESSIONE ENTER" AT 1305.
           ACCEPT WRK-TECLA AT 1321.
           GOBACK.

      *=================================================================
       0005-INIT-TABLE      SECTION.
      *Relacao dos arquivos de dados copiados para o treinamento
      *=================================================================
           INITIALIZE WRK-TRN-TABLE.
           MOVE "AGENDA.DAT"           TO WRK-TRN-FILE(01).
           MOVE "AGENDAREL.DAT"        TO WRK-TRN-FILE(02).
           MOVE "ARCHIVE.DAT"          TO WRK-TRN-FILE(03).
           MOVE "ASSINATURAS.DAT"      TO WRK-TRN-FILE(04).
           MOVE "AUDIT.DAT"            TO WRK-TRN-FILE(05).
           MOVE "AUDITCLI.DAT"         TO WRK-TRN-FILE(06).
           MOVE "AVISOS.DAT"           TO WRK-TRN-FILE(07).
           MOVE "BAIXAS.DAT"           TO WRK-TRN-FILE(08).
           MOVE "BALANCE.DAT"          TO WRK-TRN-FILE(09).
           MOVE "BOLETOCTL.DAT"        TO WRK-TRN-FILE(10).
           MOVE "BOLETOS.DAT"          TO WRK-TRN-FILE(11).
           MOVE "CAIXAFECHADO.DAT"     TO WRK-TRN-FILE(12).
           MOVE "CAMPANHAS.DAT"        TO WRK-TRN-FILE(13).
           MOVE "CAST.DAT"             TO WRK-TRN-FILE(14).
           MOVE "CIENTES.DAT"          TO WRK-TRN-FILE(15).
           MOVE "CONTADORES.DAT"       TO WRK-TRN-FILE(16).
           MOVE "CONTASGL.DAT"         TO WRK-TRN-FILE(17).
           MOVE "CONTASPAGAR.DAT"      TO WRK-TRN-FILE(18).
           MOVE "CONTINGENCIA.DAT"     TO WRK-TRN-FILE(19).
           MOVE "CONTINGSOBRA.DAT"     TO WRK-TRN-FILE(20).
           MOVE "COPIES.DAT"           TO WRK-TRN-FILE(21).
           MOVE "CUSTOMERS.DAT"        TO WRK-TRN-FILE(22).
           MOVE "DATANEGOCIO.DAT"      TO WRK-TRN-FILE(23).
           MOVE "DEMANDA.DAT"          TO WRK-TRN-FILE(24).
           MOVE "DEPRECIACAO.DAT"      TO WRK-TRN-FILE(25).
           MOVE "DIARIOHASH.DAT"       TO WRK-TRN-FILE(26).
           MOVE "DISTRIB.DAT"          TO WRK-TRN-FILE(27).
           MOVE "ENTRCTL.DAT"          TO WRK-TRN-FILE(28).
           MOVE "ENTREGAS.DAT"         TO WRK-TRN-FILE(29).
           MOVE "EQALUGUEIS.DAT"       TO WRK-TRN-FILE(30).
           MOVE "EQUIPAMENTOS.DAT"     TO WRK-TRN-FILE(31).
           MOVE "ERRLOG.DAT"           TO WRK-TRN-FILE(32).
           MOVE "ESTATISTICA.DAT"      TO WRK-TRN-FILE(33).
           MOVE "EXERCICIO.DAT"        TO WRK-TRN-FILE(34).
           MOVE "FAMILIAS.DAT"         TO WRK-TRN-FILE(35).
           MOVE "FATURACTL.DAT"        TO WRK-TRN-FILE(36).
           MOVE "FATURAS.DAT"          TO WRK-TRN-FILE(37).
           MOVE "FAVORITOS.DAT"        TO WRK-TRN-FILE(38).
           MOVE "FECHADODIAS.DAT"      TO WRK-TRN-FILE(39).
           MOVE "FILIAIS.DAT"          TO WRK-TRN-FILE(40).
           MOVE "GENRES.DAT"           TO WRK-TRN-FILE(41).
           MOVE "JORNAL.DAT"           TO WRK-TRN-FILE(42).
           MOVE "LANCAMENTOS.DAT"      TO WRK-TRN-FILE(43).
           MOVE "LAYOUTPED.DAT"        TO WRK-TRN-FILE(44).
           MOVE "LEMBRETES.DAT"        TO WRK-TRN-FILE(45).
           MOVE "METAS.DAT"            TO WRK-TRN-FILE(46).
           MOVE "MOVIES.DAT"           TO WRK-TRN-FILE(47).
           MOVE "NOTAS.DAT"            TO WRK-TRN-FILE(48).
           MOVE "NOTASFORN.DAT"        TO WRK-TRN-FILE(49).
           MOVE "OCORRENCIAS.DAT"      TO WRK-TRN-FILE(50).
           MOVE "OPERADORES.DAT"       TO WRK-TRN-FILE(51).
           MOVE "ORCAMENTO.DAT"        TO WRK-TRN-FILE(52).
           MOVE "ORCGASTO.DAT"         TO WRK-TRN-FILE(53).
           MOVE "OVERRIDES.DAT"        TO WRK-TRN-FILE(54).
           MOVE "PARAMS.DAT"           TO WRK-TRN-FILE(55).
           MOVE "PARTILHA.DAT"         TO WRK-TRN-FILE(56).
           MOVE "PEDIDOS.DAT"          TO WRK-TRN-FILE(57).
           MOVE "PERDAS.DAT"           TO WRK-TRN-FILE(58).
           MOVE "PERMISSOES.DAT"       TO WRK-TRN-FILE(59).
           MOVE "PLANOS.DAT"           TO WRK-TRN-FILE(60).
           MOVE "PONTO.DAT"            TO WRK-TRN-FILE(61).
           MOVE "PONTOS.DAT"           TO WRK-TRN-FILE(62).
           MOVE "PREBOOK.DAT"          TO WRK-TRN-FILE(63).
           MOVE "PRECOFORN.DAT"        TO WRK-TRN-FILE(64).
           MOVE "PRECOS.DAT"           TO WRK-TRN-FILE(65).
           MOVE "QUALIDADE.DAT"        TO WRK-TRN-FILE(66).
           MOVE "RECADOS.DAT"          TO WRK-TRN-FILE(67).
           MOVE "RECIBCTL.DAT"         TO WRK-TRN-FILE(68).
           MOVE "REFMETA.DAT"          TO WRK-TRN-FILE(69).
           MOVE "REGRASPRECO.DAT"      TO WRK-TRN-FILE(70).
           MOVE "RELATCKPT.DAT"        TO WRK-TRN-FILE(71).
           MOVE "RENTALS.DAT"          TO WRK-TRN-FILE(72).
           MOVE "RENTCUST.DAT"         TO WRK-TRN-FILE(73).
           MOVE "RENTHIST.DAT"         TO WRK-TRN-FILE(74).
           MOVE "RMAS.DAT"             TO WRK-TRN-FILE(75).
           MOVE "RODADAS.DAT"          TO WRK-TRN-FILE(76).
           MOVE "RPS.DAT"              TO WRK-TRN-FILE(77).
           MOVE "RPSCTL.DAT"           TO WRK-TRN-FILE(78).
           MOVE "RPSRECIBO.DAT"        TO WRK-TRN-FILE(79).
           MOVE "SECOES.DAT"           TO WRK-TRN-FILE(80).
           MOVE "SEGMENTOS.DAT"        TO WRK-TRN-FILE(81).
           MOVE "SINOPSE.DAT"          TO WRK-TRN-FILE(82).
           MOVE "SOLFILIAL.DAT"        TO WRK-TRN-FILE(83).
           MOVE "SPOOLCTL.DAT"         TO WRK-TRN-FILE(84).
           MOVE "SPOOLREG.DAT"         TO WRK-TRN-FILE(85).
           MOVE "TRANSACOES.DAT"       TO WRK-TRN-FILE(86).
           MOVE "TRANSACT.DAT"         TO WRK-TRN-FILE(87).
           MOVE "TRANSFSUG.DAT"        TO WRK-TRN-FILE(88).
           MOVE "TRANSIDX.DAT"         TO WRK-TRN-FILE(89).
           MOVE "UOW.DAT"              TO WRK-TRN-FILE(90).
           MOVE "VALECTL.DAT"          TO WRK-TRN-FILE(91).
           MOVE "VALES.DAT"            TO WRK-TRN-FILE(92).
           MOVE "VARIACAOCAIXA.DAT"    TO WRK-TRN-FILE(93).
           MOVE "WAITLIST.DAT"         TO WRK-TRN-FILE(94).
           MOVE "XREFLOTE.DAT"         TO WRK-TRN-FILE(95).

      *=================================================================
       0010-COPY-ONE      SECTION.
      *Apaga a copia de treinamento do arquivo corrente e copia de
      *novo o arquivo do movimento real, se existir
      *=================================================================
           MOVE SPACES TO WRK-TARGET-NAME.
           STRING "TREINO/" WRK-TRN-FILE(WRK-SUB) DELIMITED BY SPACE
               INTO WRK-TARGET-NAME.
           CALL "CBL_DELETE_FILE" USING WRK-TARGET-NAME.
           CALL "CBL_COPY_FILE" USING WRK-TRN-FILE(WRK-SUB),
               WRK-TARGET-NAME
               RETURNING WRK-COPY-RC.
           IF WRK-COPY-RC EQUAL ZEROES
               ADD 1 TO WRK-COPIED
           ELSE
               ADD 1 TO WRK-ABSENT
           END-IF.

      *=================================================================
       0020-WRITE-CONTROL      SECTION.
      *Grava o registro de controle da preparacao
      *=================================================================
           CALL "LERDATANEG" USING WRK-TODAY.
           ACCEPT WRK-NOW FROM TIME.
           OPEN OUTPUT TREINOCTL.
           IF WRK-CTL-FSTAT NOT EQUAL ZEROES
               GO TO 0020-FIM
           END-IF.
           MOVE WRK-TODAY TO FS-TRN-PREP-DT.
           MOVE WRK-NOW TO FS-TRN-PREP-TM.
           MOVE LNK-OPERATOR TO FS-TRN-PREP-OPER.
           MOVE WRK-COPIED TO FS-TRN-COPIED.
           WRITE FS-TREINOCTL.
           CLOSE TREINOCTL.
       0020-FIM.
           EXIT.
       END PROGRAM PREPARARTREINO.
