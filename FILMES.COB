      * Objetivo: Este programa tem a finalidade de gerenciar os
      *           dados de um cat�logo de filmes atrav�s de um menu de op��es :
      *           Cadastro, Consulta, Altera��o, Exclus�o e Rela��o
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Abertura da data do movimento no logon
      *                   (ABRIRDIA), com aviso quando difere do
      *                   relogio em mais de um dia; menu e controle
      *                   de sessao pela data do movimento
      * 15/OUT/2026 RTB - Modo treinamento escolhido no logon: a sessao
      *                   passa a usar os arquivos do diretorio TREINO
      *                   (preparados pelo PREPARARTREINO)
      * 15/OUT/2026 RTB - Chave alternativa de MOVIES.DAT pelo titulo
      *                   declarada no SELECT
      * 15/OUT/2026 RTB - Relogio de ponto dos operadores
      *                   (REGISTRARPONTO) na tela de entrada, antes da
      *                   identificacao
      * 15/OUT/2026 RTB - Quadro de recados da passagem de turno: os
      *                   recados nao lidos aparecem logo apos a entrada
      *                   (LERRECADOS) e o menu ganha a opcao R
      *                   (TABRECADOS)
      * 15/OUT/2026 RTB - Codigo de transacao no menu principal: o campo
      *                   de opcao aceita um codigo (DEV, PAG...) que
      *                   vai direto ao programa pelo EXECTRANSACAO; os
      *                   cinco favoritos do operador aparecem ao lado
      *                   do menu e a opcao F (FIXARFAVORITOS) os fixa
      *=================================================================

       IDENTIFICATION DIVISION.
           FILE STATUS IS WRK-MOV-STATUS
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES.

           SELECT ERRLOG ASSIGN TO "ERRLOG.DAT"
           FILE STATUS IS WRK-LOG-STATUS
           SELECT SESSAOFIL ASSIGN TO "SESSAOFILIAL.DAT"
           FILE STATUS IS WRK-FIL-STATUS
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT TREINOCTL ASSIGN TO "TREINOCTL.DAT"
           FILE STATUS IS WRK-TRN-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT TRANSACOES ASSIGN TO "TRANSACOES.DAT"
           FILE STATUS IS WRK-TRX-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-TRX-COD.

           SELECT FAVORITOS ASSIGN TO "FAVORITOS.DAT"
           FILE STATUS IS WRK-FAV-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-FAV-OPER-ID.
       DATA DIVISION.
       FILE                    SECTION.
           FD  MOVIES.
           01 FS-CTL-LINE              PIC 9(05).
           FD  SESSAOFIL.
           01 FS-FIL-LINE              PIC 9(02).
           FD  TREINOCTL.
           01 FS-TREINOCTL.
               COPY TRNCTLFLDS.
           FD  TRANSACOES.
           01 FS-TRANSACAO.
               COPY TRXFLDS.
           FD  FAVORITOS.
           01 FS-FAVORITO.
               COPY FAVFLDS.
       WORKING-STORAGE         SECTION.
       77  WRK-INVALID-OPTN        PIC 9(01) VALUE ZEROES.
       77  WRK-SELECTED            PIC X(01).
       77  WRK-COMMAND             PIC X(04) VALUE SPACES.
       77  WRK-EXEC-STATUS         PIC 9(03) VALUE ZEROES.
       77  WRK-TRX-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-FAV-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-FAV-SUB             PIC 9(01) VALUE ZEROES.
       77  WRK-FAV-POS             PIC 9(04) VALUE ZEROES.
       77  WRK-FAV-LINE            PIC X(30) VALUE SPACES.
       77  WRK-LOGGED-IN           PIC 9(01) VALUE ZEROES.
       77  WRK-OPERATOR-ID         PIC X(08) VALUE SPACES.
       77  WRK-MOV-STATUS          PIC 9(03) VALUE ZEROES.
       77  WRK-START-MIN           PIC 9(05) VALUE ZEROES.
       77  WRK-END-MIN             PIC 9(05) VALUE ZEROES.
       77  WRK-PARAM-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-DTN-STATUS          PIC 9(03) VALUE ZEROES.
       77  WRK-TRAINING            PIC 9(01) VALUE ZEROES.
       77  WRK-TRN-OPTION          PIC X(01) VALUE SPACES.
       77  WRK-TRN-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-TRN-STATUS          PIC 9(03) VALUE ZEROES.
       77  WRK-CLOCK-OPTION        PIC X(01) VALUE SPACES.
       01  WRK-PARAMS.
           COPY PARAMFLDS
               REPLACING ==FS-PAR-DAILY-FEE==
                         ==FS-PAR-IDLE-MIN==
                             BY ==WRK-PAR-IDLE-MIN==
                         ==FS-PAR-PWD-DAYS==
                             BY ==WRK-PAR-PWD-DAYS==
                         ==FS-PAR-DUN-DAYS1==
                             BY ==WRK-PAR-DUN-DAYS1==
                         ==FS-PAR-DUN-DAYS2==
                             BY ==WRK-PAR-DUN-DAYS2==
                         ==FS-PAR-DUN-DAYS3==
                             BY ==WRK-PAR-DUN-DAYS3==
                         ==FS-PAR-LOST-DAYS==
                             BY ==WRK-PAR-LOST-DAYS==
                         ==FS-PAR-BOL-DAYS==
                             BY ==WRK-PAR-BOL-DAYS==
                         ==FS-PAR-ISS-RATE==
                             BY ==WRK-PAR-ISS-RATE==
                         ==FS-PAR-INSC-MUN==
                             BY ==WRK-PAR-INSC-MUN==
                         ==FS-PAR-CUST-RETAIN==
                             BY ==WRK-PAR-CUST-RETAIN==
                         ==FS-PAR-NEW-DAYS==
                             BY ==WRK-PAR-NEW-DAYS==
                         ==FS-PAR-NEW-RENTALS==
                             BY ==WRK-PAR-NEW-RENTALS==
                         ==FS-PAR-NEW-MAX-ITEMS==
                             BY ==WRK-PAR-NEW-MAX-ITEMS==
                         ==FS-PAR-NEW-MAX-VALUE==
                             BY ==WRK-PAR-NEW-MAX-VALUE==
                         ==FS-PAR-NEW-DEPOSIT==
                             BY ==WRK-PAR-NEW-DEPOSIT==
                         ==FS-PAR-GAME-DAYS==
                             BY ==WRK-PAR-GAME-DAYS==
                         ==FS-PAR-OPEN-HOUR==
                             BY ==WRK-PAR-OPEN-HOUR==
                         ==FS-PAR-CLOSE-HOUR==
                             BY ==WRK-PAR-CLOSE-HOUR==
                         ==FS-PAR-TERMS-VER==
                             BY ==WRK-PAR-TERMS-VER==.
       01  WRK-AREA.
           05 WRK-MENU-TITLE       PIC X(30).
           05 WRK-MENU-ITEM        PIC X(30) OCCURS 40 TIMES.
           IF WRK-LOGGED-IN EQUAL ZEROES
               CALL "LERPARAMS" USING WRK-PARAMS, WRK-PARAM-STATUS
               PERFORM 0005-GET-OPERATOR
      *Abre a data do movimento: o dia so vira no FIMDODIA, nao na
      *meia-noite do relogio
               CALL "ABRIRDIA" USING WRK-OPERATOR-ID, WRK-TODAY,
                   WRK-DTN-STATUS
               IF WRK-DTN-STATUS NOT EQUAL ZEROES
                   CALL "ERROS" USING WRK-DTN-STATUS, "FILMES"
                   MOVE ZEROES TO WRK-DTN-STATUS
               END-IF
               PERFORM 0007-CHECK-OVERNIGHT-ERRORS
      *Recados do turno ainda nao lidos, cada um com o CIENTE
               CALL "LERRECADOS" USING WRK-OPERATOR-ID, "E"
      *Antes do primeiro aluguel do dia: desfaz atendimentos que
      *ficaram pela metade numa queda de energia
               CALL "RECUPERARUOW" USING WRK-OPERATOR-ID
           END-IF.
           PERFORM 0010-DRAW-MM.
           MOVE 0 TO WRK-INVALID-OPTN
      *Codigo de transacao (duas letras ou mais) vai para o
      *0020-GET-TECLA mesmo quando comeca com a letra de uma opcao
           IF WRK-COMMAND(2:3) NOT EQUAL SPACES
               MOVE SPACES TO WRK-SELECTED
           END-IF.
           EVALUATE WRK-SELECTED
               WHEN 1
                   CALL "CADASTRAR" USING WRK-OPERATOR-ID
               WHEN 0
                   CALL "RELATORIOSERIE"
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'R' WHEN 'r'
                   CALL "TABRECADOS" USING WRK-OPERATOR-ID
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'F' WHEN 'f'
                   CALL "FIXARFAVORITOS" USING WRK-OPERATOR-ID
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN OTHER
                   PERFORM 0020-GET-TECLA
           END-EVALUATE.
           MOVE ZEROES TO WRK-OPER-LEVEL.
           PERFORM UNTIL WRK-OPER-LEVEL GREATER THAN ZEROES
               DISPLAY CLEAR-SCREEN
      *Relogio de ponto na propria tela de entrada, com a senha de
      *cada operador, sem abrir sessao
               DISPLAY "RELOGIO DE PONTO (P), ENTER=ENTRAR: " AT 0805
               MOVE SPACES TO WRK-CLOCK-OPTION
               ACCEPT WRK-CLOCK-OPTION AT 0842
               IF WRK-CLOCK-OPTION EQUAL 'P'
                   OR WRK-CLOCK-OPTION EQUAL 'p'
                   CALL "REGISTRARPONTO"
               ELSE
                   DISPLAY "IDENTIFICACAO DO OPERADOR: " AT 1005
                   MOVE SPACES TO WRK-OPERATOR-ID
                   ACCEPT WRK-OPERATOR-ID AT 1034
                   DISPLAY "SENHA: " AT 1105
                   MOVE SPACES TO WRK-PASSWORD
                   ACCEPT WRK-PASSWORD AT 1113
                   MOVE ZEROES TO WRK-LOGON-STATUS
                   CALL "VALIDAOPERADOR" USING WRK-OPERATOR-ID,
                       WRK-PASSWORD, WRK-OPER-LEVEL, WRK-LOGON-STATUS
      *Senha vencida: troca obrigatoria antes de entrar
                   IF WRK-LOGON-STATUS EQUAL 646
                       PERFORM 0006-FORCE-PASSWORD-CHANGE
                   END-IF
                   IF WRK-OPER-LEVEL EQUAL ZEROES
                       ADD 1 TO WRK-LOGON-TRIES
                       IF WRK-LOGON-TRIES NOT LESS THAN 3
                           DISPLAY "ACESSO NEGADO" AT 1305
                           STOP RUN
                       END-IF
                       DISPLAY "OPERADOR OU SENHA INVALIDOS" AT 1305
                       ACCEPT WRK-PASSWORD AT 1334
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-OPERATOR-ID EQUAL SPACES
               MOVE "SEM ID" TO WRK-OPERATOR-ID
           END-IF.
      *Modo treinamento antes de qualquer gravacao da sessao: filial,
      *fundo de troco, abertura do dia e tudo o mais ja vao para os
      *arquivos de treinamento
           DISPLAY "MODO TREINAMENTO (S/N, ENTER=N): " AT 1405.
           MOVE SPACES TO WRK-TRN-OPTION.
           ACCEPT WRK-TRN-OPTION AT 1439.
           IF WRK-TRN-OPTION EQUAL 'S' OR WRK-TRN-OPTION EQUAL 's'
               PERFORM 0009-ENTER-TRAINING
           END-IF.
      *Com a segunda loja, cada posto informa em qual filial esta;
      *a filial da sessao fica em SESSAOFILIAL.DAT para os programas
      *de balcao carimbarem alugueis e copias novas
               CLOSE ERRLOG
           END-IF.
           MOVE ZEROES TO WRK-LOG-STATUS.
           CALL "LERDATANEG" USING WRK-TODAY.
           OPEN OUTPUT SESSAOCTL.
           MOVE WRK-TODAY TO FS-SESS-LINE.
           WRITE FS-SESS-LINE.
           END-IF.
           MOVE ZEROES TO WRK-CTL-STATUS.

      *=================================================================
       0009-ENTER-TRAINING       SECTION.
      *Desvia todos os arquivos da sessao para o diretorio TREINO. Os
      *programas chamados daqui em diante herdam o desvio; LERTREINO
      *le a mesma variavel para marcar telas e recibos. Sem o controle
      *gravado pelo PREPARARTREINO o logon e recusado, para a turma
      *nunca gravar num diretorio vazio ou pela metade
      *=================================================================
           DISPLAY "COB_FILE_PATH" UPON ENVIRONMENT-NAME.
           DISPLAY "TREINO" UPON ENVIRONMENT-VALUE.
           OPEN INPUT TREINOCTL.
           IF WRK-TRN-FSTAT NOT EQUAL ZEROES
               MOVE 662 TO WRK-TRN-STATUS
               CALL "ERROS" USING WRK-TRN-STATUS, "FILMES"
               STOP RUN
           END-IF.
           READ TREINOCTL.
           CLOSE TREINOCTL.
           MOVE ZEROES TO WRK-TRN-FSTAT.
           MOVE 1 TO WRK-TRAINING.

      *=================================================================
       0010-DRAW-MM            SECTION.
      *Desenha o menu principal
      *=================================================================
           DISPLAY CLEAR-SCREEN
           PERFORM 0008-COUNT-MOVIES.
           CALL "LERDATANEG" USING WRK-TODAY.
           MOVE "MENU PRINCIPAL"   TO WRK-MENU-TITLE.
           MOVE "1-CADASTRO"       TO WRK-MENU-ITEM(01).
           MOVE "2-CONSULTA"       TO WRK-MENU-ITEM(02).
           MOVE "8-ATRASOS"        TO WRK-MENU-ITEM(08).
           MOVE "9-TABELAS"        TO WRK-MENU-ITEM(09).
           MOVE "0-SERIES/FRANQUIAS" TO WRK-MENU-ITEM(10).
           MOVE "R-RECADOS"        TO WRK-MENU-ITEM(11).
           MOVE "F-FAVORITOS"      TO WRK-MENU-ITEM(12).
           MOVE "X-SAIR"           TO WRK-MENU-ITEM(13).
           MOVE 13                 TO WRK-MENU-SIZE.

           CALL "MENUS" USING WRK-AREA.
           DISPLAY "OPERADOR: " AT 0140.
           DISPLAY WRK-OPERATOR-ID AT 0150.
           DISPLAY "DATA: " AT 0160.
           DISPLAY WRK-TODAY AT 0166.
      *A data cobre parte da marca de MENUS no cabecalho: no menu
      *principal o aviso vai por extenso na segunda linha
           IF WRK-TRAINING EQUAL 1
               DISPLAY "       " AT 0174
               DISPLAY "*** MODO TREINAMENTO ***" AT 0245
           END-IF.
           DISPLAY "TOTAL DE FILMES CADASTRADOS: " AT 0201.
           DISPLAY WRK-MOV-COUNT AT 0231.
           PERFORM 0011-SHOW-FAVORITES.
           IF WRK-OVERNIGHT-ERRORS GREATER THAN ZEROES
               DISPLAY WRK-OVERNIGHT-ERRORS AT 1001
               DISPLAY " ERROS DESDE A ULTIMA SESSAO - VER LOG "
                   "EM TABELAS" AT 1004
           END-IF.
      *Com o menu de 13 itens a opcao e o aviso ficam abaixo dele
           IF WRK-INVALID-OPTN NOT EQUAL TO ZEROES
               DISPLAY "A OPCAO DIGITADA E INVALIDA" AT 1605.
      *Trava por inatividade: o tempo parado no menu e medido entre
      *o inicio da espera e a tecla; passou do parametro, a estacao
      *trava e pede a senha antes de aceitar a opcao
           PERFORM UNTIL WRK-IDLE-AGAIN EQUAL ZEROES
               MOVE ZEROES TO WRK-IDLE-AGAIN
               ACCEPT WRK-WAIT-START FROM TIME
               DISPLAY "OPCAO OU CODIGO: " AT 1705
               MOVE SPACES TO WRK-COMMAND
               ACCEPT WRK-COMMAND AT 1722
               MOVE WRK-COMMAND(1:1) TO WRK-SELECTED
               ACCEPT WRK-WAIT-END FROM TIME
               IF WRK-PAR-IDLE-MIN GREATER THAN ZEROES
                   COMPUTE WRK-START-MIN =
                       MOVE 1 TO WRK-IDLE-AGAIN
                       PERFORM 0008-COUNT-MOVIES
                       DISPLAY CLEAR-SCREEN
                       MOVE 13                 TO WRK-MENU-SIZE
                       CALL "MENUS" USING WRK-AREA
                       DISPLAY "OPERADOR: " AT 0140
                       DISPLAY WRK-OPERATOR-ID AT 0150
                       PERFORM 0011-SHOW-FAVORITES
                   END-IF
               END-IF
           END-PERFORM.

      *=================================================================
       0011-SHOW-FAVORITES       SECTION.
      *Favoritos fixados pelo operador, ao lado do menu, com a
      *descricao de cada codigo em TRANSACOES.DAT
      *=================================================================
           OPEN INPUT FAVORITOS.
           IF WRK-FAV-FSTAT NOT EQUAL ZEROES
               MOVE ZEROES TO WRK-FAV-FSTAT
               GO TO 0011-FIM
           END-IF.
           MOVE WRK-OPERATOR-ID TO FS-FAV-OPER-ID.
           READ FAVORITOS
               INVALID KEY
                   INITIALIZE FS-FAVORITO
           END-READ.
           CLOSE FAVORITOS.
           MOVE ZEROES TO WRK-FAV-FSTAT.
           IF FS-FAV-COD(1) EQUAL SPACES
               GO TO 0011-FIM
           END-IF.
           DISPLAY "FAVORITOS (DIGITE O CODIGO)" AT 0345.
           MOVE 0445 TO WRK-FAV-POS.
           OPEN INPUT TRANSACOES.
           PERFORM VARYING WRK-FAV-SUB FROM 1 BY 1
                   UNTIL WRK-FAV-SUB GREATER THAN 5
               IF FS-FAV-COD(WRK-FAV-SUB) NOT EQUAL SPACES
                   MOVE SPACES TO WRK-FAV-LINE
                   MOVE FS-FAV-COD(WRK-FAV-SUB) TO WRK-FAV-LINE(1:4)
                   IF WRK-TRX-FSTAT EQUAL ZEROES
                       MOVE FS-FAV-COD(WRK-FAV-SUB) TO FS-TRX-COD
                       READ TRANSACOES
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE FS-TRX-DESC TO WRK-FAV-LINE(6:25)
                       END-READ
                   END-IF
                   DISPLAY WRK-FAV-LINE AT WRK-FAV-POS
                   ADD 100 TO WRK-FAV-POS
               END-IF
           END-PERFORM.
           IF WRK-TRX-FSTAT EQUAL ZEROES
               CLOSE TRANSACOES
           END-IF.
           MOVE ZEROES TO WRK-TRX-FSTAT.
       0011-FIM.
           EXIT.

      *=================================================================
       0020-GET-TECLA            SECTION.
      *=================================================================
       IF  WRK-COMMAND(2:3) NOT EQUAL SPACES
           CALL "EXECTRANSACAO" USING WRK-OPERATOR-ID, WRK-COMMAND,
               WRK-EXEC-STATUS
           IF WRK-EXEC-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-EXEC-STATUS, "FILMES"
               MOVE ZEROES TO WRK-EXEC-STATUS
           END-IF
           PERFORM 0000-MAIN-PROCEDURE
       ELSE IF  WRK-SELECTED NOT EQUAL TO 'X' AND
           WRK-SELECTED NOT EQUAL TO 'x'
           MOVE 1 TO WRK-INVALID-OPTN
           PERFORM 0000-MAIN-PROCEDURE
       ELSE
           CONTINUE
       END-IF
       END-IF.

       END PROGRAM FILMES.
