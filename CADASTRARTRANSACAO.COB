      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Manutencao da tabela de codigos de transacao
      *           (TRANSACOES.DAT) usados como atalho no menu principal:
      *           inclui ou altera um codigo (programa, descricao,
      *           nivel minimo, se o programa recebe o operador e se
      *           esta ativo), remove um codigo e carrega a relacao
      *           padrao da loja, sem mexer nos codigos ja cadastrados.
      *           So o gerente mexe na tabela.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRARTRANSACAO.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT TRANSACOES ASSIGN TO "TRANSACOES.DAT"
           FILE STATUS IS WRK-TRX-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-TRX-COD
           LOCK MODE IS AUTOMATIC.
       DATA DIVISION.
       FILE SECTION.
           FD  TRANSACOES.
           01 FS-TRANSACAO.
               COPY TRXFLDS.
       WORKING-STORAGE SECTION.
       77  WRK-TRX-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-TRIES               PIC 9(01) VALUE ZEROES.
       77  WRK-OPTION              PIC X(01) VALUE SPACES.
       77  WRK-TECLA               PIC X(01) VALUE SPACES.
       77  WRK-BUFF                PIC X(71) VALUE SPACES.
       77  WRK-LINE                PIC 9(04) VALUE ZEROES.
       77  WRK-EOF                 PIC 9(01) VALUE ZEROES.
       77  WRK-CODE                PIC X(04) VALUE SPACES.
       77  WRK-PROGRAM             PIC X(20) VALUE SPACES.
       77  WRK-DESC                PIC X(25) VALUE SPACES.
       77  WRK-LEVEL-MSK           PIC X(01) VALUE SPACES.
       77  WRK-PARM                PIC X(01) VALUE SPACES.
       77  WRK-ACTIVE              PIC X(01) VALUE SPACES.
       77  WRK-STATUS              PIC 9(03) VALUE ZEROES.
       77  WRK-NIVEL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-MIN-LEVEL           PIC 9(01) VALUE 3.
       77  WRK-SUB                 PIC 9(02) VALUE ZEROES.
       77  WRK-LOADED              PIC 9(02) VALUE ZEROES.
       77  WRK-STD-TOT             PIC 9(02) VALUE 32.
      *Relacao padrao: codigo, programa, descricao, nivel minimo e
      *parametro (O = recebe o operador, N = sem parametro)
       01  WRK-STD-VALUES.
           05 FILLER PIC X(51) VALUE
              "ALU RENTAR              ALUGUEL                  1O".
           05 FILLER PIC X(51) VALUE
              "DEV DEVOLVER            DEVOLUCAO                1O".
           05 FILLER PIC X(51) VALUE
              "DVL DEVOLVERLOTE        DEVOLUCAO EM LOTE        1O".
           05 FILLER PIC X(51) VALUE
              "REN RENOVAR             RENOVACAO DE ALUGUEL     1O".
           05 FILLER PIC X(51) VALUE
              "PAG PAGAMENTOS          PAGAMENTOS               1O".
           05 FILLER PIC X(51) VALUE
              "VIS VISAOCLIENTE        VISAO DO CLIENTE         1O".
           05 FILLER PIC X(51) VALUE
              "CLI CADASTRARCLIENTE    CADASTRO DE CLIENTE      1O".
           05 FILLER PIC X(51) VALUE
              "ALC ALTERARCLIENTE      ALTERACAO DE CLIENTE     1O".
           05 FILLER PIC X(51) VALUE
              "HIS HISTORICOCLIENTE    HISTORICO DO CLIENTE     1O".
           05 FILLER PIC X(51) VALUE
              "OCO OCORRENCIAS         OCORRENCIAS DO CLIENTE   1O".
           05 FILLER PIC X(51) VALUE
              "ESP LISTAESPERA         LISTA DE ESPERA          1O".
           05 FILLER PIC X(51) VALUE
              "AGE AGENDAR             AGENDAMENTOS             1O".
           05 FILLER PIC X(51) VALUE
              "PLA ASSINARPLANO        PLANO MENSAL             1O".
           05 FILLER PIC X(51) VALUE
              "VCP VENDERCOPIA         VENDA DE COPIA USADA     1O".
           05 FILLER PIC X(51) VALUE
              "VAL VENDERVALE          VENDA DE VALE-PRESENTE   1O".
           05 FILLER PIC X(51) VALUE
              "SEG SEGUNDAVIA          SEGUNDA VIA DE RECIBO    1O".
           05 FILLER PIC X(51) VALUE
              "ANU ANULAR              ANULAR ALUGUEL           1O".
           05 FILLER PIC X(51) VALUE
              "TRO TROCAR              TROCA DE DEFEITUOSO      1O".
           05 FILLER PIC X(51) VALUE
              "SAN SANGRIA             SANGRIA DO CAIXA         1O".
           05 FILLER PIC X(51) VALUE
              "EQP RENTAREQUIP         ALUGUEL DE EQUIPAMENTO   1O".
           05 FILLER PIC X(51) VALUE
              "DEQ DEVOLVEREQUIP       DEVOLUCAO DE EQUIPAMENTO 1O".
           05 FILLER PIC X(51) VALUE
              "REP MANTERREPARO        FILA DE REPARO           1O".
           05 FILLER PIC X(51) VALUE
              "INV INVENTARIO          INVENTARIO               1O".
           05 FILLER PIC X(51) VALUE
              "TRF TRANSFERENCIA       TRANSFERENCIA DE FILIAL  1O".
           05 FILLER PIC X(51) VALUE
              "PED PEDIDOCOMPRA        PEDIDO DE COMPRA         1O".
           05 FILLER PIC X(51) VALUE
              "AGI RELATORIOAGING      ANTIGUIDADE DOS SALDOS   2O".
           05 FILLER PIC X(51) VALUE
              "COB RELATORIOCOBRANCA   LISTA DE COBRANCA        1O".
           05 FILLER PIC X(51) VALUE
              "ATR RELATORIOATRASO     ALUGUEIS EM ATRASO       1N".
           05 FILLER PIC X(51) VALUE
              "CON CONSULTAR           CONSULTA DE FILME        1N".
           05 FILLER PIC X(51) VALUE
              "FIN TABFINANCEIRO       MENU FINANCEIRO          2O".
           05 FILLER PIC X(51) VALUE
              "MAN TABMANUTENCAO       MENU DE MANUTENCAO       2O".
           05 FILLER PIC X(51) VALUE
              "CMP TABCOMPRAS          MENU DE COMPRAS          1O".
       01  WRK-STD-TABLE REDEFINES WRK-STD-VALUES.
           05 WRK-STD-ENTRY            OCCURS 32 TIMES.
               10 WRK-STD-COD          PIC X(04).
               10 WRK-STD-PROGRAM      PIC X(20).
               10 WRK-STD-DESC         PIC X(25).
               10 WRK-STD-LEVEL        PIC 9(01).
               10 WRK-STD-PARM         PIC X(01).

       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
       SCREEN  SECTION.
       01  CLEAR.
           05 CLEAR-SCREEN.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL.
       01  SHOW-MV.
           05 TITLE-SCREEN.
               10 LINE 01 COLUMN 01    PIC X(22) ERASE EOL
                  BACKGROUND-COLOR 2 FROM "CODIGOS DE TRANSACAO".
       01  SHOW-LINE.
           05 DTA.
               10 LINE WRK-LINE COLUMN 01 PIC X(71) ERASE EOL
                  BACKGROUND-COLOR 0 FOREGROUND-COLOR 2 FROM WRK-BUFF.

       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
      *So o gerente mexe na tabela de codigos
           CALL "CHECKNIVEL" USING LNK-OPERATOR, WRK-MIN-LEVEL,
               WRK-NIVEL-STATUS, "TRANSACOES      ".
           IF WRK-NIVEL-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-NIVEL-STATUS,
                   "CADASTRARTRANSACAO"
               GOBACK
           END-IF.
           PERFORM 0010-SHOW-TABLE.
           DISPLAY "INCLUIR/ALTERAR (I), REMOVER (R), "
               "CARREGAR PADRAO (P), ENTER=VOLTAR: " AT 2001.
           MOVE SPACES TO WRK-OPTION.
           ACCEPT WRK-OPTION AT 2071.
           EVALUATE WRK-OPTION
               WHEN 'I' WHEN 'i'
                   PERFORM 0020-ADD-CODE
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'R' WHEN 'r'
                   PERFORM 0030-REMOVE-CODE
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'P' WHEN 'p'
                   PERFORM 0040-LOAD-STANDARD
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GOBACK.

      *=================================================================
       0005-OPEN-FILE      SECTION.
      *Abre TRANSACOES.DAT para atualizacao, criando-o se nao existir
      *=================================================================
           MOVE ZEROES TO WRK-TRIES.
           OPEN I-O TRANSACOES.
           IF WRK-TRX-FSTAT EQUAL 350 AND WRK-TRIES LESS THAN 1
               ADD 1 TO WRK-TRIES
               CLOSE TRANSACOES
               OPEN OUTPUT TRANSACOES
               CLOSE TRANSACOES
               OPEN I-O TRANSACOES
           END-IF.

      *=================================================================
       0010-SHOW-TABLE      SECTION.
      *Lista os codigos cadastrados, parando quando a tela enche
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           MOVE 02 TO WRK-LINE.
           MOVE SPACES TO WRK-BUFF.
           MOVE "COD  PROGRAMA" TO WRK-BUFF(1:13).
           MOVE "DESCRICAO" TO WRK-BUFF(27:9).
           MOVE "NIV PAR ATIVO" TO WRK-BUFF(53:13).
           DISPLAY DTA.
           MOVE ZEROES TO WRK-EOF.
           OPEN INPUT TRANSACOES.
           IF WRK-TRX-FSTAT NOT EQUAL ZEROES
               DISPLAY "TABELA VAZIA - USE (P) PARA CARREGAR OS CODIGOS"
                   " PADRAO" AT 0401
           ELSE
               PERFORM UNTIL WRK-EOF EQUAL 1
                   READ TRANSACOES NEXT RECORD
                       AT END
                           MOVE 1 TO WRK-EOF
                       NOT AT END
                           MOVE SPACES TO WRK-BUFF
                           STRING FS-TRX-COD " " FS-TRX-PROGRAM " "
                               FS-TRX-DESC " " FS-TRX-MIN-LEVEL
                               "   " FS-TRX-PARM "   " FS-TRX-ACTIVE
                               INTO WRK-BUFF
                           ADD 1 TO WRK-LINE
                           DISPLAY DTA
                           IF WRK-LINE NOT LESS THAN 19
                               DISPLAY "PRESSIONE ENTER PARA CONTINUAR"
                                   AT 2001
                               ACCEPT WRK-TECLA AT 2032
                               DISPLAY CLEAR-SCREEN
                               DISPLAY TITLE-SCREEN
                               CALL "MARCATREINO"
                               MOVE 02 TO WRK-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSACOES
           END-IF.
           MOVE ZEROES TO WRK-TRX-FSTAT.

      *=================================================================
       0020-ADD-CODE      SECTION.
      *Inclui um codigo novo ou regrava um existente. O codigo tem ao
      *menos duas letras, para nao se confundir com as opcoes de uma
      *tecla do menu principal
      *=================================================================
           DISPLAY "CODIGO: " AT 2101.
           MOVE SPACES TO WRK-CODE.
           ACCEPT WRK-CODE AT 2109.
           INSPECT WRK-CODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WRK-CODE(1:1) EQUAL SPACES
               OR WRK-CODE(2:1) EQUAL SPACES
               GO TO 0020-FIM
           END-IF.
           DISPLAY "PROGRAMA: " AT 2115.
           MOVE SPACES TO WRK-PROGRAM.
           ACCEPT WRK-PROGRAM AT 2125.
           INSPECT WRK-PROGRAM CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      *O menu principal e o proprio atalho nao podem ser destino
           IF WRK-PROGRAM EQUAL SPACES
               OR WRK-PROGRAM EQUAL "FILMES"
               OR WRK-PROGRAM EQUAL "EXECTRANSACAO"
               MOVE 688 TO WRK-STATUS
               CALL "ERROS" USING WRK-STATUS, "CADASTRARTRANSACAO"
               GO TO 0020-FIM
           END-IF.
           DISPLAY "DESCRICAO: " AT 2201.
           MOVE SPACES TO WRK-DESC.
           ACCEPT WRK-DESC AT 2212.
           DISPLAY "NIVEL (1-3): " AT 2239.
           MOVE SPACES TO WRK-LEVEL-MSK.
           ACCEPT WRK-LEVEL-MSK AT 2252.
           IF WRK-LEVEL-MSK NOT EQUAL "1" AND NOT EQUAL "2"
               AND NOT EQUAL "3"
               MOVE "1" TO WRK-LEVEL-MSK
           END-IF.
           DISPLAY "RECEBE OPERADOR (S/N): " AT 2301.
           MOVE SPACES TO WRK-PARM.
           ACCEPT WRK-PARM AT 2324.
           DISPLAY "ATIVO (S/N): " AT 2327.
           MOVE SPACES TO WRK-ACTIVE.
           ACCEPT WRK-ACTIVE AT 2340.
           PERFORM 0005-OPEN-FILE.
           INITIALIZE FS-TRANSACAO.
           MOVE WRK-CODE TO FS-TRX-COD.
           MOVE WRK-PROGRAM TO FS-TRX-PROGRAM.
           MOVE WRK-DESC TO FS-TRX-DESC.
           INSPECT FS-TRX-DESC CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE WRK-LEVEL-MSK TO FS-TRX-MIN-LEVEL.
           IF WRK-PARM EQUAL 'N' OR WRK-PARM EQUAL 'n'
               MOVE "N" TO FS-TRX-PARM
           ELSE
               MOVE "O" TO FS-TRX-PARM
           END-IF.
           IF WRK-ACTIVE EQUAL 'N' OR WRK-ACTIVE EQUAL 'n'
               MOVE "N" TO FS-TRX-ACTIVE
           ELSE
               MOVE "S" TO FS-TRX-ACTIVE
           END-IF.
           WRITE FS-TRANSACAO
               INVALID KEY
                   REWRITE FS-TRANSACAO
           END-WRITE.
           CLOSE TRANSACOES.
       0020-FIM.
           EXIT.

      *=================================================================
       0030-REMOVE-CODE      SECTION.
      *Remove um codigo da tabela
      *=================================================================
           DISPLAY "CODIGO: " AT 2101.
           MOVE SPACES TO WRK-CODE.
           ACCEPT WRK-CODE AT 2109.
           INSPECT WRK-CODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WRK-CODE EQUAL SPACES
               GO TO 0030-FIM
           END-IF.
           PERFORM 0005-OPEN-FILE.
           MOVE WRK-CODE TO FS-TRX-COD.
           DELETE TRANSACOES
               INVALID KEY
                   DISPLAY "CODIGO NAO ENCONTRADO" AT 2201
                   ACCEPT WRK-TECLA AT 2223
           END-DELETE.
           CLOSE TRANSACOES.
       0030-FIM.
           EXIT.

      *=================================================================
       0040-LOAD-STANDARD      SECTION.
      *Grava os codigos da relacao padrao que ainda nao existem na
      *tabela; codigos ja cadastrados (e alterados pela loja) ficam
      *como estao
      *=================================================================
           MOVE ZEROES TO WRK-LOADED.
           PERFORM 0005-OPEN-FILE.
           IF WRK-TRX-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-TRX-FSTAT, "CADASTRARTRANSACAO"
               MOVE ZEROES TO WRK-TRX-FSTAT
               GO TO 0040-FIM
           END-IF.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB GREATER THAN WRK-STD-TOT
               INITIALIZE FS-TRANSACAO
               MOVE WRK-STD-COD(WRK-SUB)     TO FS-TRX-COD
               MOVE WRK-STD-PROGRAM(WRK-SUB) TO FS-TRX-PROGRAM
               MOVE WRK-STD-DESC(WRK-SUB)    TO FS-TRX-DESC
               MOVE WRK-STD-LEVEL(WRK-SUB)   TO FS-TRX-MIN-LEVEL
               MOVE WRK-STD-PARM(WRK-SUB)    TO FS-TRX-PARM
               MOVE "S"                      TO FS-TRX-ACTIVE
               WRITE FS-TRANSACAO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WRK-LOADED
               END-WRITE
           END-PERFORM.
           CLOSE TRANSACOES.
           MOVE ZEROES TO WRK-TRX-FSTAT.
           DISPLAY "CODIGOS INCLUIDOS: " AT 2101.
           DISPLAY WRK-LOADED AT 2120.
           DISPLAY "PRESSIONE ENTER" AT 2125.
           ACCEPT WRK-TECLA AT 2141.
       0040-FIM.
           EXIT.
       END PROGRAM CADASTRARTRANSACAO.
