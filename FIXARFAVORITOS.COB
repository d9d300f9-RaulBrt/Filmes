      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Favoritos do menu principal: o operador fixa ate
      *           cinco codigos de transacao que aparecem no menu
      *           principal. A tela mostra os codigos que ele mais usou
      *           (contados pelo EXECTRANSACAO em FAVORITOS.DAT); ENTER
      *           nos cinco campos fixa os cinco mais usados.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIXARFAVORITOS.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT TRANSACOES ASSIGN TO "TRANSACOES.DAT"
           FILE STATUS IS WRK-TRX-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-TRX-COD.

           SELECT FAVORITOS ASSIGN TO "FAVORITOS.DAT"
           FILE STATUS IS WRK-FAV-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-FAV-OPER-ID
           LOCK MODE IS AUTOMATIC.
       DATA DIVISION.
       FILE SECTION.
           FD  TRANSACOES.
           01 FS-TRANSACAO.
               COPY TRXFLDS.
           FD  FAVORITOS.
           01 FS-FAVORITO.
               COPY FAVFLDS.
       WORKING-STORAGE SECTION.
       77  WRK-TRX-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-FAV-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-TRIES               PIC 9(01) VALUE ZEROES.
       77  WRK-NEW-REC             PIC 9(01) VALUE ZEROES.
       77  WRK-TECLA               PIC X(01) VALUE SPACES.
       77  WRK-BUFF                PIC X(71) VALUE SPACES.
       77  WRK-LINE                PIC 9(04) VALUE ZEROES.
       77  WRK-POS                 PIC 9(04) VALUE ZEROES.
       77  WRK-SUB                 PIC 9(02) VALUE ZEROES.
       77  WRK-SUB2                PIC 9(02) VALUE ZEROES.
       77  WRK-BEST                PIC 9(02) VALUE ZEROES.
       77  WRK-TOP-TOT             PIC 9(02) VALUE ZEROES.
       77  WRK-PIN-TOT             PIC 9(01) VALUE ZEROES.
       77  WRK-QTY-MSK             PIC ZZZZ9.
       77  WRK-STATUS              PIC 9(03) VALUE ZEROES.
       77  WRK-CODE                PIC X(04) VALUE SPACES.
       77  WRK-DESC                PIC X(25) VALUE SPACES.
      *Copia da tabela de uso do operador, ordenada da mais usada
      *para a menos usada
       01  WRK-TOP-TABLE.
           05 WRK-TOP-ENTRY            OCCURS 20 TIMES.
               10 WRK-TOP-COD          PIC X(04).
               10 WRK-TOP-QTY          PIC 9(05).
       01  WRK-TOP-SWAP.
           05 WRK-SWAP-COD             PIC X(04).
           05 WRK-SWAP-QTY             PIC 9(05).
       01  WRK-PIN-TABLE.
           05 WRK-PIN-COD              PIC X(04) OCCURS 5 TIMES.

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
                  BACKGROUND-COLOR 2 FROM "FAVORITOS DO MENU".
       01  SHOW-LINE.
           05 DTA.
               10 LINE WRK-LINE COLUMN 01 PIC X(71) ERASE EOL
                  BACKGROUND-COLOR 0 FOREGROUND-COLOR 2 FROM WRK-BUFF.

       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           PERFORM 0010-READ-FAVORITES.
           IF WRK-FAV-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-FAV-FSTAT, "FIXARFAVORITOS"
               GOBACK
           END-IF.
           PERFORM 0020-RANK-USE.
           PERFORM 0030-SHOW-SCREEN.
           PERFORM 0040-GET-PINS.
           PERFORM 0050-SAVE-FAVORITES.
           GOBACK.

      *=================================================================
       0010-READ-FAVORITES      SECTION.
      *Le o registro do operador em FAVORITOS.DAT, criando o arquivo
      *se nao existir; operador sem registro comeca com a tabela vazia
      *=================================================================
           MOVE ZEROES TO WRK-TRIES.
           OPEN I-O FAVORITOS.
           IF WRK-FAV-FSTAT EQUAL 350 AND WRK-TRIES LESS THAN 1
               ADD 1 TO WRK-TRIES
               CLOSE FAVORITOS
               OPEN OUTPUT FAVORITOS
               CLOSE FAVORITOS
               OPEN I-O FAVORITOS
           END-IF.
           IF WRK-FAV-FSTAT NOT EQUAL ZEROES
               GO TO 0010-FIM
           END-IF.
           MOVE ZEROES TO WRK-NEW-REC.
           MOVE LNK-OPERATOR TO FS-FAV-OPER-ID.
           READ FAVORITOS
               INVALID KEY
                   MOVE 1 TO WRK-NEW-REC
                   INITIALIZE FS-FAVORITO
                   MOVE LNK-OPERATOR TO FS-FAV-OPER-ID
           END-READ.
           CLOSE FAVORITOS.
           MOVE ZEROES TO WRK-FAV-FSTAT.
       0010-FIM.
           EXIT.

      *=================================================================
       0020-RANK-USE      SECTION.
      *Ordena a tabela de uso pela quantidade, maior primeiro
      *=================================================================
           MOVE ZEROES TO WRK-TOP-TOT.
           INITIALIZE WRK-TOP-TABLE.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB GREATER THAN 20
               IF FS-FAV-USE-COD(WRK-SUB) NOT EQUAL SPACES
                   ADD 1 TO WRK-TOP-TOT
                   MOVE FS-FAV-USE-COD(WRK-SUB)
                       TO WRK-TOP-COD(WRK-TOP-TOT)
                   MOVE FS-FAV-USE-QTY(WRK-SUB)
                       TO WRK-TOP-QTY(WRK-TOP-TOT)
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB NOT LESS THAN WRK-TOP-TOT
               MOVE WRK-SUB TO WRK-BEST
               PERFORM VARYING WRK-SUB2 FROM WRK-SUB BY 1
                       UNTIL WRK-SUB2 GREATER THAN WRK-TOP-TOT
                   IF WRK-TOP-QTY(WRK-SUB2) GREATER THAN
                       WRK-TOP-QTY(WRK-BEST)
                       MOVE WRK-SUB2 TO WRK-BEST
                   END-IF
               END-PERFORM
               IF WRK-BEST NOT EQUAL WRK-SUB
                   MOVE WRK-TOP-ENTRY(WRK-SUB) TO WRK-TOP-SWAP
                   MOVE WRK-TOP-ENTRY(WRK-BEST)
                       TO WRK-TOP-ENTRY(WRK-SUB)
                   MOVE WRK-TOP-SWAP TO WRK-TOP-ENTRY(WRK-BEST)
               END-IF
           END-PERFORM.

      *=================================================================
       0030-SHOW-SCREEN      SECTION.
      *Mostra os dez codigos mais usados e os favoritos fixados hoje
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           MOVE 02 TO WRK-LINE.
           MOVE SPACES TO WRK-BUFF.
           MOVE "MAIS USADOS" TO WRK-BUFF(1:11).
           MOVE "USOS" TO WRK-BUFF(32:4).
           MOVE "FIXADOS" TO WRK-BUFF(41:7).
           DISPLAY DTA.
           OPEN INPUT TRANSACOES.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB GREATER THAN 10
               MOVE SPACES TO WRK-BUFF
               IF WRK-SUB NOT GREATER THAN WRK-TOP-TOT
                   MOVE WRK-TOP-COD(WRK-SUB) TO WRK-CODE
                   PERFORM 0035-GET-DESC
                   MOVE WRK-TOP-QTY(WRK-SUB) TO WRK-QTY-MSK
                   STRING WRK-CODE " " WRK-DESC " " WRK-QTY-MSK
                       INTO WRK-BUFF
               END-IF
               IF WRK-SUB NOT GREATER THAN 5
                   AND FS-FAV-COD(WRK-SUB) NOT EQUAL SPACES
                   MOVE FS-FAV-COD(WRK-SUB) TO WRK-CODE
                   PERFORM 0035-GET-DESC
                   STRING WRK-CODE " " WRK-DESC
                       INTO WRK-BUFF(41:30)
               END-IF
               ADD 1 TO WRK-LINE
               DISPLAY DTA
           END-PERFORM.
           CLOSE TRANSACOES.
           MOVE ZEROES TO WRK-TRX-FSTAT.
           IF WRK-TOP-TOT EQUAL ZEROES
               DISPLAY "NENHUM CODIGO USADO AINDA" AT 0401
           END-IF.

      *=================================================================
       0035-GET-DESC      SECTION.
      *Descricao do codigo em TRANSACOES.DAT (aberto pelo chamador)
      *=================================================================
           MOVE SPACES TO WRK-DESC.
           IF WRK-TRX-FSTAT NOT EQUAL ZEROES
               GO TO 0035-FIM
           END-IF.
           MOVE WRK-CODE TO FS-TRX-COD.
           READ TRANSACOES
               INVALID KEY
                   MOVE "(CODIGO REMOVIDO)" TO WRK-DESC
               NOT INVALID KEY
                   MOVE FS-TRX-DESC TO WRK-DESC
           END-READ.
       0035-FIM.
           EXIT.

      *=================================================================
       0040-GET-PINS      SECTION.
      *Pede os cinco codigos; codigo inexistente ou inativo e
      *recusado e o campo fica em branco. ENTER nos cinco campos fixa
      *os cinco mais usados
      *=================================================================
           DISPLAY "CODIGOS A FIXAR (ENTER NOS CINCO = OS MAIS USADOS)"
               AT 1501.
           INITIALIZE WRK-PIN-TABLE.
           MOVE ZEROES TO WRK-PIN-TOT.
           MOVE 1605 TO WRK-POS.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB GREATER THAN 5
               DISPLAY WRK-SUB AT WRK-POS
               ADD 2 TO WRK-POS
               DISPLAY "-" AT WRK-POS
               ADD 2 TO WRK-POS
               MOVE SPACES TO WRK-CODE
               ACCEPT WRK-CODE AT WRK-POS
               ADD 8 TO WRK-POS
               INSPECT WRK-CODE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF WRK-CODE NOT EQUAL SPACES
                   PERFORM 0045-CHECK-CODE
               END-IF
           END-PERFORM.
           IF WRK-PIN-TOT EQUAL ZEROES
               PERFORM VARYING WRK-SUB FROM 1 BY 1
                       UNTIL WRK-SUB GREATER THAN 5
                          OR WRK-SUB GREATER THAN WRK-TOP-TOT
                   MOVE WRK-TOP-COD(WRK-SUB) TO WRK-PIN-COD(WRK-SUB)
               END-PERFORM
           END-IF.

      *=================================================================
       0045-CHECK-CODE      SECTION.
      *Aceita o codigo se estiver ativo na tabela e ainda nao fixado
      *=================================================================
           PERFORM VARYING WRK-SUB2 FROM 1 BY 1
                   UNTIL WRK-SUB2 GREATER THAN WRK-PIN-TOT
               IF WRK-PIN-COD(WRK-SUB2) EQUAL WRK-CODE
                   GO TO 0045-FIM
               END-IF
           END-PERFORM.
           OPEN INPUT TRANSACOES.
           MOVE 686 TO WRK-STATUS.
           IF WRK-TRX-FSTAT EQUAL ZEROES
               MOVE WRK-CODE TO FS-TRX-COD
               READ TRANSACOES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FS-TRX-ATIVO
                           MOVE ZEROES TO WRK-STATUS
                       END-IF
               END-READ
               CLOSE TRANSACOES
           END-IF.
           MOVE ZEROES TO WRK-TRX-FSTAT.
           IF WRK-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-STATUS, "FIXARFAVORITOS"
               GO TO 0045-FIM
           END-IF.
           ADD 1 TO WRK-PIN-TOT.
           MOVE WRK-CODE TO WRK-PIN-COD(WRK-PIN-TOT).
       0045-FIM.
           EXIT.

      *=================================================================
       0050-SAVE-FAVORITES      SECTION.
      *Grava os codigos fixados no registro do operador
      *=================================================================
           MOVE ZEROES TO WRK-TRIES.
           OPEN I-O FAVORITOS.
           IF WRK-FAV-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-FAV-FSTAT, "FIXARFAVORITOS"
               MOVE ZEROES TO WRK-FAV-FSTAT
               GO TO 0050-FIM
           END-IF.
           MOVE LNK-OPERATOR TO FS-FAV-OPER-ID.
           READ FAVORITOS
               INVALID KEY
                   MOVE 1 TO WRK-NEW-REC
                   INITIALIZE FS-FAVORITO
                   MOVE LNK-OPERATOR TO FS-FAV-OPER-ID
               NOT INVALID KEY
                   MOVE ZEROES TO WRK-NEW-REC
           END-READ.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB GREATER THAN 5
               MOVE WRK-PIN-COD(WRK-SUB) TO FS-FAV-COD(WRK-SUB)
           END-PERFORM.
           IF WRK-NEW-REC EQUAL 1
               WRITE FS-FAVORITO
           ELSE
               REWRITE FS-FAVORITO
           END-IF.
           CLOSE FAVORITOS.
           MOVE ZEROES TO WRK-FAV-FSTAT.
           DISPLAY "FAVORITOS GRAVADOS - PRESSIONE ENTER" AT 1801.
           ACCEPT WRK-TECLA AT 1838.
       0050-FIM.
           EXIT.
       END PROGRAM FIXARFAVORITOS.
