      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Atalho por codigo de transacao: recebe o codigo
      *           digitado no menu principal (ex. DEV, PAG), procura o
      *           programa na tabela TRANSACOES.DAT, confere o nivel e
      *           a matriz de permissoes por CHECKNIVEL (a funcao e o
      *           nome do programa) e chama o programa direto, sem
      *           passar pelos submenus. Cada uso conta nos favoritos
      *           do operador (FAVORITOS.DAT), base da sugestao dos
      *           cinco codigos fixados no menu.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXECTRANSACAO.
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
       77  WRK-CODE                PIC X(04) VALUE SPACES.
       77  WRK-CALL-NAME           PIC X(20) VALUE SPACES.
       77  WRK-MIN-LEVEL           PIC 9(01) VALUE ZEROES.
       77  WRK-PARM                PIC X(01) VALUE SPACES.
       77  WRK-NIVEL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-NEW-REC             PIC 9(01) VALUE ZEROES.
       77  WRK-SUB                 PIC 9(02) VALUE ZEROES.
       77  WRK-SLOT                PIC 9(02) VALUE ZEROES.
       77  WRK-LOW-QTY             PIC 9(05) VALUE ZEROES.

       LINKAGE SECTION.
       77  LNK-OPERATOR            PIC X(08).
       77  LNK-CODE                PIC X(04).
       77  LNK-STATUS              PIC 9(03).

       PROCEDURE DIVISION USING LNK-OPERATOR, LNK-CODE, LNK-STATUS.
       0000-MAIN-PROCEDURE.
           MOVE ZEROES TO LNK-STATUS.
           MOVE LNK-CODE TO WRK-CODE.
           INSPECT WRK-CODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM 0010-LOOK-UP-CODE.
           IF LNK-STATUS NOT EQUAL ZEROES
               GOBACK
           END-IF.
           CALL "CHECKNIVEL" USING LNK-OPERATOR, WRK-MIN-LEVEL,
               WRK-NIVEL-STATUS, WRK-CALL-NAME.
           IF WRK-NIVEL-STATUS NOT EQUAL ZEROES
               MOVE WRK-NIVEL-STATUS TO LNK-STATUS
               GOBACK
           END-IF.
           PERFORM 0020-COUNT-USE.
           IF WRK-PARM EQUAL "N"
               CALL WRK-CALL-NAME
                   ON EXCEPTION
                       MOVE 687 TO LNK-STATUS
               END-CALL
           ELSE
               CALL WRK-CALL-NAME USING LNK-OPERATOR
                   ON EXCEPTION
                       MOVE 687 TO LNK-STATUS
               END-CALL
           END-IF.
           GOBACK.

      *=================================================================
       0010-LOOK-UP-CODE      SECTION.
      *Procura o codigo na tabela; codigo ausente ou inativo devolve
      *686 para o menu mostrar
      *=================================================================
           OPEN INPUT TRANSACOES.
           IF WRK-TRX-FSTAT NOT EQUAL ZEROES
               MOVE ZEROES TO WRK-TRX-FSTAT
               MOVE 686 TO LNK-STATUS
               GO TO 0010-FIM
           END-IF.
           MOVE WRK-CODE TO FS-TRX-COD.
           READ TRANSACOES
               INVALID KEY
                   MOVE 686 TO LNK-STATUS
               NOT INVALID KEY
                   IF NOT FS-TRX-ATIVO
                       MOVE 686 TO LNK-STATUS
                   ELSE
                       MOVE FS-TRX-PROGRAM   TO WRK-CALL-NAME
                       MOVE FS-TRX-MIN-LEVEL TO WRK-MIN-LEVEL
                       MOVE FS-TRX-PARM      TO WRK-PARM
                   END-IF
           END-READ.
           CLOSE TRANSACOES.
           MOVE ZEROES TO WRK-TRX-FSTAT.
       0010-FIM.
           EXIT.

      *=================================================================
       0020-COUNT-USE      SECTION.
      *Soma um uso do codigo nos favoritos do operador. A tabela de
      *uso guarda 20 codigos; cheia, o menos usado da lugar ao novo
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
               MOVE ZEROES TO WRK-FAV-FSTAT
               GO TO 0020-FIM
           END-IF.
           MOVE ZEROES TO WRK-NEW-REC.
           MOVE LNK-OPERATOR TO FS-FAV-OPER-ID.
           READ FAVORITOS
               INVALID KEY
                   MOVE 1 TO WRK-NEW-REC
                   INITIALIZE FS-FAVORITO
                   MOVE LNK-OPERATOR TO FS-FAV-OPER-ID
           END-READ.
           MOVE ZEROES TO WRK-SLOT.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB GREATER THAN 20
                      OR WRK-SLOT GREATER THAN ZEROES
               IF FS-FAV-USE-COD(WRK-SUB) EQUAL WRK-CODE
                   MOVE WRK-SUB TO WRK-SLOT
               END-IF
           END-PERFORM.
           IF WRK-SLOT EQUAL ZEROES
               MOVE 1 TO WRK-SLOT
               MOVE FS-FAV-USE-QTY(1) TO WRK-LOW-QTY
               PERFORM VARYING WRK-SUB FROM 1 BY 1
                       UNTIL WRK-SUB GREATER THAN 20
                   IF FS-FAV-USE-COD(WRK-SUB) EQUAL SPACES
                       MOVE ZEROES TO WRK-LOW-QTY
                       MOVE WRK-SUB TO WRK-SLOT
                   ELSE IF FS-FAV-USE-QTY(WRK-SUB) LESS THAN
                       WRK-LOW-QTY
                       MOVE FS-FAV-USE-QTY(WRK-SUB) TO WRK-LOW-QTY
                       MOVE WRK-SUB TO WRK-SLOT
                   END-IF
                   END-IF
               END-PERFORM
               MOVE WRK-CODE TO FS-FAV-USE-COD(WRK-SLOT)
               MOVE ZEROES TO FS-FAV-USE-QTY(WRK-SLOT)
           END-IF.
           IF FS-FAV-USE-QTY(WRK-SLOT) LESS THAN 99999
               ADD 1 TO FS-FAV-USE-QTY(WRK-SLOT)
           END-IF.
           IF WRK-NEW-REC EQUAL 1
               WRITE FS-FAVORITO
           ELSE
               REWRITE FS-FAVORITO
           END-IF.
           CLOSE FAVORITOS.
           MOVE ZEROES TO WRK-FAV-FSTAT.
       0020-FIM.
           EXIT.
       END PROGRAM EXECTRANSACAO.
