      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Importacao do retorno da prefeitura para o lote de
      *           RPS (NFSERET.DAT, posicional: numero do RPS,
      *           situacao -- E emitida, R rejeitada --, numero oficial
      *           da NFS-e, codigo de verificacao, data de emissao e
      *           motivo da rejeicao). RPS emitido guarda o numero da
      *           nota, que passa a sair na segunda via dos recibos do
      *           RPS (SEGUNDAVIA); RPS rejeitado fica marcado para ir
      *           de novo no proximo lote (GERARRPS). Rejeitados, RPS
      *           nao encontrados e situacoes desconhecidas vao para a
      *           lista de pendencias. Impresso em NFSERET.PRN.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTARNFSE.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT RETORNO ASSIGN TO "NFSERET.DAT"
           FILE STATUS IS WRK-RET-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT RPS ASSIGN TO "RPS.DAT"
           FILE STATUS IS WRK-RPS-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-RPS-NUM.

           SELECT PRINT-FILE ASSIGN TO "NFSERET.PRN"
           FILE STATUS IS WRK-PRINT-STATUS
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  RETORNO.
           01 FS-RET-REC.
               05 FS-RET-RPS-NUM       PIC 9(08).
               05 FS-RET-SITUATION     PIC X(01).
                   88 FS-RET-EMITIDA           VALUE "E".
                   88 FS-RET-REJEITADA         VALUE "R".
               05 FS-RET-NFSE-NUM      PIC X(15).
               05 FS-RET-NFSE-VERIF    PIC X(10).
               05 FS-RET-NFSE-DT       PIC 9(08).
               05 FS-RET-MSG           PIC X(30).
           FD  RPS.
           01 FS-RPS.
               COPY RPSFLDS.
           FD  PRINT-FILE.
           01 FS-PRINT-LINE            PIC X(71).
       WORKING-STORAGE SECTION.
       77  WRK-RET-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-RPS-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-PRINT-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-SPOOL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-NIVEL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-MIN-LEVEL           PIC 9(01) VALUE 3.
       77  WRK-TECLA               PIC X(01) VALUE SPACES.
       77  WRK-BUFF                PIC X(71) VALUE SPACES.
       77  WRK-TODAY               PIC 9(08) VALUE ZEROES.
       77  WRK-PENDING-MSG         PIC X(30) VALUE SPACES.
       77  WRK-READ-COUNT          PIC 9(05) VALUE ZEROES.
       77  WRK-ISSUED-COUNT        PIC 9(05) VALUE ZEROES.
       77  WRK-PEND-COUNT          PIC 9(05) VALUE ZEROES.
       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
       SCREEN  SECTION.
       01  CLEAR.
           05 CLEAR-SCREEN.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL.
       01  SHOW-MV.
           05 TITLE-SCREEN.
               10 LINE 01 COLUMN 01    PIC X(30) ERASE EOL
                  BACKGROUND-COLOR 2 FROM
                  "NFS-E: RETORNO DA PREFEITURA".

       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           CALL "CHECKNIVEL" USING LNK-OPERATOR, WRK-MIN-LEVEL,
               WRK-NIVEL-STATUS, "IMPORTARNFSE    ".
           IF WRK-NIVEL-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-NIVEL-STATUS, "IMPORTARNFSE"
               GOBACK
           END-IF.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           CALL "LERDATANEG" USING WRK-TODAY.
           PERFORM 0005-ZERO-INFO.
           OPEN INPUT RETORNO.
           IF WRK-RET-FSTAT NOT EQUAL ZEROES
               DISPLAY "ARQUIVO NFSERET.DAT NAO ENCONTRADO" AT 0305
               MOVE ZEROES TO WRK-RET-FSTAT
               GO TO 0000-FIM
           END-IF.
           OPEN I-O RPS.
           IF WRK-RPS-FSTAT NOT EQUAL ZEROES
               DISPLAY "NENHUM RPS GERADO" AT 0305
               CLOSE RETORNO
               MOVE ZEROES TO WRK-RET-FSTAT WRK-RPS-FSTAT
               GO TO 0000-FIM
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           MOVE SPACES TO WRK-BUFF.
           STRING "RETORNO DA PREFEITURA IMPORTADO EM " WRK-TODAY
               " POR " LNK-OPERATOR INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE "NR RPS   NFS-E           VERIFICACAO EMITIDA"
               TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           PERFORM UNTIL WRK-RET-FSTAT NOT EQUAL ZEROES
               READ RETORNO
                   AT END
                       MOVE 100 TO WRK-RET-FSTAT
                   NOT AT END
                       ADD 1 TO WRK-READ-COUNT
                       PERFORM 0010-POST-ONE
               END-READ
           END-PERFORM.
           CLOSE RETORNO.
           CLOSE RPS.
           MOVE ZEROES TO WRK-RET-FSTAT WRK-RPS-FSTAT.
           MOVE SPACES TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           STRING "LIDAS: " WRK-READ-COUNT "  NOTAS EMITIDAS: "
               WRK-ISSUED-COUNT "  PENDENCIAS: " WRK-PEND-COUNT
               INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           CLOSE PRINT-FILE.
      *Copia datada no spool, antes da proxima rodada sobrescrever o
      *PRN fixo
           CALL "ESPOLAR" USING "NFSERET.PRN         ",
               LNK-OPERATOR, WRK-SPOOL-STATUS.
           DISPLAY "NOTAS EMITIDAS: " AT 0305.
           DISPLAY WRK-ISSUED-COUNT AT 0322.
           DISPLAY "PENDENCIAS: " AT 0405.
           DISPLAY WRK-PEND-COUNT AT 0422.
           DISPLAY "IMPRESSO EM NFSERET.PRN" AT 0505.
       0000-FIM.
           DISPLAY "PRESSIONE ENTER" AT 0705.
           ACCEPT WRK-TECLA AT 0721.
           GOBACK.

      *=================================================================
       0005-ZERO-INFO      SECTION.
      *Zera contadores de uma chamada anterior
      *=================================================================
           MOVE ZEROES TO WRK-READ-COUNT WRK-ISSUED-COUNT
               WRK-PEND-COUNT.

      *=================================================================
       0010-POST-ONE      SECTION.
      *Localiza o RPS da linha do retorno e grava a nota emitida ou a
      *rejeicao
      *=================================================================
           MOVE SPACES TO WRK-PENDING-MSG.
           IF FS-RET-RPS-NUM IS NOT NUMERIC
               MOVE "LINHA INVALIDA" TO WRK-PENDING-MSG
               GO TO 0010-PENDING
           END-IF.
           MOVE FS-RET-RPS-NUM TO FS-RPS-NUM.
           READ RPS
               INVALID KEY
                   MOVE "RPS NAO ENCONTRADO" TO WRK-PENDING-MSG
                   GO TO 0010-PENDING
           END-READ.
           EVALUATE TRUE
               WHEN FS-RET-EMITIDA
                   SET FS-RPS-EMITIDO TO TRUE
                   MOVE FS-RET-NFSE-NUM TO FS-RPS-NFSE-NUM
                   MOVE FS-RET-NFSE-VERIF TO FS-RPS-NFSE-VERIF
                   MOVE FS-RET-NFSE-DT TO FS-RPS-NFSE-DT
                   MOVE SPACES TO FS-RPS-REJECT-MSG
               WHEN FS-RET-REJEITADA
                   SET FS-RPS-REJEITADO TO TRUE
                   MOVE FS-RET-MSG TO FS-RPS-REJECT-MSG
                   MOVE FS-RET-MSG TO WRK-PENDING-MSG
               WHEN OTHER
                   MOVE "SITUACAO DESCONHECIDA" TO WRK-PENDING-MSG
                   GO TO 0010-PENDING
           END-EVALUATE.
           REWRITE FS-RPS.
           IF WRK-RPS-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-RPS-FSTAT, "IMPORTARNFSE", "B"
               MOVE ZEROES TO WRK-RPS-FSTAT
           END-IF.
           IF FS-RET-REJEITADA
               GO TO 0010-PENDING
           END-IF.
           ADD 1 TO WRK-ISSUED-COUNT.
           MOVE SPACES TO WRK-BUFF.
           STRING FS-RPS-NUM " " FS-RPS-NFSE-NUM " " FS-RPS-NFSE-VERIF
               "  " FS-RPS-NFSE-DT INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           GO TO 0010-FIM.
       0010-PENDING.
           MOVE ZEROES TO WRK-RPS-FSTAT.
           ADD 1 TO WRK-PEND-COUNT.
           MOVE SPACES TO WRK-BUFF.
           STRING "PENDENCIA: " FS-RET-RPS-NUM " " FS-RET-SITUATION
               " - " WRK-PENDING-MSG INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
       0010-FIM.
           EXIT.
       END PROGRAM IMPORTARNFSE.
