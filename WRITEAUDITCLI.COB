      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Acrescentar uma linha na trilha de auditoria de
      *           clientes (AUDITCLI.DAT) a cada campo de cadastro
      *           alterado -- como WRITEAUDIT faz para os filmes, mas
      *           chaveada pelo codigo do cliente, para a consulta do
      *           historico de um cliente ir direto as suas linhas.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITEAUDITCLI.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT AUDITCLI ASSIGN TO "AUDITCLI.DAT"
           FILE STATUS IS LNK-STATUS
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-ACL-KEY.
       DATA DIVISION.
       FILE SECTION.
           FD  AUDITCLI.
           01 FS-AUDITCLI.
               COPY AUDCLIFLDS.
       WORKING-STORAGE SECTION.
       77  WRK-TRIES                  PIC 9(01) VALUE ZEROES.
       LINKAGE SECTION.
       01  LNK-STATUS                 PIC 9(03).
       01  LNK-OPERATION              PIC X(01).
       01  LNK-CUST-COD               PIC 9(05).
       01  LNK-FIELD                  PIC X(12).
       01  LNK-BEFORE                 PIC X(30).
       01  LNK-AFTER                  PIC X(30).
       01  LNK-OPERATOR               PIC X(08).
       01  LNK-SUPERVISOR             PIC X(08).

       PROCEDURE DIVISION USING LNK-OPERATION, LNK-CUST-COD, LNK-FIELD,
               LNK-BEFORE, LNK-AFTER, LNK-OPERATOR, LNK-SUPERVISOR,
               LNK-STATUS.
       0000-MAIN-PROCEDURE.
           MOVE ZEROES TO LNK-STATUS.
           OPEN I-O AUDITCLI.
           IF LNK-STATUS EQUAL 350 AND WRK-TRIES LESS THAN 1
               ADD 1 TO WRK-TRIES
               CLOSE AUDITCLI
               OPEN OUTPUT AUDITCLI
               CLOSE AUDITCLI
               PERFORM 0000-MAIN-PROCEDURE
           ELSE IF WRK-TRIES GREATER THAN 0 AND LNK-STATUS NOT EQUAL 0
               CALL "ERROS" USING LNK-STATUS, "WRITEAUDITCLI"
           ELSE
               PERFORM 0010-BUILD-ENTRY
               PERFORM 0020-WRITE-ENTRY
               CLOSE AUDITCLI
           END-IF.
           MOVE ZEROES TO WRK-TRIES.
           GOBACK.

      *=================================================================
       0010-BUILD-ENTRY        SECTION.
      *Monta a linha de auditoria com data, hora e os dados informados
      *=================================================================
           MOVE LNK-CUST-COD   TO FS-ACL-CUST-COD.
           CALL "LERDATANEG" USING FS-ACL-DATE.
           ACCEPT FS-ACL-TIME FROM TIME.
           MOVE ZEROES         TO FS-ACL-SEQ.
           MOVE LNK-OPERATOR   TO FS-ACL-OPERATOR.
           MOVE LNK-SUPERVISOR TO FS-ACL-SUPERVISOR.
           MOVE LNK-OPERATION  TO FS-ACL-OPERATION.
           MOVE LNK-FIELD      TO FS-ACL-FIELD.
           MOVE LNK-BEFORE     TO FS-ACL-BEFORE.
           MOVE LNK-AFTER      TO FS-ACL-AFTER.

      *=================================================================
       0020-WRITE-ENTRY        SECTION.
      *Grava a linha; varios campos alterados no mesmo instante caem
      *na mesma data/hora, entao a sequencia sobe ate achar chave livre
      *=================================================================
           WRITE FS-AUDITCLI
               INVALID KEY
                   IF FS-ACL-SEQ LESS THAN 99
                       ADD 1 TO FS-ACL-SEQ
                       PERFORM 0020-WRITE-ENTRY
                   END-IF
           END-WRITE.

       END PROGRAM WRITEAUDITCLI.
