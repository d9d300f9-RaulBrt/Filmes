      *                   FS-MOV-COPIES-AVL de proposito: entram na
      *                   contagem de retidas e saem da disponivel
      *                   esperada, para nao apontar divergencia falsa
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Chave alternativa de MOVIES.DAT pelo titulo
      *                   declarada no SELECT
      * 15/OUT/2026 RTB - Unidade reservada para solicitacao de outra
      *                   filial (FS-COPY-TRANSIT "R") tambem conta como
      *                   retida
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFERECOPIAS.
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES
           LOCK MODE IS AUTOMATIC.

           SELECT COPIES ASSIGN TO "COPIES.DAT"
       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           DISPLAY "CORRIGIR AUTOMATICAMENTE OS CONTADORES "
               "DIVERGENTES (S/N)? " AT 0305.
           ACCEPT WRK-CONFIRM AT 0364.
      *=================================================================
           MOVE ZEROES TO WRK-UNIT-HELD.
           IF FS-COPY-TRANSIT EQUAL "S"
               OR FS-COPY-TRANSIT EQUAL "R"
               OR FS-COPY-REPAIR NOT EQUAL "N"
               MOVE 1 TO WRK-UNIT-HELD
           END-IF.
