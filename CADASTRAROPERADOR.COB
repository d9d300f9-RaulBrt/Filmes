      *           (OPERADORES.DAT): incluir, alterar senha/nivel e
      *           excluir operadores. Exige o nivel mais alto
      *           (gerente) do operador da sessao.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Ficha de cliente do proprio operador no
      *                   cadastro, para a conferencia de excecoes de
      *                   caixa
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRAROPERADOR.
       77  WRK-NAME                PIC X(30) VALUE SPACES.
       77  WRK-PASSWORD            PIC X(08) VALUE SPACES.
       77  WRK-LEVEL-MSK           PIC X(01) VALUE SPACES.
       77  WRK-CUST-MSK            PIC X(05) VALUE SPACES.
       77  WRK-MIN-LEVEL           PIC 9(01) VALUE 3.

       LINKAGE SECTION.
               GOBACK
           END-IF.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           DISPLAY "INCLUIR/ALTERAR (I), EXCLUIR (X), "
               "DESBLOQUEAR (D), ENTER=VOLTAR: "
               AT 0305.
               AT 0805.
           MOVE SPACES TO WRK-LEVEL-MSK.
           ACCEPT WRK-LEVEL-MSK AT 0850.
           DISPLAY "FICHA DE CLIENTE DO OPERADOR (ENTER=NENHUMA/MANTER"
               "): " AT 0905.
           MOVE SPACES TO WRK-CUST-MSK.
           ACCEPT WRK-CUST-MSK AT 0959.

           PERFORM 0005-OPEN-FILE.
           MOVE WRK-ID TO FS-OPER-ID.
                   MOVE WRK-NAME TO FS-OPER-NAME
                   MOVE WRK-PASSWORD TO FS-OPER-PASSWORD
                   MOVE WRK-LEVEL-MSK TO FS-OPER-LEVEL
                   CALL "LERDATANEG" USING FS-OPER-PWD-DATE
                   MOVE ZEROES TO FS-OPER-FAILS
                   MOVE "N" TO FS-OPER-LOCKED
                   MOVE SPACES TO FS-OPER-PREV-PWD
                   MOVE ZEROES TO FS-OPER-CUST-COD
                   IF WRK-CUST-MSK IS NUMERIC
                       MOVE WRK-CUST-MSK TO FS-OPER-CUST-COD
                   END-IF
                   WRITE FS-OPERATOR
                   DISPLAY "OPERADOR INCLUIDO" AT 1005
               NOT INVALID KEY
                   IF WRK-PASSWORD NOT EQUAL SPACES
                       MOVE FS-OPER-PASSWORD TO FS-OPER-PREV-PWD
                       MOVE WRK-PASSWORD TO FS-OPER-PASSWORD
                       CALL "LERDATANEG" USING FS-OPER-PWD-DATE
                       MOVE ZEROES TO FS-OPER-FAILS
                   END-IF
                   IF WRK-LEVEL-MSK NOT EQUAL SPACES
                       MOVE WRK-LEVEL-MSK TO FS-OPER-LEVEL
                   END-IF
                   IF WRK-CUST-MSK IS NUMERIC
                       MOVE WRK-CUST-MSK TO FS-OPER-CUST-COD
                   END-IF
                   REWRITE FS-OPERATOR
                   DISPLAY "OPERADOR ALTERADO" AT 1005
           END-READ.
