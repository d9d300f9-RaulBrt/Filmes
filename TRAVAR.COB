      *           mais) assumindo a estacao sob a propria
      *           identificacao -- a trilha de auditoria e o
      *           relatorio Z param de culpar quem nao estava la.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAVAR.
           PERFORM UNTIL WRK-UNLOCKED EQUAL 1
               DISPLAY CLEAR-SCREEN
               DISPLAY LOCK-SCREEN
               CALL "MARCATREINO"
               DISPLAY "OPERADOR DA SESSAO: " AT 0710
               DISPLAY LNK-OPERATOR AT 0731
               DISPLAY "SENHA (OU OUTRO OPERADOR SUPERVISOR): "
