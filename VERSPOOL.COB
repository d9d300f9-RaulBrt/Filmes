      *           impressora copiando o spool para REIMPRESSAO.PRN.
      *           Perder o fechamento de ontem porque alguem rodou o
      *           de hoje deixa de ser um evento.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERSPOOL.
      *Lista o registro do spool (as entradas mais novas por ultimo)
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           MOVE 02 TO WRK-LINE.
           MOVE "NR    DATA     HORA     OPERADOR ORIGEM"
               TO WRK-BUFF.
               GO TO 0030-FIM
           END-IF.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           MOVE 02 TO WRK-LINE.
           PERFORM UNTIL WRK-DOC-STATUS NOT EQUAL ZEROES
               READ SPOOLDOC
