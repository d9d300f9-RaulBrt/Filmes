      * Data: 09/AGO/2026
      * Objetivo: Gravar uma distribuidora na tabela de distribuidoras
      *           validas
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITEDISTRIB.
               IF LNK-STATUS EQUAL ZEROES
                   DISPLAY CLEAR-SCREEN
                   DISPLAY SUCCESS-SCREEN
                   CALL "MARCATREINO"
                   ACCEPT WRK-BUFF
               ELSE
                   IF LNK-STATUS EQUAL 22
