      *           grava um novo com o mesmo FS-RENT-DATE original,
      *           preservando o historico. A renovacao e recusada se
      *           houver clientes aguardando o filme em WAITLIST.DAT
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Gravacoes em RENTALS anotadas tambem no jornal
      *                   de recuperacao (WRITEJORNAL)
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENOVAR.
                                     ==FS-MOV-SUBTITLE==
                                         BY ==WRK-MOV-SUBTITLE==
                                     ==FS-MOV-SECTION==
                                         BY ==WRK-MOV-SECTION==
                                     ==FS-MOV-ITEM-TYPE==
                                         BY ==WRK-MOV-ITEM-TYPE==
                                     ==FS-MOV-PLATFORM==
                                         BY ==WRK-MOV-PLATFORM==.

       01  WRK-RENTAL.
           COPY RENTFLDS
                             BY ==WRK-RENT-DEVOLVIDO==
                         ==FS-RENT-ANULADO==
                             BY ==WRK-RENT-ANULADO==
                         ==FS-RENT-PERDIDO==
                             BY ==WRK-RENT-PERDIDO==
                         ==FS-RENT-COPY-NUM==
                             BY ==WRK-RENT-COPY-NUM==
                         ==FS-RENT-RETURN-DATE==
      *Desenha uma tela pedindo a confirmacao da renovacao
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY CONFIRM-SCREEN
           CALL "MARCATREINO".

           MOVE SPACES TO WRK-BUFF.
           MOVE 07 TO WRK-LINE.
               IF WRK-STATUS EQUAL ZEROES
                   DISPLAY CLEAR-SCREEN
                   DISPLAY SUCCESS-SCREEN
                   CALL "MARCATREINO"
                   ACCEPT WRK-BUFF
               ELSE
                   CALL "ERROS" USING WRK-STATUS, "RENOVAR"
           ELSE
               CLOSE RENTALS
               DISPLAY CLEAR-SCREEN
               CALL "MARCATREINO"
               DISPLAY UNCONFIRM
               ACCEPT WRK-BUFF
           END-IF.
               WRITE FS-RENTAL
                   INVALID KEY
                       MOVE 629 TO WRK-STATUS
                   NOT INVALID KEY
                       CALL "WRITEJORNAL" USING "R", "W",
                           "RENOVAR         ", FS-RENTAL
               END-WRITE
               IF WRK-STATUS EQUAL ZEROES
                   MOVE WRK-MOV-COD TO FS-RENT-MOV-COD
                   DELETE RENTALS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           CALL "WRITEJORNAL" USING "R", "D",
                               "RENOVAR         ", FS-RENTAL
                   END-DELETE
                   CALL "WRITERENTXREF" USING "E", WRK-RENT-CUST-COD,
                       WRK-RENT-MOV-COD, WRK-OLD-DUE-DATE,
