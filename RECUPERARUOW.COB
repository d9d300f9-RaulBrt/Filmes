      *           interrompida que ja fechou o aluguel vale como
      *           feita. Cada recuperacao vai para o registro de
      *           erros, e o UOW.DAT e zerado no fim.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Gravacoes em RENTALS anotadas tambem no jornal
      *                   de recuperacao (WRITEJORNAL)
      * 15/OUT/2026 RTB - Chave alternativa de MOVIES.DAT pelo titulo
      *                   declarada no SELECT
      * 15/OUT/2026 RTB - Unidade reservada para solicitacao de outra
      *                   filial (FS-COPY-TRANSIT "R") tambem conta como
      *                   retida
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUPERARUOW.
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES
           LOCK MODE IS AUTOMATIC.

           SELECT COPIES ASSIGN TO "COPIES.DAT"
           DELETE RENTALS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CALL "WRITEJORNAL" USING "R", "D",
                       "RECUPERARUOW    ", FS-RENTAL
           END-DELETE.
      *A disponibilidade e recalculada do zero (total menos abertos):
      *nao da para saber se a baixa da copia chegou a acontecer antes
                           MOVE 1 TO WRK-EOF
                       ELSE
                           IF FS-COPY-TRANSIT EQUAL "S"
                               OR FS-COPY-TRANSIT EQUAL "R"
                               OR FS-COPY-REPAIR NOT EQUAL "N"
                               ADD 1 TO WRK-HELD-COPIES
                           END-IF
