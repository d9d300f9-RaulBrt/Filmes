      *           existe, devolve os valores padrao historicos do
      *           sistema, que eram literais espalhados pelos
      *           programas antes da tabela de parametros.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Registro gravado antes de um parametro novo
      *                   chega curto: o campo novo fica com o valor
      *                   padrao em vez de brancos
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LERPARAMS.
                         ==FS-PAR-IDLE-MIN==
                             BY ==WRK-DEF-IDLE-MIN==
                         ==FS-PAR-PWD-DAYS==
                             BY ==WRK-DEF-PWD-DAYS==
                         ==FS-PAR-DUN-DAYS1==
                             BY ==WRK-DEF-DUN-DAYS1==
                         ==FS-PAR-DUN-DAYS2==
                             BY ==WRK-DEF-DUN-DAYS2==
                         ==FS-PAR-DUN-DAYS3==
                             BY ==WRK-DEF-DUN-DAYS3==
                         ==FS-PAR-LOST-DAYS==
                             BY ==WRK-DEF-LOST-DAYS==
                         ==FS-PAR-BOL-DAYS==
                             BY ==WRK-DEF-BOL-DAYS==
                         ==FS-PAR-ISS-RATE==
                             BY ==WRK-DEF-ISS-RATE==
                         ==FS-PAR-INSC-MUN==
                             BY ==WRK-DEF-INSC-MUN==
                         ==FS-PAR-CUST-RETAIN==
                             BY ==WRK-DEF-CUST-RETAIN==
                         ==FS-PAR-NEW-DAYS==
                             BY ==WRK-DEF-NEW-DAYS==
                         ==FS-PAR-NEW-RENTALS==
                             BY ==WRK-DEF-NEW-RENTALS==
                         ==FS-PAR-NEW-MAX-ITEMS==
                             BY ==WRK-DEF-NEW-MAX-ITEMS==
                         ==FS-PAR-NEW-MAX-VALUE==
                             BY ==WRK-DEF-NEW-MAX-VALUE==
                         ==FS-PAR-NEW-DEPOSIT==
                             BY ==WRK-DEF-NEW-DEPOSIT==
                         ==FS-PAR-GAME-DAYS==
                             BY ==WRK-DEF-GAME-DAYS==
                         ==FS-PAR-OPEN-HOUR==
                             BY ==WRK-DEF-OPEN-HOUR==
                         ==FS-PAR-CLOSE-HOUR==
                             BY ==WRK-DEF-CLOSE-HOUR==
                         ==FS-PAR-TERMS-VER==
                             BY ==WRK-DEF-TERMS-VER==.
       LINKAGE SECTION.
       01  LNK-PARAMS.
           COPY PARAMFLDS
                         ==FS-PAR-IDLE-MIN==
                             BY ==LNK-PAR-IDLE-MIN==
                         ==FS-PAR-PWD-DAYS==
                             BY ==LNK-PAR-PWD-DAYS==
                         ==FS-PAR-DUN-DAYS1==
                             BY ==LNK-PAR-DUN-DAYS1==
                         ==FS-PAR-DUN-DAYS2==
                             BY ==LNK-PAR-DUN-DAYS2==
                         ==FS-PAR-DUN-DAYS3==
                             BY ==LNK-PAR-DUN-DAYS3==
                         ==FS-PAR-LOST-DAYS==
                             BY ==LNK-PAR-LOST-DAYS==
                         ==FS-PAR-BOL-DAYS==
                             BY ==LNK-PAR-BOL-DAYS==
                         ==FS-PAR-ISS-RATE==
                             BY ==LNK-PAR-ISS-RATE==
                         ==FS-PAR-INSC-MUN==
                             BY ==LNK-PAR-INSC-MUN==
                         ==FS-PAR-CUST-RETAIN==
                             BY ==LNK-PAR-CUST-RETAIN==
                         ==FS-PAR-NEW-DAYS==
                             BY ==LNK-PAR-NEW-DAYS==
                         ==FS-PAR-NEW-RENTALS==
                             BY ==LNK-PAR-NEW-RENTALS==
                         ==FS-PAR-NEW-MAX-ITEMS==
                             BY ==LNK-PAR-NEW-MAX-ITEMS==
                         ==FS-PAR-NEW-MAX-VALUE==
                             BY ==LNK-PAR-NEW-MAX-VALUE==
                         ==FS-PAR-NEW-DEPOSIT==
                             BY ==LNK-PAR-NEW-DEPOSIT==
                         ==FS-PAR-GAME-DAYS==
                             BY ==LNK-PAR-GAME-DAYS==
                         ==FS-PAR-OPEN-HOUR==
                             BY ==LNK-PAR-OPEN-HOUR==
                         ==FS-PAR-CLOSE-HOUR==
                             BY ==LNK-PAR-CLOSE-HOUR==
                         ==FS-PAR-TERMS-VER==
                             BY ==LNK-PAR-TERMS-VER==.
       77  LNK-STATUS                 PIC 9(03).

       PROCEDURE DIVISION USING LNK-PARAMS, LNK-STATUS.
               READ PARAMS
               IF WRK-PAR-FSTAT EQUAL ZEROES
                   MOVE FS-PARAMS TO LNK-PARAMS
                   PERFORM 0010-DEFAULT-NEW-FIELDS
               END-IF
               CLOSE PARAMS
           END-IF.
           GOBACK.

      *=================================================================
       0010-DEFAULT-NEW-FIELDS      SECTION.
      *Campos que nao existiam quando PARAMS.DAT foi gravado
      *=================================================================
           IF LNK-PAR-DUN-DAYS1 IS NOT NUMERIC
               MOVE WRK-DEF-DUN-DAYS1 TO LNK-PAR-DUN-DAYS1
           END-IF.
           IF LNK-PAR-DUN-DAYS2 IS NOT NUMERIC
               MOVE WRK-DEF-DUN-DAYS2 TO LNK-PAR-DUN-DAYS2
           END-IF.
           IF LNK-PAR-DUN-DAYS3 IS NOT NUMERIC
               MOVE WRK-DEF-DUN-DAYS3 TO LNK-PAR-DUN-DAYS3
           END-IF.
           IF LNK-PAR-LOST-DAYS IS NOT NUMERIC
               MOVE WRK-DEF-LOST-DAYS TO LNK-PAR-LOST-DAYS
           END-IF.
           IF LNK-PAR-BOL-DAYS IS NOT NUMERIC
               MOVE WRK-DEF-BOL-DAYS TO LNK-PAR-BOL-DAYS
           END-IF.
           IF LNK-PAR-ISS-RATE IS NOT NUMERIC
               MOVE WRK-DEF-ISS-RATE TO LNK-PAR-ISS-RATE
           END-IF.
           IF LNK-PAR-CUST-RETAIN IS NOT NUMERIC
               MOVE WRK-DEF-CUST-RETAIN TO LNK-PAR-CUST-RETAIN
           END-IF.
           IF LNK-PAR-NEW-DAYS IS NOT NUMERIC
               MOVE WRK-DEF-NEW-DAYS TO LNK-PAR-NEW-DAYS
           END-IF.
           IF LNK-PAR-NEW-RENTALS IS NOT NUMERIC
               MOVE WRK-DEF-NEW-RENTALS TO LNK-PAR-NEW-RENTALS
           END-IF.
           IF LNK-PAR-NEW-MAX-ITEMS IS NOT NUMERIC
               MOVE WRK-DEF-NEW-MAX-ITEMS TO LNK-PAR-NEW-MAX-ITEMS
           END-IF.
           IF LNK-PAR-NEW-MAX-VALUE IS NOT NUMERIC
               MOVE WRK-DEF-NEW-MAX-VALUE TO LNK-PAR-NEW-MAX-VALUE
           END-IF.
           IF LNK-PAR-NEW-DEPOSIT IS NOT NUMERIC
               MOVE WRK-DEF-NEW-DEPOSIT TO LNK-PAR-NEW-DEPOSIT
           END-IF.
           IF LNK-PAR-GAME-DAYS IS NOT NUMERIC
               MOVE WRK-DEF-GAME-DAYS TO LNK-PAR-GAME-DAYS
           END-IF.
           IF LNK-PAR-OPEN-HOUR IS NOT NUMERIC
               MOVE WRK-DEF-OPEN-HOUR TO LNK-PAR-OPEN-HOUR
           END-IF.
           IF LNK-PAR-CLOSE-HOUR IS NOT NUMERIC
               MOVE WRK-DEF-CLOSE-HOUR TO LNK-PAR-CLOSE-HOUR
           END-IF.
       END PROGRAM LERPARAMS.
