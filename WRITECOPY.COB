      *           uma copia (unidade) de um filme em COPIES.DAT,
      *           criando o registro se for uma copia nova ou
      *           atualizando-o se a copia ja existir
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Gravacoes em COPIES anotadas tambem no jornal
      *                   de recuperacao (WRITEJORNAL)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITECOPY.
                         ==FS-COPY-REPAIR==
                             BY ==LNK-COPY-REPAIR==
                         ==FS-COPY-REPAIR-DT==
                             BY ==LNK-COPY-REPAIR-DT==
                         ==FS-COPY-RENT-COUNT==
                             BY ==LNK-COPY-RENT-COUNT==
                         ==FS-COPY-SALE-FLAG==
                             BY ==LNK-COPY-SALE-FLAG==
                         ==FS-COPY-SALE-PRICE==
                             BY ==LNK-COPY-SALE-PRICE==.

       PROCEDURE DIVISION USING LNK-COPY, LNK-STATUS.
       0000-MAIN-PROCEDURE.
               IF LNK-STATUS EQUAL ZEROES
                   MOVE LNK-COPY TO FS-COPY
                   REWRITE FS-COPY
                   IF LNK-STATUS EQUAL ZEROES
                       CALL "WRITEJORNAL" USING "P", "R",
                           "WRITECOPY       ", FS-COPY
                   END-IF
               ELSE
                   MOVE LNK-COPY TO FS-COPY
                   WRITE FS-COPY
                   IF LNK-STATUS EQUAL ZEROES
                       CALL "WRITEJORNAL" USING "P", "W",
                           "WRITECOPY       ", FS-COPY
                   END-IF
               END-IF
               IF LNK-STATUS NOT EQUAL ZEROES
                   MOVE 619 TO LNK-STATUS
