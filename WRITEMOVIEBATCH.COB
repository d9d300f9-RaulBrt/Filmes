      *           WRITEMOVIE, porem sem nenhuma tela ou ACCEPT, para uso
      *           em cargas em lote (CARGALOTE) onde ninguem esta
      *           acompanhando o terminal registro a registro
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Chave alternativa de MOVIES.DAT pelo titulo
      *                   declarada no SELECT
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITEMOVIEBATCH.
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES
           LOCK MODE IS AUTOMATIC.
       DATA DIVISION.
       FILE SECTION.
                         ==FS-COPY-REPAIR==
                             BY ==WRK-COPY-REPAIR==
                         ==FS-COPY-REPAIR-DT==
                             BY ==WRK-COPY-REPAIR-DT==
                         ==FS-COPY-RENT-COUNT==
                             BY ==WRK-COPY-RENT-COUNT==
                         ==FS-COPY-SALE-FLAG==
                             BY ==WRK-COPY-SALE-FLAG==
                         ==FS-COPY-SALE-PRICE==
                             BY ==WRK-COPY-SALE-PRICE==.
       LINKAGE SECTION.
       01  LNK-STATUS                 PIC 9(03).
       01  LNK-MOVIE.
                                     ==FS-MOV-SUBTITLE==
                                         BY ==LNK-MOV-SUBTITLE==
                                     ==FS-MOV-SECTION==
                                         BY ==LNK-MOV-SECTION==
                                     ==FS-MOV-ITEM-TYPE==
                                         BY ==LNK-MOV-ITEM-TYPE==
                                     ==FS-MOV-PLATFORM==
                                         BY ==LNK-MOV-PLATFORM==.

       PROCEDURE DIVISION USING LNK-MOVIE,LNK-STATUS.
       0000-MAIN-PROCEDURE.
                   MOVE 1 TO LNK-MOV-COPIES-TOT
               END-IF
               MOVE LNK-MOV-COPIES-TOT TO LNK-MOV-COPIES-AVL
               CALL "LERDATANEG" USING WRK-TODAY
               MOVE WRK-TODAY TO LNK-MOV-CREATED-DT
               MOVE WRK-TODAY TO LNK-MOV-MODIFIED-DT
               MOVE LNK-MOVIE TO FS-MOVIE
