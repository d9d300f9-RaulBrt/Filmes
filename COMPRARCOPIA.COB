      *           sobe o total e a disponibilidade do filme e grava a
      *           entrada na trilha de auditoria. O caminho inverso
      *           da venda de copia usada.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Chave alternativa de MOVIES.DAT pelo titulo
      *                   declarada no SELECT
      * 15/OUT/2026 RTB - Valor pago pelo disco usado lancado como gasto
      *                   do orcamento de compras da filial (WRITEGASTO)
      * 15/OUT/2026 RTB - Unidade comprada entra com a contagem de
      *                   alugueis zerada e fora da lista de venda de
      *                   usadas
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPRARCOPIA.
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES
           LOCK MODE IS AUTOMATIC.

           SELECT COPIES ASSIGN TO "COPIES.DAT"
       77  WRK-AUDIT-AFTER         PIC X(30) VALUE SPACES.
       77  WRK-BRANCH              PIC 9(02) VALUE 1.
       77  WRK-FIL-STATUS          PIC 9(03) VALUE ZEROES.
       77  WRK-SPENT-AMOUNT        PIC 9(08)V99 VALUE ZEROES.
       77  WRK-NO-ORDER            PIC 9(05) VALUE ZEROES.

       01  WRK-AREA.
           05 WRK-MENU-TITLE       PIC X(30).
                         ==FS-COPY-REP-ENVIADA==
                             BY ==WRK-COPY-REP-ENVIADA==
                         ==FS-COPY-REPAIR-DT==
                             BY ==WRK-COPY-REPAIR-DT==
                         ==FS-COPY-RENT-COUNT==
                             BY ==WRK-COPY-RENT-COUNT==
                         ==FS-COPY-SALE-FLAG==
                             BY ==WRK-COPY-SALE-FLAG==
                         ==FS-COPY-SALE-PRICE==
                             BY ==WRK-COPY-SALE-PRICE==.

       01  WRK-MOVIE.
           COPY MOVIEFLDS
                                     ==FS-MOV-SUBTITLE==
                                         BY ==WRK-MOV-SUBTITLE==
                                     ==FS-MOV-SECTION==
                                         BY ==WRK-MOV-SECTION==
                                     ==FS-MOV-ITEM-TYPE==
                                         BY ==WRK-MOV-ITEM-TYPE==
                                     ==FS-MOV-PLATFORM==
                                         BY ==WRK-MOV-PLATFORM==.

       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
           MOVE "N" TO WRK-COPY-TRANSIT.
           MOVE "N" TO WRK-COPY-REPAIR.
           MOVE ZEROES TO WRK-COPY-REPAIR-DT.
           MOVE ZEROES TO WRK-COPY-RENT-COUNT.
           MOVE "N" TO WRK-COPY-SALE-FLAG.
           MOVE ZEROES TO WRK-COPY-SALE-PRICE.
           MOVE ZEROES TO WRK-WRITE-STATUS.
           CALL "WRITECOPY" USING WRK-COPY, WRK-WRITE-STATUS.
           IF WRK-WRITE-STATUS NOT EQUAL ZEROES
                   CALL "ERROS" USING WRK-TRANS-STATUS,
                       "COMPRARCOPIA"
               END-IF
               MOVE WRK-PAY-AMOUNT TO WRK-SPENT-AMOUNT
               CALL "WRITEGASTO" USING WRK-BRANCH, WRK-MOV-GENRE(01),
                   "U", WRK-MOV-COD, WRK-NO-ORDER, WRK-SPENT-AMOUNT,
                   LNK-OPERATOR
           END-IF.
           MOVE SPACES TO WRK-AUDIT-BEFORE.
           STRING "COPIA " WRK-NEW-COPY-NUM " COMPRADA USADA"
