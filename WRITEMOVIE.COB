      * Autor: RAUL T. BERTO
      * Data: 24/MAR/2025
      * Objetivo: Gravar informacoes de um filme no arquivo
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Chave alternativa de MOVIES.DAT pelo titulo
      *                   declarada no SELECT
      * 15/OUT/2026 RTB - Copias de jogo criadas com o formato JOGO
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITEMOVIE.
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
       01  LNK-RESTORE-FLAG           PIC X(01).
                                     ==FS-MOV-SUBTITLE==
                                         BY ==LNK-MOV-SUBTITLE==
                                     ==FS-MOV-SECTION==
                                         BY ==LNK-MOV-SECTION==
                                     ==FS-MOV-ITEM-TYPE==
                                         BY ==LNK-MOV-ITEM-TYPE==
                                     ==FS-MOV-PLATFORM==
                                         BY ==LNK-MOV-PLATFORM==.
       SCREEN  SECTION.
       01  CLEAR.
           05 CLEAR-SCREEN.
               IF LNK-MOV-COPIES-TOT EQUAL ZEROES
                   MOVE 1 TO LNK-MOV-COPIES-TOT
               END-IF
               CALL "LERDATANEG" USING WRK-TODAY
               IF LNK-RESTORE-FLAG OMITTED OR NOT LNK-IS-RESTORE
                   MOVE LNK-MOV-COPIES-TOT TO LNK-MOV-COPIES-AVL
                   MOVE WRK-TODAY TO LNK-MOV-CREATED-DT
                   PERFORM 0020-CREATE-COPIES
                   DISPLAY CLEAR-SCREEN
                   DISPLAY SUCCESS-SCREEN
                   CALL "MARCATREINO"
                   ACCEPT WRK-BUFF
               ELSE
                   IF LNK-STATUS EQUAL 22
      *=================================================================
       0020-CREATE-COPIES      SECTION.
      *Gera um registro de copia em COPIES.DAT para cada unidade
      *informada em LNK-MOV-COPIES-TOT, com formato e condicao padrao
      *(formato JOGO quando o item e um jogo),
      *que podem depois ser ajustados individualmente em CADASTRARCOPIA
      *=================================================================
           PERFORM VARYING WRK-COPY-SUB FROM 1 BY 1
                   UNTIL WRK-COPY-SUB GREATER THAN LNK-MOV-COPIES-TOT
               MOVE LNK-MOV-COD TO WRK-COPY-MOV-COD
               MOVE WRK-COPY-SUB TO WRK-COPY-NUM
               IF LNK-MOV-ITEM-TYPE EQUAL "G"
                   MOVE "JOGO" TO WRK-COPY-FORMAT
               ELSE
                   MOVE "DVD" TO WRK-COPY-FORMAT
               END-IF
               MOVE "NOVO" TO WRK-COPY-CONDITION
               CALL "WRITECOPY" USING WRK-COPY, WRK-COPY-STATUS
           END-PERFORM.
