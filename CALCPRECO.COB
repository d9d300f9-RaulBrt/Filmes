      *                   (parametros opcionais) abate o percentual da
      *                   campanha, devolvendo o desconto dado no
      *                   ultimo parametro para o diario registrar
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Tipo do item (parametro opcional): jogo usa as
      *                   faixas de prazo proprias (tipo J) em vez das
      *                   de filme (D)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCPRECO.
       77  WRK-ARG-DOW                PIC 9(01) VALUE ZEROES.
       77  WRK-BEST-PCT               PIC 9(03) VALUE ZEROES.
       77  WRK-DISCOUNT               PIC 9(06)V99 VALUE ZEROES.
       77  WRK-ITEM-TYPE              PIC X(01) VALUE SPACES.
       LINKAGE SECTION.
       77  LNK-FLAT-PRICE             PIC 9(04)V99.
       77  LNK-DIAS                   PIC 9(03).
       77  LNK-GENRE                  PIC X(08).
       77  LNK-YEAR                   PIC 9(04).
       77  LNK-DISCOUNT               PIC 9(06)V99.
       77  LNK-ITEM-TYPE              PIC X(01).

       PROCEDURE DIVISION USING LNK-FLAT-PRICE, LNK-DIAS, LNK-FORMAT,
               LNK-CHARGE, LNK-STATUS, OPTIONAL LNK-GENRE,
               OPTIONAL LNK-YEAR, OPTIONAL LNK-DISCOUNT,
               OPTIONAL LNK-ITEM-TYPE.
       0000-MAIN-PROCEDURE.
           MOVE "F" TO WRK-ITEM-TYPE.
           IF LNK-ITEM-TYPE NOT OMITTED
               MOVE LNK-ITEM-TYPE TO WRK-ITEM-TYPE
           END-IF.
           MOVE ZEROES TO LNK-STATUS.
           MOVE ZEROES TO WRK-BAND-FOUND.
           MOVE 999 TO WRK-BEST-LIMIT.
      *=================================================================
       0010-SCAN-TABLE      SECTION.
      *Percorre a tabela inteira guardando a menor faixa de dias que
      *cobre o prazo e o multiplicador do formato da copia. Jogo (G)
      *olha so as faixas de jogo (J); filme, so as de filme (D)
      *=================================================================
           PERFORM UNTIL WRK-PRC-FSTAT NOT EQUAL ZEROES
               READ PRECOS
                   AT END
                       MOVE 100 TO WRK-PRC-FSTAT
                   NOT AT END
                       IF (FS-PRC-FAIXA-DIAS AND WRK-ITEM-TYPE
                               NOT EQUAL "G")
                           OR (FS-PRC-FAIXA-JOGO AND WRK-ITEM-TYPE
                               EQUAL "G")
                           MOVE FS-PRC-ARG(1:3) TO WRK-BAND-LIMIT
                           IF WRK-BAND-LIMIT NOT LESS THAN LNK-DIAS
                               AND WRK-BAND-LIMIT LESS THAN
      *=================================================================
           MOVE ZEROES TO WRK-BEST-PCT.
           MOVE ZEROES TO WRK-DISCOUNT.
           CALL "LERDATANEG" USING WRK-TODAY.
           COMPUTE WRK-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WRK-TODAY).
           COMPUTE WRK-DOW =
