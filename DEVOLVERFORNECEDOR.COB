      *           RMAS.DAT e lista as devolucoes em aberto por
      *           distribuidora para a cobranca. Antes a caixa com
      *           discos mortos ia para o lixo e o custo ficava.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Gravacoes em COPIES anotadas tambem no jornal
      *                   de recuperacao (WRITEJORNAL)
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Chave alternativa de MOVIES.DAT pelo titulo
      *                   declarada no SELECT
      * 15/OUT/2026 RTB - Copia recolhida recebida pela etiqueta (copia
      *                   e digito verificador, ou o codigo de barras
      *                   completo), conferida pelo CONFERECOPIA
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVOLVERFORNECEDOR.
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES
           LOCK MODE IS AUTOMATIC.

           SELECT PRINT-FILE ASSIGN TO "RMA.PRN"
       77  WRK-ORD-MSK             PIC X(05) JUSTIFIED RIGHT.
       77  WRK-LINE-MSK            PIC X(03) JUSTIFIED RIGHT.
       77  WRK-QTY-MSK             PIC X(03) JUSTIFIED RIGHT.
       77  WRK-COPY-MSK            PIC X(09) JUSTIFIED RIGHT.
       77  WRK-LBL-MOV-COD         PIC 9(05) VALUE ZEROES.
       77  WRK-LBL-COPY-NUM        PIC 9(03) VALUE ZEROES.
       77  WRK-LABEL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-RMA-MSK             PIC X(05) JUSTIFIED RIGHT.
       77  WRK-QTY                 PIC 9(03) VALUE ZEROES.
       77  WRK-SUB                 PIC 9(03) VALUE ZEROES.
       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           CALL "LERDATANEG" USING WRK-TODAY.
           DISPLAY "DEVOLVER (D), CREDITO RECEBIDO (C), "
               "LISTAR ABERTAS (L), ENTER=VOLTAR: " AT 0301.
           MOVE SPACES TO WRK-OPTION.

      *=================================================================
       0020-PULL-ONE-UNIT      SECTION.
      *Recebe a etiqueta de uma copia morta, baixa de COPIES.DAT e
      *dos contadores do filme
      *=================================================================
           DISPLAY "COPIA A RECOLHER: " AT 1001.
           DISPLAY "         " AT 1019.
           MOVE SPACES TO WRK-COPY-MSK.
           ACCEPT WRK-COPY-MSK AT 1019.
           IF WRK-COPY-MSK EQUAL SPACES
               GO TO 0020-FIM
           END-IF.
           MOVE FS-ORD-MOV-COD TO WRK-LBL-MOV-COD.
           CALL "CONFERECOPIA" USING WRK-LBL-MOV-COD, WRK-COPY-MSK,
               WRK-LBL-COPY-NUM, WRK-LABEL-STATUS.
           IF WRK-LABEL-STATUS NOT EQUAL ZEROES
               DISPLAY "ETIQUETA INVALIDA    " AT 1101
               GO TO 0020-FIM
           END-IF.
           OPEN I-O COPIES.
           IF WRK-COPY-FSTAT NOT EQUAL ZEROES
               MOVE ZEROES TO WRK-COPY-FSTAT
               GO TO 0020-FIM
           END-IF.
           MOVE FS-ORD-MOV-COD TO FS-COPY-MOV-COD.
           MOVE WRK-LBL-COPY-NUM TO FS-COPY-NUM.
           DELETE COPIES
               INVALID KEY
                   CLOSE COPIES
                   DISPLAY "COPIA NAO ENCONTRADA" AT 1101
                   GO TO 0020-FIM
           END-DELETE.
           CALL "WRITEJORNAL" USING "P", "D",
               "DEVOLVERFORNECEDOR", FS-COPY.
           CLOSE COPIES.
           ADD 1 TO WRK-PULLED.
           OPEN I-O MOVIES.
