      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Importacao do retorno do provedor de SMS/WhatsApp
      *           (SMSRETORNO.DAT, posicional: identificador da
      *           mensagem -- cliente e data do envio, como saiu em
      *           SMSSAIDA.DAT --, situacao E = entregue ou F = falhou,
      *           data da situacao e detalhe do provedor). Cada linha
      *           atualiza o lembrete correspondente em LEMBRETES.DAT,
      *           que a lista de cobranca mostra. Linhas invalidas ou
      *           de mensagem desconhecida sao recusadas. Impresso em
      *           SMSRETORNO.PRN. Roda pelo menu financeiro ou como
      *           passo do FIMDODIA (modo "B", sem tela); sem arquivo
      *           de retorno nao ha nada a fazer.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTARLEMBRETES.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT RETORNO ASSIGN TO "SMSRETORNO.DAT"
           FILE STATUS IS WRK-RET-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT LEMBRETES ASSIGN TO "LEMBRETES.DAT"
           FILE STATUS IS WRK-LMB-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-LMB-KEY.

           SELECT PRINT-FILE ASSIGN TO "SMSRETORNO.PRN"
           FILE STATUS IS WRK-PRINT-STATUS
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  RETORNO.
           01 FS-RET-REC.
               05 FS-RET-MSG-ID.
                   10 FS-RET-CUST-COD  PIC 9(05).
                   10 FS-RET-SENT-DT   PIC 9(08).
               05 FS-RET-STATUS        PIC X(01).
               05 FS-RET-STATUS-DT     PIC 9(08).
               05 FS-RET-DETAIL        PIC X(30).
           FD  LEMBRETES.
           01 FS-LEMBRETE.
               COPY LEMBFLDS.
           FD  PRINT-FILE.
           01 FS-PRINT-LINE            PIC X(71).
       WORKING-STORAGE SECTION.
       77  WRK-RET-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-LMB-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-PRINT-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-SPOOL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-NIVEL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-MIN-LEVEL           PIC 9(01) VALUE 2.
       77  WRK-RUN-MODE            PIC X(01) VALUE SPACES.
       77  WRK-TECLA               PIC X(01) VALUE SPACES.
       77  WRK-BUFF                PIC X(71) VALUE SPACES.
       77  WRK-TODAY               PIC 9(08) VALUE ZEROES.
       77  WRK-REJECT-MSG          PIC X(30) VALUE SPACES.
       77  WRK-READ-COUNT          PIC 9(05) VALUE ZEROES.
       77  WRK-DELIV-COUNT         PIC 9(05) VALUE ZEROES.
       77  WRK-FAIL-COUNT          PIC 9(05) VALUE ZEROES.
       77  WRK-REJ-COUNT           PIC 9(05) VALUE ZEROES.
       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
       77  LNK-MODE PIC X(01) VALUE SPACES.
       77  LNK-UPDATED PIC 9(05) VALUE ZEROES.
       77  LNK-REJECTED PIC 9(05) VALUE ZEROES.
       SCREEN  SECTION.
       01  CLEAR.
           05 CLEAR-SCREEN.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL.
       01  SHOW-MV.
           05 TITLE-SCREEN.
               10 LINE 01 COLUMN 01    PIC X(30) ERASE EOL
                  BACKGROUND-COLOR 2 FROM
                  "RETORNO DOS LEMBRETES".

       PROCEDURE DIVISION USING LNK-OPERATOR, OPTIONAL LNK-MODE,
               OPTIONAL LNK-UPDATED, OPTIONAL LNK-REJECTED.
       0000-MAIN-PROCEDURE.
      *Modo batch ("B", vindo do FIMDODIA): sem tela e sem operador
      *no terminal, entao o nivel so e conferido pelo menu
           MOVE SPACES TO WRK-RUN-MODE.
           IF LNK-MODE NOT OMITTED
               MOVE LNK-MODE TO WRK-RUN-MODE
           END-IF.
           IF WRK-RUN-MODE NOT EQUAL "B"
               CALL "CHECKNIVEL" USING LNK-OPERATOR, WRK-MIN-LEVEL,
                   WRK-NIVEL-STATUS, "IMPORTARLEMBRET "
               IF WRK-NIVEL-STATUS NOT EQUAL ZEROES
                   CALL "ERROS" USING WRK-NIVEL-STATUS,
                       "IMPORTARLEMBRETES"
                   GOBACK
               END-IF
               DISPLAY CLEAR-SCREEN
               DISPLAY TITLE-SCREEN
               CALL "MARCATREINO"
           END-IF.
           CALL "LERDATANEG" USING WRK-TODAY.
           PERFORM 0005-ZERO-INFO.
           OPEN INPUT RETORNO.
           IF WRK-RET-FSTAT NOT EQUAL ZEROES
               IF WRK-RUN-MODE NOT EQUAL "B"
                   DISPLAY "ARQUIVO SMSRETORNO.DAT NAO ENCONTRADO"
                       AT 0305
               END-IF
               MOVE ZEROES TO WRK-RET-FSTAT
               GO TO 0000-FIM
           END-IF.
           OPEN I-O LEMBRETES.
           IF WRK-LMB-FSTAT NOT EQUAL ZEROES
               IF WRK-RUN-MODE NOT EQUAL "B"
                   DISPLAY "NENHUM LEMBRETE ENVIADO" AT 0305
               END-IF
               CLOSE RETORNO
               MOVE ZEROES TO WRK-LMB-FSTAT WRK-RET-FSTAT
               GO TO 0000-FIM
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           MOVE SPACES TO WRK-BUFF.
           STRING "RETORNO DOS LEMBRETES IMPORTADO EM " WRK-TODAY
               " POR " LNK-OPERATOR INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE "CLIENTE ENVIO    SITUACAO  DATA     DETALHE"
               TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           PERFORM UNTIL WRK-RET-FSTAT NOT EQUAL ZEROES
               READ RETORNO
                   AT END
                       MOVE 100 TO WRK-RET-FSTAT
                   NOT AT END
                       ADD 1 TO WRK-READ-COUNT
                       PERFORM 0010-UPDATE-ONE
               END-READ
           END-PERFORM.
           CLOSE RETORNO.
           CLOSE LEMBRETES.
           MOVE ZEROES TO WRK-RET-FSTAT WRK-LMB-FSTAT.
           MOVE SPACES TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           STRING "LIDAS: " WRK-READ-COUNT "  ENTREGUES: "
               WRK-DELIV-COUNT "  FALHAS: " WRK-FAIL-COUNT
               "  RECUSADAS: " WRK-REJ-COUNT INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           CLOSE PRINT-FILE.
      *Copia datada no spool, antes da proxima rodada sobrescrever o
      *PRN fixo
           CALL "ESPOLAR" USING "SMSRETORNO.PRN      ",
               LNK-OPERATOR, WRK-SPOOL-STATUS.
           IF WRK-RUN-MODE NOT EQUAL "B"
               DISPLAY "ENTREGUES: " AT 0305
               DISPLAY WRK-DELIV-COUNT AT 0317
               DISPLAY "FALHAS: " AT 0405
               DISPLAY WRK-FAIL-COUNT AT 0417
               DISPLAY "RECUSADAS: " AT 0505
               DISPLAY WRK-REJ-COUNT AT 0517
               DISPLAY "IMPRESSO EM SMSRETORNO.PRN" AT 0605
           END-IF.
       0000-FIM.
           IF LNK-UPDATED NOT OMITTED
               COMPUTE LNK-UPDATED = WRK-DELIV-COUNT + WRK-FAIL-COUNT
           END-IF.
           IF LNK-REJECTED NOT OMITTED
               MOVE WRK-REJ-COUNT TO LNK-REJECTED
           END-IF.
           IF WRK-RUN-MODE NOT EQUAL "B"
               DISPLAY "PRESSIONE ENTER" AT 0805
               ACCEPT WRK-TECLA AT 0821
           END-IF.
           GOBACK.

      *=================================================================
       0005-ZERO-INFO      SECTION.
      *Zera contadores de uma chamada anterior
      *=================================================================
           MOVE ZEROES TO WRK-READ-COUNT WRK-DELIV-COUNT WRK-FAIL-COUNT
               WRK-REJ-COUNT.

      *=================================================================
       0010-UPDATE-ONE      SECTION.
      *Confere a linha do retorno e grava a situacao da entrega no
      *lembrete correspondente
      *=================================================================
           MOVE SPACES TO WRK-REJECT-MSG.
           IF FS-RET-CUST-COD IS NOT NUMERIC
               OR FS-RET-SENT-DT IS NOT NUMERIC
               OR (FS-RET-STATUS NOT EQUAL "E"
                   AND FS-RET-STATUS NOT EQUAL "F")
               MOVE "LINHA INVALIDA" TO WRK-REJECT-MSG
               GO TO 0010-REJECT
           END-IF.
           MOVE FS-RET-CUST-COD TO FS-LMB-CUST-COD.
           MOVE FS-RET-SENT-DT TO FS-LMB-DATE.
           READ LEMBRETES
               INVALID KEY
                   MOVE "MENSAGEM DESCONHECIDA" TO WRK-REJECT-MSG
                   GO TO 0010-REJECT
           END-READ.
           MOVE FS-RET-STATUS TO FS-LMB-STATUS.
           IF FS-RET-STATUS-DT IS NUMERIC
               AND FS-RET-STATUS-DT NOT EQUAL ZEROES
               MOVE FS-RET-STATUS-DT TO FS-LMB-STATUS-DT
           ELSE
               MOVE WRK-TODAY TO FS-LMB-STATUS-DT
           END-IF.
           REWRITE FS-LEMBRETE.
           IF WRK-LMB-FSTAT NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-LMB-FSTAT, "IMPORTARLEMBRETES",
                   WRK-RUN-MODE
               MOVE ZEROES TO WRK-LMB-FSTAT
           END-IF.
           IF FS-LMB-ENTREGUE
               ADD 1 TO WRK-DELIV-COUNT
           ELSE
               ADD 1 TO WRK-FAIL-COUNT
           END-IF.
           MOVE SPACES TO WRK-BUFF.
           STRING FS-RET-CUST-COD "   " FS-RET-SENT-DT " "
               FS-RET-STATUS "         " FS-LMB-STATUS-DT " "
               FS-RET-DETAIL INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           GO TO 0010-FIM.
       0010-REJECT.
           MOVE ZEROES TO WRK-LMB-FSTAT.
           ADD 1 TO WRK-REJ-COUNT.
           MOVE SPACES TO WRK-BUFF.
           STRING "RECUSADA: " FS-RET-MSG-ID " - "
               WRK-REJECT-MSG INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
       0010-FIM.
           EXIT.
       END PROGRAM IMPORTARLEMBRETES.
