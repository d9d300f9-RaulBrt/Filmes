      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Recuperacao dos arquivos do balcao pelo jornal --
      *           RENTALS.DAT, CUSTOMERS.DAT, BALANCE.DAT e COPIES.DAT
      *           corrompidos no meio do dia voltam ao backup da noite
      *           (a geracao do cabecalho do JORNAL.DAT, gravada pelo
      *           BACKUPDIARIO) e recebem de novo, em ordem, cada
      *           gravacao anotada no jornal (WRITEJORNAL) ate a data e
      *           a hora escolhidas. Tudo e reconstruido em arquivos de
      *           trabalho; a contagem de cada backup e conferida com a
      *           linha de controle e a contagem final com o esperado
      *           (backup mais inclusoes menos exclusoes do jornal)
      *           antes de o supervisor confirmar a troca dos arquivos
      *           vivos. O jornal vivo fica so com as linhas
      *           reaplicadas, para a recuperacao poder ser repetida.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - CUSTOMERS de trabalho com as chaves
      *                   alternativas pelo nome e pelo documento
      * 15/OUT/2026 RTB - Linha do jornal reaplicado acompanha a imagem
      *                   de 157 posicoes do JRNFLDS
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUPERARJORNAL.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT BACKUP-IN ASSIGN TO DYNAMIC WRK-BACKUP-NAME
           FILE STATUS IS WRK-BK-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT JORNAL ASSIGN TO "JORNAL.DAT"
           FILE STATUS IS WRK-JRN-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT JORNAL-OUT ASSIGN TO "JORNALREST.DAT"
           FILE STATUS IS WRK-JOUT-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT REST-RENTALS ASSIGN TO DYNAMIC WRK-RENT-NAME
           FILE STATUS IS WRK-RENT-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-RENT-KEY.

           SELECT REST-CUSTOMERS ASSIGN TO DYNAMIC WRK-CUST-NAME
           FILE STATUS IS WRK-CUST-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-CUST-COD
           ALTERNATE RECORD KEY IS FS-CUST-NAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS FS-CUST-DOC WITH DUPLICATES.

           SELECT REST-BALANCE ASSIGN TO DYNAMIC WRK-BAL-NAME
           FILE STATUS IS WRK-BAL-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-BAL-CUST-COD.

           SELECT REST-COPIES ASSIGN TO DYNAMIC WRK-COPY-NAME
           FILE STATUS IS WRK-COPY-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-COPY-KEY.
       DATA DIVISION.
       FILE SECTION.
           FD  BACKUP-IN.
           01 FS-BACKUP-LINE           PIC X(157).
           FD  JORNAL.
           01 FS-JORNAL.
               COPY JRNFLDS.
           FD  JORNAL-OUT.
           01 FS-JRN-OUT-LINE          PIC X(191).
           FD  REST-RENTALS.
           01 FS-RENTAL.
               COPY RENTFLDS.
           FD  REST-CUSTOMERS.
           01 FS-CUSTOMER.
               COPY CUSTFLDS.
           FD  REST-BALANCE.
           01 FS-BALANCE.
               COPY BALFLDS.
           FD  REST-COPIES.
           01 FS-COPY.
               COPY COPYFLDS.
       WORKING-STORAGE SECTION.
       77  WRK-NIVEL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-MIN-LEVEL           PIC 9(01) VALUE 2.
       77  WRK-BK-FSTAT            PIC 9(03) VALUE ZEROES.
       77  WRK-JRN-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-JOUT-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-RENT-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-CUST-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-BAL-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-COPY-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-BACKUP-NAME         PIC X(40) VALUE SPACES.
       77  WRK-RENT-NAME           PIC X(14) VALUE SPACES.
       77  WRK-CUST-NAME           PIC X(14) VALUE SPACES.
       77  WRK-BAL-NAME            PIC X(14) VALUE SPACES.
       77  WRK-COPY-NAME           PIC X(14) VALUE SPACES.
       77  WRK-COUNT-NAME          PIC X(14) VALUE SPACES.
       77  WRK-JRN-FILE-NAME       PIC X(12) VALUE "JORNAL.DAT".
       77  WRK-JRN-REST-NAME       PIC X(16) VALUE "JORNALREST.DAT".
       77  WRK-TECLA               PIC X(01) VALUE SPACES.
       77  WRK-CONFIRM             PIC X(01) VALUE SPACES.
       77  WRK-EOF                 PIC 9(01) VALUE ZEROES.
       77  WRK-ABORT               PIC 9(01) VALUE ZEROES.
       77  WRK-SUB                 PIC 9(01) VALUE ZEROES.
       77  WRK-LINE                PIC 9(02) VALUE ZEROES.
       77  WRK-BUFF                PIC X(71) VALUE SPACES.
       77  WRK-IMAGE               PIC X(157) VALUE SPACES.
       77  WRK-PUT-NEW             PIC 9(01) VALUE ZEROES.
       77  WRK-DEL-OK              PIC 9(01) VALUE ZEROES.
       77  WRK-COUNT               PIC 9(07) VALUE ZEROES.
       77  WRK-COUNT-OK            PIC 9(01) VALUE ZEROES.
       77  WRK-APPLIED             PIC 9(07) VALUE ZEROES.
       77  WRK-SKIPPED             PIC 9(07) VALUE ZEROES.
       77  WRK-GEN                 PIC 9(08) VALUE ZEROES.
       77  WRK-CUT-DT-MSK          PIC X(08) JUSTIFIED RIGHT.
       77  WRK-CUT-DT              PIC 9(08) VALUE ZEROES.
       77  WRK-CUT-HM-MSK          PIC X(04) JUSTIFIED RIGHT.
       77  WRK-CUT-HM              PIC 9(04) VALUE ZEROES.
       77  WRK-CUT-TM              PIC 9(08) VALUE ZEROES.
      *Um item por arquivo recuperado: nomes e contagens da conferencia
       01  WRK-FILE-TABLE.
           05 WRK-FT-ENTRY         OCCURS 4 TIMES.
               10 WRK-FT-PREFIX    PIC X(10).
               10 WRK-FT-LIVE      PIC X(14).
               10 WRK-FT-WORK      PIC X(14).
               10 WRK-FT-BKP-COUNT PIC 9(07).
               10 WRK-FT-TRAILER   PIC 9(07).
               10 WRK-FT-HAS-TRAILER PIC 9(01).
               10 WRK-FT-INSERTED  PIC 9(07).
               10 WRK-FT-DELETED   PIC 9(07).
               10 WRK-FT-EXPECTED  PIC 9(07).
               10 WRK-FT-RESTORED  PIC 9(07).
               10 WRK-FT-LIVE-COUNT PIC 9(07).
               10 WRK-FT-LIVE-OK   PIC 9(01).

       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
       SCREEN  SECTION.
       01  CLEAR.
           05 CLEAR-SCREEN.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL.
       01  SHOW-MV.
           05 TITLE-SCREEN.
               10 LINE 01 COLUMN 01    PIC X(23) ERASE EOL
                  BACKGROUND-COLOR 2 FROM "RECUPERACAO PELO JORNAL".
       01  SHOW-LINE.
           05 DTA.
               10 LINE WRK-LINE COLUMN 01 PIC X(71) ERASE EOL
                  BACKGROUND-COLOR 0 FOREGROUND-COLOR 2 FROM WRK-BUFF.

       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           CALL "CHECKNIVEL" USING LNK-OPERATOR, WRK-MIN-LEVEL,
               WRK-NIVEL-STATUS, "RECUPERARJORNAL ".
           IF WRK-NIVEL-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-NIVEL-STATUS, "RECUPERARJORNAL"
               GOBACK
           END-IF.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           DISPLAY "TODOS OS TERMINAIS DO BALCAO DEVEM ESTAR FORA DO "
               "SISTEMA" AT 0305.
           MOVE ZEROES TO WRK-ABORT.
           PERFORM 0005-INIT-TABLE.
           PERFORM 0010-READ-HEADER.
           IF WRK-ABORT EQUAL 1
               GO TO 0000-FIM
           END-IF.
           PERFORM 0015-ASK-CUT.
           PERFORM 0020-REBUILD-FILES.
           IF WRK-ABORT EQUAL 1
               PERFORM 0090-DISCARD
               GO TO 0000-FIM
           END-IF.
           PERFORM 0030-REPLAY-JOURNAL.
           PERFORM 0040-CHECK-COUNTS.
           IF WRK-ABORT EQUAL 1
               DISPLAY "DIVERGENCIA NA CONTAGEM - RECUPERACAO "
                   "ABANDONADA" AT 1905
               PERFORM 0090-DISCARD
               GO TO 0000-FIM
           END-IF.
           DISPLAY "SUBSTITUIR OS ARQUIVOS ATUAIS PELOS RECUPERADOS "
               "(S/N)? " AT 2005.
           ACCEPT WRK-CONFIRM AT 2060.
           IF WRK-CONFIRM EQUAL 'S' OR WRK-CONFIRM EQUAL 's'
               PERFORM 0080-APPLY
           ELSE
               PERFORM 0090-DISCARD
               DISPLAY "RECUPERACAO CANCELADA" AT 2205
           END-IF.
       0000-FIM.
           DISPLAY "PRESSIONE ENTER" AT 2305.
           ACCEPT WRK-TECLA AT 2321.
           GOBACK.

      *=================================================================
       0005-INIT-TABLE      SECTION.
      *Nomes de cada arquivo: prefixo do backup, arquivo vivo e
      *arquivo de trabalho da reconstrucao
      *=================================================================
           INITIALIZE WRK-FILE-TABLE.
           MOVE "RENTALS"        TO WRK-FT-PREFIX(1).
           MOVE "RENTALS.DAT"    TO WRK-FT-LIVE(1).
           MOVE "RENTREST.DAT"   TO WRK-FT-WORK(1).
           MOVE "CUSTOMERS"      TO WRK-FT-PREFIX(2).
           MOVE "CUSTOMERS.DAT"  TO WRK-FT-LIVE(2).
           MOVE "CUSTREST.DAT"   TO WRK-FT-WORK(2).
           MOVE "BALANCE"        TO WRK-FT-PREFIX(3).
           MOVE "BALANCE.DAT"    TO WRK-FT-LIVE(3).
           MOVE "BALREST.DAT"    TO WRK-FT-WORK(3).
           MOVE "COPIES"         TO WRK-FT-PREFIX(4).
           MOVE "COPIES.DAT"     TO WRK-FT-LIVE(4).
           MOVE "COPYREST.DAT"   TO WRK-FT-WORK(4).
           MOVE ZEROES TO WRK-APPLIED WRK-SKIPPED.

      *=================================================================
       0010-READ-HEADER      SECTION.
      *Le o cabecalho do jornal vivo: a geracao de backup a partir da
      *qual as linhas valem
      *=================================================================
           OPEN INPUT JORNAL.
           IF WRK-JRN-FSTAT NOT EQUAL ZEROES
               DISPLAY "JORNAL.DAT NAO ENCONTRADO" AT 1905
               MOVE 1 TO WRK-ABORT
               GO TO 0010-FIM
           END-IF.
           READ JORNAL
               AT END
                   MOVE 100 TO WRK-JRN-FSTAT
           END-READ.
           IF WRK-JRN-FSTAT NOT EQUAL ZEROES
               OR FS-JORNAL(1:7) NOT EQUAL "*INICIO"
               DISPLAY "JORNAL SEM CABECALHO - NENHUM BACKUP DE "
                   "PARTIDA" AT 1905
               MOVE 1 TO WRK-ABORT
           ELSE
               MOVE FS-JORNAL(9:8) TO WRK-GEN
               DISPLAY "BACKUP DE PARTIDA (GERACAO): " AT 0505
               DISPLAY WRK-GEN AT 0535
           END-IF.
           CLOSE JORNAL.
       0010-FIM.
           EXIT.

      *=================================================================
       0015-ASK-CUT      SECTION.
      *Data e hora do relogio ate onde o jornal e reaplicado
      *=================================================================
           DISPLAY "REAPLICAR ATE A DATA (AAAAMMDD, ENTER=HOJE): "
               AT 0605.
           MOVE SPACES TO WRK-CUT-DT-MSK.
           ACCEPT WRK-CUT-DT-MSK AT 0651.
      *As linhas do jornal levam a data do relogio, nao a do movimento
           IF WRK-CUT-DT-MSK EQUAL SPACES
               ACCEPT WRK-CUT-DT FROM DATE YYYYMMDD
           ELSE
               MOVE WRK-CUT-DT-MSK TO WRK-CUT-DT
           END-IF.
           DISPLAY "ATE A HORA (HHMM, ENTER=2359): " AT 0705.
           MOVE SPACES TO WRK-CUT-HM-MSK.
           ACCEPT WRK-CUT-HM-MSK AT 0737.
           IF WRK-CUT-HM-MSK EQUAL SPACES
               MOVE 2359 TO WRK-CUT-HM
           ELSE
               MOVE WRK-CUT-HM-MSK TO WRK-CUT-HM
           END-IF.
           COMPUTE WRK-CUT-TM = WRK-CUT-HM * 10000 + 9999.

      *=================================================================
       0020-REBUILD-FILES      SECTION.
      *Reconstroi os quatro arquivos de trabalho a partir do backup
      *=================================================================
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB GREATER THAN 4 OR WRK-ABORT EQUAL 1
               PERFORM 0025-REBUILD-ONE
           END-PERFORM.

      *=================================================================
       0025-REBUILD-ONE      SECTION.
      *Le o backup do arquivo corrente para o arquivo de trabalho e
      *confere a contagem com a linha de controle
      *=================================================================
           MOVE SPACES TO WRK-BACKUP-NAME.
           STRING WRK-FT-PREFIX(WRK-SUB) DELIMITED BY SPACE
               "." WRK-GEN ".BKP" DELIMITED BY SIZE
               INTO WRK-BACKUP-NAME.
           OPEN INPUT BACKUP-IN.
           IF WRK-BK-FSTAT NOT EQUAL ZEROES
               DISPLAY "BACKUP NAO ENCONTRADO: " AT 1905
               DISPLAY WRK-BACKUP-NAME AT 1928
               MOVE 1 TO WRK-ABORT
               GO TO 0025-FIM
           END-IF.
           PERFORM 0060-OPEN-WORK-OUTPUT.
           MOVE ZEROES TO WRK-EOF.
           PERFORM UNTIL WRK-EOF EQUAL 1
               READ BACKUP-IN
                   AT END
                       MOVE 1 TO WRK-EOF
                   NOT AT END
                       IF FS-BACKUP-LINE(1:4) EQUAL "*FIM"
                           MOVE 1 TO WRK-FT-HAS-TRAILER(WRK-SUB)
                           MOVE FS-BACKUP-LINE(6:7)
                               TO WRK-FT-TRAILER(WRK-SUB)
                       ELSE
                           MOVE FS-BACKUP-LINE TO WRK-IMAGE
                           PERFORM 0062-PUT-IMAGE
                           ADD 1 TO WRK-FT-BKP-COUNT(WRK-SUB)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BACKUP-IN.
           PERFORM 0064-CLOSE-WORK.
           IF WRK-FT-HAS-TRAILER(WRK-SUB) NOT EQUAL 1
               OR WRK-FT-BKP-COUNT(WRK-SUB)
                   NOT EQUAL WRK-FT-TRAILER(WRK-SUB)
               DISPLAY "DIVERGENCIA NA CONTAGEM DO BACKUP: " AT 1905
               DISPLAY WRK-BACKUP-NAME AT 1940
               MOVE 1 TO WRK-ABORT
           END-IF.
       0025-FIM.
           EXIT.

      *=================================================================
       0030-REPLAY-JOURNAL      SECTION.
      *Reaplica o jornal sobre os arquivos de trabalho, na ordem em
      *que foi gravado, e guarda as linhas reaplicadas no jornal novo
      *=================================================================
           PERFORM 0061-OPEN-WORK-IO.
           OPEN INPUT JORNAL.
           OPEN OUTPUT JORNAL-OUT.
           MOVE ZEROES TO WRK-EOF.
           PERFORM UNTIL WRK-EOF EQUAL 1
               READ JORNAL
                   AT END
                       MOVE 1 TO WRK-EOF
                   NOT AT END
                       PERFORM 0035-REPLAY-ONE
               END-READ
           END-PERFORM.
           CLOSE JORNAL.
           CLOSE JORNAL-OUT.
           PERFORM 0065-CLOSE-ALL-WORK.

      *=================================================================
       0035-REPLAY-ONE      SECTION.
      *Aplica uma linha do jornal: exclusao apaga, gravacao e
      *regravacao gravam a imagem (inclui se ainda nao existe)
      *=================================================================
           IF FS-JORNAL(1:1) EQUAL "*"
               WRITE FS-JRN-OUT-LINE FROM FS-JORNAL
               GO TO 0035-FIM
           END-IF.
           IF FS-JRN-CLOCK-DT GREATER THAN WRK-CUT-DT
               OR (FS-JRN-CLOCK-DT EQUAL WRK-CUT-DT
                   AND FS-JRN-CLOCK-TM GREATER THAN WRK-CUT-TM)
               ADD 1 TO WRK-SKIPPED
               GO TO 0035-FIM
           END-IF.
           EVALUATE TRUE
               WHEN FS-JRN-RENTALS
                   MOVE 1 TO WRK-SUB
               WHEN FS-JRN-CUSTOMERS
                   MOVE 2 TO WRK-SUB
               WHEN FS-JRN-BALANCE
                   MOVE 3 TO WRK-SUB
               WHEN FS-JRN-COPIES
                   MOVE 4 TO WRK-SUB
               WHEN OTHER
                   ADD 1 TO WRK-SKIPPED
                   GO TO 0035-FIM
           END-EVALUATE.
           WRITE FS-JRN-OUT-LINE FROM FS-JORNAL.
           ADD 1 TO WRK-APPLIED.
           MOVE FS-JRN-IMAGE TO WRK-IMAGE.
           IF FS-JRN-EXCLUSAO
               PERFORM 0063-DELETE-IMAGE
               IF WRK-DEL-OK EQUAL 1
                   ADD 1 TO WRK-FT-DELETED(WRK-SUB)
               END-IF
           ELSE
               PERFORM 0062-PUT-IMAGE
               IF WRK-PUT-NEW EQUAL 1
                   ADD 1 TO WRK-FT-INSERTED(WRK-SUB)
               END-IF
           END-IF.
       0035-FIM.
           EXIT.

      *=================================================================
       0040-CHECK-COUNTS      SECTION.
      *Conta cada arquivo reconstruido e compara com o esperado;
      *mostra tambem a contagem do arquivo vivo, quando ainda le
      *=================================================================
           MOVE 09 TO WRK-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "ARQUIVO    BACKUP  INCLUI  EXCLUI  ESPERA  RECUP.   "
               "ATUAL" INTO WRK-BUFF.
           DISPLAY SHOW-LINE.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB GREATER THAN 4
               COMPUTE WRK-FT-EXPECTED(WRK-SUB) =
                   WRK-FT-BKP-COUNT(WRK-SUB) + WRK-FT-INSERTED(WRK-SUB)
                   - WRK-FT-DELETED(WRK-SUB)
               MOVE WRK-FT-WORK(WRK-SUB) TO WRK-COUNT-NAME
               PERFORM 0066-COUNT-FILE
               MOVE WRK-COUNT TO WRK-FT-RESTORED(WRK-SUB)
               MOVE WRK-FT-LIVE(WRK-SUB) TO WRK-COUNT-NAME
               PERFORM 0066-COUNT-FILE
               MOVE WRK-COUNT TO WRK-FT-LIVE-COUNT(WRK-SUB)
               MOVE WRK-COUNT-OK TO WRK-FT-LIVE-OK(WRK-SUB)
               IF WRK-FT-RESTORED(WRK-SUB)
                   NOT EQUAL WRK-FT-EXPECTED(WRK-SUB)
                   MOVE 1 TO WRK-ABORT
               END-IF
               ADD 1 TO WRK-LINE
               MOVE SPACES TO WRK-BUFF
               IF WRK-FT-LIVE-OK(WRK-SUB) EQUAL 1
                   STRING WRK-FT-PREFIX(WRK-SUB) " "
                       WRK-FT-BKP-COUNT(WRK-SUB) " "
                       WRK-FT-INSERTED(WRK-SUB) " "
                       WRK-FT-DELETED(WRK-SUB) " "
                       WRK-FT-EXPECTED(WRK-SUB) " "
                       WRK-FT-RESTORED(WRK-SUB) " "
                       WRK-FT-LIVE-COUNT(WRK-SUB) INTO WRK-BUFF
               ELSE
                   STRING WRK-FT-PREFIX(WRK-SUB) " "
                       WRK-FT-BKP-COUNT(WRK-SUB) " "
                       WRK-FT-INSERTED(WRK-SUB) " "
                       WRK-FT-DELETED(WRK-SUB) " "
                       WRK-FT-EXPECTED(WRK-SUB) " "
                       WRK-FT-RESTORED(WRK-SUB) " ILEGIVEL"
                       INTO WRK-BUFF
               END-IF
               DISPLAY SHOW-LINE
           END-PERFORM.
           MOVE 15 TO WRK-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "LINHAS DO JORNAL REAPLICADAS: " WRK-APPLIED
               "  POSTERIORES AO HORARIO: " WRK-SKIPPED INTO WRK-BUFF.
           DISPLAY SHOW-LINE.

      *=================================================================
       0060-OPEN-WORK-OUTPUT      SECTION.
      *Cria o arquivo de trabalho corrente, vazio
      *=================================================================
           EVALUATE WRK-SUB
               WHEN 1
                   MOVE WRK-FT-WORK(1) TO WRK-RENT-NAME
                   OPEN OUTPUT REST-RENTALS
               WHEN 2
                   MOVE WRK-FT-WORK(2) TO WRK-CUST-NAME
                   OPEN OUTPUT REST-CUSTOMERS
               WHEN 3
                   MOVE WRK-FT-WORK(3) TO WRK-BAL-NAME
                   OPEN OUTPUT REST-BALANCE
               WHEN OTHER
                   MOVE WRK-FT-WORK(4) TO WRK-COPY-NAME
                   OPEN OUTPUT REST-COPIES
           END-EVALUATE.

      *=================================================================
       0061-OPEN-WORK-IO      SECTION.
      *Abre os quatro arquivos de trabalho para a reaplicacao
      *=================================================================
           MOVE WRK-FT-WORK(1) TO WRK-RENT-NAME.
           OPEN I-O REST-RENTALS.
           MOVE WRK-FT-WORK(2) TO WRK-CUST-NAME.
           OPEN I-O REST-CUSTOMERS.
           MOVE WRK-FT-WORK(3) TO WRK-BAL-NAME.
           OPEN I-O REST-BALANCE.
           MOVE WRK-FT-WORK(4) TO WRK-COPY-NAME.
           OPEN I-O REST-COPIES.

      *=================================================================
       0062-PUT-IMAGE      SECTION.
      *Grava a imagem no arquivo de trabalho corrente; chave que ja
      *existe e regravada. WRK-PUT-NEW = 1 quando foi inclusao
      *=================================================================
           MOVE 1 TO WRK-PUT-NEW.
           EVALUATE WRK-SUB
               WHEN 1
                   MOVE WRK-IMAGE TO FS-RENTAL
                   WRITE FS-RENTAL
                       INVALID KEY
                           MOVE ZEROES TO WRK-PUT-NEW
                           REWRITE FS-RENTAL
                   END-WRITE
               WHEN 2
                   MOVE WRK-IMAGE TO FS-CUSTOMER
                   WRITE FS-CUSTOMER
                       INVALID KEY
                           MOVE ZEROES TO WRK-PUT-NEW
                           REWRITE FS-CUSTOMER
                   END-WRITE
               WHEN 3
                   MOVE WRK-IMAGE TO FS-BALANCE
                   WRITE FS-BALANCE
                       INVALID KEY
                           MOVE ZEROES TO WRK-PUT-NEW
                           REWRITE FS-BALANCE
                   END-WRITE
               WHEN OTHER
                   MOVE WRK-IMAGE TO FS-COPY
                   WRITE FS-COPY
                       INVALID KEY
                           MOVE ZEROES TO WRK-PUT-NEW
                           REWRITE FS-COPY
                   END-WRITE
           END-EVALUATE.

      *=================================================================
       0063-DELETE-IMAGE      SECTION.
      *Apaga do arquivo de trabalho corrente a chave da imagem.
      *WRK-DEL-OK = 1 quando o registro existia
      *=================================================================
           MOVE ZEROES TO WRK-DEL-OK.
           EVALUATE WRK-SUB
               WHEN 1
                   MOVE WRK-IMAGE TO FS-RENTAL
                   DELETE REST-RENTALS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 1 TO WRK-DEL-OK
                   END-DELETE
               WHEN 2
                   MOVE WRK-IMAGE TO FS-CUSTOMER
                   DELETE REST-CUSTOMERS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 1 TO WRK-DEL-OK
                   END-DELETE
               WHEN 3
                   MOVE WRK-IMAGE TO FS-BALANCE
                   DELETE REST-BALANCE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 1 TO WRK-DEL-OK
                   END-DELETE
               WHEN OTHER
                   MOVE WRK-IMAGE TO FS-COPY
                   DELETE REST-COPIES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 1 TO WRK-DEL-OK
                   END-DELETE
           END-EVALUATE.

      *=================================================================
       0064-CLOSE-WORK      SECTION.
      *Fecha o arquivo de trabalho corrente
      *=================================================================
           EVALUATE WRK-SUB
               WHEN 1
                   CLOSE REST-RENTALS
               WHEN 2
                   CLOSE REST-CUSTOMERS
               WHEN 3
                   CLOSE REST-BALANCE
               WHEN OTHER
                   CLOSE REST-COPIES
           END-EVALUATE.

      *=================================================================
       0065-CLOSE-ALL-WORK      SECTION.
      *Fecha os quatro arquivos de trabalho
      *=================================================================
           CLOSE REST-RENTALS.
           CLOSE REST-CUSTOMERS.
           CLOSE REST-BALANCE.
           CLOSE REST-COPIES.

      *=================================================================
       0066-COUNT-FILE      SECTION.
      *Conta os registros do arquivo WRK-COUNT-NAME no layout do
      *arquivo corrente. WRK-COUNT-OK = 0 quando nao abre
      *=================================================================
           MOVE ZEROES TO WRK-COUNT.
           MOVE ZEROES TO WRK-COUNT-OK.
           EVALUATE WRK-SUB
               WHEN 1
                   MOVE WRK-COUNT-NAME TO WRK-RENT-NAME
                   OPEN INPUT REST-RENTALS
                   IF WRK-RENT-FSTAT EQUAL ZEROES
                       MOVE 1 TO WRK-COUNT-OK
                       PERFORM UNTIL WRK-RENT-FSTAT NOT EQUAL ZEROES
                           READ REST-RENTALS NEXT RECORD
                           IF WRK-RENT-FSTAT EQUAL ZEROES
                               ADD 1 TO WRK-COUNT
                           END-IF
                       END-PERFORM
                       CLOSE REST-RENTALS
                   END-IF
               WHEN 2
                   MOVE WRK-COUNT-NAME TO WRK-CUST-NAME
                   OPEN INPUT REST-CUSTOMERS
                   IF WRK-CUST-FSTAT EQUAL ZEROES
                       MOVE 1 TO WRK-COUNT-OK
                       PERFORM UNTIL WRK-CUST-FSTAT NOT EQUAL ZEROES
                           READ REST-CUSTOMERS NEXT RECORD
                           IF WRK-CUST-FSTAT EQUAL ZEROES
                               ADD 1 TO WRK-COUNT
                           END-IF
                       END-PERFORM
                       CLOSE REST-CUSTOMERS
                   END-IF
               WHEN 3
                   MOVE WRK-COUNT-NAME TO WRK-BAL-NAME
                   OPEN INPUT REST-BALANCE
                   IF WRK-BAL-FSTAT EQUAL ZEROES
                       MOVE 1 TO WRK-COUNT-OK
                       PERFORM UNTIL WRK-BAL-FSTAT NOT EQUAL ZEROES
                           READ REST-BALANCE NEXT RECORD
                           IF WRK-BAL-FSTAT EQUAL ZEROES
                               ADD 1 TO WRK-COUNT
                           END-IF
                       END-PERFORM
                       CLOSE REST-BALANCE
                   END-IF
               WHEN OTHER
                   MOVE WRK-COUNT-NAME TO WRK-COPY-NAME
                   OPEN INPUT REST-COPIES
                   IF WRK-COPY-FSTAT EQUAL ZEROES
                       MOVE 1 TO WRK-COUNT-OK
                       PERFORM UNTIL WRK-COPY-FSTAT NOT EQUAL ZEROES
                           READ REST-COPIES NEXT RECORD
                           IF WRK-COPY-FSTAT EQUAL ZEROES
                               ADD 1 TO WRK-COUNT
                           END-IF
                       END-PERFORM
                       CLOSE REST-COPIES
                   END-IF
           END-EVALUATE.

      *=================================================================
       0080-APPLY      SECTION.
      *Troca os arquivos vivos pelos recuperados e o jornal vivo pelo
      *jornal so com as linhas reaplicadas
      *=================================================================
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB GREATER THAN 4
               CALL "CBL_DELETE_FILE" USING WRK-FT-LIVE(WRK-SUB)
               CALL "CBL_RENAME_FILE" USING WRK-FT-WORK(WRK-SUB)
                   WRK-FT-LIVE(WRK-SUB)
           END-PERFORM.
           CALL "CBL_DELETE_FILE" USING WRK-JRN-FILE-NAME.
           CALL "CBL_RENAME_FILE" USING WRK-JRN-REST-NAME
               WRK-JRN-FILE-NAME.
           DISPLAY "ARQUIVOS RECUPERADOS ATE " AT 2205.
           DISPLAY WRK-CUT-DT AT 2230.
           DISPLAY WRK-CUT-HM AT 2239.

      *=================================================================
       0090-DISCARD      SECTION.
      *Apaga os arquivos de trabalho e o jornal reaplicado
      *=================================================================
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB GREATER THAN 4
               CALL "CBL_DELETE_FILE" USING WRK-FT-WORK(WRK-SUB)
           END-PERFORM.
           CALL "CBL_DELETE_FILE" USING WRK-JRN-REST-NAME.
       END PROGRAM RECUPERARJORNAL.
