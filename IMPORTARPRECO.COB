      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Importacao da lista de precos periodica de uma
      *           distribuidora (LISTAPRECO.DAT, posicional: codigo do
      *           fornecedor, titulo, formato, preco unitario, inicio e
      *           fim da validade). A lista nova substitui a anterior
      *           da distribuidora em PRECOFORN.DAT; o codigo dela e
      *           traduzido para o nosso FS-MOV-COD pela referencia
      *           cruzada XREFLOTE.DAT, e os codigos sem referencia
      *           entram com filme zero e sao relacionados em
      *           LISTAPRECO.PRN para serem casados numa carga.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTARPRECO.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT LISTAPRECO ASSIGN TO "LISTAPRECO.DAT"
           FILE STATUS IS WRK-LST-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT PRECOFORN ASSIGN TO "PRECOFORN.DAT"
           FILE STATUS IS WRK-PRC-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-PRC-KEY
           ALTERNATE RECORD KEY IS FS-PRC-MOV-COD WITH DUPLICATES
           LOCK MODE IS AUTOMATIC.

           SELECT XREFLOTE ASSIGN TO "XREFLOTE.DAT"
           FILE STATUS IS WRK-LXR-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-LXR-KEY.

           SELECT PRINT-FILE ASSIGN TO "LISTAPRECO.PRN"
           FILE STATUS IS WRK-PRINT-STATUS
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  LISTAPRECO.
           01 FS-LIST-REC.
               05 FS-LST-SUP-COD       PIC 9(05).
               05 FS-LST-TITLE         PIC X(30).
               05 FS-LST-FORMAT        PIC X(10).
               05 FS-LST-PRICE         PIC 9(06)V99.
               05 FS-LST-VALID-FROM    PIC 9(08).
               05 FS-LST-VALID-TO      PIC 9(08).
           FD  PRECOFORN.
           01 FS-PRECOFORN.
               COPY PRCFLDS.
           FD  XREFLOTE.
           01 FS-LOTEXREF.
               COPY LOTEXREF.
           FD  PRINT-FILE.
           01 FS-PRINT-LINE            PIC X(71).
       WORKING-STORAGE SECTION.
       77  WRK-LST-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-PRC-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-LXR-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-PRINT-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-TRIES               PIC 9(01) VALUE ZEROES.
       77  WRK-TECLA               PIC X(01) VALUE SPACES.
       77  WRK-BUFF                PIC X(71) VALUE SPACES.
       77  WRK-EOF                 PIC 9(01) VALUE ZEROES.
       77  WRK-XREF-OPEN           PIC 9(01) VALUE ZEROES.
       77  WRK-DISTRIB             PIC X(15) VALUE SPACES.
       77  WRK-DISTRIB-STATUS      PIC 9(03) VALUE ZEROES.
       77  WRK-READ                PIC 9(05) VALUE ZEROES.
       77  WRK-LOADED              PIC 9(05) VALUE ZEROES.
       77  WRK-UNMATCHED           PIC 9(05) VALUE ZEROES.
       77  WRK-REMOVED             PIC 9(05) VALUE ZEROES.
       77  WRK-TODAY               PIC 9(08) VALUE ZEROES.
       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
       SCREEN  SECTION.
       01  CLEAR.
           05 CLEAR-SCREEN.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL.
       01  SHOW-MV.
           05 TITLE-SCREEN.
               10 LINE 01 COLUMN 01    PIC X(26) ERASE EOL
                  BACKGROUND-COLOR 2 FROM
                  "IMPORTACAO LISTA DE PRECOS".

       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           CALL "LERDATANEG" USING WRK-TODAY.
           DISPLAY "DISTRIBUIDORA DA LISTA: " AT 0305.
           MOVE SPACES TO WRK-DISTRIB.
           ACCEPT WRK-DISTRIB AT 0329.
           IF WRK-DISTRIB EQUAL SPACES
               GOBACK
           END-IF.
           CALL "VALIDATEDISTRIB" USING WRK-DISTRIB,
               WRK-DISTRIB-STATUS.
           IF WRK-DISTRIB-STATUS NOT EQUAL ZEROES
               MOVE 615 TO WRK-DISTRIB-STATUS
               CALL "ERROS" USING WRK-DISTRIB-STATUS, "IMPORTARPRECO"
               GOBACK
           END-IF.
           OPEN INPUT LISTAPRECO.
           IF WRK-LST-FSTAT NOT EQUAL ZEROES
               DISPLAY "ARQUIVO LISTAPRECO.DAT NAO ENCONTRADO"
                   AT 0505
               DISPLAY "PRESSIONE ENTER" AT 0605
               ACCEPT WRK-TECLA
               GOBACK
           END-IF.
           MOVE ZEROES TO WRK-TRIES.
           OPEN I-O PRECOFORN.
           IF WRK-PRC-FSTAT EQUAL 350 AND WRK-TRIES LESS THAN 1
               ADD 1 TO WRK-TRIES
               CLOSE PRECOFORN
               OPEN OUTPUT PRECOFORN
               CLOSE PRECOFORN
               OPEN I-O PRECOFORN
           END-IF.
           IF WRK-PRC-FSTAT NOT EQUAL ZEROES
               CLOSE LISTAPRECO
               DISPLAY "ARQUIVO DE PRECOS INDISPONIVEL" AT 0505
               DISPLAY "PRESSIONE ENTER" AT 0605
               ACCEPT WRK-TECLA
               GOBACK
           END-IF.
      *Sem referencia cruzada ainda, todos os codigos ficam sem filme
           MOVE ZEROES TO WRK-XREF-OPEN.
           OPEN INPUT XREFLOTE.
           IF WRK-LXR-FSTAT EQUAL ZEROES
               MOVE 1 TO WRK-XREF-OPEN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           MOVE SPACES TO WRK-BUFF.
           STRING "LISTA DE PRECOS DE " WRK-DISTRIB
               " IMPORTADA EM " WRK-TODAY INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           PERFORM 0010-REMOVE-OLD-LIST.
           PERFORM 0020-READ-LOOP.
           MOVE SPACES TO WRK-BUFF.
           STRING "LIDAS: " WRK-READ " GRAVADAS: " WRK-LOADED
               " SEM REFERENCIA: " WRK-UNMATCHED INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           CLOSE PRINT-FILE.
           IF WRK-XREF-OPEN EQUAL 1
               CLOSE XREFLOTE
           END-IF.
           CLOSE PRECOFORN.
           CLOSE LISTAPRECO.
           DISPLAY "LIDAS: " AT 0505.
           DISPLAY WRK-READ AT 0512.
           DISPLAY "GRAVADAS: " AT 0520.
           DISPLAY WRK-LOADED AT 0530.
           DISPLAY "SUBSTITUIDAS DA LISTA ANTERIOR: " AT 0605.
           DISPLAY WRK-REMOVED AT 0637.
           DISPLAY "SEM REFERENCIA (LISTAPRECO.PRN): " AT 0705.
           DISPLAY WRK-UNMATCHED AT 0738.
           DISPLAY "PRESSIONE ENTER" AT 0805.
           ACCEPT WRK-TECLA.
           GOBACK.

      *=================================================================
       0010-REMOVE-OLD-LIST      SECTION.
      *Apaga a lista anterior da distribuidora: a lista nova vale
      *inteira no lugar dela
      *=================================================================
           MOVE ZEROES TO WRK-EOF.
           MOVE WRK-DISTRIB TO FS-PRC-DISTRIB.
           MOVE ZEROES TO FS-PRC-SUP-COD.
           MOVE SPACES TO FS-PRC-FORMAT.
           START PRECOFORN KEY IS NOT LESS THAN FS-PRC-KEY
               INVALID KEY
                   MOVE 1 TO WRK-EOF
           END-START.
           PERFORM UNTIL WRK-EOF EQUAL 1
               READ PRECOFORN NEXT RECORD
                   AT END
                       MOVE 1 TO WRK-EOF
                   NOT AT END
                       IF FS-PRC-DISTRIB NOT EQUAL WRK-DISTRIB
                           MOVE 1 TO WRK-EOF
                       ELSE
                           DELETE PRECOFORN RECORD
                           ADD 1 TO WRK-REMOVED
                       END-IF
               END-READ
           END-PERFORM.

      *=================================================================
       0020-READ-LOOP      SECTION.
      *Le cada linha da lista e grava a oferta
      *=================================================================
           PERFORM UNTIL WRK-LST-FSTAT NOT EQUAL ZEROES
               READ LISTAPRECO
                   AT END
                       MOVE 100 TO WRK-LST-FSTAT
                   NOT AT END
                       ADD 1 TO WRK-READ
                       PERFORM 0030-LOAD-ONE
               END-READ
           END-PERFORM.

      *=================================================================
       0030-LOAD-ONE      SECTION.
      *Grava uma oferta, com o nosso codigo de filme quando a
      *referencia cruzada conhece o codigo da distribuidora
      *=================================================================
           MOVE SPACES TO FS-PRECOFORN.
           MOVE WRK-DISTRIB TO FS-PRC-DISTRIB.
           MOVE FS-LST-SUP-COD TO FS-PRC-SUP-COD.
           MOVE FS-LST-FORMAT TO FS-PRC-FORMAT.
           MOVE FS-LST-TITLE TO FS-PRC-TITLE.
           MOVE FS-LST-PRICE TO FS-PRC-PRICE.
           MOVE FS-LST-VALID-FROM TO FS-PRC-VALID-FROM.
           IF FS-PRC-VALID-FROM EQUAL ZEROES
               MOVE WRK-TODAY TO FS-PRC-VALID-FROM
           END-IF.
           MOVE FS-LST-VALID-TO TO FS-PRC-VALID-TO.
           MOVE WRK-TODAY TO FS-PRC-IMPORT-DT.
           MOVE ZEROES TO FS-PRC-MOV-COD.
           IF WRK-XREF-OPEN EQUAL 1
               MOVE WRK-DISTRIB TO FS-LXR-DISTRIB
               MOVE FS-LST-SUP-COD TO FS-LXR-SUP-COD
               READ XREFLOTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FS-LXR-MOV-COD TO FS-PRC-MOV-COD
               END-READ
           END-IF.
           IF FS-PRC-MOV-COD EQUAL ZEROES
               ADD 1 TO WRK-UNMATCHED
               MOVE SPACES TO WRK-BUFF
               STRING "CODIGO " FS-LST-SUP-COD " " FS-LST-TITLE
                   " " FS-LST-FORMAT " SEM REFERENCIA"
                   INTO WRK-BUFF
               WRITE FS-PRINT-LINE FROM WRK-BUFF
           END-IF.
      *Codigo e formato repetidos na mesma lista: vale a ultima linha
           WRITE FS-PRECOFORN
               INVALID KEY
                   REWRITE FS-PRECOFORN
           END-WRITE.
           ADD 1 TO WRK-LOADED.
       END PROGRAM IMPORTARPRECO.
