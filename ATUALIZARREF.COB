      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Atualizar as fichas dos filmes pelo arquivo de
      *           metadados de referencia externa (REFEXTERNA.DAT,
      *           posicional, chaveado pela referencia FS-MOV-EXTREF:
      *           titulo, ano, duracao, classificacao, idioma original
      *           e generos). Em tres passos:
      *           G - compara campo a campo com MOVIES.DAT, grava as
      *               diferencas em REFDIF.DAT e imprime DIFERENCAS.PRN;
      *           V - revisao na tela: cada diferenca e aceita ou
      *               recusada;
      *           A - aplica as aceitas pelo mesmo caminho da
      *               alteracao (ALTERMOVIE), com uma linha na trilha
      *               de auditoria (WRITEAUDIT, operacao M) por campo.
      *           Campo alterado na loja depois da ultima atualizacao
      *           (diferente do guardado em REFMETA.DAT) nunca e
      *           sobrescrito: sai no relatorio como mantido.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATUALIZARREF.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT REFEXTERNA ASSIGN TO "REFEXTERNA.DAT"
           FILE STATUS IS WRK-EXT-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.

           SELECT REFWORK ASSIGN TO "REFEXT.TMP"
           FILE STATUS IS WRK-RX-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-RX-REF.

           SELECT MOVIES ASSIGN TO "MOVIES.DAT"
           FILE STATUS IS WRK-MOV-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES.

           SELECT REFMETA ASSIGN TO "REFMETA.DAT"
           FILE STATUS IS WRK-REFM-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-REFM-MOV-COD.

           SELECT REFDIF ASSIGN TO "REFDIF.DAT"
           FILE STATUS IS WRK-RDIF-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-RDIF-KEY.

           SELECT PRINT-FILE ASSIGN TO "DIFERENCAS.PRN"
           FILE STATUS IS WRK-PRINT-STATUS
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  REFEXTERNA.
           01 FS-EXT-REC.
               05 FS-EXT-REF           PIC X(15).
               05 FS-EXT-TITLE         PIC X(30).
               05 FS-EXT-YEAR          PIC 9(04).
               05 FS-EXT-LEN           PIC 9(03).
               05 FS-EXT-RATING        PIC X(02).
               05 FS-EXT-LANGUAGE      PIC X(10).
               05 FS-EXT-GENRE         PIC X(08) OCCURS 3 TIMES.
           FD  REFWORK.
           01 FS-RX-REC.
               05 FS-RX-REF            PIC X(15).
               05 FS-RX-TITLE          PIC X(30).
               05 FS-RX-YEAR           PIC 9(04).
               05 FS-RX-LEN            PIC 9(03).
               05 FS-RX-RATING         PIC X(02).
               05 FS-RX-LANGUAGE       PIC X(10).
               05 FS-RX-GENRE          PIC X(08) OCCURS 3 TIMES.
           FD  MOVIES.
           01 FS-MOVIE.
               COPY MOVIEFLDS.
           FD  REFMETA.
           01 FS-REFMETA.
               COPY REFMFLDS.
           FD  REFDIF.
           01 FS-REFDIF.
               COPY RDIFFLDS.
           FD  PRINT-FILE.
           01 FS-PRINT-LINE            PIC X(71).
       WORKING-STORAGE SECTION.
       77  WRK-EXT-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-RX-FSTAT            PIC 9(03) VALUE ZEROES.
       77  WRK-MOV-FSTAT           PIC 9(03) VALUE ZEROES.
       77  WRK-REFM-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-RDIF-FSTAT          PIC 9(03) VALUE ZEROES.
       77  WRK-PRINT-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-SPOOL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-NIVEL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-GENRE-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-AUDIT-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-STATUS              PIC 9(03) VALUE ZEROES.
       77  WRK-MIN-LEVEL           PIC 9(01) VALUE 2.
       77  WRK-OPTION              PIC X(01) VALUE SPACES.
       77  WRK-TECLA               PIC X(01) VALUE SPACES.
       77  WRK-TRIES               PIC 9(01) VALUE ZEROES.
       77  WRK-EOF                 PIC 9(01) VALUE ZEROES.
       77  WRK-STOP                PIC 9(01) VALUE ZEROES.
       77  WRK-BUFF                PIC X(71) VALUE SPACES.
       77  WRK-TODAY               PIC 9(08) VALUE ZEROES.
       77  WRK-FLD-NO              PIC 9(01) VALUE ZEROES.
       77  WRK-HAS-SNAP            PIC 9(01) VALUE ZEROES.
       77  WRK-EXT-EMPTY           PIC 9(01) VALUE ZEROES.
       77  WRK-INVALID             PIC 9(01) VALUE ZEROES.
       77  WRK-GENRE-SUB           PIC 9(01) VALUE ZEROES.
       77  WRK-LOCAL-TXT           PIC X(30) VALUE SPACES.
       77  WRK-EXT-TXT             PIC X(30) VALUE SPACES.
       77  WRK-SNAP-TXT            PIC X(30) VALUE SPACES.
       77  WRK-SITUATION           PIC X(14) VALUE SPACES.
       77  WRK-FLD-NAME            PIC X(13) VALUE SPACES.
       77  WRK-AUDIT-BEFORE        PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-AFTER         PIC X(30) VALUE SPACES.
       77  WRK-OPERATOR            PIC X(08) VALUE SPACES.
       77  WRK-REF-COUNT           PIC 9(05) VALUE ZEROES.
       77  WRK-DUP-COUNT           PIC 9(05) VALUE ZEROES.
       77  WRK-MOV-COUNT           PIC 9(05) VALUE ZEROES.
       77  WRK-NOREF-COUNT         PIC 9(05) VALUE ZEROES.
       77  WRK-DIF-COUNT           PIC 9(05) VALUE ZEROES.
       77  WRK-KEPT-COUNT          PIC 9(05) VALUE ZEROES.
       77  WRK-BAD-COUNT           PIC 9(05) VALUE ZEROES.
       77  WRK-ACC-COUNT           PIC 9(05) VALUE ZEROES.
       77  WRK-REJ-COUNT           PIC 9(05) VALUE ZEROES.
       77  WRK-APPLIED-COUNT       PIC 9(05) VALUE ZEROES.
       77  WRK-SKIP-COUNT          PIC 9(05) VALUE ZEROES.

      *Generos da ficha, da referencia ou da situacao como um texto
       01  WRK-GEN-TXT             PIC X(30) VALUE SPACES.
       01  WRK-GEN-TXT-R REDEFINES WRK-GEN-TXT.
           05 WRK-GEN-ITEM         PIC X(08) OCCURS 3 TIMES.
           05 FILLER               PIC X(06).

       01  WRK-AREA.
           05 WRK-MENU-TITLE       PIC X(30).
           05 WRK-MENU-ITEM        PIC X(30) OCCURS 40 TIMES.
           05 WRK-MENU-SIZE        PIC 9(02).

       01  WRK-MOVIE OCCURS 2 TIMES.
           COPY MOVIEFLDS
               REPLACING ==FS-MOV-COD==   BY ==WRK-MOV-COD==
                         ==FS-MOV-EXTREF== BY ==WRK-MOV-EXTREF==
                         ==FS-MOV-TITLE== BY ==WRK-MOV-TITLE==
                         ==FS-MOV-GENRE== BY ==WRK-MOV-GENRE==
                         ==FS-MOV-LEN==   BY ==WRK-MOV-LEN==
                         ==FS-MOV-PUBLI== BY ==WRK-MOV-PUBLI==
                         ==FS-MOV-GRADE== BY ==WRK-MOV-GRADE==
                         ==FS-MOV-RATING== BY ==WRK-MOV-RATING==
                         ==FS-MOV-YEAR==  BY ==WRK-MOV-YEAR==
                         ==FS-MOV-SERIES== BY ==WRK-MOV-SERIES==
                         ==FS-MOV-COPIES-TOT==
                             BY ==WRK-MOV-COPIES-TOT==
                         ==FS-MOV-COPIES-AVL==
                             BY ==WRK-MOV-COPIES-AVL==
                                 ==FS-MOV-CREATED-DT==
                                     BY ==WRK-MOV-CREATED-DT==
                                 ==FS-MOV-MODIFIED-DT==
                                     BY ==WRK-MOV-MODIFIED-DT==
                                     ==FS-MOV-COST==
                                         BY ==WRK-MOV-COST==
                                     ==FS-MOV-RENTPRICE==
                                         BY ==WRK-MOV-RENTPRICE==
                                     ==FS-MOV-LANGUAGE==
                                         BY ==WRK-MOV-LANGUAGE==
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
       SCREEN  SECTION.
       01  CLEAR.
           05 CLEAR-SCREEN.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL.
       01  SHOW-MV.
           05 TITLE-SCREEN.
               10 LINE 01 COLUMN 01    PIC X(30) ERASE EOL
                  BACKGROUND-COLOR 2 FROM
                  "ATUALIZAR PELA REF EXTERNA".

       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
           CALL "CHECKNIVEL" USING LNK-OPERATOR, WRK-MIN-LEVEL,
               WRK-NIVEL-STATUS, "ATUALIZARREF    ".
           IF WRK-NIVEL-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-NIVEL-STATUS, "ATUALIZARREF"
               GOBACK
           END-IF.
           MOVE LNK-OPERATOR TO WRK-OPERATOR.
           CALL "LERDATANEG" USING WRK-TODAY.
           PERFORM 0010-DRAW-MENU.
           MOVE SPACES TO WRK-OPTION.
           ACCEPT WRK-OPTION AT 0330.
           EVALUATE WRK-OPTION
               WHEN 'G' WHEN 'g'
                   PERFORM 0020-BUILD-DIFFERENCES
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'V' WHEN 'v'
                   PERFORM 0050-REVIEW-DIFFERENCES
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'A' WHEN 'a'
                   PERFORM 0070-APPLY-ACCEPTED
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GOBACK.

      *=================================================================
       0010-DRAW-MENU      SECTION.
      *Desenha o menu da atualizacao pela referencia externa
      *=================================================================
           MOVE "ATUALIZAR PELA REF EXTERNA"  TO WRK-MENU-TITLE.
           MOVE "OPCAO: "                     TO WRK-MENU-ITEM(01).
           MOVE "G=GERAR DIFERENCAS"          TO WRK-MENU-ITEM(02).
           MOVE "V=REVISAR DIFERENCAS"        TO WRK-MENU-ITEM(03).
           MOVE "A=APLICAR AS ACEITAS"        TO WRK-MENU-ITEM(04).
           MOVE "ENTER=VOLTAR"                TO WRK-MENU-ITEM(05).
           MOVE 5                             TO WRK-MENU-SIZE.
           CALL "MENUS" USING WRK-AREA.

      *=================================================================
       0020-BUILD-DIFFERENCES      SECTION.
      *Carrega a referencia externa num indice de trabalho pela
      *referencia, compara cada filme que tem FS-MOV-EXTREF e grava as
      *diferencas a revisar. Uma nova geracao descarta as diferencas
      *da geracao anterior que ainda nao foram aplicadas
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN.
           CALL "MARCATREINO".
           MOVE ZEROES TO WRK-REF-COUNT WRK-DUP-COUNT WRK-MOV-COUNT
               WRK-NOREF-COUNT WRK-DIF-COUNT WRK-KEPT-COUNT
               WRK-BAD-COUNT.
           OPEN INPUT REFEXTERNA.
           IF WRK-EXT-FSTAT NOT EQUAL ZEROES
               DISPLAY "ARQUIVO REFEXTERNA.DAT NAO ENCONTRADO" AT 0305
               MOVE ZEROES TO WRK-EXT-FSTAT
               GO TO 0020-WAIT
           END-IF.
           OPEN INPUT MOVIES.
           IF WRK-MOV-FSTAT NOT EQUAL ZEROES
               CLOSE REFEXTERNA
               CALL "ERROS" USING WRK-MOV-FSTAT, "ATUALIZARREF"
               MOVE ZEROES TO WRK-MOV-FSTAT
               GO TO 0020-FIM
           END-IF.
           DISPLAY "COMPARANDO AS FICHAS..." AT 0305.
           OPEN OUTPUT REFWORK.
           PERFORM UNTIL WRK-EXT-FSTAT NOT EQUAL ZEROES
               READ REFEXTERNA
                   AT END
                       MOVE 100 TO WRK-EXT-FSTAT
                   NOT AT END
                       PERFORM 0025-LOAD-ONE-REF
               END-READ
           END-PERFORM.
           CLOSE REFEXTERNA.
           CLOSE REFWORK.
           MOVE ZEROES TO WRK-EXT-FSTAT.
           OPEN INPUT REFWORK.
           OPEN INPUT REFMETA.
           OPEN OUTPUT REFDIF.
           OPEN OUTPUT PRINT-FILE.
           MOVE SPACES TO WRK-BUFF.
           STRING "DIFERENCAS COM A REFERENCIA EXTERNA EM " WRK-TODAY
               " POR " LNK-OPERATOR INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE "FILME CAMPO         LOJA / REFERENCIA" TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE ZEROES TO WRK-EOF.
           PERFORM UNTIL WRK-EOF EQUAL 1
               READ MOVIES
                   AT END
                       MOVE 1 TO WRK-EOF
                   NOT AT END
                       IF FS-MOV-EXTREF NOT EQUAL SPACES
                           PERFORM 0030-COMPARE-MOVIE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MOVIES.
           CLOSE REFWORK.
           CLOSE REFMETA.
           CLOSE REFDIF.
           MOVE ZEROES TO WRK-MOV-FSTAT WRK-RX-FSTAT WRK-REFM-FSTAT
               WRK-RDIF-FSTAT.
           MOVE SPACES TO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           STRING "REFERENCIAS: " WRK-REF-COUNT "  REPETIDAS: "
               WRK-DUP-COUNT "  FILMES: " WRK-MOV-COUNT
               "  SEM REF: " WRK-NOREF-COUNT INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           STRING "A REVISAR: " WRK-DIF-COUNT
               "  MANTIDAS (ALTERADAS NA LOJA): " WRK-KEPT-COUNT
               "  INVALIDAS: " WRK-BAD-COUNT INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           CLOSE PRINT-FILE.
           CALL "ESPOLAR" USING "DIFERENCAS.PRN      ",
               LNK-OPERATOR, WRK-SPOOL-STATUS.
           DISPLAY "A REVISAR: " AT 0505.
           DISPLAY WRK-DIF-COUNT AT 0517.
           DISPLAY "MANTIDAS: " AT 0605.
           DISPLAY WRK-KEPT-COUNT AT 0617.
           DISPLAY "INVALIDAS: " AT 0705.
           DISPLAY WRK-BAD-COUNT AT 0717.
           DISPLAY "IMPRESSO EM DIFERENCAS.PRN" AT 0805.
       0020-WAIT.
           DISPLAY "PRESSIONE ENTER" AT 1005.
           ACCEPT WRK-TECLA AT 1021.
       0020-FIM.
           EXIT.

      *=================================================================
       0025-LOAD-ONE-REF      SECTION.
      *Grava uma linha da referencia externa no indice de trabalho. A
      *primeira ocorrencia de uma referencia repetida e a que vale
      *=================================================================
           IF FS-EXT-REF EQUAL SPACES
               GO TO 0025-FIM
           END-IF.
           MOVE FS-EXT-REC TO FS-RX-REC.
           IF FS-RX-YEAR IS NOT NUMERIC
               MOVE ZEROES TO FS-RX-YEAR
           END-IF.
           IF FS-RX-LEN IS NOT NUMERIC
               MOVE ZEROES TO FS-RX-LEN
           END-IF.
           IF FS-RX-RATING EQUAL "L"
               MOVE "L " TO FS-RX-RATING
           END-IF.
           WRITE FS-RX-REC
               INVALID KEY
                   ADD 1 TO WRK-DUP-COUNT
               NOT INVALID KEY
                   ADD 1 TO WRK-REF-COUNT
           END-WRITE.
           MOVE ZEROES TO WRK-RX-FSTAT.
       0025-FIM.
           EXIT.

      *=================================================================
       0030-COMPARE-MOVIE      SECTION.
      *Compara os campos de um filme com a referencia dele
      *=================================================================
           ADD 1 TO WRK-MOV-COUNT.
           MOVE FS-MOV-EXTREF TO FS-RX-REF.
           READ REFWORK
               INVALID KEY
                   ADD 1 TO WRK-NOREF-COUNT
                   MOVE ZEROES TO WRK-RX-FSTAT
                   GO TO 0030-FIM
           END-READ.
           MOVE FS-MOVIE TO WRK-MOVIE(01).
           MOVE ZEROES TO WRK-HAS-SNAP.
           IF WRK-REFM-FSTAT EQUAL ZEROES
               MOVE FS-MOV-COD TO FS-REFM-MOV-COD
               READ REFMETA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WRK-HAS-SNAP
               END-READ
               MOVE ZEROES TO WRK-REFM-FSTAT
           END-IF.
           PERFORM VARYING WRK-FLD-NO FROM 1 BY 1
                   UNTIL WRK-FLD-NO GREATER THAN 6
               PERFORM 0035-COMPARE-FIELD
           END-PERFORM.
       0030-FIM.
           EXIT.

      *=================================================================
       0035-COMPARE-FIELD      SECTION.
      *Compara um campo: igual, referencia sem o dado ou ficha ja
      *corrigida na loja nao gera diferenca a revisar; valor invalido
      *da referencia (classificacao fora da lista, genero fora da
      *tabela) so sai no relatorio
      *=================================================================
           PERFORM 0040-LOCAL-TEXT.
           PERFORM 0042-EXTERNAL-TEXT.
           IF WRK-EXT-EMPTY EQUAL 1
               OR WRK-LOCAL-TXT EQUAL WRK-EXT-TXT
               GO TO 0035-FIM
           END-IF.
           IF WRK-HAS-SNAP EQUAL 1
               PERFORM 0044-SNAPSHOT-TEXT
               IF WRK-LOCAL-TXT NOT EQUAL WRK-SNAP-TXT
                   ADD 1 TO WRK-KEPT-COUNT
                   MOVE "MANTIDO-LOJA" TO WRK-SITUATION
                   PERFORM 0048-PRINT-DIFFERENCE
                   GO TO 0035-FIM
               END-IF
           END-IF.
           PERFORM 0046-VALIDATE-EXTERNAL.
           IF WRK-INVALID EQUAL 1
               ADD 1 TO WRK-BAD-COUNT
               MOVE "REF INVALIDA" TO WRK-SITUATION
               PERFORM 0048-PRINT-DIFFERENCE
               GO TO 0035-FIM
           END-IF.
           INITIALIZE FS-REFDIF.
           MOVE FS-MOV-COD TO FS-RDIF-MOV-COD.
           MOVE WRK-FLD-NO TO FS-RDIF-FIELD.
           MOVE FS-MOV-EXTREF TO FS-RDIF-EXTREF.
           MOVE WRK-LOCAL-TXT TO FS-RDIF-BEFORE.
           MOVE WRK-EXT-TXT TO FS-RDIF-AFTER.
           SET FS-RDIF-PENDENTE TO TRUE.
           WRITE FS-REFDIF.
           MOVE ZEROES TO WRK-RDIF-FSTAT.
           ADD 1 TO WRK-DIF-COUNT.
           MOVE "A REVISAR" TO WRK-SITUATION.
           PERFORM 0048-PRINT-DIFFERENCE.
       0035-FIM.
           EXIT.

      *=================================================================
       0040-LOCAL-TEXT      SECTION.
      *Valor do campo WRK-FLD-NO na ficha (WRK-MOVIE(01)) como texto,
      *e o nome do campo
      *=================================================================
           MOVE SPACES TO WRK-LOCAL-TXT.
           EVALUATE WRK-FLD-NO
               WHEN 1
                   MOVE "TITULO" TO WRK-FLD-NAME
                   MOVE WRK-MOV-TITLE(01) TO WRK-LOCAL-TXT
               WHEN 2
                   MOVE "ANO" TO WRK-FLD-NAME
                   MOVE WRK-MOV-YEAR(01) TO WRK-LOCAL-TXT
               WHEN 3
                   MOVE "DURACAO" TO WRK-FLD-NAME
                   MOVE WRK-MOV-LEN(01) TO WRK-LOCAL-TXT
               WHEN 4
                   MOVE "CLASSIFICACAO" TO WRK-FLD-NAME
                   MOVE WRK-MOV-RATING(01) TO WRK-LOCAL-TXT
               WHEN 5
                   MOVE "IDIOMA" TO WRK-FLD-NAME
                   MOVE WRK-MOV-LANGUAGE(01) TO WRK-LOCAL-TXT
               WHEN 6
                   MOVE "GENEROS" TO WRK-FLD-NAME
                   MOVE SPACES TO WRK-GEN-TXT
                   MOVE WRK-MOV-GENRE(01,1) TO WRK-GEN-ITEM(1)
                   MOVE WRK-MOV-GENRE(01,2) TO WRK-GEN-ITEM(2)
                   MOVE WRK-MOV-GENRE(01,3) TO WRK-GEN-ITEM(3)
                   MOVE WRK-GEN-TXT TO WRK-LOCAL-TXT
           END-EVALUATE.

      *=================================================================
       0042-EXTERNAL-TEXT      SECTION.
      *Valor do campo WRK-FLD-NO na referencia como texto. Campo em
      *branco ou zerado na referencia e dado que ela nao tem
      *=================================================================
           MOVE SPACES TO WRK-EXT-TXT.
           MOVE ZEROES TO WRK-EXT-EMPTY.
           EVALUATE WRK-FLD-NO
               WHEN 1
                   MOVE FS-RX-TITLE TO WRK-EXT-TXT
               WHEN 2
                   IF FS-RX-YEAR EQUAL ZEROES
                       MOVE 1 TO WRK-EXT-EMPTY
                   ELSE
                       MOVE FS-RX-YEAR TO WRK-EXT-TXT
                   END-IF
               WHEN 3
                   IF FS-RX-LEN EQUAL ZEROES
                       MOVE 1 TO WRK-EXT-EMPTY
                   ELSE
                       MOVE FS-RX-LEN TO WRK-EXT-TXT
                   END-IF
               WHEN 4
                   MOVE FS-RX-RATING TO WRK-EXT-TXT
               WHEN 5
                   MOVE FS-RX-LANGUAGE TO WRK-EXT-TXT
               WHEN 6
                   MOVE SPACES TO WRK-GEN-TXT
                   MOVE FS-RX-GENRE(1) TO WRK-GEN-ITEM(1)
                   MOVE FS-RX-GENRE(2) TO WRK-GEN-ITEM(2)
                   MOVE FS-RX-GENRE(3) TO WRK-GEN-ITEM(3)
                   MOVE WRK-GEN-TXT TO WRK-EXT-TXT
           END-EVALUATE.
           IF WRK-EXT-TXT EQUAL SPACES
               MOVE 1 TO WRK-EXT-EMPTY
           END-IF.

      *=================================================================
       0044-SNAPSHOT-TEXT      SECTION.
      *Valor do campo WRK-FLD-NO guardado na ultima atualizacao
      *=================================================================
           MOVE SPACES TO WRK-SNAP-TXT.
           EVALUATE WRK-FLD-NO
               WHEN 1
                   MOVE FS-REFM-TITLE TO WRK-SNAP-TXT
               WHEN 2
                   MOVE FS-REFM-YEAR TO WRK-SNAP-TXT
               WHEN 3
                   MOVE FS-REFM-LEN TO WRK-SNAP-TXT
               WHEN 4
                   MOVE FS-REFM-RATING TO WRK-SNAP-TXT
               WHEN 5
                   MOVE FS-REFM-LANGUAGE TO WRK-SNAP-TXT
               WHEN 6
                   MOVE SPACES TO WRK-GEN-TXT
                   MOVE FS-REFM-GENRE(1) TO WRK-GEN-ITEM(1)
                   MOVE FS-REFM-GENRE(2) TO WRK-GEN-ITEM(2)
                   MOVE FS-REFM-GENRE(3) TO WRK-GEN-ITEM(3)
                   MOVE WRK-GEN-TXT TO WRK-SNAP-TXT
           END-EVALUATE.

      *=================================================================
       0046-VALIDATE-EXTERNAL      SECTION.
      *Confere o valor da referencia com as mesmas regras do cadastro:
      *classificacao da lista e generos da tabela de generos
      *=================================================================
           MOVE ZEROES TO WRK-INVALID.
           IF WRK-FLD-NO EQUAL 4
               IF FS-RX-RATING NOT EQUAL "L "
                   AND FS-RX-RATING NOT EQUAL "10"
                   AND FS-RX-RATING NOT EQUAL "12"
                   AND FS-RX-RATING NOT EQUAL "14"
                   AND FS-RX-RATING NOT EQUAL "16"
                   AND FS-RX-RATING NOT EQUAL "18"
                   MOVE 1 TO WRK-INVALID
               END-IF
           END-IF.
           IF WRK-FLD-NO EQUAL 6
               IF FS-RX-GENRE(1) EQUAL SPACES
                   MOVE 1 TO WRK-INVALID
               END-IF
               PERFORM VARYING WRK-GENRE-SUB FROM 1 BY 1
                       UNTIL WRK-GENRE-SUB GREATER THAN 3
                   IF FS-RX-GENRE(WRK-GENRE-SUB) NOT EQUAL SPACES
                       CALL "VALIDATEGENRE" USING
                           FS-RX-GENRE(WRK-GENRE-SUB), WRK-GENRE-STATUS
                       IF WRK-GENRE-STATUS NOT EQUAL ZEROES
                           MOVE 1 TO WRK-INVALID
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *=================================================================
       0048-PRINT-DIFFERENCE      SECTION.
      *Imprime uma diferenca em duas linhas: a da loja e a da
      *referencia com a situacao
      *=================================================================
           MOVE SPACES TO WRK-BUFF.
           STRING FS-MOV-COD " " WRK-FLD-NAME " LOJA: " WRK-LOCAL-TXT
               INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.
           MOVE SPACES TO WRK-BUFF.
           STRING "                    REF:  " WRK-EXT-TXT " "
               WRK-SITUATION INTO WRK-BUFF.
           WRITE FS-PRINT-LINE FROM WRK-BUFF.

      *=================================================================
       0050-REVIEW-DIFFERENCES      SECTION.
      *Mostra as diferencas ainda pendentes uma a uma para aceitar ou
      *recusar. ENTER para a revisao; o que faltou fica pendente
      *=================================================================
           MOVE ZEROES TO WRK-ACC-COUNT WRK-REJ-COUNT.
           OPEN I-O REFDIF.
           IF WRK-RDIF-FSTAT NOT EQUAL ZEROES
               DISPLAY CLEAR-SCREEN
               DISPLAY TITLE-SCREEN
               CALL "MARCATREINO"
               DISPLAY "NENHUMA DIFERENCA GERADA" AT 0305
               MOVE ZEROES TO WRK-RDIF-FSTAT
               GO TO 0050-WAIT
           END-IF.
           MOVE ZEROES TO WRK-EOF.
           MOVE ZEROES TO WRK-STOP.
           PERFORM UNTIL WRK-EOF EQUAL 1 OR WRK-STOP EQUAL 1
               READ REFDIF NEXT RECORD
                   AT END
                       MOVE 1 TO WRK-EOF
                   NOT AT END
                       IF FS-RDIF-PENDENTE
                           PERFORM 0055-REVIEW-ONE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REFDIF.
           MOVE ZEROES TO WRK-RDIF-FSTAT.
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN.
           CALL "MARCATREINO".
           DISPLAY "ACEITAS: " AT 0305.
           DISPLAY WRK-ACC-COUNT AT 0317.
           DISPLAY "RECUSADAS: " AT 0405.
           DISPLAY WRK-REJ-COUNT AT 0417.
       0050-WAIT.
           DISPLAY "PRESSIONE ENTER" AT 0605.
           ACCEPT WRK-TECLA AT 0621.
       0050-FIM.
           EXIT.

      *=================================================================
       0055-REVIEW-ONE      SECTION.
      *Mostra uma diferenca e grava a decisao do operador
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN.
           CALL "MARCATREINO".
           MOVE FS-RDIF-FIELD TO WRK-FLD-NO.
           PERFORM 0040-LOCAL-TEXT.
           DISPLAY "FILME: " AT 0305.
           DISPLAY FS-RDIF-MOV-COD AT 0320.
           DISPLAY "REF EXTERNA: " AT 0405.
           DISPLAY FS-RDIF-EXTREF AT 0420.
           DISPLAY "CAMPO: " AT 0505.
           DISPLAY WRK-FLD-NAME AT 0520.
           DISPLAY "NA LOJA: " AT 0705.
           DISPLAY FS-RDIF-BEFORE AT 0720.
           DISPLAY "NA REFERENCIA: " AT 0805.
           DISPLAY FS-RDIF-AFTER AT 0820.
           DISPLAY "ACEITAR (S/N, ENTER=PARAR)? " AT 1005.
           MOVE SPACES TO WRK-TECLA.
           ACCEPT WRK-TECLA AT 1034.
           EVALUATE WRK-TECLA
               WHEN 'S' WHEN 's'
                   SET FS-RDIF-ACEITA TO TRUE
                   REWRITE FS-REFDIF
                   ADD 1 TO WRK-ACC-COUNT
               WHEN 'N' WHEN 'n'
                   SET FS-RDIF-RECUSADA TO TRUE
                   REWRITE FS-REFDIF
                   ADD 1 TO WRK-REJ-COUNT
               WHEN OTHER
                   MOVE 1 TO WRK-STOP
           END-EVALUATE.
           MOVE ZEROES TO WRK-RDIF-FSTAT.

      *=================================================================
       0070-APPLY-ACCEPTED      SECTION.
      *Aplica as diferencas aceitas. O filme e relido na hora: se o
      *campo mudou na loja depois da geracao, a diferenca e
      *descartada em vez de sobrescrever a ficha
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN.
           CALL "MARCATREINO".
           MOVE ZEROES TO WRK-APPLIED-COUNT WRK-SKIP-COUNT.
           OPEN I-O REFDIF.
           IF WRK-RDIF-FSTAT NOT EQUAL ZEROES
               DISPLAY "NENHUMA DIFERENCA GERADA" AT 0305
               MOVE ZEROES TO WRK-RDIF-FSTAT
               GO TO 0070-WAIT
           END-IF.
           MOVE ZEROES TO WRK-TRIES.
           OPEN I-O REFMETA.
           IF WRK-REFM-FSTAT EQUAL 350 AND WRK-TRIES LESS THAN 1
               ADD 1 TO WRK-TRIES
               CLOSE REFMETA
               OPEN OUTPUT REFMETA
               CLOSE REFMETA
               OPEN I-O REFMETA
           END-IF.
           MOVE ZEROES TO WRK-EOF.
           PERFORM UNTIL WRK-EOF EQUAL 1
               READ REFDIF NEXT RECORD
                   AT END
                       MOVE 1 TO WRK-EOF
                   NOT AT END
                       IF FS-RDIF-ACEITA
                           PERFORM 0075-APPLY-ONE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REFDIF.
           CLOSE REFMETA.
           MOVE ZEROES TO WRK-RDIF-FSTAT WRK-REFM-FSTAT.
           DISPLAY "CAMPOS ATUALIZADOS: " AT 0305.
           DISPLAY WRK-APPLIED-COUNT AT 0326.
           DISPLAY "DESCARTADOS (ALTERADOS NA LOJA): " AT 0405.
           DISPLAY WRK-SKIP-COUNT AT 0439.
       0070-WAIT.
           DISPLAY "PRESSIONE ENTER" AT 0605.
           ACCEPT WRK-TECLA AT 0621.
       0070-FIM.
           EXIT.

      *=================================================================
       0075-APPLY-ONE      SECTION.
      *Aplica uma diferenca aceita pela alteracao normal da ficha,
      *grava a auditoria e guarda o novo valor como o da ultima
      *atualizacao
      *=================================================================
           MOVE FS-RDIF-MOV-COD TO WRK-MOV-COD(01).
           MOVE ZEROES TO WRK-STATUS.
           CALL "SEARCHMOVIE" USING WRK-MOVIE(01), WRK-STATUS.
           IF WRK-STATUS NOT EQUAL ZEROES
               SET FS-RDIF-DESCARTADA TO TRUE
               REWRITE FS-REFDIF
               ADD 1 TO WRK-SKIP-COUNT
               GO TO 0075-FIM
           END-IF.
           MOVE FS-RDIF-FIELD TO WRK-FLD-NO.
           PERFORM 0040-LOCAL-TEXT.
           IF WRK-LOCAL-TXT NOT EQUAL FS-RDIF-BEFORE
               SET FS-RDIF-DESCARTADA TO TRUE
               REWRITE FS-REFDIF
               ADD 1 TO WRK-SKIP-COUNT
               GO TO 0075-FIM
           END-IF.
           MOVE WRK-MOVIE(01) TO WRK-MOVIE(02).
           EVALUATE WRK-FLD-NO
               WHEN 1
                   MOVE FS-RDIF-AFTER TO WRK-MOV-TITLE(02)
               WHEN 2
                   MOVE FS-RDIF-AFTER(1:4) TO WRK-MOV-YEAR(02)
               WHEN 3
                   MOVE FS-RDIF-AFTER(1:3) TO WRK-MOV-LEN(02)
               WHEN 4
                   MOVE FS-RDIF-AFTER(1:2) TO WRK-MOV-RATING(02)
               WHEN 5
                   MOVE FS-RDIF-AFTER(1:10) TO WRK-MOV-LANGUAGE(02)
               WHEN 6
                   MOVE FS-RDIF-AFTER TO WRK-GEN-TXT
                   MOVE WRK-GEN-ITEM(1) TO WRK-MOV-GENRE(02,1)
                   MOVE WRK-GEN-ITEM(2) TO WRK-MOV-GENRE(02,2)
                   MOVE WRK-GEN-ITEM(3) TO WRK-MOV-GENRE(02,3)
           END-EVALUATE.
           MOVE ZEROES TO WRK-STATUS.
           CALL "ALTERMOVIE" USING WRK-MOVIE(02), WRK-STATUS.
           IF WRK-STATUS NOT EQUAL ZEROES
               GO TO 0075-FIM
           END-IF.
           MOVE SPACES TO WRK-AUDIT-BEFORE.
           MOVE SPACES TO WRK-AUDIT-AFTER.
           STRING WRK-FLD-NAME DELIMITED BY SPACE
               ": " FS-RDIF-BEFORE DELIMITED BY SIZE
               INTO WRK-AUDIT-BEFORE.
           STRING WRK-FLD-NAME DELIMITED BY SPACE
               ": " FS-RDIF-AFTER DELIMITED BY SIZE
               INTO WRK-AUDIT-AFTER.
           CALL "WRITEAUDIT" USING "M", WRK-MOV-COD(02),
               WRK-AUDIT-BEFORE, WRK-AUDIT-AFTER, WRK-OPERATOR,
               WRK-AUDIT-STATUS.
           PERFORM 0080-SAVE-SNAPSHOT.
           SET FS-RDIF-APLICADA TO TRUE.
           REWRITE FS-REFDIF.
           ADD 1 TO WRK-APPLIED-COUNT.
       0075-FIM.
           MOVE ZEROES TO WRK-RDIF-FSTAT.
           EXIT.

      *=================================================================
       0080-SAVE-SNAPSHOT      SECTION.
      *Guarda em REFMETA.DAT o valor aplicado do campo. Na primeira
      *atualizacao do filme os outros campos entram com o valor atual
      *da ficha, para as alteracoes feitas depois na loja serem
      *reconhecidas
      *=================================================================
           MOVE WRK-MOV-COD(02) TO FS-REFM-MOV-COD.
           READ REFMETA
               INVALID KEY
                   MOVE WRK-MOV-TITLE(01) TO FS-REFM-TITLE
                   MOVE WRK-MOV-YEAR(01) TO FS-REFM-YEAR
                   MOVE WRK-MOV-LEN(01) TO FS-REFM-LEN
                   MOVE WRK-MOV-RATING(01) TO FS-REFM-RATING
                   MOVE WRK-MOV-LANGUAGE(01) TO FS-REFM-LANGUAGE
                   MOVE WRK-MOV-GENRE(01,1) TO FS-REFM-GENRE(1)
                   MOVE WRK-MOV-GENRE(01,2) TO FS-REFM-GENRE(2)
                   MOVE WRK-MOV-GENRE(01,3) TO FS-REFM-GENRE(3)
                   MOVE WRK-MOV-COD(02) TO FS-REFM-MOV-COD
                   MOVE WRK-TODAY TO FS-REFM-DATE
                   WRITE FS-REFMETA
           END-READ.
           MOVE ZEROES TO WRK-REFM-FSTAT.
           EVALUATE WRK-FLD-NO
               WHEN 1
                   MOVE WRK-MOV-TITLE(02) TO FS-REFM-TITLE
               WHEN 2
                   MOVE WRK-MOV-YEAR(02) TO FS-REFM-YEAR
               WHEN 3
                   MOVE WRK-MOV-LEN(02) TO FS-REFM-LEN
               WHEN 4
                   MOVE WRK-MOV-RATING(02) TO FS-REFM-RATING
               WHEN 5
                   MOVE WRK-MOV-LANGUAGE(02) TO FS-REFM-LANGUAGE
               WHEN 6
                   MOVE WRK-MOV-GENRE(02,1) TO FS-REFM-GENRE(1)
                   MOVE WRK-MOV-GENRE(02,2) TO FS-REFM-GENRE(2)
                   MOVE WRK-MOV-GENRE(02,3) TO FS-REFM-GENRE(3)
           END-EVALUATE.
           MOVE WRK-TODAY TO FS-REFM-DATE.
           REWRITE FS-REFMETA.
           MOVE ZEROES TO WRK-REFM-FSTAT.
       END PROGRAM ATUALIZARREF.
