      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Informar se a sessao corrente esta em modo
      *           treinamento. O modo e escolhido no logon (FILMES),
      *           que desvia todos os arquivos da sessao para o
      *           diretorio TREINO pela variavel COB_FILE_PATH; e essa
      *           mesma variavel que indica o modo, para o aviso nunca
      *           divergir dos arquivos realmente em uso.
      *           LNK-TRAINING = 1 em treinamento, 0 no movimento real.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LERTREINO.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WRK-FILE-PATH              PIC X(40) VALUE SPACES.
       LINKAGE SECTION.
       77  LNK-TRAINING               PIC 9(01).

       PROCEDURE DIVISION USING LNK-TRAINING.
       0000-MAIN-PROCEDURE.
           MOVE ZEROES TO LNK-TRAINING.
           MOVE SPACES TO WRK-FILE-PATH.
           ACCEPT WRK-FILE-PATH FROM ENVIRONMENT "COB_FILE_PATH".
           IF WRK-FILE-PATH EQUAL "TREINO"
               MOVE 1 TO LNK-TRAINING
           END-IF.
           GOBACK.
       END PROGRAM LERTREINO.
