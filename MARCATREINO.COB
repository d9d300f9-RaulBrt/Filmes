      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Marcar o cabecalho da tela corrente com TREINAMENTO
      *           quando a sessao esta em modo treinamento (LERTREINO).
      *           Chamado logo depois de cada programa desenhar o seu
      *           cabecalho; no movimento real nao mostra nada.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARCATREINO.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WRK-TRAINING               PIC 9(01) VALUE ZEROES.
       SCREEN  SECTION.
       01  SHOW-MV.
           05 TRAINING-SCREEN.
               10 LINE 01 COLUMN 69    PIC X(11)
                  BACKGROUND-COLOR 4 FOREGROUND-COLOR 7
                  FROM "TREINAMENTO".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           CALL "LERTREINO" USING WRK-TRAINING.
           IF WRK-TRAINING EQUAL 1
               DISPLAY TRAINING-SCREEN
           END-IF.
           GOBACK.
       END PROGRAM MARCATREINO.
