      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Conferir se um jogo da plataforma informada roda no
      *           console informado. A plataforma igual ao console e
      *           sempre compativel; fora isso vale a tabela de precos
      *           (PRECOS.DAT), entradas do tipo "P" com o console em
      *           FS-PRC-ARG(1:5) e a plataforma em FS-PRC-ARG(6:5).
      *           Devolve zero quando compativel e 678 quando nao.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPATPLAT.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT PRECOS ASSIGN TO "PRECOS.DAT"
           FILE STATUS IS WRK-PRC-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-PRC-KEY.
       DATA DIVISION.
       FILE SECTION.
           FD  PRECOS.
           01 FS-PRICE.
               COPY PRICEFLDS.
       WORKING-STORAGE SECTION.
       77  WRK-PRC-FSTAT              PIC 9(03) VALUE ZEROES.
       LINKAGE SECTION.
       77  LNK-CONSOLE                PIC X(05).
       77  LNK-PLATFORM               PIC X(05).
       77  LNK-STATUS                 PIC 9(03).

       PROCEDURE DIVISION USING LNK-CONSOLE, LNK-PLATFORM, LNK-STATUS.
       0000-MAIN-PROCEDURE.
           MOVE ZEROES TO LNK-STATUS.
           IF LNK-CONSOLE EQUAL LNK-PLATFORM
               GOBACK
           END-IF.
           MOVE 678 TO LNK-STATUS.
           OPEN INPUT PRECOS.
           IF WRK-PRC-FSTAT NOT EQUAL ZEROES
               GOBACK
           END-IF.
           MOVE "P" TO FS-PRC-TYPE.
           MOVE SPACES TO FS-PRC-ARG.
           MOVE LNK-CONSOLE TO FS-PRC-ARG(01:05).
           MOVE LNK-PLATFORM TO FS-PRC-ARG(06:05).
           READ PRECOS
               NOT INVALID KEY
                   MOVE ZEROES TO LNK-STATUS
           END-READ.
           CLOSE PRECOS.
           GOBACK.
       END PROGRAM COMPATPLAT.
