      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Calcular o digito verificador da etiqueta de uma
      *           copia a partir da chave de COPIES.DAT (FS-COPY-KEY:
      *           codigo do filme e numero da copia, 8 digitos), pelo
      *           modulo 11 com pesos de 2 a 9 da direita para a
      *           esquerda (resto 0 ou 1 da digito 0). Os pesos sao
      *           todos diferentes, entao um digito trocado ou dois
      *           digitos vizinhos invertidos mudam o digito. Usado
      *           pelo IMPRIMIRETIQUETA para imprimir a etiqueta e pelo
      *           CONFERECOPIA para conferir o que foi digitado ou lido
      *           pelo leitor de codigo de barras.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIGITOCOPIA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WRK-SUB                    PIC 9(02) VALUE ZEROES.
       77  WRK-WEIGHT                 PIC 9(02) VALUE ZEROES.
       77  WRK-SUM                    PIC 9(04) VALUE ZEROES.
       77  WRK-QUOT                   PIC 9(04) VALUE ZEROES.
       77  WRK-REST                   PIC 9(02) VALUE ZEROES.
       01  WRK-KEY.
           05 WRK-KEY-MOV-COD         PIC 9(05) VALUE ZEROES.
           05 WRK-KEY-COPY-NUM        PIC 9(03) VALUE ZEROES.
       01  WRK-KEY-DIGITS REDEFINES WRK-KEY.
           05 WRK-KEY-DIGIT           PIC 9(01) OCCURS 8 TIMES.
       LINKAGE SECTION.
       77  LNK-MOV-COD                PIC 9(05).
       77  LNK-COPY-NUM               PIC 9(03).
       77  LNK-DIGIT                  PIC 9(01).

       PROCEDURE DIVISION USING LNK-MOV-COD, LNK-COPY-NUM, LNK-DIGIT.
       0000-MAIN-PROCEDURE.
           MOVE LNK-MOV-COD TO WRK-KEY-MOV-COD.
           MOVE LNK-COPY-NUM TO WRK-KEY-COPY-NUM.
           MOVE ZEROES TO WRK-SUM.
      *Peso 9 no primeiro digito da chave ate peso 2 no ultimo
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB GREATER THAN 8
               COMPUTE WRK-WEIGHT = 10 - WRK-SUB
               COMPUTE WRK-SUM = WRK-SUM
                   + WRK-KEY-DIGIT(WRK-SUB) * WRK-WEIGHT
           END-PERFORM.
           DIVIDE WRK-SUM BY 11 GIVING WRK-QUOT REMAINDER WRK-REST.
           IF WRK-REST LESS THAN 2
               MOVE ZEROES TO LNK-DIGIT
           ELSE
               COMPUTE LNK-DIGIT = 11 - WRK-REST
           END-IF.
           GOBACK.
       END PROGRAM DIGITOCOPIA.
