      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Calcular o digito verificador do codigo do cliente
      *           (FS-CUST-COD, 5 digitos) impresso na carteirinha,
      *           pelo modulo 11 com pesos de 2 a 6 da direita para a
      *           esquerda (resto 0 ou 1 da digito 0), no mesmo
      *           esquema do DIGITOCOPIA. Usado pelo IMPRIMIRCARTAO
      *           para imprimir a carteirinha e pelo CONFERECLIENTE
      *           para conferir o codigo lido no balcao.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIGITOCLIENTE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WRK-SUB                    PIC 9(02) VALUE ZEROES.
       77  WRK-WEIGHT                 PIC 9(02) VALUE ZEROES.
       77  WRK-SUM                    PIC 9(04) VALUE ZEROES.
       77  WRK-QUOT                   PIC 9(04) VALUE ZEROES.
       77  WRK-REST                   PIC 9(02) VALUE ZEROES.
       01  WRK-KEY                    PIC 9(05) VALUE ZEROES.
       01  WRK-KEY-DIGITS REDEFINES WRK-KEY.
           05 WRK-KEY-DIGIT           PIC 9(01) OCCURS 5 TIMES.
       LINKAGE SECTION.
       77  LNK-CUST-COD               PIC 9(05).
       77  LNK-DIGIT                  PIC 9(01).

       PROCEDURE DIVISION USING LNK-CUST-COD, LNK-DIGIT.
       0000-MAIN-PROCEDURE.
           MOVE LNK-CUST-COD TO WRK-KEY.
           MOVE ZEROES TO WRK-SUM.
      *Peso 6 no primeiro digito do codigo ate peso 2 no ultimo
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB GREATER THAN 5
               COMPUTE WRK-WEIGHT = 7 - WRK-SUB
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
       END PROGRAM DIGITOCLIENTE.
