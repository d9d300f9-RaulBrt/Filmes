      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Conferir o documento de um cliente: quando tem
      *           exatamente onze algarismos (CPF), confere os dois
      *           digitos verificadores; documentos com outra
      *           quantidade de algarismos (RG e afins) passam direto.
      *           Regra que vivia dentro do cadastro de clientes,
      *           agora compartilhada com a alteracao de cadastro.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDATEDOC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WRK-DOC-SUB             PIC 9(02) VALUE ZEROES.
       77  WRK-DIGIT-COUNT         PIC 9(02) VALUE ZEROES.
       77  WRK-DIGIT-SUM           PIC 9(04) VALUE ZEROES.
       77  WRK-DIGIT-REST          PIC 9(02) VALUE ZEROES.
       77  WRK-DV1                 PIC 9(02) VALUE ZEROES.
       77  WRK-DV2                 PIC 9(02) VALUE ZEROES.
       77  WRK-ALL-SAME            PIC 9(01) VALUE ZEROES.
       01  WRK-CPF-DIGITS.
           05 WRK-CPF-DIGIT        PIC 9(01) OCCURS 11 TIMES
                                    VALUE ZEROES.
       LINKAGE SECTION.
       77  LNK-DOC                 PIC X(15).
       77  LNK-STATUS              PIC 9(03).

       PROCEDURE DIVISION USING LNK-DOC, LNK-STATUS.
       0000-MAIN-PROCEDURE.
           MOVE ZEROES TO LNK-STATUS.
           MOVE ZEROES TO WRK-DIGIT-COUNT.
           PERFORM VARYING WRK-DOC-SUB FROM 1 BY 1
                   UNTIL WRK-DOC-SUB GREATER THAN 15
               IF LNK-DOC(WRK-DOC-SUB:1) NUMERIC
                   IF WRK-DIGIT-COUNT LESS THAN 11
                       ADD 1 TO WRK-DIGIT-COUNT
                       MOVE LNK-DOC(WRK-DOC-SUB:1)
                           TO WRK-CPF-DIGIT(WRK-DIGIT-COUNT)
                   ELSE
                       ADD 1 TO WRK-DIGIT-COUNT
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-DIGIT-COUNT EQUAL 11
               PERFORM 0010-CHECK-CPF
           END-IF.
           GOBACK.

      *=================================================================
       0010-CHECK-CPF      SECTION.
      *Calcula os dois digitos verificadores do CPF e compara com os
      *informados; CPF com os onze algarismos iguais e recusado
      *=================================================================
           MOVE 1 TO WRK-ALL-SAME.
           PERFORM VARYING WRK-DOC-SUB FROM 2 BY 1
                   UNTIL WRK-DOC-SUB GREATER THAN 11
               IF WRK-CPF-DIGIT(WRK-DOC-SUB) NOT EQUAL
                   WRK-CPF-DIGIT(01)
                   MOVE ZEROES TO WRK-ALL-SAME
               END-IF
           END-PERFORM.
           MOVE ZEROES TO WRK-DIGIT-SUM.
           PERFORM VARYING WRK-DOC-SUB FROM 1 BY 1
                   UNTIL WRK-DOC-SUB GREATER THAN 9
               COMPUTE WRK-DIGIT-SUM = WRK-DIGIT-SUM +
                   WRK-CPF-DIGIT(WRK-DOC-SUB) * (11 - WRK-DOC-SUB)
           END-PERFORM.
           COMPUTE WRK-DIGIT-REST =
               FUNCTION MOD(WRK-DIGIT-SUM 11).
           IF WRK-DIGIT-REST LESS THAN 2
               MOVE ZEROES TO WRK-DV1
           ELSE
               COMPUTE WRK-DV1 = 11 - WRK-DIGIT-REST
           END-IF.
           MOVE ZEROES TO WRK-DIGIT-SUM.
           PERFORM VARYING WRK-DOC-SUB FROM 1 BY 1
                   UNTIL WRK-DOC-SUB GREATER THAN 10
               COMPUTE WRK-DIGIT-SUM = WRK-DIGIT-SUM +
                   WRK-CPF-DIGIT(WRK-DOC-SUB) * (12 - WRK-DOC-SUB)
           END-PERFORM.
           COMPUTE WRK-DIGIT-REST =
               FUNCTION MOD(WRK-DIGIT-SUM 11).
           IF WRK-DIGIT-REST LESS THAN 2
               MOVE ZEROES TO WRK-DV2
           ELSE
               COMPUTE WRK-DV2 = 11 - WRK-DIGIT-REST
           END-IF.
           IF WRK-ALL-SAME EQUAL 1
               OR WRK-DV1 NOT EQUAL WRK-CPF-DIGIT(10)
               OR WRK-DV2 NOT EQUAL WRK-CPF-DIGIT(11)
               MOVE 637 TO LNK-STATUS
           END-IF.
       END PROGRAM VALIDATEDOC.
