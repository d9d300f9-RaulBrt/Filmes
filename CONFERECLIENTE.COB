      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Conferir o codigo do cliente recebido no balcao e
      *           devolver o codigo do cadastro. Aceita as duas formas:
      *           - codigo digitado (ate 5 digitos), sem digito;
      *           - codigo da carteirinha de 6 digitos (codigo e
      *             digito), digitado ou lido pelo leitor de codigo de
      *             barras, que o envia como digitacao seguida de ENTER.
      *           O digito verificador e recalculado pelo
      *           DIGITOCLIENTE.
      *           LNK-STATUS: 000 = conferido, 685 = codigo invalido ou
      *           digito que nao confere.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFERECLIENTE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WRK-DIGIT                  PIC 9(01) VALUE ZEROES.
       77  WRK-SCANNED                PIC 9(01) VALUE ZEROES.
       01  WRK-CODE.
           05 WRK-CODE-CUST-COD       PIC 9(05) VALUE ZEROES.
           05 WRK-CODE-DIGIT          PIC 9(01) VALUE ZEROES.
       01  WRK-CODE-X REDEFINES WRK-CODE PIC X(06).
       LINKAGE SECTION.
       77  LNK-CODE                   PIC X(06).
       77  LNK-CUST-COD               PIC 9(05).
       77  LNK-STATUS                 PIC 9(03).

       PROCEDURE DIVISION USING LNK-CODE, LNK-CUST-COD, LNK-STATUS.
       0000-MAIN-PROCEDURE.
           MOVE ZEROES TO LNK-STATUS.
           MOVE ZEROES TO LNK-CUST-COD.
           PERFORM 0010-CHECK-CODE.
           GOBACK.

      *=================================================================
       0010-CHECK-CODE      SECTION.
      *Seis posicoes preenchidas e o codigo da carteirinha, com digito;
      *menos que isso e o codigo digitado sem digito
      *=================================================================
           MOVE ZEROES TO WRK-SCANNED.
           IF LNK-CODE(01:01) NOT EQUAL SPACE
               MOVE 1 TO WRK-SCANNED
               MOVE LNK-CODE TO WRK-CODE-X
           ELSE
               MOVE LNK-CODE(02:05) TO WRK-CODE-X(01:05)
               MOVE "0" TO WRK-CODE-X(06:01)
           END-IF.
           INSPECT WRK-CODE-X REPLACING LEADING SPACES BY ZEROES.
           IF WRK-CODE-X NOT NUMERIC
               OR WRK-CODE-CUST-COD EQUAL ZEROES
               MOVE 685 TO LNK-STATUS
               GO TO 0010-FIM
           END-IF.
           IF WRK-SCANNED EQUAL 1
               CALL "DIGITOCLIENTE" USING WRK-CODE-CUST-COD, WRK-DIGIT
               IF WRK-DIGIT NOT EQUAL WRK-CODE-DIGIT
                   MOVE 685 TO LNK-STATUS
                   GO TO 0010-FIM
               END-IF
           END-IF.
           MOVE WRK-CODE-CUST-COD TO LNK-CUST-COD.
       0010-FIM.
           EXIT.
       END PROGRAM CONFERECLIENTE.
