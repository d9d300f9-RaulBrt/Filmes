      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Conferir o codigo da etiqueta de uma copia recebido
      *           no balcao e devolver o numero da copia. Aceita as
      *           duas formas impressas na etiqueta pelo
      *           IMPRIMIRETIQUETA:
      *           - copia e digito (ate 4 digitos, ex.: 0034 = copia
      *             003, digito 4) do filme ja informado na tela;
      *           - codigo completo de 9 digitos (filme, copia e
      *             digito), digitado ou lido pelo leitor de codigo de
      *             barras, que o envia como digitacao seguida de ENTER.
      *           O digito verificador e recalculado pelo DIGITOCOPIA.
      *           Codigo completo de outro filme e recusado; com o
      *           filme zerado na chamada, o filme do codigo completo
      *           e devolvido em LNK-MOV-COD.
      *           LNK-STATUS: 000 = conferido, 664 = codigo invalido ou
      *           digito que nao confere, 665 = etiqueta de outro
      *           filme.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFERECOPIA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WRK-DIGIT                  PIC 9(01) VALUE ZEROES.
       01  WRK-CODE.
           05 WRK-CODE-MOV-COD        PIC 9(05) VALUE ZEROES.
           05 WRK-CODE-COPY-NUM       PIC 9(03) VALUE ZEROES.
           05 WRK-CODE-DIGIT          PIC 9(01) VALUE ZEROES.
       01  WRK-CODE-X REDEFINES WRK-CODE PIC X(09).
       LINKAGE SECTION.
       77  LNK-MOV-COD                PIC 9(05).
       77  LNK-CODE                   PIC X(09).
       77  LNK-COPY-NUM               PIC 9(03).
       77  LNK-STATUS                 PIC 9(03).

       PROCEDURE DIVISION USING LNK-MOV-COD, LNK-CODE, LNK-COPY-NUM,
               LNK-STATUS.
       0000-MAIN-PROCEDURE.
           MOVE ZEROES TO LNK-STATUS.
           MOVE ZEROES TO LNK-COPY-NUM.
           PERFORM 0010-CHECK-CODE.
           GOBACK.

      *=================================================================
       0010-CHECK-CODE      SECTION.
      *Completa o codigo com zeros a esquerda, separa filme, copia e
      *digito e confere o digito
      *=================================================================
           MOVE LNK-CODE TO WRK-CODE-X.
           INSPECT WRK-CODE-X REPLACING LEADING SPACES BY ZEROES.
           IF WRK-CODE-X NOT NUMERIC
               MOVE 664 TO LNK-STATUS
               GO TO 0010-FIM
           END-IF.
      *Sem o filme no codigo e a forma curta: vale o filme da tela
           IF WRK-CODE-MOV-COD EQUAL ZEROES
               MOVE LNK-MOV-COD TO WRK-CODE-MOV-COD
           END-IF.
           IF LNK-MOV-COD NOT EQUAL ZEROES
               AND WRK-CODE-MOV-COD NOT EQUAL LNK-MOV-COD
               MOVE 665 TO LNK-STATUS
               GO TO 0010-FIM
           END-IF.
           IF WRK-CODE-MOV-COD EQUAL ZEROES
               OR WRK-CODE-COPY-NUM EQUAL ZEROES
               MOVE 664 TO LNK-STATUS
               GO TO 0010-FIM
           END-IF.
           CALL "DIGITOCOPIA" USING WRK-CODE-MOV-COD,
               WRK-CODE-COPY-NUM, WRK-DIGIT.
           IF WRK-DIGIT NOT EQUAL WRK-CODE-DIGIT
               MOVE 664 TO LNK-STATUS
               GO TO 0010-FIM
           END-IF.
           MOVE WRK-CODE-MOV-COD TO LNK-MOV-COD.
           MOVE WRK-CODE-COPY-NUM TO LNK-COPY-NUM.
       0010-FIM.
           EXIT.
       END PROGRAM CONFERECOPIA.
