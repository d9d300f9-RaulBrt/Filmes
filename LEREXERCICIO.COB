      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Consultar em EXERCICIO.DAT o ultimo exercicio ja
      *           encerrado pelo FECHAREXERCICIO: devolve o ano (zero
      *           se nenhum exercicio foi encerrado ainda). Usado pelo
      *           WRITETRANS para recusar lancamento retroativo no ano
      *           fechado e pelos relatorios que somam o diario desde
      *           o inicio, para nao contar duas vezes o que ja entrou
      *           nas linhas de abertura.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEREXERCICIO.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT EXERCICIO ASSIGN TO "EXERCICIO.DAT"
           FILE STATUS IS WRK-EXE-FSTAT
           ORGANISATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  EXERCICIO.
           01 FS-EXERCICIO.
               COPY EXERCFLDS.
       WORKING-STORAGE SECTION.
       77  WRK-EXE-FSTAT              PIC 9(03) VALUE ZEROES.
       LINKAGE SECTION.
       77  LNK-YEAR                   PIC 9(04).
       77  LNK-STATUS                 PIC 9(03).

       PROCEDURE DIVISION USING LNK-YEAR, LNK-STATUS.
       0000-MAIN-PROCEDURE.
           MOVE ZEROES TO LNK-STATUS.
           MOVE ZEROES TO LNK-YEAR.
           OPEN INPUT EXERCICIO.
           IF WRK-EXE-FSTAT EQUAL ZEROES
               PERFORM UNTIL WRK-EXE-FSTAT NOT EQUAL ZEROES
                   READ EXERCICIO
                       AT END
                           MOVE 100 TO WRK-EXE-FSTAT
                       NOT AT END
                           IF FS-EXE-YEAR GREATER THAN LNK-YEAR
                               MOVE FS-EXE-YEAR TO LNK-YEAR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXERCICIO
           END-IF.
           MOVE ZEROES TO WRK-EXE-FSTAT.
           GOBACK.
       END PROGRAM LEREXERCICIO.
