      *=================================================================
      * Copybook: TRNCTLFLDS
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Registro de controle dos arquivos de treinamento
      *           (TREINOCTL.DAT no diretorio TREINO), gravado pelo
      *           PREPARARTREINO a cada nova turma e lido no logon
      *           (FILMES) para aceitar o modo treinamento. A data e a
      *           do movimento; a hora e a do relogio.
      *=================================================================
           05 FS-TRN-PREP-DT        PIC 9(08) VALUE ZEROES.
           05 FS-TRN-PREP-TM        PIC 9(08) VALUE ZEROES.
           05 FS-TRN-PREP-OPER      PIC X(08) VALUE SPACES.
           05 FS-TRN-COPIED         PIC 9(03) VALUE ZEROES.
