      *           e qual arquivo de saida ele gera, para o driver
      *           guardar a copia datada no spool. Acaba a dependencia
      *           de alguem lembrar do relatorio mensal.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - FS-SCH-PROGRAM passou para 20 posicoes
      *                   (SEGMENTARCLIENTES, RELATORIOCOMISSAO e
      *                   RELATORIOOCORRENCIA nao cabiam); a agenda
      *                   precisa ser recadastrada
      *=================================================================
           05 FS-SCH-SEQ            PIC 9(03) VALUE ZEROES.
           05 FS-SCH-PROGRAM        PIC X(20) VALUE SPACES.
           05 FS-SCH-DAY-PATTERN    PIC X(02) VALUE SPACES.
           05 FS-SCH-OUTPUT         PIC X(20) VALUE SPACES.
