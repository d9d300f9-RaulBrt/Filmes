      *           cada registro como CADASTRAR faria e gravando os
      *           validos via WRITEMOVIEBATCH, com lista de rejeitados
      *           para os que falharem na validacao.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Chave alternativa de MOVIES.DAT pelo titulo
      *                   declarada no SELECT
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGALOTE.
           FILE STATUS IS WRK-MOVQ-STATUS
           ORGANISATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES.
       DATA DIVISION.
       FILE SECTION.
           FD  LOTE-IN.
                                     ==FS-MOV-SUBTITLE==
                                         BY ==WRK-MOV-SUBTITLE==
                                     ==FS-MOV-SECTION==
                                         BY ==WRK-MOV-SECTION==
                                     ==FS-MOV-ITEM-TYPE==
                                         BY ==WRK-MOV-ITEM-TYPE==
                                     ==FS-MOV-PLATFORM==
                                         BY ==WRK-MOV-PLATFORM==.

       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
       0060-SHOW-SUMMARY      SECTION.
      *Mostra o resumo da carga (lidos, gravados, rejeitados)
      *=================================================================
           DISPLAY CLEAR-SCREEN
           CALL "MARCATREINO".
           IF WRK-RUN-MODE EQUAL 'V'
               STRING "PASSAGEM DE VALIDACAO - NADA FOI GRAVADO"
                   INTO WRK-SUMMARY-MODO
