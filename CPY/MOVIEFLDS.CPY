      *                   loja onde o titulo vive (tabela SECOES.DAT),
      *                   usada pela lista de reposicao matinal e pela
      *                   conferencia de secao no inventario
      * 15/OUT/2026 RTB - Incluidos FS-MOV-ITEM-TYPE (F filme, G jogo) e
      *                   FS-MOV-PLATFORM (plataforma do jogo, ex. PS5,
      *                   XSX, NSW): jogos usam o mesmo cadastro de
      *                   copias, alugueis, espera e precos, sem
      *                   duracao, elenco nem idioma
      *=================================================================
           05 FS-MOV-COD          PIC 9(05) VALUE ZEROES.
           05 FS-MOV-EXTREF       PIC X(15) VALUE SPACES.
               88 FS-MOV-SUBTITLE-YES      VALUE "S".
               88 FS-MOV-SUBTITLE-NO       VALUE "N".
           05 FS-MOV-SECTION      PIC X(03) VALUE SPACES.
           05 FS-MOV-ITEM-TYPE    PIC X(01) VALUE "F".
               88 FS-MOV-FILME             VALUE "F" " ".
               88 FS-MOV-JOGO              VALUE "G".
           05 FS-MOV-PLATFORM     PIC X(05) VALUE SPACES.
