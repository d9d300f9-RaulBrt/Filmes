      *=================================================================
      * Copybook: TRXFLDS
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Layout da tabela de codigos de transacao
      *           (TRANSACOES.DAT): o codigo curto digitado no menu
      *           principal (ex. DEV, PAG), o programa chamado, a
      *           descricao mostrada nas listas, o nivel minimo
      *           (conferido por CHECKNIVEL junto com a matriz de
      *           permissoes, pela funcao = nome do programa), se o
      *           programa recebe o operador e se o codigo esta ativo.
      *=================================================================
           05 FS-TRX-COD            PIC X(04) VALUE SPACES.
           05 FS-TRX-PROGRAM        PIC X(20) VALUE SPACES.
           05 FS-TRX-DESC           PIC X(25) VALUE SPACES.
           05 FS-TRX-MIN-LEVEL      PIC 9(01) VALUE 1.
           05 FS-TRX-PARM           PIC X(01) VALUE "O".
               88 FS-TRX-COM-OPERADOR      VALUE "O".
               88 FS-TRX-SEM-PARAMETRO     VALUE "N".
           05 FS-TRX-ACTIVE         PIC X(01) VALUE "S".
               88 FS-TRX-ATIVO             VALUE "S".
