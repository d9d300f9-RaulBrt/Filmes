      *=================================================================
      * Copybook: AUDCLIFLDS
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Layout de uma linha da trilha de auditoria de
      *           clientes (AUDITCLI.DAT), chaveada pelo codigo do
      *           cliente mais data/hora e uma sequencia -- o campo
      *           alterado, os valores de antes e de depois, o
      *           operador e o supervisor que autorizou, quando a
      *           alteracao exige autorizacao.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Operacao "S": acerto do saldo do cliente
      *                   pelo saldo refeito do diario (REFAZERSALDO),
      *                   com o gerente que autorizou
      * 15/OUT/2026 RTB - Operacao "B": baixa da divida como
      *                   incobravel, bloqueio e liberacao do cliente
      *                   (BAIXARDEVEDOR)
      * 15/OUT/2026 RTB - Operacao "L": anonimizacao dos dados pessoais
      *                   a pedido do cliente (DADOSCLIENTE), com o
      *                   gerente que autorizou
      *=================================================================
           05 FS-ACL-KEY.
               10 FS-ACL-CUST-COD    PIC 9(05) VALUE ZEROES.
               10 FS-ACL-DATE        PIC 9(08) VALUE ZEROES.
               10 FS-ACL-TIME        PIC 9(08) VALUE ZEROES.
               10 FS-ACL-SEQ         PIC 9(02) VALUE ZEROES.
           05 FS-ACL-OPERATOR        PIC X(08) VALUE SPACES.
           05 FS-ACL-SUPERVISOR      PIC X(08) VALUE SPACES.
           05 FS-ACL-OPERATION       PIC X(01) VALUE SPACES.
               88 FS-ACL-ALTERACAO          VALUE "A".
               88 FS-ACL-ACERTO-SALDO       VALUE "S".
               88 FS-ACL-BAIXA              VALUE "B".
               88 FS-ACL-ANONIMIZACAO       VALUE "L".
           05 FS-ACL-FIELD           PIC X(12) VALUE SPACES.
           05 FS-ACL-BEFORE          PIC X(30) VALUE SPACES.
           05 FS-ACL-AFTER           PIC X(30) VALUE SPACES.
