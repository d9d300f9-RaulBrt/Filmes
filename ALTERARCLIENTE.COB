      *=================================================================
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Alterar o cadastro de um cliente ja existente. Usa a
      *           mesma conferencia de documento (VALIDATEDOC) e a mesma
      *           busca de documento duplicado (CHECKDUPDOC) do
      *           cadastro. Trocar o documento ou a conta corporativa
      *           exige supervisor. Cada campo alterado gera uma linha
      *           com o valor de antes e de depois em AUDITCLI.DAT.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Aceite do lembrete por SMS/WhatsApp alteravel
      *                   (o cliente pode entrar ou sair a qualquer
      *                   momento); a troca regrava a data do aceite
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Aceite de ofertas e novidades alteravel como o
      *                   do lembrete; a troca regrava a data do aceite
      * 15/OUT/2026 RTB - Endereco e zona de entrega a domicilio
      *                   alteraveis ("-" limpa o endereco, como o
      *                   telefone), com auditoria
      * 15/OUT/2026 RTB - Limpar o telefone ou o endereco nao pula mais
      *                   as demais conferencias; filial de origem e
      *                   contrato assinado mantidos na alteracao
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALTERARCLIENTE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WRK-BUFF                PIC X(30).
       77  WRK-LINE                PIC 9(02).
       77  WRK-CUST-COD-MSK        PIC X(05) JUSTIFIED RIGHT.
       77  WRK-CUST-BIRTH-MSK      PIC X(08) JUSTIFIED RIGHT.
       77  WRK-CORPORATE-IN        PIC X(01) VALUE SPACES.
       77  WRK-OPTIN-IN            PIC X(01) VALUE SPACES.
       77  WRK-MKT-IN              PIC X(01) VALUE SPACES.
       77  WRK-TODAY               PIC 9(08) VALUE ZEROES.
       77  WRK-TECLA               PIC X(01).
       77  WRK-STATUS              PIC 9(03) VALUE ZEROES.
       77  WRK-ALTER               PIC 9(01) VALUE ZEROES.
       77  WRK-CLR-PHONE           PIC 9(01) VALUE ZEROES.
       77  WRK-CLR-ADDRESS         PIC 9(01) VALUE ZEROES.
       77  WRK-OPERATOR            PIC X(08) VALUE SPACES.
       77  WRK-MIN-LEVEL           PIC 9(01) VALUE 1.
       77  WRK-NIVEL-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-SUPERV-ID           PIC X(08) VALUE SPACES.
       77  WRK-SUPERV-LEVEL        PIC 9(01) VALUE 2.
       77  WRK-DUP-STATUS          PIC 9(03) VALUE ZEROES.
       77  WRK-DUP-COD             PIC 9(05) VALUE ZEROES.
       77  WRK-DUP-NAME            PIC X(30) VALUE SPACES.
       77  WRK-OVERRIDE            PIC X(01) VALUE SPACES.
       77  WRK-AUDIT-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-AUDIT-FIELD         PIC X(12) VALUE SPACES.
       77  WRK-AUDIT-BEFORE        PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-AFTER         PIC X(30) VALUE SPACES.

       01  WRK-AREA.
           05 WRK-MENU-TITLE       PIC X(30).
           05 WRK-MENU-ITEM        PIC X(30) OCCURS 40 TIMES.
           05 WRK-MENU-SIZE        PIC 9(02).

       01  WRK-CUSTOMER OCCURS 2 TIMES.
           COPY CUSTFLDS
               REPLACING ==FS-CUST-COD==   BY ==WRK-CUST-COD==
                         ==FS-CUST-NAME==  BY ==WRK-CUST-NAME==
                         ==FS-CUST-PHONE== BY ==WRK-CUST-PHONE==
                         ==FS-CUST-DOC==   BY ==WRK-CUST-DOC==
                         ==FS-CUST-BIRTHDATE==
                             BY ==WRK-CUST-BIRTHDATE==
                         ==FS-CUST-CORPORATE==
                             BY ==WRK-CUST-CORPORATE==
                         ==FS-CUST-SMS-OPTIN==
                             BY ==WRK-CUST-SMS-OPTIN==
                         ==FS-CUST-SMS-OPTIN-DT==
                             BY ==WRK-CUST-SMS-OPTIN-DT==
                         ==FS-CUST-MKT-OPTIN==
                             BY ==WRK-CUST-MKT-OPTIN==
                         ==FS-CUST-MKT-OPTIN-DT==
                             BY ==WRK-CUST-MKT-OPTIN-DT==
                         ==FS-CUST-ADDRESS==
                             BY ==WRK-CUST-ADDRESS==
                         ==FS-CUST-ZONE==
                             BY ==WRK-CUST-ZONE==
                         ==FS-CUST-BRANCH==
                             BY ==WRK-CUST-BRANCH==
                         ==FS-CUST-AGREE-DT==
                             BY ==WRK-CUST-AGREE-DT==
                         ==FS-CUST-AGREE-VER==
                             BY ==WRK-CUST-AGREE-VER==.

       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
       SCREEN  SECTION.
       01  CLEAR.
           05 CLEAR-SCREEN.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL.
       01  SHOW-CLI.
           05 SHOW-SCREEN.
               10 LINE 03 COLUMN 01 PIC X(30) ERASE EOL
                  BACKGROUND-COLOR 2 FROM "ALTERAR CLIENTE".
           05 DTA.
               10 LINE WRK-LINE COLUMN 05 PIC X(50)
                  BACKGROUND-COLOR 0 FOREGROUND-COLOR 2 FROM WRK-BUFF.
           05 NEW-INFO.
               10 LINE WRK-LINE COLUMN 56 PIC X(30)
                  BACKGROUND-COLOR 0 FOREGROUND-COLOR 2 FROM WRK-BUFF.

       01  UNCONFIRM.
           05 UNCONFIRM-SCREEN.
               10 LINE 03 COLUMN 05 PIC X(21) ERASE EOL
               BACKGROUND-COLOR 4 FROM "REGISTRO NAO ALTERADO".
               10 LINE 04 COLUMN 05 PIC X(27) ERASE EOL
               FOREGROUND-COLOR 7 FROM "PRESSIONE ENTER PARA VOLTAR".

       PROCEDURE DIVISION USING LNK-OPERATOR.
       0000-MAIN-PROCEDURE.
      *Permissao por funcao: sem regra na matriz, todo operador passa
           CALL "CHECKNIVEL" USING LNK-OPERATOR, WRK-MIN-LEVEL,
               WRK-NIVEL-STATUS, "ALTERARCLIENTE  ".
           IF WRK-NIVEL-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-NIVEL-STATUS, "ALTERARCLIENTE"
               GOBACK
           END-IF.
           MOVE LNK-OPERATOR TO WRK-OPERATOR.
           PERFORM 0010-ZERO-INFO.
           PERFORM 0020-DRAW-MENU.
           PERFORM 0030-GET-SEARCH-INFO.
           PERFORM 0040-SEARCH-CUSTOMER.
           IF WRK-STATUS EQUAL ZEROES
               PERFORM 0050-GET-ALTER-INFO
               PERFORM 0060-CHECK-ALTER-INFO
               IF WRK-STATUS EQUAL ZEROES
                   PERFORM 0065-CHECK-ALTER-DOC
               END-IF
               IF WRK-ALTER EQUAL 1 AND WRK-STATUS EQUAL ZEROES
                   PERFORM 0068-CHECK-SUPERVISOR
               END-IF
               IF WRK-ALTER EQUAL 1 AND WRK-STATUS EQUAL ZEROES
                   PERFORM 0070-CONFIRM-ALTER-INFO
               END-IF
           END-IF.
           GOBACK.

      *=================================================================
       0010-ZERO-INFO      SECTION.
      *Apaga todas as informacoes gravadas nas variaveis
      *=================================================================
           MOVE ZEROES TO WRK-STATUS.
           MOVE ZEROES TO WRK-ALTER.
           MOVE ZEROES TO WRK-CLR-PHONE.
           MOVE ZEROES TO WRK-CLR-ADDRESS.
           MOVE SPACES TO WRK-SUPERV-ID.
           MOVE SPACES TO WRK-CUST-COD-MSK.
           MOVE SPACES TO WRK-CUST-BIRTH-MSK.
           MOVE SPACES TO WRK-CORPORATE-IN.
           MOVE SPACES TO WRK-OPTIN-IN.
           MOVE SPACES TO WRK-MKT-IN.

           MOVE ZEROES TO WRK-CUST-COD(01).
           MOVE SPACES TO WRK-CUST-NAME(01).
           MOVE SPACES TO WRK-CUST-PHONE(01).
           MOVE SPACES TO WRK-CUST-DOC(01).
           MOVE ZEROES TO WRK-CUST-BIRTHDATE(01).
           MOVE "N"    TO WRK-CUST-CORPORATE(01).
           MOVE "N"    TO WRK-CUST-SMS-OPTIN(01).
           MOVE ZEROES TO WRK-CUST-SMS-OPTIN-DT(01).
           MOVE "N"    TO WRK-CUST-MKT-OPTIN(01).
           MOVE ZEROES TO WRK-CUST-MKT-OPTIN-DT(01).
           MOVE SPACES TO WRK-CUST-ADDRESS(01).
           MOVE SPACES TO WRK-CUST-ZONE(01).

           MOVE ZEROES TO WRK-CUST-COD(02).
           MOVE SPACES TO WRK-CUST-NAME(02).
           MOVE SPACES TO WRK-CUST-PHONE(02).
           MOVE SPACES TO WRK-CUST-DOC(02).
           MOVE ZEROES TO WRK-CUST-BIRTHDATE(02).
           MOVE SPACES TO WRK-CUST-CORPORATE(02).
           MOVE SPACES TO WRK-CUST-SMS-OPTIN(02).
           MOVE ZEROES TO WRK-CUST-SMS-OPTIN-DT(02).
           MOVE SPACES TO WRK-CUST-MKT-OPTIN(02).
           MOVE ZEROES TO WRK-CUST-MKT-OPTIN-DT(02).
           MOVE SPACES TO WRK-CUST-ADDRESS(02).
           MOVE SPACES TO WRK-CUST-ZONE(02).

      *=================================================================
       0020-DRAW-MENU      SECTION.
      *Desenha o campo para receber o codigo do cliente
      *=================================================================
           MOVE "ALTERACAO DE CLIENTE"   TO WRK-MENU-TITLE.
           MOVE "CLIENTE (CODIGO): "     TO WRK-MENU-ITEM(01).
           MOVE 1                        TO WRK-MENU-SIZE.
           CALL "MENUS" USING WRK-AREA.
           DISPLAY "PRESSIONE ENTER PARA VOLTAR" AT 1005.

      *=================================================================
       0030-GET-SEARCH-INFO      SECTION.
      *Recebe o codigo do cliente e grava na variavel correta
      *=================================================================
           ACCEPT WRK-CUST-COD-MSK AT 0323.
           IF WRK-CUST-COD-MSK EQUAL SPACES
               GOBACK
           END-IF.

      *=================================================================
       0040-SEARCH-CUSTOMER      SECTION.
      *Chama o modulo para a procura do cliente no arquivo
      *=================================================================
           MOVE WRK-CUST-COD-MSK TO WRK-CUST-COD(01).
           CALL "SEARCHCUSTOMER" USING WRK-CUSTOMER(01), WRK-STATUS.
           MOVE SPACES TO WRK-CUST-COD-MSK.

      *=================================================================
       0050-GET-ALTER-INFO   SECTION.
      *Desenha o menu para receber as novas informacoes, mostrando as
      *atuais logo abaixo; campo em branco mantem o valor atual
      *=================================================================
           MOVE "ALTERACAO DE CLIENTE"     TO WRK-MENU-TITLE.
           MOVE "CODIGO: "                 TO WRK-MENU-ITEM(01).
           MOVE "NOME: "                   TO WRK-MENU-ITEM(02).
           MOVE "TELEFONE: "               TO WRK-MENU-ITEM(03).
           MOVE "DOCUMENTO (RG/CPF): "     TO WRK-MENU-ITEM(04).
           MOVE "NASCIMENTO (AAAAMMDD): "  TO WRK-MENU-ITEM(05).
           MOVE "CORPORATIVA (S/N): "      TO WRK-MENU-ITEM(06).
           MOVE "LEMBRETE SMS (S/N): "     TO WRK-MENU-ITEM(07).
           MOVE "NOVIDADES (S/N): "        TO WRK-MENU-ITEM(08).
           MOVE "ENDERECO ENTREGA: "       TO WRK-MENU-ITEM(09).
           MOVE "ZONA ENTREGA: "           TO WRK-MENU-ITEM(10).
           MOVE 10                         TO WRK-MENU-SIZE.
           CALL "MENUS" USING WRK-AREA.
           DISPLAY "PRESSIONE ENTER PARA MANTER  (- LIMPA O TELEFONE "
               "OU O ENDERECO)" AT 1305.

           DISPLAY "ATUAL - NOME:       " AT 1401.
           DISPLAY WRK-CUST-NAME(01)       AT 1422.
           DISPLAY "ATUAL - TELEFONE:   " AT 1501.
           DISPLAY WRK-CUST-PHONE(01)      AT 1522.
           DISPLAY "ATUAL - DOCUMENTO:  " AT 1601.
           DISPLAY WRK-CUST-DOC(01)        AT 1622.
           DISPLAY "ATUAL - NASCIMENTO: " AT 1701.
           DISPLAY WRK-CUST-BIRTHDATE(01)  AT 1722.
           DISPLAY "ATUAL - CORPORATIVA:" AT 1801.
           DISPLAY WRK-CUST-CORPORATE(01)  AT 1822.
           DISPLAY "ATUAL - LEMBRETE:   " AT 1901.
           DISPLAY WRK-CUST-SMS-OPTIN(01)  AT 1922.
           DISPLAY "ATUAL - NOVIDADES:  " AT 2001.
           DISPLAY WRK-CUST-MKT-OPTIN(01)  AT 2022.
           DISPLAY "ATUAL - ENDERECO:   " AT 2101.
           DISPLAY WRK-CUST-ADDRESS(01)    AT 2122.
           DISPLAY "ZONA:" AT 2164.
           DISPLAY WRK-CUST-ZONE(01)       AT 2170.

           DISPLAY WRK-CUST-COD(01)        AT 0328.
           ACCEPT WRK-CUST-NAME(02)        AT 0428.
           ACCEPT WRK-CUST-PHONE(02)       AT 0528.
           ACCEPT WRK-CUST-DOC(02)         AT 0628.
           ACCEPT WRK-CUST-BIRTH-MSK       AT 0728.
           ACCEPT WRK-CORPORATE-IN         AT 0828.
           ACCEPT WRK-OPTIN-IN             AT 0928.
           ACCEPT WRK-MKT-IN               AT 1028.
           ACCEPT WRK-CUST-ADDRESS(02)     AT 1128.
           ACCEPT WRK-CUST-ZONE(02)        AT 1228.
           INSPECT WRK-CUST-ZONE(02) CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           IF WRK-CUST-BIRTH-MSK NOT EQUAL SPACES
               MOVE WRK-CUST-BIRTH-MSK     TO WRK-CUST-BIRTHDATE(02)
           END-IF.

      *Telefone e o unico campo opcional: "-" sozinho significa
      *"limpar o campo", ja que em branco significa "deixar como esta"
           IF WRK-CUST-PHONE(02) EQUAL "-"
               MOVE 1 TO WRK-CLR-PHONE
               MOVE SPACES TO WRK-CUST-PHONE(02)
           END-IF.
           IF WRK-CUST-ADDRESS(02) EQUAL "-"
               MOVE 1 TO WRK-CLR-ADDRESS
               MOVE SPACES TO WRK-CUST-ADDRESS(02)
           END-IF.

      *=================================================================
       0060-CHECK-ALTER-INFO   SECTION.
      *Verifica as informacoes recebidas e quais devem ser alteradas
      *=================================================================
           IF WRK-CUST-BIRTH-MSK NOT EQUAL SPACES AND
           WRK-CUST-BIRTHDATE(02) EQUAL ZEROES
               MOVE 623 TO WRK-STATUS
           ELSE IF WRK-CORPORATE-IN NOT EQUAL SPACES
               AND WRK-CORPORATE-IN NOT EQUAL "S"
               AND WRK-CORPORATE-IN NOT EQUAL "s"
               AND WRK-CORPORATE-IN NOT EQUAL "N"
               AND WRK-CORPORATE-IN NOT EQUAL "n"
               MOVE 649 TO WRK-STATUS
           ELSE IF WRK-OPTIN-IN NOT EQUAL SPACES
               AND WRK-OPTIN-IN NOT EQUAL "S"
               AND WRK-OPTIN-IN NOT EQUAL "s"
               AND WRK-OPTIN-IN NOT EQUAL "N"
               AND WRK-OPTIN-IN NOT EQUAL "n"
               MOVE 651 TO WRK-STATUS
           ELSE IF WRK-MKT-IN NOT EQUAL SPACES
               AND WRK-MKT-IN NOT EQUAL "S"
               AND WRK-MKT-IN NOT EQUAL "s"
               AND WRK-MKT-IN NOT EQUAL "N"
               AND WRK-MKT-IN NOT EQUAL "n"
               MOVE 669 TO WRK-STATUS
           END-IF.

           IF WRK-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-STATUS, "ALTERARCLIENTE"
           ELSE
               MOVE WRK-CUST-COD(01) TO WRK-CUST-COD(02)
               IF WRK-CUST-NAME(02) NOT EQUAL SPACES
                   MOVE 1 TO WRK-ALTER
               ELSE
                   MOVE WRK-CUST-NAME(01) TO WRK-CUST-NAME(02)
               END-IF
               IF WRK-CLR-PHONE EQUAL 1
                   MOVE 1 TO WRK-ALTER
               ELSE IF WRK-CUST-PHONE(02) NOT EQUAL SPACES
                   MOVE 1 TO WRK-ALTER
               ELSE
                   MOVE WRK-CUST-PHONE(01) TO WRK-CUST-PHONE(02)
               END-IF
               END-IF
               IF WRK-CUST-DOC(02) NOT EQUAL SPACES
                   MOVE 1 TO WRK-ALTER
               ELSE
                   MOVE WRK-CUST-DOC(01) TO WRK-CUST-DOC(02)
               END-IF
               IF WRK-CUST-BIRTHDATE(02) NOT EQUAL ZEROES
                   MOVE 1 TO WRK-ALTER
               ELSE
                   MOVE WRK-CUST-BIRTHDATE(01) TO WRK-CUST-BIRTHDATE(02)
               END-IF
               IF WRK-CORPORATE-IN NOT EQUAL SPACES
                   MOVE 1 TO WRK-ALTER
                   IF WRK-CORPORATE-IN EQUAL "S" OR
                   WRK-CORPORATE-IN EQUAL "s"
                       MOVE "S" TO WRK-CUST-CORPORATE(02)
                   ELSE
                       MOVE "N" TO WRK-CUST-CORPORATE(02)
                   END-IF
               ELSE
                   MOVE WRK-CUST-CORPORATE(01) TO WRK-CUST-CORPORATE(02)
               END-IF
               MOVE WRK-CUST-SMS-OPTIN(01) TO WRK-CUST-SMS-OPTIN(02)
               MOVE WRK-CUST-SMS-OPTIN-DT(01)
                   TO WRK-CUST-SMS-OPTIN-DT(02)
               IF WRK-OPTIN-IN NOT EQUAL SPACES
                   IF WRK-OPTIN-IN EQUAL "S" OR
                   WRK-OPTIN-IN EQUAL "s"
                       MOVE "S" TO WRK-CUST-SMS-OPTIN(02)
                   ELSE
                       MOVE "N" TO WRK-CUST-SMS-OPTIN(02)
                   END-IF
                   IF WRK-CUST-SMS-OPTIN(02) NOT EQUAL
                       WRK-CUST-SMS-OPTIN(01)
                       MOVE 1 TO WRK-ALTER
                       CALL "LERDATANEG" USING WRK-TODAY
                       MOVE WRK-TODAY TO WRK-CUST-SMS-OPTIN-DT(02)
                   END-IF
               END-IF
               MOVE WRK-CUST-MKT-OPTIN(01) TO WRK-CUST-MKT-OPTIN(02)
               MOVE WRK-CUST-MKT-OPTIN-DT(01)
                   TO WRK-CUST-MKT-OPTIN-DT(02)
      *Filial de origem e contrato assinado nao mudam nesta tela
               MOVE WRK-CUST-BRANCH(01)    TO WRK-CUST-BRANCH(02)
               MOVE WRK-CUST-AGREE-DT(01)  TO WRK-CUST-AGREE-DT(02)
               MOVE WRK-CUST-AGREE-VER(01) TO WRK-CUST-AGREE-VER(02)
               IF WRK-MKT-IN NOT EQUAL SPACES
                   IF WRK-MKT-IN EQUAL "S" OR
                   WRK-MKT-IN EQUAL "s"
                       MOVE "S" TO WRK-CUST-MKT-OPTIN(02)
                   ELSE
                       MOVE "N" TO WRK-CUST-MKT-OPTIN(02)
                   END-IF
                   IF WRK-CUST-MKT-OPTIN(02) NOT EQUAL
                       WRK-CUST-MKT-OPTIN(01)
                       MOVE 1 TO WRK-ALTER
                       CALL "LERDATANEG" USING WRK-TODAY
                       MOVE WRK-TODAY TO WRK-CUST-MKT-OPTIN-DT(02)
                   END-IF
               END-IF
               IF WRK-CLR-ADDRESS EQUAL 1
                   MOVE 1 TO WRK-ALTER
               ELSE IF WRK-CUST-ADDRESS(02) NOT EQUAL SPACES
                   MOVE 1 TO WRK-ALTER
               ELSE
                   MOVE WRK-CUST-ADDRESS(01) TO WRK-CUST-ADDRESS(02)
               END-IF
               END-IF
               IF WRK-CUST-ZONE(02) NOT EQUAL SPACES
                   MOVE 1 TO WRK-ALTER
               ELSE
                   MOVE WRK-CUST-ZONE(01) TO WRK-CUST-ZONE(02)
               END-IF
           END-IF.

      *=================================================================
       0065-CHECK-ALTER-DOC   SECTION.
      *Quando o documento foi trocado, confere o CPF e procura outro
      *cliente ja cadastrado com o mesmo documento, com as mesmas
      *regras do cadastro (duplicado so com autorizacao do supervisor)
      *=================================================================
           IF WRK-CUST-DOC(02) NOT EQUAL WRK-CUST-DOC(01)
               CALL "VALIDATEDOC" USING WRK-CUST-DOC(02), WRK-STATUS
               IF WRK-STATUS EQUAL ZEROES
                   AND WRK-CUST-DOC(02) NOT EQUAL SPACES
                   MOVE ZEROES TO WRK-DUP-STATUS
                   CALL "CHECKDUPDOC" USING WRK-DUP-STATUS,
                       WRK-CUST-DOC(02), WRK-DUP-COD, WRK-DUP-NAME
                   IF WRK-DUP-STATUS EQUAL 1
                       AND WRK-DUP-COD NOT EQUAL WRK-CUST-COD(01)
                       DISPLAY "DOCUMENTO JA CADASTRADO PARA: " AT 2201
                       DISPLAY WRK-DUP-COD AT 2232
                       DISPLAY WRK-DUP-NAME AT 2238
                       DISPLAY "SUPERVISOR AUTORIZA DUPLICADO (S/N)? "
                           AT 2301
                       ACCEPT WRK-OVERRIDE AT 2339
                       IF WRK-OVERRIDE NOT EQUAL 'S'
                           AND WRK-OVERRIDE NOT EQUAL 's'
                           MOVE 638 TO WRK-STATUS
                       END-IF
                   END-IF
               END-IF
               IF WRK-STATUS NOT EQUAL ZEROES
                   CALL "ERROS" USING WRK-STATUS, "ALTERARCLIENTE"
               END-IF
           END-IF.

      *=================================================================
       0068-CHECK-SUPERVISOR   SECTION.
      *Trocar o documento ou a conta corporativa (que deixa o cliente
      *alugar sem pagar no balcao) exige a identificacao de um
      *supervisor; o ID fica gravado na auditoria de cada campo
      *=================================================================
           IF WRK-CUST-DOC(02) NOT EQUAL WRK-CUST-DOC(01)
               OR WRK-CUST-CORPORATE(02) NOT EQUAL
               WRK-CUST-CORPORATE(01)
               DISPLAY "SUPERVISOR (ID): " AT 2401
               ACCEPT WRK-SUPERV-ID AT 2418
               CALL "CHECKNIVEL" USING WRK-SUPERV-ID, WRK-SUPERV-LEVEL,
                   WRK-NIVEL-STATUS, "ALTERARCLI-SUPER"
               IF WRK-NIVEL-STATUS NOT EQUAL ZEROES
                   MOVE WRK-NIVEL-STATUS TO WRK-STATUS
                   CALL "ERROS" USING WRK-STATUS, "ALTERARCLIENTE"
               END-IF
           END-IF.

      *=================================================================
       0070-CONFIRM-ALTER-INFO   SECTION.
      *Desenha uma tela pedindo a confirmacao dos dados para a alteracao
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY SHOW-SCREEN
           CALL "MARCATREINO".

           DISPLAY "DE" AT 0405.
           DISPLAY "PARA" AT 0456.

           MOVE SPACES TO WRK-BUFF.
           MOVE 05 TO WRK-LINE.
               STRING "CODIGO:      " WRK-CUST-COD(01) INTO WRK-BUFF.
           DISPLAY DTA.

           MOVE SPACES TO WRK-BUFF.
           MOVE 06 TO WRK-LINE.
               STRING "NOME:        " WRK-CUST-NAME(01) INTO WRK-BUFF.
           DISPLAY DTA.
           MOVE SPACES TO WRK-BUFF.
           MOVE WRK-CUST-NAME(02) TO WRK-BUFF
           DISPLAY NEW-INFO.

           MOVE SPACES TO WRK-BUFF.
           MOVE 07 TO WRK-LINE.
               STRING "TELEFONE:    " WRK-CUST-PHONE(01) INTO WRK-BUFF.
           DISPLAY DTA.
           MOVE SPACES TO WRK-BUFF.
           MOVE WRK-CUST-PHONE(02) TO WRK-BUFF
           DISPLAY NEW-INFO.

           MOVE SPACES TO WRK-BUFF.
           MOVE 08 TO WRK-LINE.
               STRING "DOCUMENTO:   " WRK-CUST-DOC(01) INTO WRK-BUFF.
           DISPLAY DTA.
           MOVE SPACES TO WRK-BUFF.
           MOVE WRK-CUST-DOC(02) TO WRK-BUFF
           DISPLAY NEW-INFO.

           MOVE SPACES TO WRK-BUFF.
           MOVE 09 TO WRK-LINE.
               STRING "NASCIMENTO:  " WRK-CUST-BIRTHDATE(01)
                   INTO WRK-BUFF.
           DISPLAY DTA.
           MOVE SPACES TO WRK-BUFF.
           MOVE WRK-CUST-BIRTHDATE(02) TO WRK-BUFF
           DISPLAY NEW-INFO.

           MOVE SPACES TO WRK-BUFF.
           MOVE 10 TO WRK-LINE.
               STRING "CORPORATIVA: " WRK-CUST-CORPORATE(01)
                   INTO WRK-BUFF.
           DISPLAY DTA.
           MOVE SPACES TO WRK-BUFF.
           MOVE WRK-CUST-CORPORATE(02) TO WRK-BUFF
           DISPLAY NEW-INFO.

           MOVE SPACES TO WRK-BUFF.
           MOVE 11 TO WRK-LINE.
               STRING "LEMBRETE:    " WRK-CUST-SMS-OPTIN(01)
                   INTO WRK-BUFF.
           DISPLAY DTA.
           MOVE SPACES TO WRK-BUFF.
           MOVE WRK-CUST-SMS-OPTIN(02) TO WRK-BUFF
           DISPLAY NEW-INFO.

           MOVE SPACES TO WRK-BUFF.
           MOVE 12 TO WRK-LINE.
               STRING "NOVIDADES:   " WRK-CUST-MKT-OPTIN(01)
                   INTO WRK-BUFF.
           DISPLAY DTA.
           MOVE SPACES TO WRK-BUFF.
           MOVE WRK-CUST-MKT-OPTIN(02) TO WRK-BUFF
           DISPLAY NEW-INFO.

           MOVE SPACES TO WRK-BUFF.
           MOVE 13 TO WRK-LINE.
               STRING "ZONA:        " WRK-CUST-ZONE(01)
                   INTO WRK-BUFF.
           DISPLAY DTA.
           MOVE SPACES TO WRK-BUFF.
           MOVE WRK-CUST-ZONE(02) TO WRK-BUFF
           DISPLAY NEW-INFO.

           DISPLAY "ENDERECO DE:   " AT 1405.
           DISPLAY WRK-CUST-ADDRESS(01) AT 1420.
           DISPLAY "ENDERECO PARA: " AT 1505.
           DISPLAY WRK-CUST-ADDRESS(02) AT 1520.

           DISPLAY "CONFIMA A ALTERACAO DO CLIENTE (S/N)? " AT 1601.
           ACCEPT WRK-TECLA AT 1640.

           IF WRK-TECLA EQUAL 'S' OR WRK-TECLA EQUAL 's'
               PERFORM 0080-ALTER-CUSTOMER
               IF WRK-STATUS EQUAL ZEROES
                   DISPLAY CLEAR-SCREEN
                   CALL "MARCATREINO"
                   DISPLAY "REGISTRO ALTERADO" AT 0510
                   DISPLAY "PRESSIONE ENTER PARA CONTINUAR" AT 0610
               END-IF
           ELSE
               DISPLAY CLEAR-SCREEN
               DISPLAY UNCONFIRM-SCREEN
               CALL "MARCATREINO"
           END-IF.
           ACCEPT WRK-TECLA.

      *=================================================================
       0080-ALTER-CUSTOMER SECTION.
      *Chama o modulo para a alteracao das informacoes
      *=================================================================
           MOVE 0 TO WRK-STATUS
           CALL "ALTERCUSTOMER" USING WRK-CUSTOMER(02), WRK-STATUS.
           IF WRK-STATUS EQUAL ZEROES
               PERFORM 0082-LOG-AUDIT-CHANGES
           END-IF.

      *=================================================================
       0082-LOG-AUDIT-CHANGES SECTION.
      *Grava na auditoria de clientes uma linha para cada campo que
      *foi de fato alterado, com o valor de antes e de depois
      *=================================================================
           IF WRK-CUST-NAME(01) NOT EQUAL WRK-CUST-NAME(02)
               MOVE "NOME"                 TO WRK-AUDIT-FIELD
               MOVE WRK-CUST-NAME(01)      TO WRK-AUDIT-BEFORE
               MOVE WRK-CUST-NAME(02)      TO WRK-AUDIT-AFTER
               PERFORM 0083-WRITE-AUDIT-ENTRY
           END-IF.
           IF WRK-CUST-PHONE(01) NOT EQUAL WRK-CUST-PHONE(02)
               MOVE "TELEFONE"             TO WRK-AUDIT-FIELD
               MOVE WRK-CUST-PHONE(01)     TO WRK-AUDIT-BEFORE
               MOVE WRK-CUST-PHONE(02)     TO WRK-AUDIT-AFTER
               PERFORM 0083-WRITE-AUDIT-ENTRY
           END-IF.
           IF WRK-CUST-DOC(01) NOT EQUAL WRK-CUST-DOC(02)
               MOVE "DOCUMENTO"            TO WRK-AUDIT-FIELD
               MOVE WRK-CUST-DOC(01)       TO WRK-AUDIT-BEFORE
               MOVE WRK-CUST-DOC(02)       TO WRK-AUDIT-AFTER
               PERFORM 0083-WRITE-AUDIT-ENTRY
           END-IF.
           IF WRK-CUST-BIRTHDATE(01) NOT EQUAL WRK-CUST-BIRTHDATE(02)
               MOVE "NASCIMENTO"           TO WRK-AUDIT-FIELD
               MOVE WRK-CUST-BIRTHDATE(01) TO WRK-AUDIT-BEFORE
               MOVE WRK-CUST-BIRTHDATE(02) TO WRK-AUDIT-AFTER
               PERFORM 0083-WRITE-AUDIT-ENTRY
           END-IF.
           IF WRK-CUST-CORPORATE(01) NOT EQUAL WRK-CUST-CORPORATE(02)
               MOVE "CORPORATIVA"          TO WRK-AUDIT-FIELD
               MOVE WRK-CUST-CORPORATE(01) TO WRK-AUDIT-BEFORE
               MOVE WRK-CUST-CORPORATE(02) TO WRK-AUDIT-AFTER
               PERFORM 0083-WRITE-AUDIT-ENTRY
           END-IF.
           IF WRK-CUST-SMS-OPTIN(01) NOT EQUAL WRK-CUST-SMS-OPTIN(02)
               MOVE "LEMBRETE SMS"         TO WRK-AUDIT-FIELD
               MOVE WRK-CUST-SMS-OPTIN(01) TO WRK-AUDIT-BEFORE
               MOVE WRK-CUST-SMS-OPTIN(02) TO WRK-AUDIT-AFTER
               PERFORM 0083-WRITE-AUDIT-ENTRY
           END-IF.
           IF WRK-CUST-MKT-OPTIN(01) NOT EQUAL WRK-CUST-MKT-OPTIN(02)
               MOVE "NOVIDADES"            TO WRK-AUDIT-FIELD
               MOVE WRK-CUST-MKT-OPTIN(01) TO WRK-AUDIT-BEFORE
               MOVE WRK-CUST-MKT-OPTIN(02) TO WRK-AUDIT-AFTER
               PERFORM 0083-WRITE-AUDIT-ENTRY
           END-IF.
           IF WRK-CUST-ADDRESS(01) NOT EQUAL WRK-CUST-ADDRESS(02)
               MOVE "ENDERECO"             TO WRK-AUDIT-FIELD
               MOVE WRK-CUST-ADDRESS(01)   TO WRK-AUDIT-BEFORE
               MOVE WRK-CUST-ADDRESS(02)   TO WRK-AUDIT-AFTER
               PERFORM 0083-WRITE-AUDIT-ENTRY
           END-IF.
           IF WRK-CUST-ZONE(01) NOT EQUAL WRK-CUST-ZONE(02)
               MOVE "ZONA ENTREGA"         TO WRK-AUDIT-FIELD
               MOVE WRK-CUST-ZONE(01)      TO WRK-AUDIT-BEFORE
               MOVE WRK-CUST-ZONE(02)      TO WRK-AUDIT-AFTER
               PERFORM 0083-WRITE-AUDIT-ENTRY
           END-IF.

      *=================================================================
       0083-WRITE-AUDIT-ENTRY SECTION.
      *Grava uma linha na auditoria de clientes com o campo alterado
      *=================================================================
           CALL "WRITEAUDITCLI" USING "A", WRK-CUST-COD(02),
               WRK-AUDIT-FIELD, WRK-AUDIT-BEFORE, WRK-AUDIT-AFTER,
               WRK-OPERATOR, WRK-SUPERV-ID, WRK-AUDIT-STATUS.
       END PROGRAM ALTERARCLIENTE.
