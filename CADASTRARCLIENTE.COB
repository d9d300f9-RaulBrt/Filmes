      * Autor: RAUL T. BERTO
      * Data: 09/AGO/2026
      * Objetivo: Obter informacoes de clientes para gravacao
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Conferencia do CPF passa a ser feita pelo
      *                   modulo VALIDATEDOC, a mesma usada pela
      *                   alteracao de cadastro (ALTERARCLIENTE)
      * 15/OUT/2026 RTB - Pergunta se o cliente aceita os lembretes de
      *                   vencimento por SMS/WhatsApp; a resposta e
      *                   gravada com a data do cadastro
      * 15/OUT/2026 RTB - Data do dia pela data do movimento
      *                   (LERDATANEG) em vez do relogio
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Pergunta tambem se o cliente aceita receber
      *                   ofertas e avisos de novidades, consentimento
      *                   separado do lembrete, gravado com a data do
      *                   cadastro
      * 15/OUT/2026 RTB - Endereco e zona de entrega a domicilio no
      *                   cadastro (opcionais; sem eles o cliente nao
      *                   pede entrega)
      * 15/OUT/2026 RTB - Filial da sessao gravada como filial de origem
      *                   do cliente; apos a gravacao oferece a
      *                   impressao da carteirinha e do contrato de
      *                   locacao (IMPRIMIRCARTAO)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRARCLIENTE.
       77  WRK-STATUS              PIC 9(03) VALUE ZEROES.
       77  WRK-NEXT-COD            PIC 9(05) VALUE ZEROES.
       77  WRK-GETCOD-STATUS       PIC 9(03) VALUE ZEROES.
       77  WRK-DUP-STATUS          PIC 9(03) VALUE ZEROES.
       77  WRK-DUP-COD             PIC 9(05) VALUE ZEROES.
       77  WRK-DUP-NAME            PIC X(30) VALUE SPACES.
       77  WRK-OVERRIDE            PIC X(01) VALUE SPACES.
       77  WRK-TODAY               PIC 9(08) VALUE ZEROES.
       77  WRK-BRANCH              PIC 9(02) VALUE ZEROES.
       77  WRK-BRANCH-STATUS       PIC 9(03) VALUE ZEROES.

       01  WRK-AREA.
           05 WRK-MENU-TITLE       PIC X(30).
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
           MOVE SPACES TO WRK-CUST-BIRTH-MSK.
           MOVE ZEROES TO WRK-CUST-BIRTHDATE.
           MOVE "N" TO WRK-CUST-CORPORATE.
           MOVE "N" TO WRK-CUST-SMS-OPTIN.
           MOVE ZEROES TO WRK-CUST-SMS-OPTIN-DT.
           MOVE "N" TO WRK-CUST-MKT-OPTIN.
           MOVE ZEROES TO WRK-CUST-MKT-OPTIN-DT.
           MOVE SPACES TO WRK-CUST-ADDRESS.
           MOVE SPACES TO WRK-CUST-ZONE.
           MOVE ZEROES TO WRK-CUST-BRANCH.
           MOVE ZEROES TO WRK-CUST-AGREE-DT.
           MOVE ZEROES TO WRK-CUST-AGREE-VER.

      *=================================================================
       0020-DRAW-MENU      SECTION.
           ELSE
               MOVE "N" TO WRK-CUST-CORPORATE
           END-IF.
      *O aceite (ou a recusa) do lembrete fica datado, para provar o
      *consentimento do cliente
           DISPLAY "ACEITA LEMBRETE POR SMS/WHATSAPP (S/N): " AT 0801.
           ACCEPT WRK-CUST-SMS-OPTIN   AT 0842.
           IF WRK-CUST-SMS-OPTIN EQUAL 'S'
               OR WRK-CUST-SMS-OPTIN EQUAL 's'
               MOVE "S" TO WRK-CUST-SMS-OPTIN
           ELSE
               MOVE "N" TO WRK-CUST-SMS-OPTIN
           END-IF.
           DISPLAY "ACEITA OFERTAS E NOVIDADES (S/N): " AT 0901.
           ACCEPT WRK-CUST-MKT-OPTIN   AT 0936.
           IF WRK-CUST-MKT-OPTIN EQUAL 'S'
               OR WRK-CUST-MKT-OPTIN EQUAL 's'
               MOVE "S" TO WRK-CUST-MKT-OPTIN
           ELSE
               MOVE "N" TO WRK-CUST-MKT-OPTIN
           END-IF.
           CALL "LERDATANEG" USING WRK-TODAY.
           MOVE WRK-TODAY TO WRK-CUST-SMS-OPTIN-DT.
           MOVE WRK-TODAY TO WRK-CUST-MKT-OPTIN-DT.
           DISPLAY "ENDERECO DE ENTREGA: " AT 1101.
           ACCEPT WRK-CUST-ADDRESS     AT 1122.
           DISPLAY "ZONA DE ENTREGA: " AT 1201.
           ACCEPT WRK-CUST-ZONE        AT 1218.
           INSPECT WRK-CUST-ZONE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           MOVE WRK-CUST-COD-MSK TO WRK-CUST-COD.
           IF WRK-CUST-BIRTH-MSK NOT EQUAL SPACES
      *(CPF), confere os dois digitos verificadores; documentos com
      *outra quantidade de algarismos (RG e afins) passam direto
      *=================================================================
           CALL "VALIDATEDOC" USING WRK-CUST-DOC, WRK-STATUS.

      *=================================================================
       0045-CHECK-DUPLICATE-DOC      SECTION.
      *Desenha uma tela pedindo a confirmacao dos dados para a gravacao
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY CONFIRM-SCREEN
           CALL "MARCATREINO".

           MOVE SPACES TO WRK-BUFF.
           MOVE 04 TO WRK-LINE.
           STRING "NASCIMENTO: " WRK-CUST-BIRTHDATE INTO WRK-BUFF.
           DISPLAY DTA.

           MOVE SPACES TO WRK-BUFF.
           MOVE 09 TO WRK-LINE.
           STRING "LEMBRETE SMS: " WRK-CUST-SMS-OPTIN INTO WRK-BUFF.
           DISPLAY DTA.

           MOVE SPACES TO WRK-BUFF.
           MOVE 10 TO WRK-LINE.
           STRING "NOVIDADES: " WRK-CUST-MKT-OPTIN INTO WRK-BUFF.
           DISPLAY DTA.

           MOVE SPACES TO WRK-BUFF.
           MOVE 11 TO WRK-LINE.
           STRING "ZONA DE ENTREGA: " WRK-CUST-ZONE INTO WRK-BUFF.
           DISPLAY DTA.
           DISPLAY "ENDERECO: " AT 1201.
           DISPLAY WRK-CUST-ADDRESS AT 1211.

           DISPLAY "CONFIRMA O CADASTRO DO CLIENTE (S/N)? " AT 1401.
           ACCEPT WRK-CONFIRM AT 1440.

           IF WRK-CONFIRM EQUAL 'S' OR WRK-CONFIRM EQUAL TO 's'
               PERFORM 0060-WRITE-FILE
           ELSE
               DISPLAY CLEAR-SCREEN
               DISPLAY UNCONFIRM-SCREEN
               CALL "MARCATREINO"
               ACCEPT  WRK-BUFF
               PERFORM 0000-MAIN-PROCEDURE
           END-IF.

      *=================================================================
       0060-WRITE-FILE      SECTION.
      *Chama o modulo para a gravacao do cliente, com a filial da
      *sessao como filial de origem, e oferece a impressao da
      *carteirinha e do contrato de locacao
      *=================================================================
           CALL "LERFILIAL" USING WRK-BRANCH, WRK-BRANCH-STATUS.
           MOVE WRK-BRANCH TO WRK-CUST-BRANCH.
           CALL "WRITECUSTOMER" USING WRK-CUSTOMER, WRK-STATUS.
           IF WRK-STATUS EQUAL ZEROES
               DISPLAY CLEAR-SCREEN
               DISPLAY CONFIRM-SCREEN
               CALL "MARCATREINO"
               DISPLAY "IMPRIMIR CARTEIRINHA E CONTRATO (S/N)? " AT 0501
               MOVE SPACES TO WRK-CONFIRM
               ACCEPT WRK-CONFIRM AT 0541
               IF WRK-CONFIRM EQUAL 'S' OR WRK-CONFIRM EQUAL TO 's'
                   CALL "IMPRIMIRCARTAO" USING LNK-OPERATOR,
                       WRK-CUST-COD
               END-IF
           END-IF.
       END PROGRAM CADASTRARCLIENTE.
