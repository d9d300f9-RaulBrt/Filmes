      *           alugueis abertos e valor do seguro contra danos.
      *           Cada campo alterado e registrado na trilha de
      *           auditoria.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Dias de atraso dos tres avisos da carta de
      *                   cobranca (EMITIRAVISOS), numa linha so
      * 15/OUT/2026 RTB - Dias de atraso para o aluguel aberto ser dado
      *                   como perdido no fim do dia (BAIXARPERDIDOS)
      * 15/OUT/2026 RTB - Dias para o vencimento do boleto bancario
      *                   (GERARBOLETOS)
      * 15/OUT/2026 RTB - Aliquota do ISS e inscricao municipal da
      *                   locadora, para o lote de RPS (GERARRPS)
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Dias sem alugar para o expurgo de clientes
      *                   (PURGARCLIENTES e segmentacao de clientes);
      *                   confirmacao descida para a linha 24
      * 15/OUT/2026 RTB - Limites de conta nova no aluguel (RENTAR) numa
      *                   segunda pagina da tela
      * 15/OUT/2026 RTB - Prazo padrao do aluguel de jogo na segunda
      *                   pagina
      * 15/OUT/2026 RTB - Horario de funcionamento da loja (hora de
      *                   abrir e de fechar) na segunda pagina
      * 15/OUT/2026 RTB - Versao do contrato de locacao
      *                   (FS-PAR-TERMS-VER), com auditoria da
      *                   alteracao; subir a versao faz o balcao pedir
      *                   nova assinatura
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRARPARAM.
       77  WRK-CONFIRM             PIC X(01) VALUE SPACES.
       77  WRK-TECLA               PIC X(01) VALUE SPACES.
       77  WRK-MSK                 PIC X(09) JUSTIFIED RIGHT.
       77  WRK-INSC-MSK            PIC X(15) VALUE SPACES.
       77  WRK-MOV-COD-ZERO        PIC 9(05) VALUE ZEROES.
       77  WRK-AUDIT-STATUS        PIC 9(03) VALUE ZEROES.
       77  WRK-AUDIT-BEFORE        PIC X(30) VALUE SPACES.
                         ==FS-PAR-IDLE-MIN==
                             BY ==WRK-PAR-IDLE-MIN==
                         ==FS-PAR-PWD-DAYS==
                             BY ==WRK-PAR-PWD-DAYS==
                         ==FS-PAR-DUN-DAYS1==
                             BY ==WRK-PAR-DUN-DAYS1==
                         ==FS-PAR-DUN-DAYS2==
                             BY ==WRK-PAR-DUN-DAYS2==
                         ==FS-PAR-DUN-DAYS3==
                             BY ==WRK-PAR-DUN-DAYS3==
                         ==FS-PAR-LOST-DAYS==
                             BY ==WRK-PAR-LOST-DAYS==
                         ==FS-PAR-BOL-DAYS==
                             BY ==WRK-PAR-BOL-DAYS==
                         ==FS-PAR-ISS-RATE==
                             BY ==WRK-PAR-ISS-RATE==
                         ==FS-PAR-INSC-MUN==
                             BY ==WRK-PAR-INSC-MUN==
                         ==FS-PAR-CUST-RETAIN==
                             BY ==WRK-PAR-CUST-RETAIN==
                         ==FS-PAR-NEW-DAYS==
                             BY ==WRK-PAR-NEW-DAYS==
                         ==FS-PAR-NEW-RENTALS==
                             BY ==WRK-PAR-NEW-RENTALS==
                         ==FS-PAR-NEW-MAX-ITEMS==
                             BY ==WRK-PAR-NEW-MAX-ITEMS==
                         ==FS-PAR-NEW-MAX-VALUE==
                             BY ==WRK-PAR-NEW-MAX-VALUE==
                         ==FS-PAR-NEW-DEPOSIT==
                             BY ==WRK-PAR-NEW-DEPOSIT==
                         ==FS-PAR-GAME-DAYS==
                             BY ==WRK-PAR-GAME-DAYS==
                         ==FS-PAR-OPEN-HOUR==
                             BY ==WRK-PAR-OPEN-HOUR==
                         ==FS-PAR-CLOSE-HOUR==
                             BY ==WRK-PAR-CLOSE-HOUR==
                         ==FS-PAR-TERMS-VER==
                             BY ==WRK-PAR-TERMS-VER==.
       01  WRK-OLDPARAMS.
           COPY PARAMFLDS
               REPLACING ==FS-PAR-DAILY-FEE==
                         ==FS-PAR-IDLE-MIN==
                             BY ==WRK-OLD-IDLE-MIN==
                         ==FS-PAR-PWD-DAYS==
                             BY ==WRK-OLD-PWD-DAYS==
                         ==FS-PAR-DUN-DAYS1==
                             BY ==WRK-OLD-DUN-DAYS1==
                         ==FS-PAR-DUN-DAYS2==
                             BY ==WRK-OLD-DUN-DAYS2==
                         ==FS-PAR-DUN-DAYS3==
                             BY ==WRK-OLD-DUN-DAYS3==
                         ==FS-PAR-LOST-DAYS==
                             BY ==WRK-OLD-LOST-DAYS==
                         ==FS-PAR-BOL-DAYS==
                             BY ==WRK-OLD-BOL-DAYS==
                         ==FS-PAR-ISS-RATE==
                             BY ==WRK-OLD-ISS-RATE==
                         ==FS-PAR-INSC-MUN==
                             BY ==WRK-OLD-INSC-MUN==
                         ==FS-PAR-CUST-RETAIN==
                             BY ==WRK-OLD-CUST-RETAIN==
                         ==FS-PAR-NEW-DAYS==
                             BY ==WRK-OLD-NEW-DAYS==
                         ==FS-PAR-NEW-RENTALS==
                             BY ==WRK-OLD-NEW-RENTALS==
                         ==FS-PAR-NEW-MAX-ITEMS==
                             BY ==WRK-OLD-NEW-MAX-ITEMS==
                         ==FS-PAR-NEW-MAX-VALUE==
                             BY ==WRK-OLD-NEW-MAX-VALUE==
                         ==FS-PAR-NEW-DEPOSIT==
                             BY ==WRK-OLD-NEW-DEPOSIT==
                         ==FS-PAR-GAME-DAYS==
                             BY ==WRK-OLD-GAME-DAYS==
                         ==FS-PAR-OPEN-HOUR==
                             BY ==WRK-OLD-OPEN-HOUR==
                         ==FS-PAR-CLOSE-HOUR==
                             BY ==WRK-OLD-CLOSE-HOUR==
                         ==FS-PAR-TERMS-VER==
                             BY ==WRK-OLD-TERMS-VER==.

       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
           CALL "LERPARAMS" USING WRK-PARAMS, WRK-PARAM-STATUS.
           MOVE WRK-PARAMS TO WRK-OLDPARAMS.
           PERFORM 0010-GET-NEW-VALUES.
           PERFORM 0015-GET-NEW-ACCOUNT.
           DISPLAY "CONFIRMA A GRAVACAO (S/N)? " AT 2405.
           ACCEPT WRK-CONFIRM AT 2433.
           IF WRK-CONFIRM EQUAL 'S' OR WRK-CONFIRM EQUAL 's'
               PERFORM 0020-WRITE-PARAMS
               PERFORM 0030-AUDIT-CHANGES
               DISPLAY "PARAMETROS GRAVADOS. PRESSIONE ENTER" AT 2437
           ELSE
               DISPLAY "NADA ALTERADO. PRESSIONE ENTER" AT 2437
           END-IF.
           ACCEPT WRK-TECLA.
           GOBACK.
      *Mostra os valores atuais e recebe os novos (ENTER = manter)
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".

           DISPLAY "MULTA DIARIA (ATUAL " AT 0305.
           DISPLAY WRK-PAR-DAILY-FEE AT 0326.
               MOVE FUNCTION NUMVAL(WRK-MSK) TO WRK-PAR-PWD-DAYS
           END-IF.

           DISPLAY "AVISOS DIAS 1/2/3 (ATUAL " AT 1805.
           DISPLAY WRK-PAR-DUN-DAYS1 AT 1830.
           DISPLAY WRK-PAR-DUN-DAYS2 AT 1834.
           DISPLAY WRK-PAR-DUN-DAYS3 AT 1838.
           DISPLAY "): " AT 1841.
           MOVE SPACES TO WRK-MSK.
           ACCEPT WRK-MSK AT 1845.
           IF WRK-MSK NOT EQUAL SPACES
               MOVE FUNCTION NUMVAL(WRK-MSK) TO WRK-PAR-DUN-DAYS1
           END-IF.
           MOVE SPACES TO WRK-MSK.
           ACCEPT WRK-MSK AT 1855.
           IF WRK-MSK NOT EQUAL SPACES
               MOVE FUNCTION NUMVAL(WRK-MSK) TO WRK-PAR-DUN-DAYS2
           END-IF.
           MOVE SPACES TO WRK-MSK.
           ACCEPT WRK-MSK AT 1865.
           IF WRK-MSK NOT EQUAL SPACES
               MOVE FUNCTION NUMVAL(WRK-MSK) TO WRK-PAR-DUN-DAYS3
           END-IF.

           DISPLAY "DIAS P/ DAR COMO PERDIDO (ATUAL " AT 1905.
           DISPLAY WRK-PAR-LOST-DAYS AT 1938.
           DISPLAY "): " AT 1942.
           MOVE SPACES TO WRK-MSK.
           ACCEPT WRK-MSK AT 1946.
           IF WRK-MSK NOT EQUAL SPACES
               MOVE FUNCTION NUMVAL(WRK-MSK) TO WRK-PAR-LOST-DAYS
           END-IF.

           DISPLAY "DIAS P/ VENCER O BOLETO (ATUAL " AT 2005.
           DISPLAY WRK-PAR-BOL-DAYS AT 2037.
           DISPLAY "): " AT 2041.
           MOVE SPACES TO WRK-MSK.
           ACCEPT WRK-MSK AT 2045.
           IF WRK-MSK NOT EQUAL SPACES
               MOVE FUNCTION NUMVAL(WRK-MSK) TO WRK-PAR-BOL-DAYS
           END-IF.

           DISPLAY "ALIQUOTA DO ISS (ATUAL " AT 2105.
           DISPLAY WRK-PAR-ISS-RATE AT 2129.
           DISPLAY "): " AT 2133.
           MOVE SPACES TO WRK-MSK.
           ACCEPT WRK-MSK AT 2137.
           IF WRK-MSK NOT EQUAL SPACES
               MOVE FUNCTION NUMVAL(WRK-MSK) TO WRK-PAR-ISS-RATE
           END-IF.

           DISPLAY "INSCRICAO MUNICIPAL (ATUAL " AT 2205.
           DISPLAY WRK-PAR-INSC-MUN AT 2233.
           DISPLAY "): " AT 2248.
           MOVE SPACES TO WRK-INSC-MSK.
           ACCEPT WRK-INSC-MSK AT 2252.
           IF WRK-INSC-MSK NOT EQUAL SPACES
               MOVE WRK-INSC-MSK TO WRK-PAR-INSC-MUN
           END-IF.

           DISPLAY "DIAS SEM ALUGAR P/ EXPURGO (ATUAL " AT 2305.
           DISPLAY WRK-PAR-CUST-RETAIN AT 2339.
           DISPLAY "): " AT 2343.
           MOVE SPACES TO WRK-MSK.
           ACCEPT WRK-MSK AT 2347.
           IF WRK-MSK NOT EQUAL SPACES
               MOVE FUNCTION NUMVAL(WRK-MSK) TO WRK-PAR-CUST-RETAIN
           END-IF.

      *=================================================================
       0015-GET-NEW-ACCOUNT      SECTION.
      *Segunda pagina: limites aplicados no aluguel a conta nova
      *(poucos dias desde o primeiro aluguel ou poucos alugueis
      *devolvidos). Zero desliga a regra
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           DISPLAY "LIMITES DE CONTA NOVA NO ALUGUEL" AT 0305.

           DISPLAY "CONTA NOVA ATE DIAS (ATUAL " AT 0505.
           DISPLAY WRK-PAR-NEW-DAYS AT 0532.
           DISPLAY "): " AT 0535.
           MOVE SPACES TO WRK-MSK.
           ACCEPT WRK-MSK AT 0539.
           IF WRK-MSK NOT EQUAL SPACES
               MOVE FUNCTION NUMVAL(WRK-MSK) TO WRK-PAR-NEW-DAYS
           END-IF.

           DISPLAY "OU MENOS ALUGUEIS DEVOLVIDOS (ATUAL " AT 0605.
           DISPLAY WRK-PAR-NEW-RENTALS AT 0641.
           DISPLAY "): " AT 0644.
           MOVE SPACES TO WRK-MSK.
           ACCEPT WRK-MSK AT 0648.
           IF WRK-MSK NOT EQUAL SPACES
               MOVE FUNCTION NUMVAL(WRK-MSK) TO WRK-PAR-NEW-RENTALS
           END-IF.

           DISPLAY "MAXIMO DE ITENS FORA (ATUAL " AT 0705.
           DISPLAY WRK-PAR-NEW-MAX-ITEMS AT 0733.
           DISPLAY "): " AT 0735.
           MOVE SPACES TO WRK-MSK.
           ACCEPT WRK-MSK AT 0739.
           IF WRK-MSK NOT EQUAL SPACES
               MOVE FUNCTION NUMVAL(WRK-MSK) TO WRK-PAR-NEW-MAX-ITEMS
           END-IF.

           DISPLAY "VALOR DE REPOSICAO FORA (ATUAL " AT 0805.
           DISPLAY WRK-PAR-NEW-MAX-VALUE AT 0836.
           DISPLAY "): " AT 0843.
           MOVE SPACES TO WRK-MSK.
           ACCEPT WRK-MSK AT 0847.
           IF WRK-MSK NOT EQUAL SPACES
               MOVE FUNCTION NUMVAL(WRK-MSK) TO WRK-PAR-NEW-MAX-VALUE
           END-IF.

           DISPLAY "CAUCAO MINIMA BLURAY/4K (ATUAL " AT 0905.
           DISPLAY WRK-PAR-NEW-DEPOSIT AT 0936.
           DISPLAY "): " AT 0942.
           MOVE SPACES TO WRK-MSK.
           ACCEPT WRK-MSK AT 0946.
           IF WRK-MSK NOT EQUAL SPACES
               MOVE FUNCTION NUMVAL(WRK-MSK) TO WRK-PAR-NEW-DEPOSIT
           END-IF.

           DISPLAY "PRAZO PADRAO DO JOGO EM DIAS (ATUAL " AT 1105.
           DISPLAY WRK-PAR-GAME-DAYS AT 1141.
           DISPLAY "): " AT 1144.
           MOVE SPACES TO WRK-MSK.
           ACCEPT WRK-MSK AT 1148.
           IF WRK-MSK NOT EQUAL SPACES
               MOVE FUNCTION NUMVAL(WRK-MSK) TO WRK-PAR-GAME-DAYS
           END-IF.

           DISPLAY "LOJA ABRE AS HORAS (ATUAL " AT 1305.
           DISPLAY WRK-PAR-OPEN-HOUR AT 1331.
           DISPLAY "): " AT 1333.
           MOVE SPACES TO WRK-MSK.
           ACCEPT WRK-MSK AT 1337.
           IF WRK-MSK NOT EQUAL SPACES
               MOVE FUNCTION NUMVAL(WRK-MSK) TO WRK-PAR-OPEN-HOUR
           END-IF.

           DISPLAY "LOJA FECHA AS HORAS (ATUAL " AT 1405.
           DISPLAY WRK-PAR-CLOSE-HOUR AT 1432.
           DISPLAY "): " AT 1434.
           MOVE SPACES TO WRK-MSK.
           ACCEPT WRK-MSK AT 1438.
           IF WRK-MSK NOT EQUAL SPACES
               MOVE FUNCTION NUMVAL(WRK-MSK) TO WRK-PAR-CLOSE-HOUR
           END-IF.

           DISPLAY "VERSAO DO CONTRATO (ATUAL " AT 1505.
           DISPLAY WRK-PAR-TERMS-VER AT 1531.
           DISPLAY "): " AT 1534.
           MOVE SPACES TO WRK-MSK.
           ACCEPT WRK-MSK AT 1538.
           IF WRK-MSK NOT EQUAL SPACES
               MOVE FUNCTION NUMVAL(WRK-MSK) TO WRK-PAR-TERMS-VER
           END-IF.

      *=================================================================
       0020-WRITE-PARAMS      SECTION.
      *Regrava o registro unico de parametros
                   INTO WRK-AUDIT-AFTER
               PERFORM 0035-WRITE-AUDIT-ENTRY
           END-IF.
           IF WRK-PAR-DUN-DAYS1 NOT EQUAL WRK-OLD-DUN-DAYS1
               OR WRK-PAR-DUN-DAYS2 NOT EQUAL WRK-OLD-DUN-DAYS2
               OR WRK-PAR-DUN-DAYS3 NOT EQUAL WRK-OLD-DUN-DAYS3
               MOVE SPACES TO WRK-AUDIT-BEFORE
               MOVE SPACES TO WRK-AUDIT-AFTER
               STRING "AVISOS: " WRK-OLD-DUN-DAYS1 " "
                   WRK-OLD-DUN-DAYS2 " " WRK-OLD-DUN-DAYS3
                   INTO WRK-AUDIT-BEFORE
               STRING "AVISOS: " WRK-PAR-DUN-DAYS1 " "
                   WRK-PAR-DUN-DAYS2 " " WRK-PAR-DUN-DAYS3
                   INTO WRK-AUDIT-AFTER
               PERFORM 0035-WRITE-AUDIT-ENTRY
           END-IF.
           IF WRK-PAR-LOST-DAYS NOT EQUAL WRK-OLD-LOST-DAYS
               MOVE SPACES TO WRK-AUDIT-BEFORE
               MOVE SPACES TO WRK-AUDIT-AFTER
               STRING "DIAS P/ PERDA: " WRK-OLD-LOST-DAYS
                   INTO WRK-AUDIT-BEFORE
               STRING "DIAS P/ PERDA: " WRK-PAR-LOST-DAYS
                   INTO WRK-AUDIT-AFTER
               PERFORM 0035-WRITE-AUDIT-ENTRY
           END-IF.
           IF WRK-PAR-BOL-DAYS NOT EQUAL WRK-OLD-BOL-DAYS
               MOVE SPACES TO WRK-AUDIT-BEFORE
               MOVE SPACES TO WRK-AUDIT-AFTER
               STRING "DIAS P/ BOLETO: " WRK-OLD-BOL-DAYS
                   INTO WRK-AUDIT-BEFORE
               STRING "DIAS P/ BOLETO: " WRK-PAR-BOL-DAYS
                   INTO WRK-AUDIT-AFTER
               PERFORM 0035-WRITE-AUDIT-ENTRY
           END-IF.
           IF WRK-PAR-ISS-RATE NOT EQUAL WRK-OLD-ISS-RATE
               MOVE SPACES TO WRK-AUDIT-BEFORE
               MOVE SPACES TO WRK-AUDIT-AFTER
               STRING "ALIQUOTA ISS: " WRK-OLD-ISS-RATE
                   INTO WRK-AUDIT-BEFORE
               STRING "ALIQUOTA ISS: " WRK-PAR-ISS-RATE
                   INTO WRK-AUDIT-AFTER
               PERFORM 0035-WRITE-AUDIT-ENTRY
           END-IF.
           IF WRK-PAR-INSC-MUN NOT EQUAL WRK-OLD-INSC-MUN
               MOVE SPACES TO WRK-AUDIT-BEFORE
               MOVE SPACES TO WRK-AUDIT-AFTER
               STRING "INSC MUN: " WRK-OLD-INSC-MUN
                   INTO WRK-AUDIT-BEFORE
               STRING "INSC MUN: " WRK-PAR-INSC-MUN
                   INTO WRK-AUDIT-AFTER
               PERFORM 0035-WRITE-AUDIT-ENTRY
           END-IF.
           IF WRK-PAR-CUST-RETAIN NOT EQUAL WRK-OLD-CUST-RETAIN
               MOVE SPACES TO WRK-AUDIT-BEFORE
               MOVE SPACES TO WRK-AUDIT-AFTER
               STRING "EXPURGO CLIENTE: " WRK-OLD-CUST-RETAIN
                   INTO WRK-AUDIT-BEFORE
               STRING "EXPURGO CLIENTE: " WRK-PAR-CUST-RETAIN
                   INTO WRK-AUDIT-AFTER
               PERFORM 0035-WRITE-AUDIT-ENTRY
           END-IF.
           IF WRK-PAR-NEW-DAYS NOT EQUAL WRK-OLD-NEW-DAYS
               MOVE SPACES TO WRK-AUDIT-BEFORE
               MOVE SPACES TO WRK-AUDIT-AFTER
               STRING "CONTA NOVA DIAS: " WRK-OLD-NEW-DAYS
                   INTO WRK-AUDIT-BEFORE
               STRING "CONTA NOVA DIAS: " WRK-PAR-NEW-DAYS
                   INTO WRK-AUDIT-AFTER
               PERFORM 0035-WRITE-AUDIT-ENTRY
           END-IF.
           IF WRK-PAR-NEW-RENTALS NOT EQUAL WRK-OLD-NEW-RENTALS
               MOVE SPACES TO WRK-AUDIT-BEFORE
               MOVE SPACES TO WRK-AUDIT-AFTER
               STRING "CONTA NOVA ALUG: " WRK-OLD-NEW-RENTALS
                   INTO WRK-AUDIT-BEFORE
               STRING "CONTA NOVA ALUG: " WRK-PAR-NEW-RENTALS
                   INTO WRK-AUDIT-AFTER
               PERFORM 0035-WRITE-AUDIT-ENTRY
           END-IF.
           IF WRK-PAR-NEW-MAX-ITEMS NOT EQUAL WRK-OLD-NEW-MAX-ITEMS
               MOVE SPACES TO WRK-AUDIT-BEFORE
               MOVE SPACES TO WRK-AUDIT-AFTER
               STRING "CONTA NOVA ITENS: " WRK-OLD-NEW-MAX-ITEMS
                   INTO WRK-AUDIT-BEFORE
               STRING "CONTA NOVA ITENS: " WRK-PAR-NEW-MAX-ITEMS
                   INTO WRK-AUDIT-AFTER
               PERFORM 0035-WRITE-AUDIT-ENTRY
           END-IF.
           IF WRK-PAR-NEW-MAX-VALUE NOT EQUAL WRK-OLD-NEW-MAX-VALUE
               MOVE SPACES TO WRK-AUDIT-BEFORE
               MOVE SPACES TO WRK-AUDIT-AFTER
               STRING "CONTA NOVA VALOR: " WRK-OLD-NEW-MAX-VALUE
                   INTO WRK-AUDIT-BEFORE
               STRING "CONTA NOVA VALOR: " WRK-PAR-NEW-MAX-VALUE
                   INTO WRK-AUDIT-AFTER
               PERFORM 0035-WRITE-AUDIT-ENTRY
           END-IF.
           IF WRK-PAR-NEW-DEPOSIT NOT EQUAL WRK-OLD-NEW-DEPOSIT
               MOVE SPACES TO WRK-AUDIT-BEFORE
               MOVE SPACES TO WRK-AUDIT-AFTER
               STRING "CONTA NOVA CAUCAO: " WRK-OLD-NEW-DEPOSIT
                   INTO WRK-AUDIT-BEFORE
               STRING "CONTA NOVA CAUCAO: " WRK-PAR-NEW-DEPOSIT
                   INTO WRK-AUDIT-AFTER
               PERFORM 0035-WRITE-AUDIT-ENTRY
           END-IF.
           IF WRK-PAR-GAME-DAYS NOT EQUAL WRK-OLD-GAME-DAYS
               MOVE SPACES TO WRK-AUDIT-BEFORE
               MOVE SPACES TO WRK-AUDIT-AFTER
               STRING "PRAZO JOGO: " WRK-OLD-GAME-DAYS
                   INTO WRK-AUDIT-BEFORE
               STRING "PRAZO JOGO: " WRK-PAR-GAME-DAYS
                   INTO WRK-AUDIT-AFTER
               PERFORM 0035-WRITE-AUDIT-ENTRY
           END-IF.
           IF WRK-PAR-OPEN-HOUR NOT EQUAL WRK-OLD-OPEN-HOUR
               MOVE SPACES TO WRK-AUDIT-BEFORE
               MOVE SPACES TO WRK-AUDIT-AFTER
               STRING "LOJA ABRE: " WRK-OLD-OPEN-HOUR
                   INTO WRK-AUDIT-BEFORE
               STRING "LOJA ABRE: " WRK-PAR-OPEN-HOUR
                   INTO WRK-AUDIT-AFTER
               PERFORM 0035-WRITE-AUDIT-ENTRY
           END-IF.
           IF WRK-PAR-CLOSE-HOUR NOT EQUAL WRK-OLD-CLOSE-HOUR
               MOVE SPACES TO WRK-AUDIT-BEFORE
               MOVE SPACES TO WRK-AUDIT-AFTER
               STRING "LOJA FECHA: " WRK-OLD-CLOSE-HOUR
                   INTO WRK-AUDIT-BEFORE
               STRING "LOJA FECHA: " WRK-PAR-CLOSE-HOUR
                   INTO WRK-AUDIT-AFTER
               PERFORM 0035-WRITE-AUDIT-ENTRY
           END-IF.
           IF WRK-PAR-TERMS-VER NOT EQUAL WRK-OLD-TERMS-VER
               MOVE SPACES TO WRK-AUDIT-BEFORE
               MOVE SPACES TO WRK-AUDIT-AFTER
               STRING "VERSAO CONTRATO: " WRK-OLD-TERMS-VER
                   INTO WRK-AUDIT-BEFORE
               STRING "VERSAO CONTRATO: " WRK-PAR-TERMS-VER
                   INTO WRK-AUDIT-AFTER
               PERFORM 0035-WRITE-AUDIT-ENTRY
           END-IF.

      *=================================================================
       0035-WRITE-AUDIT-ENTRY      SECTION.
