      * 02/SET/2026 RTB - Incluidas as entradas de caucao por formato
      *                   (tipo C), cobradas como deposito reembolsavel
      *                   no aluguel de formatos premium
      * 15/OUT/2026 RTB - Incluida a tabela de multas por formato:
      *                   multa diaria (M), dias de carencia (G) e
      *                   teto da multa por aluguel (T), usada por
      *                   CALCMULTA na devolucao e nos relatorios
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Incluidos os percentuais de comissao de vendas
      *                   por tipo de item (tipo O), mantidos so pelo
      *                   gerente
      * 15/OUT/2026 RTB - Incluidas as taxas de entrega a domicilio por
      *                   zona (tipo E)
      * 15/OUT/2026 RTB - Incluidas as faixas de preco por prazo de
      *                   jogos (tipo J) e a compatibilidade entre
      *                   console e plataforma de jogo (tipo P)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRARPRECO.
       77  WRK-PRICE-MSK           PIC X(09) JUSTIFIED RIGHT.
       77  WRK-FORMAT              PIC X(10) VALUE SPACES.
       77  WRK-MULT-MSK            PIC X(05) JUSTIFIED RIGHT.
       77  WRK-ITEM-TYPE           PIC X(01) VALUE SPACES.
       77  WRK-MIN-LEVEL           PIC 9(01) VALUE 3.
       77  WRK-NIVEL-STATUS        PIC 9(03) VALUE ZEROES.

       LINKAGE SECTION.
       77  LNK-OPERATOR PIC X(08) VALUE SPACES.
       0000-MAIN-PROCEDURE.
           PERFORM 0010-SHOW-TABLE.
           DISPLAY "DIAS (D), FORMATO (F), CAUCAO (C), VIDA (V), "
               "MULTA (M), CARENCIA (G), TETO (T)" AT 1901.
           DISPLAY "COMISSAO (O), ZONA (E), DIAS JOGO (J), "
               "CONSOLE (P), REMOVER (R), ENTER=SAIR: " AT 2001.
           ACCEPT WRK-OPTION AT 2078.
           EVALUATE WRK-OPTION
               WHEN 'D' WHEN 'd'
                   PERFORM 0020-ADD-DAY-BAND
               WHEN 'V' WHEN 'v'
                   PERFORM 0036-ADD-FORMAT-LIFE
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'M' WHEN 'm'
                   PERFORM 0038-ADD-LATE-FEE-ENTRY
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'G' WHEN 'g'
                   PERFORM 0038-ADD-LATE-FEE-ENTRY
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'T' WHEN 't'
                   PERFORM 0038-ADD-LATE-FEE-ENTRY
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'O' WHEN 'o'
                   PERFORM 0039-ADD-COMMISSION-RATE
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'E' WHEN 'e'
                   PERFORM 0037-ADD-ZONE-FEE
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'J' WHEN 'j'
                   PERFORM 0020-ADD-DAY-BAND
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'P' WHEN 'p'
                   PERFORM 0034-ADD-COMPATIBLE
                   PERFORM 0000-MAIN-PROCEDURE
               WHEN 'R' WHEN 'r'
                   PERFORM 0040-REMOVE-ENTRY
                   PERFORM 0000-MAIN-PROCEDURE
      *Lista a tabela de precos corrente
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY TITLE-SCREEN
           CALL "MARCATREINO".
           MOVE 02 TO WRK-LINE.
           MOVE ZEROES TO WRK-EOF.
           OPEN INPUT PRECOS.
                                   STRING "ATE " FS-PRC-ARG(1:3)
                                       " DIAS: " FS-PRC-VALUE
                                       INTO WRK-BUFF
                               WHEN FS-PRC-FAIXA-JOGO
                                   STRING "JOGO ATE " FS-PRC-ARG(1:3)
                                       " DIAS: " FS-PRC-VALUE
                                       INTO WRK-BUFF
                               WHEN FS-PRC-COMPATIVEL
                                   STRING "CONSOLE " FS-PRC-ARG(1:5)
                                       " RODA JOGO " FS-PRC-ARG(6:5)
                                       INTO WRK-BUFF
                               WHEN FS-PRC-CAUCAO
                                   STRING "CAUCAO " FS-PRC-ARG
                                       " : " FS-PRC-VALUE
                                   STRING "VIDA " FS-PRC-ARG
                                       " : " FS-PRC-VALUE " MESES"
                                       INTO WRK-BUFF
                               WHEN FS-PRC-MULTA
                                   STRING "MULTA " FS-PRC-ARG
                                       " : " FS-PRC-VALUE " POR DIA"
                                       INTO WRK-BUFF
                               WHEN FS-PRC-CARENCIA
                                   STRING "CARENCIA " FS-PRC-ARG
                                       " : " FS-PRC-VALUE " DIAS"
                                       INTO WRK-BUFF
                               WHEN FS-PRC-TETO
                                   STRING "TETO MULTA " FS-PRC-ARG
                                       " : " FS-PRC-VALUE
                                       INTO WRK-BUFF
                               WHEN FS-PRC-COMISSAO
                                   STRING "COMISSAO ITEM "
                                       FS-PRC-ARG(1:1) " : "
                                       FS-PRC-VALUE " %"
                                       INTO WRK-BUFF
                               WHEN FS-PRC-TAXA-ENTREGA
                                   STRING "ENTREGA ZONA "
                                       FS-PRC-ARG(1:3) " : "
                                       FS-PRC-VALUE
                                       INTO WRK-BUFF
                               WHEN OTHER
                                   STRING "FORMATO " FS-PRC-ARG
                                       " X " FS-PRC-MULT

      *=================================================================
       0020-ADD-DAY-BAND      SECTION.
      *Inclui (ou regrava) uma faixa de preco por prazo em dias, de
      *filme (D) ou de jogo (J)
      *=================================================================
           DISPLAY "ATE QUANTOS DIAS: " AT 2101.
           MOVE SPACES TO WRK-DIAS-MSK.
           END-IF.
           PERFORM 0005-OPEN-FILE.
           MOVE SPACES TO FS-PRICE.
           IF WRK-OPTION EQUAL 'J' OR WRK-OPTION EQUAL 'j'
               SET FS-PRC-FAIXA-JOGO TO TRUE
           ELSE
               SET FS-PRC-FAIXA-DIAS TO TRUE
           END-IF.
           MOVE SPACES TO FS-PRC-ARG.
           MOVE WRK-DIAS TO FS-PRC-ARG(1:3).
           MOVE FUNCTION NUMVAL(WRK-PRICE-MSK) TO FS-PRC-VALUE.
           END-WRITE.
           CLOSE PRECOS.

      *=================================================================
       0034-ADD-COMPATIBLE      SECTION.
      *Inclui (ou regrava) uma plataforma de jogo que roda num console
      *de outra plataforma (ex. console PS5 roda jogo PS4)
      *=================================================================
           DISPLAY "CONSOLE DO CLIENTE (PLATAFORMA): " AT 2101.
           MOVE SPACES TO WRK-FORMAT.
           ACCEPT WRK-FORMAT(1:5) AT 2135.
           IF WRK-FORMAT EQUAL SPACES
               GOBACK
           END-IF.
           DISPLAY "RODA JOGOS DA PLATAFORMA: " AT 2201.
           ACCEPT WRK-FORMAT(6:5) AT 2228.
           IF WRK-FORMAT(6:5) EQUAL SPACES
               GOBACK
           END-IF.
           INSPECT WRK-FORMAT CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM 0005-OPEN-FILE.
           MOVE SPACES TO FS-PRICE.
           SET FS-PRC-COMPATIVEL TO TRUE.
           MOVE WRK-FORMAT TO FS-PRC-ARG.
           MOVE ZEROES TO FS-PRC-VALUE.
           MOVE ZEROES TO FS-PRC-MULT.
           WRITE FS-PRICE
               INVALID KEY
                   REWRITE FS-PRICE
           END-WRITE.
           CLOSE PRECOS.

      *=================================================================
       0036-ADD-FORMAT-LIFE      SECTION.
      *Inclui (ou regrava) a vida util em meses de um formato, para
           END-WRITE.
           CLOSE PRECOS.

      *=================================================================
       0037-ADD-ZONE-FEE      SECTION.
      *Inclui (ou regrava) a taxa de entrega a domicilio de uma zona
      *=================================================================
           DISPLAY "ZONA DE ENTREGA: " AT 2101.
           MOVE SPACES TO WRK-FORMAT.
           ACCEPT WRK-FORMAT(1:3) AT 2118.
           IF WRK-FORMAT EQUAL SPACES
               GOBACK
           END-IF.
           INSPECT WRK-FORMAT CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY "TAXA DE ENTREGA: " AT 2201.
           MOVE SPACES TO WRK-PRICE-MSK.
           ACCEPT WRK-PRICE-MSK AT 2219.
           IF WRK-PRICE-MSK EQUAL SPACES
               GOBACK
           END-IF.
           PERFORM 0005-OPEN-FILE.
           MOVE SPACES TO FS-PRICE.
           SET FS-PRC-TAXA-ENTREGA TO TRUE.
           MOVE WRK-FORMAT TO FS-PRC-ARG.
           MOVE FUNCTION NUMVAL(WRK-PRICE-MSK) TO FS-PRC-VALUE.
           MOVE ZEROES TO FS-PRC-MULT.
           WRITE FS-PRICE
               INVALID KEY
                   REWRITE FS-PRICE
           END-WRITE.
           CLOSE PRECOS.

      *=================================================================
       0038-ADD-LATE-FEE-ENTRY      SECTION.
      *Inclui (ou regrava) a multa diaria, a carencia em dias ou o
      *teto da multa de um formato, conforme a opcao escolhida
      *=================================================================
           DISPLAY "FORMATO (DVD/BLURAY/4K/DIGITAL): " AT 2101.
           MOVE SPACES TO WRK-FORMAT.
           ACCEPT WRK-FORMAT AT 2135.
           IF WRK-FORMAT EQUAL SPACES
               GOBACK
           END-IF.
           EVALUATE WRK-OPTION
               WHEN 'M' WHEN 'm'
                   DISPLAY "MULTA POR DIA: " AT 2201
               WHEN 'G' WHEN 'g'
                   DISPLAY "DIAS DE CARENCIA: " AT 2201
               WHEN OTHER
                   DISPLAY "TETO DA MULTA: " AT 2201
           END-EVALUATE.
           MOVE SPACES TO WRK-PRICE-MSK.
           ACCEPT WRK-PRICE-MSK AT 2219.
           IF WRK-PRICE-MSK EQUAL SPACES
               GOBACK
           END-IF.
           PERFORM 0005-OPEN-FILE.
           MOVE SPACES TO FS-PRICE.
           EVALUATE WRK-OPTION
               WHEN 'M' WHEN 'm'
                   SET FS-PRC-MULTA TO TRUE
               WHEN 'G' WHEN 'g'
                   SET FS-PRC-CARENCIA TO TRUE
               WHEN OTHER
                   SET FS-PRC-TETO TO TRUE
           END-EVALUATE.
           MOVE WRK-FORMAT TO FS-PRC-ARG.
           MOVE FUNCTION NUMVAL(WRK-PRICE-MSK) TO FS-PRC-VALUE.
           MOVE ZEROES TO FS-PRC-MULT.
           WRITE FS-PRICE
               INVALID KEY
                   REWRITE FS-PRICE
           END-WRITE.
           CLOSE PRECOS.

      *=================================================================
       0039-ADD-COMMISSION-RATE      SECTION.
      *Inclui (ou regrava) o percentual de comissao de vendas de um
      *tipo de item do diario; so o gerente mexe nesta tabela
      *=================================================================
           PERFORM 0045-CHECK-MANAGER.
           DISPLAY "ITEM (V=USADO, T=VALE, N=ADESAO, W=SEGURO, "
               "Q=EQUIPAMENTO): " AT 2101.
           MOVE SPACES TO WRK-ITEM-TYPE.
           ACCEPT WRK-ITEM-TYPE AT 2161.
           PERFORM 0046-CHECK-ITEM-TYPE.
           DISPLAY "PERCENTUAL DE COMISSAO: " AT 2201.
           MOVE SPACES TO WRK-PRICE-MSK.
           ACCEPT WRK-PRICE-MSK AT 2226.
           IF WRK-PRICE-MSK EQUAL SPACES
               GOBACK
           END-IF.
           PERFORM 0005-OPEN-FILE.
           MOVE SPACES TO FS-PRICE.
           SET FS-PRC-COMISSAO TO TRUE.
           MOVE SPACES TO FS-PRC-ARG.
           MOVE WRK-ITEM-TYPE TO FS-PRC-ARG(1:1).
           MOVE FUNCTION NUMVAL(WRK-PRICE-MSK) TO FS-PRC-VALUE.
           MOVE ZEROES TO FS-PRC-MULT.
           WRITE FS-PRICE
               INVALID KEY
                   REWRITE FS-PRICE
           END-WRITE.
           CLOSE PRECOS.

      *=================================================================
       0040-REMOVE-ENTRY      SECTION.
      *Remove uma entrada da tabela (faixa de dias ou formato)
      *=================================================================
           DISPLAY "TIPO (D=DIAS,F=FORMATO,C=CAUCAO,V=VIDA,M=MULTA,"
               "G=CARENCIA,T=TETO,O=COMIS,E=ZONA): " AT 2101.
           DISPLAY "     (J=DIAS JOGO,P=CONSOLE): " AT 2201.
           MOVE SPACES TO WRK-OPTION.
           ACCEPT WRK-OPTION AT 2231.
           IF WRK-OPTION EQUAL 'O' OR WRK-OPTION EQUAL 'o'
               PERFORM 0045-CHECK-MANAGER
               DISPLAY "ITEM (V/T/N/W/Q): " AT 2201
               MOVE SPACES TO WRK-ITEM-TYPE
               ACCEPT WRK-ITEM-TYPE AT 2220
               PERFORM 0046-CHECK-ITEM-TYPE
           END-IF.
           PERFORM 0005-OPEN-FILE.
           MOVE SPACES TO FS-PRC-ARG.
           EVALUATE WRK-OPTION
               WHEN 'D' WHEN 'd'
               WHEN 'J' WHEN 'j'
                   IF WRK-OPTION EQUAL 'J' OR WRK-OPTION EQUAL 'j'
                       SET FS-PRC-FAIXA-JOGO TO TRUE
                   ELSE
                       SET FS-PRC-FAIXA-DIAS TO TRUE
                   END-IF
                   DISPLAY "ATE QUANTOS DIAS: " AT 2201
                   MOVE SPACES TO WRK-DIAS-MSK
                   ACCEPT WRK-DIAS-MSK AT 2220
                   MOVE WRK-DIAS-MSK TO WRK-DIAS
                   MOVE WRK-DIAS TO FS-PRC-ARG(1:3)
               WHEN 'P' WHEN 'p'
                   SET FS-PRC-COMPATIVEL TO TRUE
                   DISPLAY "CONSOLE: " AT 2201
                   MOVE SPACES TO WRK-FORMAT
                   ACCEPT WRK-FORMAT(1:5) AT 2211
                   DISPLAY "PLATAFORMA DO JOGO: " AT 2301
                   ACCEPT WRK-FORMAT(6:5) AT 2322
                   INSPECT WRK-FORMAT CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   MOVE WRK-FORMAT TO FS-PRC-ARG
               WHEN 'C' WHEN 'c'
                   SET FS-PRC-CAUCAO TO TRUE
                   DISPLAY "FORMATO: " AT 2201
                   ACCEPT WRK-FORMAT AT 2211
                   MOVE WRK-FORMAT TO FS-PRC-ARG
               WHEN 'V' WHEN 'v'
               WHEN 'M' WHEN 'm'
               WHEN 'G' WHEN 'g'
               WHEN 'T' WHEN 't'
                   EVALUATE WRK-OPTION
                       WHEN 'V' WHEN 'v'
                           SET FS-PRC-VIDA TO TRUE
                       WHEN 'M' WHEN 'm'
                           SET FS-PRC-MULTA TO TRUE
                       WHEN 'G' WHEN 'g'
                           SET FS-PRC-CARENCIA TO TRUE
                       WHEN OTHER
                           SET FS-PRC-TETO TO TRUE
                   END-EVALUATE
                   DISPLAY "FORMATO: " AT 2201
                   MOVE SPACES TO WRK-FORMAT
                   ACCEPT WRK-FORMAT AT 2211
                   MOVE WRK-FORMAT TO FS-PRC-ARG
               WHEN 'O' WHEN 'o'
                   SET FS-PRC-COMISSAO TO TRUE
                   MOVE WRK-ITEM-TYPE TO FS-PRC-ARG(1:1)
               WHEN 'E' WHEN 'e'
                   SET FS-PRC-TAXA-ENTREGA TO TRUE
                   DISPLAY "ZONA: " AT 2201
                   MOVE SPACES TO WRK-FORMAT
                   ACCEPT WRK-FORMAT(1:3) AT 2208
                   INSPECT WRK-FORMAT CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   MOVE WRK-FORMAT TO FS-PRC-ARG
               WHEN OTHER
                   SET FS-PRC-FORMATO TO TRUE
                   DISPLAY "FORMATO: " AT 2201
                   DISPLAY "ENTRADA NAO ENCONTRADA" AT 2301
           END-DELETE.
           CLOSE PRECOS.

      *=================================================================
       0045-CHECK-MANAGER      SECTION.
      *Percentuais de comissao so podem ser mexidos pelo gerente
      *=================================================================
           CALL "CHECKNIVEL" USING LNK-OPERATOR, WRK-MIN-LEVEL,
               WRK-NIVEL-STATUS, "COMISSOES       ".
           IF WRK-NIVEL-STATUS NOT EQUAL ZEROES
               CALL "ERROS" USING WRK-NIVEL-STATUS, "CADASTRARPRECO"
               GOBACK
           END-IF.

      *=================================================================
       0046-CHECK-ITEM-TYPE      SECTION.
      *Aceita so os tipos de linha do diario que pagam comissao
      *=================================================================
           INSPECT WRK-ITEM-TYPE CONVERTING "vtnwq" TO "VTNWQ".
           IF WRK-ITEM-TYPE NOT EQUAL "V" AND NOT EQUAL "T"
               AND NOT EQUAL "N" AND NOT EQUAL "W" AND NOT EQUAL "Q"
               DISPLAY "TIPO DE ITEM INVALIDO - PRESSIONE ENTER"
                   AT 2301
               ACCEPT WRK-TECLA AT 2341
               GOBACK
           END-IF.
       END PROGRAM CADASTRARPRECO.
