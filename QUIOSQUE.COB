      *           inatividade, e so um gerente (senha) encerra o
      *           quiosque. Metade das interrupcoes do balcao e
      *           "voces tem...?".
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Cabecalho das telas marcado no modo
      *                   treinamento (MARCATREINO)
      * 15/OUT/2026 RTB - Chave alternativa de MOVIES.DAT pelo titulo
      *                   declarada no SELECT
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUIOSQUE.
           FILE STATUS IS WRK-MOV-FSTAT
           ORGANISATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FS-MOV-COD
           ALTERNATE RECORD KEY IS FS-MOV-TITLE WITH DUPLICATES.

           SELECT SINOPSE ASSIGN TO "SINOPSE.DAT"
           FILE STATUS IS WRK-SYN-FSTAT
                                     ==FS-MOV-SUBTITLE==
                                         BY ==WRK-MOV-SUBTITLE==
                                     ==FS-MOV-SECTION==
                                         BY ==WRK-MOV-SECTION==
                                     ==FS-MOV-ITEM-TYPE==
                                         BY ==WRK-MOV-ITEM-TYPE==
                                     ==FS-MOV-PLATFORM==
                                         BY ==WRK-MOV-PLATFORM==.

       SCREEN  SECTION.
       01  CLEAR.
      *volta para ca quando o cliente termina (ou desiste)
      *=================================================================
           DISPLAY CLEAR-SCREEN.
           DISPLAY ATTRACT-SCREEN
           CALL "MARCATREINO".
           ACCEPT WRK-TECLA.
           PERFORM 0020-BROWSE-MENU.

      *Menu de consulta do cliente: busca por titulo, navegacao por
      *genero; ENTER devolve a tela de descanso
      *=================================================================
           DISPLAY CLEAR-SCREEN
           CALL "MARCATREINO".
           DISPLAY "CONSULTA DE FILMES" AT 0101.
           DISPLAY "BUSCAR POR TITULO (T)" AT 0305.
           DISPLAY "VER POR GENERO (G)" AT 0405.
       0040-BROWSE-GENRE      SECTION.
      *Lista os titulos de um genero com a disponibilidade
      *=================================================================
           DISPLAY CLEAR-SCREEN
           CALL "MARCATREINO".
           DISPLAY "GENERO: " AT 0305.
           MOVE SPACES TO WRK-GENRE.
           ACCEPT WRK-GENRE AT 0313.
           IF WRK-STATUS NOT EQUAL ZEROES
               GO TO 0050-FIM
           END-IF.
           DISPLAY CLEAR-SCREEN
           CALL "MARCATREINO".
           MOVE 02 TO WRK-LINE.
           MOVE SPACES TO WRK-BUFF.
           STRING "TITULO: " WRK-MOV-TITLE INTO WRK-BUFF.
       0060-MANAGER-EXIT      SECTION.
      *Encerramento do quiosque, so com a senha de um gerente
      *=================================================================
           DISPLAY CLEAR-SCREEN
           CALL "MARCATREINO".
           DISPLAY "ENCERRAR O QUIOSQUE - GERENTE: " AT 0505.
           MOVE SPACES TO WRK-EXIT-ID.
           ACCEPT WRK-EXIT-ID AT 0537.
