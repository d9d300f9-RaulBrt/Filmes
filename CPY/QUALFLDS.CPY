      *=================================================================
      * Copybook: QUALFLDS
      * Autor: RAUL T. BERTO
      * Data: 15/OUT/2026
      * Objetivo: Layout de uma rodada da conferencia de qualidade do
      *           catalogo (QUALIDADE.DAT, gravado pelo
      *           CONFERECATALOGO): data e hora da rodada, operador,
      *           titulos lidos, titulos com algum problema e a
      *           quantidade de ocorrencias de cada tipo de problema,
      *           para comparar uma rodada com a anterior e ver se o
      *           catalogo esta ficando mais limpo.
      *           Tipos: 01 genero fora de GENRES.DAT, 02 distribuidora
      *           fora de DISTRIB.DAT, 03 classificacao invalida,
      *           04 ano zerado ou futuro, 05 duracao zerada, 06 preco
      *           de aluguel zerado, 07 custo zerado, 08 secao em
      *           branco ou fora de SECOES.DAT, 09 serie usada uma so
      *           vez, 10 sem sinopse e sem elenco.
      *=================================================================
           05 FS-QUA-DATE           PIC 9(08) VALUE ZEROES.
           05 FS-QUA-TIME           PIC 9(08) VALUE ZEROES.
           05 FS-QUA-OPERATOR       PIC X(08) VALUE SPACES.
           05 FS-QUA-TITLES         PIC 9(05) VALUE ZEROES.
           05 FS-QUA-BAD-TITLES     PIC 9(05) VALUE ZEROES.
           05 FS-QUA-COUNT          PIC 9(05) VALUE ZEROES
                                     OCCURS 10 TIMES.
