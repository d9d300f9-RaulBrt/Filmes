      *           numero da copia, titulo e formato -- o fim das
      *           etiquetas manuscritas que causavam erros de
      *           prateleira e de digitacao no balcao.
      *-----------------------------------------------------------------
      * 15/OUT/2026 RTB - Digito verificador da chave da copia
      *                   (DIGITOCOPIA) impresso junto do numero da
      *                   copia e codigo de barras com filme, copia e
      *                   digito, conferidos no balcao (CONFERECOPIA)
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPRIMIRETIQUETA.
       77  WRK-ETQ-FSTAT              PIC 9(03) VALUE ZEROES.
       77  WRK-TRIES                  PIC 9(01) VALUE ZEROES.
       77  WRK-BUFF                   PIC X(40) VALUE SPACES.
       77  WRK-DIGIT                  PIC 9(01) VALUE ZEROES.
       LINKAGE SECTION.
       77  LNK-MOV-COD                PIC 9(05).
       77  LNK-COPY-NUM               PIC 9(03).
           MOVE ALL "=" TO WRK-BUFF.
           WRITE FS-ETQ-LINE FROM WRK-BUFF.

           CALL "DIGITOCOPIA" USING LNK-MOV-COD, LNK-COPY-NUM,
               WRK-DIGIT.
           MOVE SPACES TO WRK-BUFF.
           STRING "FILME " LNK-MOV-COD " COPIA " LNK-COPY-NUM
               "-" WRK-DIGIT
               INTO WRK-BUFF.
           WRITE FS-ETQ-LINE FROM WRK-BUFF.

      *Codigo de barras (fonte Code 39, entre asteriscos): filme, copia
      *e digito, o mesmo codigo completo aceito no balcao
           MOVE SPACES TO WRK-BUFF.
           STRING "*" LNK-MOV-COD LNK-COPY-NUM WRK-DIGIT "*"
               INTO WRK-BUFF.
           WRITE FS-ETQ-LINE FROM WRK-BUFF.

