      *==           PARA DECIDIR DE QUEM PARAR DE COMPRAR.
      *== DATA: 02/09/2026
      *== OBSERVACOES:
      *== 15/10/2026: A PONTUALIDADE DE CADA FORNECEDOR TAMBEM E
      *==             GRAVADA NO PRAZFORN.DAT (COPY PRAZFD), COM A
      *==             NOTA = PERCENTUAL DE ENTREGAS NO PRAZO, QUE O
      *==             PROGCOMP USA PARA DESEMPATAR FORNECEDORES DE
      *==             MESMO CUSTO NA TABELA DE PRECOS.
      *-----------------------------------------------------------------

      *=================================================================
           SELECT RELPRAZO ASSIGN TO "RELPRAZO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELPRAZO.
           SELECT PRAZFORN ASSIGN TO "PRAZFORN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRZ-FORNECEDOR
               FILE STATUS IS WRK-FS-PRAZFORN.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD  RELPRAZO.
       01  REG-RELPRAZO              PIC X(90).

       FD  PRAZFORN.
       COPY PRAZFD.

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PEDLINHA==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-FORNECEDOR==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-RELPRAZO==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PRAZFORN==.

       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-DIAS-ATRASO           PIC S9(05)      VALUE ZEROS.
       77 WRK-MEDIA-FORM            PIC ZZZ9,9      VALUE ZEROS.
       77 WRK-MEDIA-ATRASO          PIC 9(04)V9     VALUE ZEROS.
       77 WRK-K                     PIC 9(02)       VALUE ZEROS.
       77 WRK-DATA-SISTEMA          PIC 9(08)       VALUE ZEROS.
       77 WRK-PRAZFORN-ABERTO       PIC X(02)       VALUE SPACES.
           88  WRK-PRAZFORN-OK                      VALUE '00'.

       01  TAB-FORNECEDORES.
           03  TAB-FORN OCCURS 50 TIMES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      **** O ARQUIVO DE NOTAS E REFEITO A CADA APURACAO. SEM ELE O
      **** RELATORIO SAI DO MESMO JEITO E O PROGCOMP DESEMPATA SEM
      **** A NOTA.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           OPEN OUTPUT PRAZFORN
           MOVE WRK-FS-PRAZFORN TO WRK-PRAZFORN-ABERTO
           IF NOT WRK-PRAZFORN-OK
               DISPLAY "ERRO AO ABRIR O ARQUIVO PRAZFORN. FS="
                       WRK-FS-PRAZFORN ". NOTAS NAO GRAVADAS."
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGPRAZ  '
                    'PRAZFORN  ' WRK-FS-PRAZFORN
               MOVE 8 TO RETURN-CODE
           END-IF
       .
       0200-APURA-ENTREGAS         SECTION.
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               INTO REG-RELPRAZO
           WRITE REG-RELPRAZO

           MOVE ZEROS TO WRK-MEDIA-ATRASO
           IF TAB-FORN-ATRASOS(WRK-K) > ZEROS
               COMPUTE WRK-MEDIA-ATRASO ROUNDED =
                   TAB-FORN-DIAS(WRK-K) / TAB-FORN-ATRASOS(WRK-K)
                   INTO REG-RELPRAZO
               WRITE REG-RELPRAZO
           END-IF

           IF WRK-PRAZFORN-OK
               MOVE TAB-FORN-CODIGO(WRK-K)   TO PRZ-FORNECEDOR
               MOVE TAB-FORN-NO-PRAZO(WRK-K) TO PRZ-NO-PRAZO
               MOVE TAB-FORN-ATRASOS(WRK-K)  TO PRZ-ATRASOS
               MOVE WRK-MEDIA-ATRASO         TO PRZ-MEDIA-ATRASO
               COMPUTE PRZ-NOTA ROUNDED =
                   TAB-FORN-NO-PRAZO(WRK-K) * 100
                   / (TAB-FORN-NO-PRAZO(WRK-K)
                      + TAB-FORN-ATRASOS(WRK-K))
               MOVE WRK-DATA-SISTEMA         TO PRZ-DT-APURACAO
               WRITE REG-PRAZFORN
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A NOTA DO FORNECEDOR "
                               PRZ-FORNECEDOR ". FS=" WRK-FS-PRAZFORN
               END-WRITE
           END-IF
       .
       0400-FECHA-ARQUIVOS         SECTION.
           CLOSE PEDLINHA
               CLOSE FORNECEDOR
           END-IF
           CLOSE RELPRAZO
           IF WRK-PRAZFORN-OK
               CLOSE PRAZFORN
           END-IF
           DISPLAY "RELATORIO DE PONTUALIDADE GRAVADO EM "
                   "RELPRAZO.DAT. FORNECEDORES: "
                   WRK-CT-FORNECEDORES
