      *==           LISTA PROPRIA. RESULTADO EM RELCLIRE.DAT.
      *== DATA: 02/09/2026
      *== OBSERVACOES:
      *== 15/10/2026: ALEM DO VENDAS.DAT, LE TAMBEM OS ARQUIVOS MORTOS
      *==             (VENDAS-AAAAMM.DAT DO PROGARQV) DOS ULTIMOS 60
      *==             MESES, OU DESDE O INICIO DA JANELA SE ELA FOR
      *==             MAIS ANTIGA: CLIENTE CUJA ULTIMA COMPRA JA FOI
      *==             ARQUIVADA SAIA COMO "SEM COMPRA". O RESUMO DIARIO
      *==             (RESVDIA.DAT) NAO TRAZ O CLIENTE DA VENDA.
      *-----------------------------------------------------------------

      *=================================================================
           SELECT RELCLIRE ASSIGN TO "RELCLIRE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELCLIRE.
           SELECT ARQMORTO ASSIGN TO DYNAMIC WRK-NOME-MORTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQMORTO.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD  RELCLIRE.
       01  REG-RELCLIRE              PIC X(120).

       FD  ARQMORTO.
       01  REG-ARQMORTO              PIC X(100).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-VENDAS==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-CLIENTE==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-RELCLIRE==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-ARQMORTO==.

       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-DATA-INI              PIC 9(08)       VALUE ZEROS.
       77 WRK-VALOR-FORM            PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-CT-FORM               PIC ZZZZ9       VALUE ZEROS.
       77 WRK-FAIXA                 PIC X(10)       VALUE SPACES.
       77 WRK-NOME-MORTO            PIC X(20)       VALUE SPACES.
       77 WRK-MES                   PIC 9(06)       VALUE ZEROS.
       77 WRK-MES-FIM               PIC 9(06)       VALUE ZEROS.
       01  WRK-MES-PARTES.
           03  WRK-MES-ANO          PIC 9(04).
           03  WRK-MES-MM           PIC 9(02).

       01  TAB-CLIENTES.
           03  TAB-CLI-REG OCCURS 500 TIMES
           ACCEPT WRK-DATA-FIM
           PERFORM 0100-ABRE-ARQUIVOS
           PERFORM 0200-APURA-VENDAS
      **** MESES ARQUIVADOS: 60 MESES PARA TRAS (OU DESDE O INICIO DA
      **** JANELA, SE MAIS ANTIGO) ATE O MES CORRENTE, POIS A ULTIMA
      **** COMPRA DO CLIENTE NAO DEPENDE DA JANELA.
           MOVE WRK-DATA-SISTEMA(1:6) TO WRK-MES-PARTES
           SUBTRACT 5 FROM WRK-MES-ANO
           MOVE WRK-MES-PARTES TO WRK-MES
           IF WRK-DATA-INI NOT EQUAL ZEROS
              AND WRK-DATA-INI(1:6) < WRK-MES
               MOVE WRK-DATA-INI(1:6) TO WRK-MES
           END-IF
           MOVE WRK-DATA-SISTEMA(1:6) TO WRK-MES-FIM
           PERFORM UNTIL WRK-MES > WRK-MES-FIM
               PERFORM 0250-APURA-MORTO
               PERFORM 0260-PROXIMO-MES
           END-PERFORM
           PERFORM 0300-CRUZA-CADASTRO
           PERFORM 0900-FECHA-ARQUIVOS
           STOP RUN.
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       PERFORM 0205-FILTRA-VENDA
               END-READ
           END-PERFORM
       .
       0205-FILTRA-VENDA           SECTION.
           IF REG-VND-TIPO EQUAL 'H'
              AND REG-VND-CLIENTE NUMERIC
              AND REG-VND-CLIENTE > ZEROS
              AND REG-VND-DATA NUMERIC
               PERFORM 0210-ACUMULA-CLIENTE
           END-IF
       .
       0210-ACUMULA-CLIENTE        SECTION.
           MOVE ZEROS TO WRK-POS-CLI
           PERFORM VARYING WRK-K FROM 1 BY 1
           END-IF
       0210-FIM.
           EXIT.
       0250-APURA-MORTO            SECTION.
      **** ARQUIVO MORTO DO MES (VENDAS-AAAAMM.DAT, MESMO LAYOUT DO
      **** VENDFD). MES AINDA NAO ARQUIVADO (FS=35) ESTA TODO NO
      **** VENDAS.DAT. A LINHA E LEVADA PARA A AREA DO VENDAS, QUE
      **** SEGUE ABERTO, PARA PASSAR PELO MESMO FILTRO.
           MOVE SPACES TO WRK-NOME-MORTO
           STRING "VENDAS-"        DELIMITED BY SIZE
                  WRK-MES          DELIMITED BY SIZE
                  ".DAT"           DELIMITED BY SIZE
               INTO WRK-NOME-MORTO
           END-STRING
           OPEN INPUT ARQMORTO
           IF WRK-FS-ARQMORTO EQUAL '35'
               GO TO 0250-FIM
           END-IF
           IF NOT FS-OK IN WRK-FS-ARQMORTO
               DISPLAY "AVISO: " WRK-NOME-MORTO " NAO ABRIU. FS="
                       WRK-FS-ARQMORTO " - MES FORA DA APURACAO."
               MOVE 8 TO RETURN-CODE
               GO TO 0250-FIM
           END-IF
           MOVE SPACE TO WRK-EOF
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ ARQMORTO
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       MOVE REG-ARQMORTO(1:91) TO REG-VENDA-ITEM
                       PERFORM 0205-FILTRA-VENDA
               END-READ
           END-PERFORM
           CLOSE ARQMORTO
       0250-FIM.
           EXIT.
       0260-PROXIMO-MES            SECTION.
           MOVE WRK-MES TO WRK-MES-PARTES
           IF WRK-MES-MM >= 12
               ADD 1 TO WRK-MES-ANO
               MOVE 1 TO WRK-MES-MM
           ELSE
               ADD 1 TO WRK-MES-MM
           END-IF
           MOVE WRK-MES-PARTES TO WRK-MES
       .
       0300-CRUZA-CADASTRO         SECTION.
           MOVE SPACE TO WRK-EOF
           MOVE LOW-VALUES TO CD-CLIENTE
