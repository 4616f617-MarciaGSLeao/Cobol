      *==           CONTAGEM SER PENDURADA NO MOVIMENTO EXATO.
      *== DATA: 02/09/2026
      *== OBSERVACOES:
      *== 15/10/2026: LE TAMBEM OS MORTOS DO LEDGER (ESTMOV-AAAAMM.DAT,
      *==             GRAVADOS PELA ROTACAO DOS LOGS DO PROGROTL) ANTES
      *==             DO VIVO, DO MES DA DATA INICIAL (OU DO MORTO MAIS
      *==             ANTIGO DA TABELA DE RETENCAO) ATE O ULTIMO MES
      *==             ROTACIONADO, PARA O SALDO CONTINUAR ANDANDO DESDE
      *==             O PRIMEIRO MOVIMENTO.
      *-----------------------------------------------------------------

      *=================================================================
           SELECT RELKARD ASSIGN TO "RELKARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELKARD.
           SELECT ARQMORTO ASSIGN TO DYNAMIC WRK-NOME-MORTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQMORTO.
           SELECT RETENCAO ASSIGN TO "RETENCAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RETENCAO.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD  RELKARD.
       01  REG-RELKARD               PIC X(100).

       FD  ARQMORTO.
       01  REG-ARQMORTO              PIC X(62).

       FD  RETENCAO.
       COPY RETENFD.

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-ESTMOV==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PRODUTO==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-RELKARD==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-ARQMORTO==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-RETENCAO==.

       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-CD-CONSULTA           PIC 9(06)       VALUE ZEROS.
       77 WRK-ESTOQUE-FORM          PIC ZZZ.ZZ9,999 VALUE ZEROS.
       77 WRK-CT-FORM               PIC ZZZ.ZZ9     VALUE ZEROS.
       77 WRK-DIF-SALDO             PIC S9(08)V999  VALUE ZEROS.

      *==  MESES DOS MORTOS DO LEDGER A LER (ZEROS = NENHUM) E SE HA
      *==  LEDGER VIVO.
       77 WRK-TEM-VIVO              PIC X(01)       VALUE 'S'.
       77 WRK-NOME-MORTO            PIC X(20)       VALUE SPACES.
       77 WRK-MES-INI               PIC 9(06)       VALUE ZEROS.
       77 WRK-MES-FIM               PIC 9(06)       VALUE ZEROS.
       77 WRK-MES                   PIC 9(06)       VALUE ZEROS.
       01  WRK-MES-PARTES.
           03  WRK-MES-ANO          PIC 9(04).
           03  WRK-MES-MM           PIC 9(02).
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           ACCEPT WRK-DATA-INI
           DISPLAY "DATA FINAL AAAAMMDD (ZEROS = SEM FILTRO): "
           ACCEPT WRK-DATA-FIM
           PERFORM 0050-MESES-MORTOS
           PERFORM 0100-ABRE-ARQUIVOS
           IF WRK-MES-INI NOT EQUAL ZEROS
               MOVE WRK-MES-INI TO WRK-MES
               PERFORM UNTIL WRK-MES > WRK-MES-FIM
                   PERFORM 0250-ANDA-MORTO
                   PERFORM 0260-PROXIMO-MES
               END-PERFORM
           END-IF
           IF WRK-TEM-VIVO EQUAL 'S'
               PERFORM 0200-ANDA-SALDO
           END-IF
           PERFORM 0300-CONFERE-CADASTRO
           PERFORM 0400-FECHA-ARQUIVOS
           STOP RUN.

       0050-MESES-MORTOS           SECTION.
      **** OS MORTOS VAO DO MES DO MORTO MAIS ANTIGO (OU DA DATA
      **** INICIAL, SE FOR POSTERIOR) ATE O MES ANTERIOR AO ULTIMO
      **** CORTE (OU DA DATA FINAL, SE FOR ANTERIOR). SEM TABELA DE
      **** RETENCAO NADA FOI ROTACIONADO AINDA.
           OPEN INPUT RETENCAO
           IF NOT FS-OK IN WRK-FS-RETENCAO
               GO TO 0050-FIM
           END-IF
           MOVE SPACE TO WRK-EOF
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ RETENCAO
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF RTC-ARQUIVO EQUAL "ESTMOV"
                          AND RTC-PRIMEIRO-MES NUMERIC
                          AND RTC-ULTIMO-CORTE NUMERIC
                          AND RTC-PRIMEIRO-MES > ZEROS
                          AND RTC-ULTIMO-CORTE > ZEROS
                           MOVE RTC-PRIMEIRO-MES TO WRK-MES-INI
                           MOVE RTC-ULTIMO-CORTE(1:6) TO WRK-MES-FIM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RETENCAO
           MOVE SPACE TO WRK-EOF
           IF WRK-MES-INI EQUAL ZEROS
               GO TO 0050-FIM
           END-IF
           MOVE WRK-MES-FIM TO WRK-MES-PARTES
           IF WRK-MES-MM <= 1
               SUBTRACT 1 FROM WRK-MES-ANO
               MOVE 12 TO WRK-MES-MM
           ELSE
               SUBTRACT 1 FROM WRK-MES-MM
           END-IF
           MOVE WRK-MES-PARTES TO WRK-MES-FIM
           IF WRK-DATA-INI NOT EQUAL ZEROS
              AND WRK-DATA-INI(1:6) > WRK-MES-INI
               MOVE WRK-DATA-INI(1:6) TO WRK-MES-INI
           END-IF
           IF WRK-DATA-FIM NOT EQUAL ZEROS
              AND WRK-DATA-FIM(1:6) < WRK-MES-FIM
               MOVE WRK-DATA-FIM(1:6) TO WRK-MES-FIM
           END-IF
           IF WRK-MES-INI > WRK-MES-FIM
               MOVE ZEROS TO WRK-MES-INI
           END-IF
       0050-FIM.
           EXIT.
       0100-ABRE-ARQUIVOS          SECTION.
           OPEN INPUT ESTMOV
           IF WRK-FS-ESTMOV EQUAL '35'
               IF WRK-MES-INI EQUAL ZEROS
                   DISPLAY "LEDGER DE MOVIMENTOS VAZIO. NADA A LISTAR."
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WRK-TEM-VIVO
           END-IF
           IF WRK-TEM-VIVO EQUAL 'S'
              AND NOT FS-OK IN WRK-FS-ESTMOV
           IF NOT FS-OK IN WRK-FS-ESTMOV
               DISPLAY "ERRO AO ABRIR O ARQUIVO ESTMOV. FS="
                       WRK-FS-ESTMOV
                       WRK-FS-RELKARD
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGKARD  '
                    'RELKARD   ' WRK-FS-RELKARD
               IF WRK-TEM-VIVO EQUAL 'S'
                   CLOSE ESTMOV
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
               END-READ
           END-PERFORM
       .
       0250-ANDA-MORTO             SECTION.
      **** MORTO DO LEDGER DO MES (ESTMOV-AAAAMM.DAT, MESMA LINHA DO
      **** VIVO). A LINHA E LEVADA PARA A AREA DO ESTMOV E PASSA PELO
      **** MESMO FILTRO. MES SEM MORTO (FS=35) E PULADO.
           MOVE SPACES TO WRK-NOME-MORTO
           STRING "ESTMOV-"        DELIMITED BY SIZE
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
                       WRK-FS-ARQMORTO " - MES FORA DO KARDEX."
               MOVE 8 TO RETURN-CODE
               GO TO 0250-FIM
           END-IF
           MOVE SPACE TO WRK-EOF
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ ARQMORTO
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       MOVE REG-ARQMORTO TO REG-ESTMOV
                       IF MOV-PRODUTO EQUAL WRK-CD-CONSULTA
                          AND (WRK-DATA-INI EQUAL ZEROS
                               OR MOV-DATA >= WRK-DATA-INI)
                          AND (WRK-DATA-FIM EQUAL ZEROS
                               OR MOV-DATA <= WRK-DATA-FIM)
                           PERFORM 0210-GRAVA-MOVIMENTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQMORTO
           MOVE SPACE TO WRK-EOF
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
       0210-GRAVA-MOVIMENTO        SECTION.
           ADD 1 TO WRK-CT-MOVS
           IF MOV-SINAL EQUAL '-'
           WRITE REG-RELKARD
       .
       0400-FECHA-ARQUIVOS         SECTION.
           IF WRK-TEM-VIVO EQUAL 'S'
               CLOSE ESTMOV
           END-IF
           IF WRK-FS-PRODUTO EQUAL '00'
               CLOSE PRODUTO
           END-IF
