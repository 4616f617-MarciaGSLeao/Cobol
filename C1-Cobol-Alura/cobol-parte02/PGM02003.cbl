      *           ACAO, GRAVANDO O RESULTADO EM RELAUDIT.DAT.
      * DATA: 21/08/2026
      * HISTORICO:
      * 15/10/2026 - PASSOU A LER TAMBEM OS MORTOS DA TRILHA
      *              (AUDITORIA-AAAAMM.DAT, GRAVADOS PELA ROTACAO DOS
      *              LOGS DO PROGROTL) ANTES DO ARQUIVO VIVO, DO MES DA
      *              DATA INICIAL (OU DO MORTO MAIS ANTIGO DA TABELA DE
      *              RETENCAO, RETENCAO.DAT) ATE O ULTIMO MES
      *              ROTACIONADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM02003.
           SELECT RELAUDIT ASSIGN TO "RELAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELAUDIT.
           SELECT ARQMORTO ASSIGN TO DYNAMIC WRK-NOME-MORTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQMORTO.
           SELECT RETENCAO ASSIGN TO "RETENCAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RETENCAO.

      ******************************************************************
       DATA           DIVISION.
       FD  RELAUDIT.
       01  REG-RELAUDIT              PIC X(500).

       FD  ARQMORTO.
       01  REG-ARQMORTO              PIC X(500).

      * TABELA DE RETENCAO DOS LOGS, MANTIDA PELO PROGROTL.
       FD  RETENCAO.
       01  REG-RETENCAO.
           03  RTC-ARQUIVO           PIC X(10).
           03  RTC-MESES             PIC 9(03).
           03  RTC-PRIMEIRO-MES      PIC 9(06).
           03  RTC-ULTIMO-CORTE      PIC 9(08).
           03  RTC-DT-ALTERACAO      PIC 9(08).

       WORKING-STORAGE SECTION.
       77 WRK-FS-AUDITORIA  PIC X(02)       VALUE SPACES.
       77 WRK-FS-RELAUDIT   PIC X(02)       VALUE SPACES.
       77 WRK-FS-ARQMORTO   PIC X(02)       VALUE SPACES.
       77 WRK-FS-RETENCAO   PIC X(02)       VALUE SPACES.
       77 WRK-NOME-MORTO    PIC X(24)       VALUE SPACES.
       77 WRK-MES-INI       PIC 9(06)       VALUE ZEROS.
       77 WRK-MES-FIM       PIC 9(06)       VALUE ZEROS.
       77 WRK-MES           PIC 9(06)       VALUE ZEROS.
       01 WRK-MES-PARTES.
           03 WRK-MES-ANO   PIC 9(04).
           03 WRK-MES-MM    PIC 9(02).
       77 WRK-EOF           PIC X(01)       VALUE SPACES.
       77 WRK-DATA-INI      PIC 9(08)       VALUE ZEROS.
       77 WRK-DATA-FIM      PIC 9(08)       VALUE ZEROS.
           ACCEPT WRK-FIL-ACAO.

       3000-FILTRA-TRILHA   SECTION.
           PERFORM 3200-MESES-MORTOS.
           IF WRK-MES-INI NOT EQUAL ZEROS
               MOVE WRK-MES-INI TO WRK-MES
               PERFORM UNTIL WRK-MES > WRK-MES-FIM
                   PERFORM 3300-LE-MORTO
                   PERFORM 3400-PROXIMO-MES
               END-PERFORM
           END-IF.
           MOVE SPACES TO WRK-EOF.
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ AUDITORIA
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       PERFORM 3050-TRATA-LINHA
               END-READ
           END-PERFORM.

       3050-TRATA-LINHA     SECTION.
           ADD 1 TO WRK-CT-LIDAS.
           PERFORM 3100-APLICA-FILTROS.
           IF WRK-PASSA-FILTROS
               ADD 1 TO WRK-CT-LISTADAS
               MOVE REG-AUDITORIA TO REG-RELAUDIT
               WRITE REG-RELAUDIT
           END-IF.

       3100-APLICA-FILTROS  SECTION.
           MOVE 'S' TO WRK-LINHA-PASSA.
           IF AUD-DATA NOT NUMERIC
               MOVE 'N' TO WRK-LINHA-PASSA
           END-IF.

       3200-MESES-MORTOS    SECTION.
      * OS MORTOS VAO DO MES DO MORTO MAIS ANTIGO (OU DA DATA INICIAL,
      * SE FOR POSTERIOR) ATE O MES ANTERIOR AO ULTIMO CORTE (OU DA
      * DATA FINAL, SE FOR ANTERIOR). SEM RETENCAO.DAT NADA FOI
      * ROTACIONADO AINDA.
           MOVE ZEROS TO WRK-MES-INI.
           OPEN INPUT RETENCAO.
           IF WRK-FS-RETENCAO NOT EQUAL '00'
               GO TO 3200-FIM
           END-IF.
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ RETENCAO
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF RTC-ARQUIVO EQUAL "AUDITORIA"
                          AND RTC-PRIMEIRO-MES NUMERIC
                          AND RTC-ULTIMO-CORTE NUMERIC
                          AND RTC-PRIMEIRO-MES > ZEROS
                          AND RTC-ULTIMO-CORTE > ZEROS
                           MOVE RTC-PRIMEIRO-MES TO WRK-MES-INI
                           MOVE RTC-ULTIMO-CORTE(1:6) TO WRK-MES-FIM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RETENCAO.
           MOVE SPACES TO WRK-EOF.
           IF WRK-MES-INI EQUAL ZEROS
               GO TO 3200-FIM
           END-IF.
           MOVE WRK-MES-FIM TO WRK-MES-PARTES.
           IF WRK-MES-MM <= 1
               SUBTRACT 1 FROM WRK-MES-ANO
               MOVE 12 TO WRK-MES-MM
           ELSE
               SUBTRACT 1 FROM WRK-MES-MM
           END-IF.
           MOVE WRK-MES-PARTES TO WRK-MES-FIM.
           IF WRK-DATA-INI NOT EQUAL ZEROS
              AND WRK-DATA-INI(1:6) > WRK-MES-INI
               MOVE WRK-DATA-INI(1:6) TO WRK-MES-INI
           END-IF.
           IF WRK-DATA-FIM NOT EQUAL ZEROS
              AND WRK-DATA-FIM(1:6) < WRK-MES-FIM
               MOVE WRK-DATA-FIM(1:6) TO WRK-MES-FIM
           END-IF.
           IF WRK-MES-INI > WRK-MES-FIM
               MOVE ZEROS TO WRK-MES-INI
           END-IF.
       3200-FIM.
           EXIT.

       3300-LE-MORTO        SECTION.
      * MORTO DA TRILHA DO MES (AUDITORIA-AAAAMM.DAT, MESMA LINHA DO
      * VIVO). MES SEM MORTO (FS=35) E PULADO.
           MOVE SPACES TO WRK-NOME-MORTO.
           STRING "AUDITORIA-"     DELIMITED BY SIZE
                  WRK-MES          DELIMITED BY SIZE
                  ".DAT"           DELIMITED BY SIZE
               INTO WRK-NOME-MORTO
           END-STRING.
           OPEN INPUT ARQMORTO.
           IF WRK-FS-ARQMORTO EQUAL '35'
               GO TO 3300-FIM
           END-IF.
           IF WRK-FS-ARQMORTO NOT EQUAL '00'
               DISPLAY "AVISO: " WRK-NOME-MORTO " NAO ABRIU. FS="
                       WRK-FS-ARQMORTO " - MES FORA DA CONSULTA."
               MOVE 8 TO RETURN-CODE
               GO TO 3300-FIM
           END-IF.
           MOVE SPACES TO WRK-EOF.
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ ARQMORTO
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       MOVE REG-ARQMORTO TO REG-AUDITORIA
                       PERFORM 3050-TRATA-LINHA
               END-READ
           END-PERFORM.
           CLOSE ARQMORTO.
       3300-FIM.
           EXIT.

       3400-PROXIMO-MES     SECTION.
           MOVE WRK-MES TO WRK-MES-PARTES.
           IF WRK-MES-MM >= 12
               ADD 1 TO WRK-MES-ANO
               MOVE 1 TO WRK-MES-MM
           ELSE
               ADD 1 TO WRK-MES-MM
           END-IF.
           MOVE WRK-MES-PARTES TO WRK-MES.

       4000-FINALIZAR       SECTION.
           CLOSE AUDITORIA.
           CLOSE RELAUDIT.
