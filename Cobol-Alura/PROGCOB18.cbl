       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB18.
      ******************************************************************
      * AUTHOR: MARCIA GAMELEIRA
      * OBJETIVO: EXAME FINAL. LANCA A NOTA DO EXAME DOS ALUNOS QUE O
      *           PROGCOB17 MANDOU PARA EXAME FINAL NO RESFINAL.DAT,
      *           POR DISCIPLINA (SO ACEITA ALUNO QUE ESTA NA LISTA DE
      *           EXAME DAQUELA DISCIPLINA), REFAZ A CONTA COM A REGRA
      *           DE EXAME DA ESCOLA - MEDIA FINAL = (MEDIA ANUAL +
      *           NOTA DO EXAME) / 2, APROVA NO CORTE POS-EXAME - E
      *           REGRAVA A SITUACAO DO ALUNO NO RESFINAL.DAT COMO
      *           APROVADO EXAME OU REPROVADO EXAME.
      *           AS NOTAS FICAM GUARDADAS NO EXAMEFIN.DAT: SE O
      *           PROGCOB17 FOR RODADO DE NOVO E REFIZER O RESFINAL, A
      *           PROXIMA EXECUCAO DESTE PROGRAMA REAPLICA O QUE JA
      *           ESTAVA LANCADO. NOTA LANCADA ERRADA PODE SER
      *           RELANCADA (REAVALIACAO).
      *           A LISTA POS-EXAME POR TURMA, PARA A SECRETARIA
      *           AFIXAR NO MURAL, SAI NO RESEXAME.DAT.
      * DATA: 15/10/2026
      * HISTORICO:
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESFINAL ASSIGN TO "RESFINAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RESFINAL.
           SELECT EXAMEFIN ASSIGN TO "EXAMEFIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXAMEFIN.
           SELECT RESEXAME ASSIGN TO "RESEXAME.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RESEXAME.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  RESFINAL.
       01  REG-RESFINAL              PIC X(100).
      *  LINHA DE DETALHE GRAVADA PELO 0400-GRAVA-RESULTADO DO
      *  PROGCOB17. A NOTA DO EXAME E ANOTADA NA CAUDA DA LINHA.
       01  REG-RESFINAL-R REDEFINES REG-RESFINAL.
           03  RES-ALUNO             PIC X(05).
           03  FILLER                PIC X(01).
           03  RES-NOME              PIC X(30).
           03  RES-ROT-TURMA         PIC X(07).
           03  RES-TURMA             PIC X(03).
           03  RES-ROT-DISC          PIC X(06).
           03  RES-DISC              PIC X(02).
           03  FILLER                PIC X(14).
           03  RES-MEDIA             PIC X(06).
           03  FILLER                PIC X(01).
           03  RES-SITUACAO          PIC X(16).
           03  RES-EXAME             PIC X(09).

       FD  EXAMEFIN.
       01  REG-EXAMEFIN.
           03  EXF-ALUNO             PIC X(05).
           03  EXF-DISC              PIC X(02).
           03  EXF-NOTA              PIC 9(02)V99.
           03  EXF-MEDIA-FINAL       PIC 9(03)V99.
           03  EXF-SITUACAO          PIC X(16).
           03  EXF-DATA              PIC 9(08).

       FD  RESEXAME.
       01  REG-RESEXAME              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-RESFINAL==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-EXAMEFIN==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-RESEXAME==.

       77 WRK-EOF           PIC X(01)       VALUE SPACE.
       77 WRK-CORTE-EXAME   PIC 9(02)V99    VALUE 5,00.
       77 WRK-I             PIC 9(04)       VALUE ZEROS.
       77 WRK-J             PIC 9(04)       VALUE ZEROS.
       77 WRK-POS           PIC 9(04)       VALUE ZEROS.
       77 WRK-POS-EXF       PIC 9(03)       VALUE ZEROS.
       77 WRK-DISC          PIC X(02)       VALUE SPACES.
       77 WRK-ALUNO         PIC X(05)       VALUE SPACES.
       77 WRK-NOTA          PIC 9(02)V99    VALUE ZEROS.
       77 WRK-NOTA-FORM     PIC Z9,99       VALUE ZEROS.
       77 WRK-MEDIA-NUM     PIC 9(03)V99    VALUE ZEROS.
       77 WRK-MEDIA-FINAL   PIC 9(03)V99    VALUE ZEROS.
       77 WRK-MEDIA-FORM    PIC ZZ9,99      VALUE ZEROS.
       77 WRK-DIGITOS       PIC 9(07)       VALUE ZEROS.
       77 WRK-DIGITO        PIC 9(01)       VALUE ZEROS.
       77 WRK-DEEDIT-I      PIC 9(02)       VALUE ZEROS.
       77 WRK-SITUACAO      PIC X(16)       VALUE SPACES.
       77 WRK-DATA          PIC 9(08)       VALUE ZEROS.
       77 WRK-CT-LISTADOS   PIC 9(04)       VALUE ZEROS.
       77 WRK-CT-LANCADOS   PIC 9(04)       VALUE ZEROS.
       77 WRK-CT-REAPLICADOS PIC 9(04)      VALUE ZEROS.
       77 WRK-CT-APROVADOS  PIC 9(04)       VALUE ZEROS.
       77 WRK-CT-REPROVADOS PIC 9(04)       VALUE ZEROS.
       77 WRK-CT-PENDENTES  PIC 9(04)       VALUE ZEROS.
       77 WRK-TURMA-CORRENTE PIC 9(04)      VALUE ZEROS.
       77 WRK-TURMA-LINHA   PIC 9(03)       VALUE ZEROS.
       77 WRK-TEM-TURMA     PIC X(01)       VALUE 'N'.
       77 WRK-ALTEROU       PIC X(01)       VALUE 'N'.

      *  O RESFINAL.DAT INTEIRO, PARA SER REGRAVADO COM AS SITUACOES
      *  NOVAS NA MESMA ORDEM EM QUE O PROGCOB17 O ESCREVEU.
       01  TAB-LINHAS.
           03  TAB-LINHA      PIC X(100) OCCURS 1000 TIMES.
       77 WRK-CT-LINHAS      PIC 9(04)       VALUE ZEROS.

      *  NOTAS DE EXAME JA LANCADAS (EXAMEFIN.DAT).
       01  TAB-EXAMES.
           03  TAB-EXF-REG OCCURS 300 TIMES
                           INDEXED BY IDX-EXF.
               05  TAB-EXF-ALUNO     PIC X(05).
               05  TAB-EXF-DISC      PIC X(02).
               05  TAB-EXF-NOTA      PIC 9(02)V99.
               05  TAB-EXF-MEDIA     PIC 9(03)V99.
               05  TAB-EXF-SITUACAO  PIC X(16).
               05  TAB-EXF-DATA      PIC 9(08).
       77 WRK-CT-EXF         PIC 9(03)       VALUE ZEROS.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           DISPLAY "NOTA DE CORTE POS-EXAME (ATUAL 5,00): "
           ACCEPT WRK-CORTE-EXAME
           ACCEPT WRK-DATA FROM DATE YYYYMMDD
           PERFORM 0100-CARREGA-RESFINAL
           PERFORM 0150-CARREGA-EXAMES
           PERFORM 0200-REAPLICA-EXAMES
           PERFORM 0300-LANCA-NOTAS
           PERFORM 0400-REGRAVA-ARQUIVOS
           PERFORM 0500-LISTA-POS-EXAME
           DISPLAY "NOTAS LANCADAS: " WRK-CT-LANCADOS
                   "  REAPLICADAS: " WRK-CT-REAPLICADOS
           DISPLAY "APROVADOS NO EXAME: " WRK-CT-APROVADOS
                   "  REPROVADOS NO EXAME: " WRK-CT-REPROVADOS
                   "  SEM NOTA: " WRK-CT-PENDENTES
           STOP RUN.

       0100-CARREGA-RESFINAL       SECTION.
           OPEN INPUT RESFINAL
           IF NOT FS-OK IN WRK-FS-RESFINAL
               DISPLAY "ERRO AO ABRIR O ARQUIVO RESFINAL. FS="
                       WRK-FS-RESFINAL
               DISPLAY "RODE ANTES O RESULTADO FINAL DO ANO "
                       "(PROGCOB17)."
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGCOB18 '
                    'RESFINAL  ' WRK-FS-RESFINAL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACE TO WRK-EOF
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ RESFINAL
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF WRK-CT-LINHAS < 1000
                           ADD 1 TO WRK-CT-LINHAS
                           MOVE REG-RESFINAL
                               TO TAB-LINHA(WRK-CT-LINHAS)
                       ELSE
                           DISPLAY "RESFINAL COM MAIS DE 1000 LINHAS."
                                   " NADA FOI ALTERADO."
                           CLOSE RESFINAL
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESFINAL
       .
       0150-CARREGA-EXAMES         SECTION.
           OPEN INPUT EXAMEFIN
           IF FS-ARQUIVO-INEXISTENTE IN WRK-FS-EXAMEFIN
               GO TO 0150-FIM
           END-IF
           IF NOT FS-OK IN WRK-FS-EXAMEFIN
               DISPLAY "ERRO AO ABRIR O ARQUIVO EXAMEFIN. FS="
                       WRK-FS-EXAMEFIN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACE TO WRK-EOF
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ EXAMEFIN
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF WRK-CT-EXF < 300
                           ADD 1 TO WRK-CT-EXF
                           SET IDX-EXF TO WRK-CT-EXF
                           MOVE EXF-ALUNO TO TAB-EXF-ALUNO(IDX-EXF)
                           MOVE EXF-DISC  TO TAB-EXF-DISC(IDX-EXF)
                           MOVE EXF-NOTA  TO TAB-EXF-NOTA(IDX-EXF)
                           MOVE EXF-MEDIA-FINAL
                               TO TAB-EXF-MEDIA(IDX-EXF)
                           MOVE EXF-SITUACAO
                               TO TAB-EXF-SITUACAO(IDX-EXF)
                           MOVE EXF-DATA  TO TAB-EXF-DATA(IDX-EXF)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXAMEFIN
       0150-FIM.
           EXIT.
       0200-REAPLICA-EXAMES        SECTION.
      **** NOTA JA LANCADA CUJA LINHA VOLTOU A "EXAME FINAL" (O
      **** PROGCOB17 FOI RODADO DE NOVO): REFAZ A CONTA COM A MEDIA
      **** ANUAL QUE ESTA NO RESFINAL AGORA.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-CT-EXF
               SET IDX-EXF TO WRK-I
               MOVE TAB-EXF-ALUNO(IDX-EXF) TO WRK-ALUNO
               MOVE TAB-EXF-DISC(IDX-EXF)  TO WRK-DISC
               PERFORM 0310-ACHA-LINHA
               IF WRK-POS NOT EQUAL ZEROS
                   MOVE TAB-LINHA(WRK-POS) TO REG-RESFINAL
                   IF RES-SITUACAO EQUAL "EXAME FINAL"
                       MOVE TAB-EXF-NOTA(IDX-EXF) TO WRK-NOTA
                       MOVE WRK-I TO WRK-POS-EXF
                       PERFORM 0330-CALCULA-SITUACAO
                       ADD 1 TO WRK-CT-REAPLICADOS
                   END-IF
               END-IF
           END-PERFORM
       .
       0300-LANCA-NOTAS            SECTION.
           MOVE SPACES TO WRK-DISC
           PERFORM UNTIL WRK-DISC EQUAL "00"
               DISPLAY "DISCIPLINA DO EXAME (00 PARA ENCERRAR): "
               ACCEPT WRK-DISC
               IF WRK-DISC NOT EQUAL "00"
                   PERFORM 0320-LISTA-DA-DISCIPLINA
                   IF WRK-CT-LISTADOS EQUAL ZEROS
                       DISPLAY "NENHUM ALUNO EM EXAME FINAL NA "
                               "DISCIPLINA " WRK-DISC "."
                   ELSE
                       MOVE SPACES TO WRK-ALUNO
                       PERFORM UNTIL WRK-ALUNO EQUAL "00000"
                           DISPLAY "ALUNO (00000 PARA TROCAR DE "
                                   "DISCIPLINA): "
                           ACCEPT WRK-ALUNO
                           IF WRK-ALUNO NOT EQUAL "00000"
                               PERFORM 0340-NOTA-DO-ALUNO
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM
       .
       0310-ACHA-LINHA             SECTION.
      **** LINHA DE DETALHE DO ALUNO + DISCIPLINA NO RESFINAL.
           MOVE ZEROS TO WRK-POS
           PERFORM VARYING WRK-J FROM 1 BY 1
                   UNTIL WRK-J > WRK-CT-LINHAS
               MOVE TAB-LINHA(WRK-J) TO REG-RESFINAL
               IF RES-ALUNO NUMERIC
                  AND RES-ROT-TURMA EQUAL " TURMA "
                  AND RES-ROT-DISC EQUAL " DISC "
                  AND RES-ALUNO EQUAL WRK-ALUNO
                  AND RES-DISC EQUAL WRK-DISC
                   MOVE WRK-J TO WRK-POS
               END-IF
           END-PERFORM
       .
       0320-LISTA-DA-DISCIPLINA    SECTION.
      **** MOSTRA QUEM ESTA NA LISTA DE EXAME DA DISCIPLINA (E QUEM
      **** JA TEM NOTA, PARA REAVALIACAO).
           MOVE ZEROS TO WRK-CT-LISTADOS
           PERFORM VARYING WRK-J FROM 1 BY 1
                   UNTIL WRK-J > WRK-CT-LINHAS
               MOVE TAB-LINHA(WRK-J) TO REG-RESFINAL
               IF RES-ALUNO NUMERIC
                  AND RES-ROT-TURMA EQUAL " TURMA "
                  AND RES-DISC EQUAL WRK-DISC
                  AND (RES-SITUACAO EQUAL "EXAME FINAL"
                       OR RES-SITUACAO EQUAL "APROVADO EXAME"
                       OR RES-SITUACAO EQUAL "REPROVADO EXAME")
                   ADD 1 TO WRK-CT-LISTADOS
                   DISPLAY RES-ALUNO " " RES-NOME " TURMA "
                           RES-TURMA " MEDIA " RES-MEDIA " "
                           RES-SITUACAO " " RES-EXAME
               END-IF
           END-PERFORM
       .
       0330-CALCULA-SITUACAO       SECTION.
      **** REGRA DE EXAME DA ESCOLA SOBRE A LINHA EM REG-RESFINAL
      **** (POSICAO WRK-POS DA TABELA) E A NOTA EM WRK-NOTA. GRAVA O
      **** RESULTADO NA LINHA E NA TABELA DE EXAMES (WRK-POS-EXF).
           PERFORM 0350-DESEDITA-MEDIA
           COMPUTE WRK-MEDIA-FINAL ROUNDED =
               (WRK-MEDIA-NUM + WRK-NOTA) / 2
           IF WRK-MEDIA-FINAL >= WRK-CORTE-EXAME
               MOVE "APROVADO EXAME"  TO WRK-SITUACAO
           ELSE
               MOVE "REPROVADO EXAME" TO WRK-SITUACAO
           END-IF
           MOVE WRK-SITUACAO TO RES-SITUACAO
           MOVE WRK-NOTA     TO WRK-NOTA-FORM
           MOVE SPACES       TO RES-EXAME
           STRING "EX "         DELIMITED BY SIZE
                  WRK-NOTA-FORM DELIMITED BY SIZE
               INTO RES-EXAME
           MOVE REG-RESFINAL TO TAB-LINHA(WRK-POS)
           SET IDX-EXF TO WRK-POS-EXF
           MOVE WRK-NOTA        TO TAB-EXF-NOTA(IDX-EXF)
           MOVE WRK-MEDIA-FINAL TO TAB-EXF-MEDIA(IDX-EXF)
           MOVE WRK-SITUACAO    TO TAB-EXF-SITUACAO(IDX-EXF)
           MOVE 'S' TO WRK-ALTEROU
       .
       0340-NOTA-DO-ALUNO          SECTION.
           PERFORM 0310-ACHA-LINHA
           IF WRK-POS EQUAL ZEROS
               DISPLAY "ALUNO " WRK-ALUNO " SEM RESULTADO NA "
                       "DISCIPLINA " WRK-DISC ". NOTA RECUSADA."
               GO TO 0340-FIM
           END-IF
           MOVE TAB-LINHA(WRK-POS) TO REG-RESFINAL
           IF RES-SITUACAO NOT EQUAL "EXAME FINAL"
              AND RES-SITUACAO NOT EQUAL "APROVADO EXAME"
              AND RES-SITUACAO NOT EQUAL "REPROVADO EXAME"
               DISPLAY "ALUNO " WRK-ALUNO " NAO ESTA EM EXAME NA "
                       "DISCIPLINA " WRK-DISC " (" RES-SITUACAO
                       "). NOTA RECUSADA."
               GO TO 0340-FIM
           END-IF
           IF RES-SITUACAO NOT EQUAL "EXAME FINAL"
               DISPLAY "JA LANCADO: " RES-SITUACAO " " RES-EXAME
                       ". A NOVA NOTA SUBSTITUI A ANTERIOR."
           END-IF

           DISPLAY "NOTA DO EXAME DE " RES-NOME ": "
           ACCEPT WRK-NOTA
           IF WRK-NOTA > 10
               DISPLAY "NOTA INVALIDA (0,00 A 10,00). NOTA RECUSADA."
               GO TO 0340-FIM
           END-IF

           MOVE ZEROS TO WRK-POS-EXF
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-CT-EXF
               IF TAB-EXF-ALUNO(WRK-I) EQUAL WRK-ALUNO
                  AND TAB-EXF-DISC(WRK-I) EQUAL WRK-DISC
                   MOVE WRK-I TO WRK-POS-EXF
               END-IF
           END-PERFORM
           IF WRK-POS-EXF EQUAL ZEROS
               IF WRK-CT-EXF < 300
                   ADD 1 TO WRK-CT-EXF
                   MOVE WRK-CT-EXF TO WRK-POS-EXF
                   SET IDX-EXF TO WRK-POS-EXF
                   MOVE WRK-ALUNO TO TAB-EXF-ALUNO(IDX-EXF)
                   MOVE WRK-DISC  TO TAB-EXF-DISC(IDX-EXF)
               ELSE
                   DISPLAY "TABELA DE EXAMES CHEIA. NOTA RECUSADA."
                   GO TO 0340-FIM
               END-IF
           END-IF
           SET IDX-EXF TO WRK-POS-EXF
           MOVE WRK-DATA TO TAB-EXF-DATA(IDX-EXF)

           PERFORM 0330-CALCULA-SITUACAO
           ADD 1 TO WRK-CT-LANCADOS
           MOVE WRK-MEDIA-FINAL TO WRK-MEDIA-FORM
           DISPLAY "MEDIA FINAL " WRK-MEDIA-FORM ": " WRK-SITUACAO
       0340-FIM.
           EXIT.
       0350-DESEDITA-MEDIA         SECTION.
      **** A MEDIA ANUAL NO RESFINAL ESTA EDITADA (ZZ9,99): JUNTA OS
      **** DIGITOS E DEVOLVE COM DUAS CASAS.
           MOVE ZEROS TO WRK-DIGITOS
           PERFORM VARYING WRK-DEEDIT-I FROM 1 BY 1
                   UNTIL WRK-DEEDIT-I > 6
               IF RES-MEDIA(WRK-DEEDIT-I:1) >= '0'
                  AND RES-MEDIA(WRK-DEEDIT-I:1) <= '9'
                   MOVE RES-MEDIA(WRK-DEEDIT-I:1) TO WRK-DIGITO
                   COMPUTE WRK-DIGITOS =
                       (WRK-DIGITOS * 10) + WRK-DIGITO
               END-IF
           END-PERFORM
           COMPUTE WRK-MEDIA-NUM = WRK-DIGITOS / 100
       .
       0400-REGRAVA-ARQUIVOS       SECTION.
           IF WRK-ALTEROU NOT EQUAL 'S'
               GO TO 0400-FIM
           END-IF
           OPEN OUTPUT RESFINAL
           IF NOT FS-OK IN WRK-FS-RESFINAL
               DISPLAY "ERRO AO REGRAVAR O ARQUIVO RESFINAL. FS="
                       WRK-FS-RESFINAL
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGCOB18 '
                    'RESFINAL  ' WRK-FS-RESFINAL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-CT-LINHAS
               MOVE TAB-LINHA(WRK-I) TO REG-RESFINAL
               WRITE REG-RESFINAL
           END-PERFORM
           CLOSE RESFINAL

           OPEN OUTPUT EXAMEFIN
           IF NOT FS-OK IN WRK-FS-EXAMEFIN
               DISPLAY "ERRO AO GRAVAR O ARQUIVO EXAMEFIN. FS="
                       WRK-FS-EXAMEFIN
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGCOB18 '
                    'EXAMEFIN  ' WRK-FS-EXAMEFIN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-CT-EXF
               SET IDX-EXF TO WRK-I
               MOVE TAB-EXF-ALUNO(IDX-EXF)    TO EXF-ALUNO
               MOVE TAB-EXF-DISC(IDX-EXF)     TO EXF-DISC
               MOVE TAB-EXF-NOTA(IDX-EXF)     TO EXF-NOTA
               MOVE TAB-EXF-MEDIA(IDX-EXF)    TO EXF-MEDIA-FINAL
               MOVE TAB-EXF-SITUACAO(IDX-EXF) TO EXF-SITUACAO
               MOVE TAB-EXF-DATA(IDX-EXF)     TO EXF-DATA
               WRITE REG-EXAMEFIN
           END-PERFORM
           CLOSE EXAMEFIN
       0400-FIM.
           EXIT.
       0500-LISTA-POS-EXAME        SECTION.
      **** LISTA PARA O MURAL: POR TURMA, TODOS OS ALUNOS QUE FORAM A
      **** EXAME, COM A MEDIA ANUAL, A NOTA DO EXAME, A MEDIA FINAL E
      **** A SITUACAO (QUEM AINDA NAO TEM NOTA SAI COMO PENDENTE).
           OPEN OUTPUT RESEXAME
           IF NOT FS-OK IN WRK-FS-RESEXAME
               DISPLAY "ERRO AO ABRIR O ARQUIVO RESEXAME. FS="
                       WRK-FS-RESEXAME
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGCOB18 '
                    'RESEXAME  ' WRK-FS-RESEXAME
               MOVE 16 TO RETURN-CODE
               GO TO 0500-FIM
           END-IF
           MOVE "============================================"
               TO REG-RESEXAME
           WRITE REG-RESEXAME
           MOVE "RESULTADO DO EXAME FINAL POR TURMA" TO REG-RESEXAME
           WRITE REG-RESEXAME
           MOVE "============================================"
               TO REG-RESEXAME
           WRITE REG-RESEXAME

           PERFORM VARYING WRK-TURMA-CORRENTE FROM 0 BY 1
                   UNTIL WRK-TURMA-CORRENTE > 999
               MOVE 'N' TO WRK-TEM-TURMA
               PERFORM VARYING WRK-J FROM 1 BY 1
                       UNTIL WRK-J > WRK-CT-LINHAS
                   MOVE TAB-LINHA(WRK-J) TO REG-RESFINAL
                   IF RES-ALUNO NUMERIC
                      AND RES-ROT-TURMA EQUAL " TURMA "
                      AND RES-TURMA NUMERIC
                       MOVE RES-TURMA TO WRK-TURMA-LINHA
                       IF WRK-TURMA-LINHA EQUAL WRK-TURMA-CORRENTE
                          AND (RES-SITUACAO EQUAL "EXAME FINAL"
                            OR RES-SITUACAO EQUAL "APROVADO EXAME"
                            OR RES-SITUACAO EQUAL "REPROVADO EXAME")
                           PERFORM 0510-LINHA-DO-MURAL
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE "============================================"
               TO REG-RESEXAME
           WRITE REG-RESEXAME
           MOVE SPACES TO REG-RESEXAME
           STRING "APROVADOS NO EXAME: "    DELIMITED BY SIZE
                  WRK-CT-APROVADOS          DELIMITED BY SIZE
                  "  REPROVADOS NO EXAME: " DELIMITED BY SIZE
                  WRK-CT-REPROVADOS         DELIMITED BY SIZE
                  "  SEM NOTA: "            DELIMITED BY SIZE
                  WRK-CT-PENDENTES          DELIMITED BY SIZE
               INTO REG-RESEXAME
           WRITE REG-RESEXAME
           CLOSE RESEXAME
           DISPLAY "LISTA POS-EXAME GRAVADA EM RESEXAME.DAT."
       0500-FIM.
           EXIT.
       0510-LINHA-DO-MURAL         SECTION.
           IF WRK-TEM-TURMA EQUAL 'N'
               MOVE 'S' TO WRK-TEM-TURMA
               MOVE SPACES TO REG-RESEXAME
               WRITE REG-RESEXAME
               STRING "TURMA "           DELIMITED BY SIZE
                      WRK-TURMA-CORRENTE DELIMITED BY SIZE
                   INTO REG-RESEXAME
               WRITE REG-RESEXAME
           END-IF

           MOVE RES-ALUNO TO WRK-ALUNO
           MOVE RES-DISC  TO WRK-DISC
           MOVE ZEROS TO WRK-POS-EXF
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-CT-EXF
               IF TAB-EXF-ALUNO(WRK-I) EQUAL WRK-ALUNO
                  AND TAB-EXF-DISC(WRK-I) EQUAL WRK-DISC
                   MOVE WRK-I TO WRK-POS-EXF
               END-IF
           END-PERFORM

           MOVE SPACES TO REG-RESEXAME
           IF RES-SITUACAO EQUAL "EXAME FINAL"
              OR WRK-POS-EXF EQUAL ZEROS
               ADD 1 TO WRK-CT-PENDENTES
               STRING "   "          DELIMITED BY SIZE
                      RES-ALUNO      DELIMITED BY SIZE
                      " "            DELIMITED BY SIZE
                      RES-NOME       DELIMITED BY SIZE
                      " DISC "       DELIMITED BY SIZE
                      RES-DISC       DELIMITED BY SIZE
                      " ANUAL "      DELIMITED BY SIZE
                      RES-MEDIA      DELIMITED BY SIZE
                      "  EXAME PENDENTE" DELIMITED BY SIZE
                   INTO REG-RESEXAME
           ELSE
               IF RES-SITUACAO EQUAL "APROVADO EXAME"
                   ADD 1 TO WRK-CT-APROVADOS
               ELSE
                   ADD 1 TO WRK-CT-REPROVADOS
               END-IF
               SET IDX-EXF TO WRK-POS-EXF
               MOVE TAB-EXF-NOTA(IDX-EXF)  TO WRK-NOTA-FORM
               MOVE TAB-EXF-MEDIA(IDX-EXF) TO WRK-MEDIA-FORM
               STRING "   "          DELIMITED BY SIZE
                      RES-ALUNO      DELIMITED BY SIZE
                      " "            DELIMITED BY SIZE
                      RES-NOME       DELIMITED BY SIZE
                      " DISC "       DELIMITED BY SIZE
                      RES-DISC       DELIMITED BY SIZE
                      " ANUAL "      DELIMITED BY SIZE
                      RES-MEDIA      DELIMITED BY SIZE
                      " EXAME "      DELIMITED BY SIZE
                      WRK-NOTA-FORM  DELIMITED BY SIZE
                      " FINAL "      DELIMITED BY SIZE
                      WRK-MEDIA-FORM DELIMITED BY SIZE
                      " "            DELIMITED BY SIZE
                      RES-SITUACAO   DELIMITED BY SIZE
                   INTO REG-RESEXAME
           END-IF
           WRITE REG-RESEXAME
       .
       END PROGRAM PROGCOB18.
