      * Autor: Marcia Gameleira
      * Data: 15/10/2026
      * Objetivo: GRADE SEMANAL DE HORARIOS. O ARQUIVO HORARIO
      *           (INDEXADO POR TURMA + DIA DA SEMANA + AULA DO DIA)
      *           DIZ A DISCIPLINA (DISCIPLI.DAT DO PROGCOB16) E O
      *           PROFESSOR (PROFESSOR DO PGM00037) DE CADA AULA:
      *           DIAS 1=SEG A 5=SEX, AULAS 1 A 6 POR DIA.
      *           A MANUTENCAO RECUSA:
      *             - TURMA COM DUAS AULAS NO MESMO HORARIO (A CHAVE);
      *             - PROFESSOR EM DUAS TURMAS NO MESMO DIA E AULA;
      *             - PROFESSOR ALEM DA CARGA CONTRATADA NO PGM00037.
      *           IMPRESSOS (ARQUIVO RELGRADE): GRADE DA SEMANA DE UMA
      *           TURMA, GRADE DA SEMANA DE UM PROFESSOR E A CARGA
      *           SEMANAL DE CADA PROFESSOR. INCLUSOES, ALTERACOES E
      *           EXCLUSOES VAO PARA O AUDITORIA.DAT NO MESMO FORMATO
      *           DO PGM00021.

      *                                        IDENTIFICATION DIVISION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM00038.
      *                                           ENVIRONMENT DIVISION
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HORARIO ASSIGN TO 'HORARIO'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOR-CHAVE
           FILE STATUS IS WS-FS-HORARIO.

           SELECT TURMA ASSIGN TO 'TURMA'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CD-TURMA
           FILE STATUS IS WS-FS-TURMA.

           SELECT DISCIPLI ASSIGN TO 'DISCIPLI.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CD-DISCIPLINA
           FILE STATUS IS WS-FS-DISCIPLI.

           SELECT PROFESSOR ASSIGN TO 'PROFESSOR'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CD-PROFESSOR
           FILE STATUS IS WS-FS-PROFESSOR.

           SELECT AUDITORIA ASSIGN TO 'AUDITORIA.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AUDITORIA.

           SELECT RELGRADE ASSIGN TO 'RELGRADE'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RELGRADE.

      *                                                  DATA DIVISION
       DATA DIVISION.

       FILE SECTION.
       FD  HORARIO.
       01  REG-HORARIO.
           03  HOR-CHAVE.
               05  HOR-TURMA         PIC 9(03).
               05  HOR-DIA           PIC 9(01).
               05  HOR-AULA          PIC 9(01).
           03  HOR-DISCIPLINA        PIC 9(02).
           03  HOR-PROFESSOR         PIC 9(04).

       FD  TURMA.
       01  REG-TURMA.
           03  CD-TURMA              PIC 9(03).
           03  NM-TURMA              PIC X(20).
           03  QT-CAPACIDADE         PIC 9(03).

       FD  DISCIPLI.
       01  REG-DISCIPLI.
           03  CD-DISCIPLINA         PIC 9(02).
           03  NM-DISCIPLINA         PIC X(20).

       FD  PROFESSOR.
       01  REG-PROFESSOR.
           03  CD-PROFESSOR          PIC 9(04).
           03  NM-PROFESSOR          PIC X(30).
           03  QT-AULAS-MAX          PIC 9(02).

       FD  AUDITORIA.
       01  REG-AUDITORIA             PIC X(500).

       FD  RELGRADE.
       01  REG-RELGRADE              PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-FS-HORARIO       PIC X(02) VALUE SPACES.
       77  WS-FS-TURMA         PIC X(02) VALUE SPACES.
       77  WS-FS-DISCIPLI      PIC X(02) VALUE SPACES.
       77  WS-FS-PROFESSOR     PIC X(02) VALUE SPACES.
       77  WS-FS-AUDITORIA     PIC X(02) VALUE SPACES.
       77  WS-FS-RELGRADE      PIC X(02) VALUE SPACES.

       77  WS-OPCAO            PIC 9(01) VALUE ZEROS.
           88  WS-OPC-INCLUIR            VALUE 1.
           88  WS-OPC-ALTERAR            VALUE 2.
           88  WS-OPC-EXCLUIR            VALUE 3.
           88  WS-OPC-GRADE-TURMA        VALUE 4.
           88  WS-OPC-GRADE-PROF         VALUE 5.
           88  WS-OPC-CARGA              VALUE 6.
           88  WS-OPC-SAIR               VALUE 7.
       77  WS-CONTINUA         PIC X(01) VALUE 'S'.
           88  WS-FIM-MANUTENCAO         VALUE 'N'.
       77  WS-EOF              PIC X(01) VALUE SPACE.
       77  WS-EOF-HOR          PIC X(01) VALUE SPACE.
       77  WS-OPERADOR         PIC X(20) VALUE SPACES.
       77  WS-ACAO-AUDIT       PIC X(10) VALUE SPACES.
       77  WS-DATA-AUDIT       PIC 9(08) VALUE ZEROS.
       77  WS-HORA-AUDIT       PIC 9(08) VALUE ZEROS.
       77  WS-REG-ANTES        PIC X(11) VALUE SPACES.
       77  WS-REG-DEPOIS       PIC X(11) VALUE SPACES.

      *    AULA DIGITADA, GUARDADA FORA DA AREA DO ARQUIVO PORQUE AS
      *    CONFERENCIAS VARREM O HORARIO.
       01  WS-AULA.
           03  WS-AULA-CHAVE.
               05  WS-AULA-TURMA     PIC 9(03).
               05  WS-AULA-DIA       PIC 9(01).
               05  WS-AULA-HORA      PIC 9(01).
           03  WS-AULA-DISCIPLINA    PIC 9(02).
           03  WS-AULA-PROFESSOR     PIC 9(04).
       77  WS-PROF-ANTERIOR    PIC 9(04) VALUE ZEROS.
       77  WS-AULA-OK          PIC X(01) VALUE 'S'.
           88  WS-AULA-VALIDA            VALUE 'S'.
       77  WS-CHOQUE-TURMA     PIC 9(03) VALUE ZEROS.
       77  WS-CT-AULAS         PIC 9(03) VALUE ZEROS.
       77  WS-TOT-AULAS        PIC 9(05) VALUE ZEROS.
       77  WS-CONSULTA-TURMA   PIC 9(03) VALUE ZEROS.
       77  WS-CONSULTA-PROF    PIC 9(04) VALUE ZEROS.
       77  WS-D                PIC 9(01) VALUE ZEROS.
       77  WS-A                PIC 9(01) VALUE ZEROS.
       77  WS-POS              PIC 9(03) VALUE ZEROS.

       01  WS-DIAS-VALORES.
           03  FILLER          PIC X(03) VALUE 'SEG'.
           03  FILLER          PIC X(03) VALUE 'TER'.
           03  FILLER          PIC X(03) VALUE 'QUA'.
           03  FILLER          PIC X(03) VALUE 'QUI'.
           03  FILLER          PIC X(03) VALUE 'SEX'.
       01  WS-DIAS REDEFINES WS-DIAS-VALORES.
           03  WS-NOME-DIA     PIC X(03) OCCURS 5 TIMES.

      *    GRADE MONTADA PARA IMPRESSAO: UMA CELULA POR DIA E AULA.
       01  WS-GRADE.
           03  WS-GRADE-AULA   OCCURS 6 TIMES.
               05  WS-CELULA   PIC X(22) OCCURS 5 TIMES.

      *                                             PROCEDURE DIVISION
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY 'CODIGO DO OPERADOR (PARA A AUDITORIA): '
           ACCEPT WS-OPERADOR

           OPEN I-O HORARIO.
           IF WS-FS-HORARIO EQUAL '35'
               CLOSE HORARIO
               OPEN OUTPUT HORARIO
               CLOSE HORARIO
               OPEN I-O HORARIO
           END-IF.
           IF WS-FS-HORARIO NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO HORARIO. FS='
                       WS-FS-HORARIO
               CALL 'SUBERRLOG' USING BY CONTENT 'PGM00038  '
                    'HORARIO   ' WS-FS-HORARIO
               MOVE 16 TO RETURN-CODE
               GO TO FIM-PROGRAMA
           END-IF.
           OPEN INPUT TURMA.
           OPEN INPUT DISCIPLI.
           OPEN INPUT PROFESSOR.

           PERFORM UNTIL WS-FIM-MANUTENCAO

               DISPLAY '1-INCLUIR AULA  2-ALTERAR AULA  '
                       '3-EXCLUIR AULA  4-GRADE DA TURMA'
               DISPLAY '5-GRADE DO PROFESSOR  6-CARGA DOS '
                       'PROFESSORES  7-SAIR'
               DISPLAY 'OPCAO: '
               ACCEPT WS-OPCAO

               EVALUATE TRUE
                   WHEN WS-OPC-INCLUIR
                       PERFORM INCLUIR-AULA THRU INCLUIR-FIM
                   WHEN WS-OPC-ALTERAR
                       PERFORM ALTERAR-AULA THRU ALTERAR-FIM
                   WHEN WS-OPC-EXCLUIR
                       PERFORM EXCLUIR-AULA THRU EXCLUIR-FIM
                   WHEN WS-OPC-GRADE-TURMA
                       PERFORM GRADE-TURMA THRU GRADE-TURMA-FIM
                   WHEN WS-OPC-GRADE-PROF
                       PERFORM GRADE-PROFESSOR THRU GRADE-PROFESSOR-FIM
                   WHEN WS-OPC-CARGA
                       PERFORM CARGA-PROFESSORES THRU CARGA-FIM
                   WHEN WS-OPC-SAIR
                       MOVE 'N' TO WS-CONTINUA
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA.'
               END-EVALUATE

           END-PERFORM.

           CLOSE HORARIO.
           IF WS-FS-TURMA EQUAL '00'
               CLOSE TURMA
           END-IF.
           IF WS-FS-DISCIPLI EQUAL '00'
               CLOSE DISCIPLI
           END-IF.
           IF WS-FS-PROFESSOR EQUAL '00'
               CLOSE PROFESSOR
           END-IF.

       FIM-PROGRAMA.
           STOP RUN.

      *----------------------------------------------------------------
      * INCLUIR-AULA: NOVA AULA NUM HORARIO VAGO DA TURMA.
      *----------------------------------------------------------------
       INCLUIR-AULA.

           PERFORM PEDE-HORARIO THRU PEDE-HORARIO-FIM
           IF NOT WS-AULA-VALIDA
               GO TO INCLUIR-FIM
           END-IF

           MOVE WS-AULA-CHAVE TO HOR-CHAVE
           READ HORARIO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'A TURMA JA TEM AULA NESTE HORARIO: '
                           'DISCIPLINA ' HOR-DISCIPLINA
                           ' PROFESSOR ' HOR-PROFESSOR
                           '. USE A OPCAO 2 PARA TROCAR.'
                   GO TO INCLUIR-FIM
           END-READ

           PERFORM PEDE-AULA THRU PEDE-AULA-FIM
           IF NOT WS-AULA-VALIDA
               GO TO INCLUIR-FIM
           END-IF
           MOVE ZEROS TO WS-PROF-ANTERIOR
           PERFORM CONFERE-PROFESSOR THRU CONFERE-PROFESSOR-FIM
           IF NOT WS-AULA-VALIDA
               GO TO INCLUIR-FIM
           END-IF

           MOVE WS-AULA TO REG-HORARIO
           WRITE REG-HORARIO
               INVALID KEY
                   DISPLAY 'A TURMA JA TEM AULA NESTE HORARIO.'
               NOT INVALID KEY
                   DISPLAY 'AULA INCLUIDA.'
                   MOVE 'INC-AULA'  TO WS-ACAO-AUDIT
                   MOVE SPACES      TO WS-REG-ANTES
                   MOVE REG-HORARIO TO WS-REG-DEPOIS
                   PERFORM GRAVA-AUDITORIA
           END-WRITE.
       INCLUIR-FIM.
           EXIT.

      *----------------------------------------------------------------
      * ALTERAR-AULA: TROCA A DISCIPLINA E/OU O PROFESSOR DE UMA AULA
      * JA NA GRADE, COM AS MESMAS CONFERENCIAS DA INCLUSAO.
      *----------------------------------------------------------------
       ALTERAR-AULA.

           PERFORM PEDE-HORARIO THRU PEDE-HORARIO-FIM
           IF NOT WS-AULA-VALIDA
               GO TO ALTERAR-FIM
           END-IF

           MOVE WS-AULA-CHAVE TO HOR-CHAVE
           READ HORARIO
               INVALID KEY
                   DISPLAY 'NAO HA AULA DA TURMA NESTE HORARIO.'
                   GO TO ALTERAR-FIM
           END-READ
           MOVE REG-HORARIO   TO WS-REG-ANTES
           MOVE HOR-PROFESSOR TO WS-PROF-ANTERIOR
           DISPLAY 'DISCIPLINA ATUAL: ' HOR-DISCIPLINA
                   '  PROFESSOR ATUAL: ' HOR-PROFESSOR

           PERFORM PEDE-AULA THRU PEDE-AULA-FIM
           IF NOT WS-AULA-VALIDA
               GO TO ALTERAR-FIM
           END-IF
           PERFORM CONFERE-PROFESSOR THRU CONFERE-PROFESSOR-FIM
           IF NOT WS-AULA-VALIDA
               GO TO ALTERAR-FIM
           END-IF

      *    AS CONFERENCIAS MEXERAM NA AREA DO ARQUIVO: RELE A AULA
      *    ANTES DO REWRITE.
           MOVE WS-AULA-CHAVE TO HOR-CHAVE
           READ HORARIO
               INVALID KEY
                   DISPLAY 'AULA NAO ENCONTRADA PARA ALTERAR.'
                   GO TO ALTERAR-FIM
           END-READ
           MOVE WS-AULA TO REG-HORARIO
           REWRITE REG-HORARIO
               INVALID KEY
                   DISPLAY 'ERRO AO ALTERAR A AULA.'
               NOT INVALID KEY
                   DISPLAY 'AULA ALTERADA.'
                   MOVE 'ALT-AULA'  TO WS-ACAO-AUDIT
                   MOVE REG-HORARIO TO WS-REG-DEPOIS
                   PERFORM GRAVA-AUDITORIA
           END-REWRITE.
       ALTERAR-FIM.
           EXIT.

      *----------------------------------------------------------------
      * EXCLUIR-AULA: TIRA A AULA DA GRADE (O HORARIO DA TURMA FICA
      * VAGO).
      *----------------------------------------------------------------
       EXCLUIR-AULA.

           PERFORM PEDE-HORARIO THRU PEDE-HORARIO-FIM
           IF NOT WS-AULA-VALIDA
               GO TO EXCLUIR-FIM
           END-IF

           MOVE WS-AULA-CHAVE TO HOR-CHAVE
           READ HORARIO
               INVALID KEY
                   DISPLAY 'NAO HA AULA DA TURMA NESTE HORARIO.'
                   GO TO EXCLUIR-FIM
           END-READ
           MOVE REG-HORARIO TO WS-REG-ANTES
           DELETE HORARIO
               INVALID KEY
                   DISPLAY 'ERRO AO EXCLUIR A AULA.'
               NOT INVALID KEY
                   DISPLAY 'AULA EXCLUIDA.'
                   MOVE 'EXC-AULA' TO WS-ACAO-AUDIT
                   MOVE SPACES     TO WS-REG-DEPOIS
                   PERFORM GRAVA-AUDITORIA
           END-DELETE.
       EXCLUIR-FIM.
           EXIT.

      *----------------------------------------------------------------
      * PEDE-HORARIO: TURMA (CONFERIDA NO CADASTRO TURMA QUANDO ELE
      * ESTA DISPONIVEL), DIA DA SEMANA E AULA DO DIA.
      *----------------------------------------------------------------
       PEDE-HORARIO.

           MOVE 'S' TO WS-AULA-OK
           DISPLAY 'CODIGO DA TURMA: '
           ACCEPT WS-AULA-TURMA
           IF WS-FS-TURMA EQUAL '00'
               MOVE WS-AULA-TURMA TO CD-TURMA
               READ TURMA
                   INVALID KEY
                       DISPLAY 'TURMA NAO CADASTRADA.'
                       MOVE 'N' TO WS-AULA-OK
                       GO TO PEDE-HORARIO-FIM
                   NOT INVALID KEY
                       DISPLAY 'TURMA: ' NM-TURMA
               END-READ
           END-IF
           DISPLAY 'DIA DA SEMANA (1-SEG 2-TER 3-QUA 4-QUI 5-SEX): '
           ACCEPT WS-AULA-DIA
           IF WS-AULA-DIA < 1 OR WS-AULA-DIA > 5
               DISPLAY 'DIA INVALIDO.'
               MOVE 'N' TO WS-AULA-OK
               GO TO PEDE-HORARIO-FIM
           END-IF
           DISPLAY 'AULA DO DIA (1 A 6): '
           ACCEPT WS-AULA-HORA
           IF WS-AULA-HORA < 1 OR WS-AULA-HORA > 6
               DISPLAY 'AULA INVALIDA.'
               MOVE 'N' TO WS-AULA-OK
           END-IF.
       PEDE-HORARIO-FIM.
           EXIT.

      *----------------------------------------------------------------
      * PEDE-AULA: DISCIPLINA E PROFESSOR, CONFERIDOS NOS CADASTROS
      * QUANDO ESTAO DISPONIVEIS.
      *----------------------------------------------------------------
       PEDE-AULA.

           MOVE 'S' TO WS-AULA-OK
           DISPLAY 'CODIGO DA DISCIPLINA: '
           ACCEPT WS-AULA-DISCIPLINA
           IF WS-FS-DISCIPLI EQUAL '00'
               MOVE WS-AULA-DISCIPLINA TO CD-DISCIPLINA
               READ DISCIPLI
                   INVALID KEY
                       DISPLAY 'DISCIPLINA NAO CADASTRADA.'
                       MOVE 'N' TO WS-AULA-OK
                       GO TO PEDE-AULA-FIM
                   NOT INVALID KEY
                       DISPLAY 'DISCIPLINA: ' NM-DISCIPLINA
               END-READ
           END-IF
           DISPLAY 'CODIGO DO PROFESSOR: '
           ACCEPT WS-AULA-PROFESSOR
           IF WS-FS-PROFESSOR EQUAL '00'
               MOVE WS-AULA-PROFESSOR TO CD-PROFESSOR
               READ PROFESSOR
                   INVALID KEY
                       DISPLAY 'PROFESSOR NAO CADASTRADO.'
                       MOVE 'N' TO WS-AULA-OK
                   NOT INVALID KEY
                       DISPLAY 'PROFESSOR: ' NM-PROFESSOR
               END-READ
           END-IF.
       PEDE-AULA-FIM.
           EXIT.

      *----------------------------------------------------------------
      * CONFERE-PROFESSOR: VARRE A GRADE. O PROFESSOR NAO PODE TER
      * AULA EM OUTRA TURMA NO MESMO DIA E AULA, NEM PASSAR DA CARGA
      * CONTRATADA (NA ALTERACAO SEM TROCA DE PROFESSOR A CARGA NAO
      * MUDA E NAO E CONFERIDA).
      *----------------------------------------------------------------
       CONFERE-PROFESSOR.

           MOVE 'S' TO WS-AULA-OK
           MOVE ZEROS TO WS-CHOQUE-TURMA
           MOVE ZEROS TO WS-CT-AULAS
           MOVE SPACE TO WS-EOF-HOR
           MOVE LOW-VALUES TO HOR-CHAVE
           START HORARIO KEY IS NOT LESS THAN HOR-CHAVE
               INVALID KEY
                   MOVE 'F' TO WS-EOF-HOR
           END-START
           PERFORM UNTIL WS-EOF-HOR EQUAL 'F'
               READ HORARIO NEXT RECORD
                   AT END
                       MOVE 'F' TO WS-EOF-HOR
                   NOT AT END
                       IF HOR-PROFESSOR EQUAL WS-AULA-PROFESSOR
                           ADD 1 TO WS-CT-AULAS
                           IF HOR-DIA EQUAL WS-AULA-DIA
                              AND HOR-AULA EQUAL WS-AULA-HORA
                              AND HOR-TURMA NOT EQUAL WS-AULA-TURMA
                               MOVE HOR-TURMA TO WS-CHOQUE-TURMA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CHOQUE-TURMA NOT EQUAL ZEROS
               DISPLAY 'CHOQUE DE HORARIO: O PROFESSOR '
                       WS-AULA-PROFESSOR ' JA DA AULA NA TURMA '
                       WS-CHOQUE-TURMA ' NA ' WS-AULA-HORA 'A AULA DE '
                       WS-NOME-DIA(WS-AULA-DIA) '. AULA RECUSADA.'
               MOVE 'N' TO WS-AULA-OK
               GO TO CONFERE-PROFESSOR-FIM
           END-IF

           IF WS-AULA-PROFESSOR EQUAL WS-PROF-ANTERIOR
               GO TO CONFERE-PROFESSOR-FIM
           END-IF
           IF WS-FS-PROFESSOR EQUAL '00'
               MOVE WS-AULA-PROFESSOR TO CD-PROFESSOR
               READ PROFESSOR
                   INVALID KEY
                       MOVE ZEROS TO QT-AULAS-MAX
               END-READ
               IF QT-AULAS-MAX > ZEROS
                  AND WS-CT-AULAS >= QT-AULAS-MAX
                   DISPLAY 'O PROFESSOR ' WS-AULA-PROFESSOR ' JA TEM '
                           WS-CT-AULAS ' AULA(S) NA SEMANA, A CARGA '
                           'CONTRATADA. AULA RECUSADA.'
                   MOVE 'N' TO WS-AULA-OK
               END-IF
           END-IF.
       CONFERE-PROFESSOR-FIM.
           EXIT.

      *----------------------------------------------------------------
      * GRADE-TURMA: QUADRO DA SEMANA DE UMA TURMA (DISCIPLINA E
      * PROFESSOR EM CADA CELULA), NO RELGRADE.
      *----------------------------------------------------------------
       GRADE-TURMA.

           DISPLAY 'CODIGO DA TURMA: '
           ACCEPT WS-CONSULTA-TURMA
           PERFORM ABRE-RELATORIO
           IF WS-FS-RELGRADE NOT EQUAL '00'
               GO TO GRADE-TURMA-FIM
           END-IF

           MOVE SPACES TO NM-TURMA
           IF WS-FS-TURMA EQUAL '00'
               MOVE WS-CONSULTA-TURMA TO CD-TURMA
               READ TURMA
                   INVALID KEY
                       MOVE '(SEM CADASTRO)' TO NM-TURMA
               END-READ
           END-IF
           MOVE SPACES TO REG-RELGRADE
           STRING 'GRADE SEMANAL DA TURMA ' DELIMITED BY SIZE
                  WS-CONSULTA-TURMA         DELIMITED BY SIZE
                  ' - '                     DELIMITED BY SIZE
                  NM-TURMA                  DELIMITED BY SIZE
               INTO REG-RELGRADE
           END-STRING
           WRITE REG-RELGRADE

           MOVE SPACES TO WS-GRADE
           MOVE ZEROS TO WS-CT-AULAS
           MOVE SPACE TO WS-EOF-HOR
           MOVE WS-CONSULTA-TURMA TO HOR-TURMA
           MOVE ZEROS TO HOR-DIA HOR-AULA
           START HORARIO KEY IS NOT LESS THAN HOR-CHAVE
               INVALID KEY
                   MOVE 'F' TO WS-EOF-HOR
           END-START
           PERFORM UNTIL WS-EOF-HOR EQUAL 'F'
               READ HORARIO NEXT RECORD
                   AT END
                       MOVE 'F' TO WS-EOF-HOR
                   NOT AT END
                       IF HOR-TURMA NOT EQUAL WS-CONSULTA-TURMA
                           MOVE 'F' TO WS-EOF-HOR
                       ELSE
                           PERFORM CELULA-DA-TURMA
                               THRU CELULA-DA-TURMA-FIM
                       END-IF
               END-READ
           END-PERFORM

           PERFORM IMPRIME-GRADE
           MOVE SPACES TO REG-RELGRADE
           STRING 'AULAS NA SEMANA: ' DELIMITED BY SIZE
                  WS-CT-AULAS         DELIMITED BY SIZE
               INTO REG-RELGRADE
           END-STRING
           WRITE REG-RELGRADE
           CLOSE RELGRADE
           DISPLAY 'GRADE DA TURMA GRAVADA EM RELGRADE. AULAS: '
                   WS-CT-AULAS.
       GRADE-TURMA-FIM.
           EXIT.

       CELULA-DA-TURMA.

           IF HOR-DIA < 1 OR HOR-DIA > 5
              OR HOR-AULA < 1 OR HOR-AULA > 6
               GO TO CELULA-DA-TURMA-FIM
           END-IF
           ADD 1 TO WS-CT-AULAS
           PERFORM BUSCA-NOME-DISCIPLINA
           MOVE SPACES TO WS-CELULA(HOR-AULA, HOR-DIA)
           STRING NM-DISCIPLINA(1:15) DELIMITED BY SIZE
                  '/'                 DELIMITED BY SIZE
                  HOR-PROFESSOR       DELIMITED BY SIZE
               INTO WS-CELULA(HOR-AULA, HOR-DIA)
           END-STRING.
       CELULA-DA-TURMA-FIM.
           EXIT.

      *----------------------------------------------------------------
      * GRADE-PROFESSOR: QUADRO DA SEMANA DE UM PROFESSOR (TURMA E
      * DISCIPLINA EM CADA CELULA), NO RELGRADE. A GRADE E VARRIDA
      * INTEIRA PORQUE A CHAVE COMECA PELA TURMA.
      *----------------------------------------------------------------
       GRADE-PROFESSOR.

           DISPLAY 'CODIGO DO PROFESSOR: '
           ACCEPT WS-CONSULTA-PROF
           PERFORM ABRE-RELATORIO
           IF WS-FS-RELGRADE NOT EQUAL '00'
               GO TO GRADE-PROFESSOR-FIM
           END-IF

           MOVE SPACES TO NM-PROFESSOR
           MOVE ZEROS  TO QT-AULAS-MAX
           IF WS-FS-PROFESSOR EQUAL '00'
               MOVE WS-CONSULTA-PROF TO CD-PROFESSOR
               READ PROFESSOR
                   INVALID KEY
                       MOVE '(SEM CADASTRO)' TO NM-PROFESSOR
               END-READ
           END-IF
           MOVE SPACES TO REG-RELGRADE
           STRING 'GRADE SEMANAL DO PROFESSOR ' DELIMITED BY SIZE
                  WS-CONSULTA-PROF              DELIMITED BY SIZE
                  ' - '                         DELIMITED BY SIZE
                  NM-PROFESSOR                  DELIMITED BY SIZE
               INTO REG-RELGRADE
           END-STRING
           WRITE REG-RELGRADE

           MOVE SPACES TO WS-GRADE
           MOVE ZEROS TO WS-CT-AULAS
           MOVE SPACE TO WS-EOF-HOR
           MOVE LOW-VALUES TO HOR-CHAVE
           START HORARIO KEY IS NOT LESS THAN HOR-CHAVE
               INVALID KEY
                   MOVE 'F' TO WS-EOF-HOR
           END-START
           PERFORM UNTIL WS-EOF-HOR EQUAL 'F'
               READ HORARIO NEXT RECORD
                   AT END
                       MOVE 'F' TO WS-EOF-HOR
                   NOT AT END
                       IF HOR-PROFESSOR EQUAL WS-CONSULTA-PROF
                           PERFORM CELULA-DO-PROFESSOR
                               THRU CELULA-DO-PROFESSOR-FIM
                       END-IF
               END-READ
           END-PERFORM

           PERFORM IMPRIME-GRADE
           MOVE SPACES TO REG-RELGRADE
           STRING 'AULAS NA SEMANA: ' DELIMITED BY SIZE
                  WS-CT-AULAS         DELIMITED BY SIZE
                  '  CONTRATADAS: '   DELIMITED BY SIZE
                  QT-AULAS-MAX        DELIMITED BY SIZE
               INTO REG-RELGRADE
           END-STRING
           WRITE REG-RELGRADE
           CLOSE RELGRADE
           DISPLAY 'GRADE DO PROFESSOR GRAVADA EM RELGRADE. AULAS: '
                   WS-CT-AULAS.
       GRADE-PROFESSOR-FIM.
           EXIT.

       CELULA-DO-PROFESSOR.

           IF HOR-DIA < 1 OR HOR-DIA > 5
              OR HOR-AULA < 1 OR HOR-AULA > 6
               GO TO CELULA-DO-PROFESSOR-FIM
           END-IF
           ADD 1 TO WS-CT-AULAS
           PERFORM BUSCA-NOME-DISCIPLINA
           MOVE SPACES TO WS-CELULA(HOR-AULA, HOR-DIA)
           STRING 'T'                 DELIMITED BY SIZE
                  HOR-TURMA           DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  NM-DISCIPLINA(1:15) DELIMITED BY SIZE
               INTO WS-CELULA(HOR-AULA, HOR-DIA)
           END-STRING.
       CELULA-DO-PROFESSOR-FIM.
           EXIT.

      *----------------------------------------------------------------
      * CARGA-PROFESSORES: AULAS POR SEMANA DE CADA PROFESSOR DO
      * CADASTRO CONTRA A CARGA CONTRATADA, NO RELGRADE.
      *----------------------------------------------------------------
       CARGA-PROFESSORES.

           IF WS-FS-PROFESSOR NOT EQUAL '00'
               DISPLAY 'CADASTRO DE PROFESSORES INDISPONIVEL. FS='
                       WS-FS-PROFESSOR
               GO TO CARGA-FIM
           END-IF
           PERFORM ABRE-RELATORIO
           IF WS-FS-RELGRADE NOT EQUAL '00'
               GO TO CARGA-FIM
           END-IF
           MOVE 'CARGA SEMANAL DOS PROFESSORES' TO REG-RELGRADE
           WRITE REG-RELGRADE
           MOVE ALL '-' TO REG-RELGRADE
           WRITE REG-RELGRADE

           MOVE ZEROS TO WS-TOT-AULAS
           MOVE SPACE TO WS-EOF
           MOVE LOW-VALUES TO CD-PROFESSOR
           START PROFESSOR KEY IS NOT LESS THAN CD-PROFESSOR
               INVALID KEY
                   MOVE 'F' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 'F'
               READ PROFESSOR NEXT RECORD
                   AT END
                       MOVE 'F' TO WS-EOF
                   NOT AT END
                       PERFORM LINHA-DE-CARGA
               END-READ
           END-PERFORM

           MOVE ALL '-' TO REG-RELGRADE
           WRITE REG-RELGRADE
           MOVE SPACES TO REG-RELGRADE
           STRING 'TOTAL DE AULAS NA GRADE: ' DELIMITED BY SIZE
                  WS-TOT-AULAS                DELIMITED BY SIZE
               INTO REG-RELGRADE
           END-STRING
           WRITE REG-RELGRADE
           CLOSE RELGRADE
           DISPLAY 'CARGA DOS PROFESSORES GRAVADA EM RELGRADE.'.
       CARGA-FIM.
           EXIT.

       LINHA-DE-CARGA.

           MOVE ZEROS TO WS-CT-AULAS
           MOVE SPACE TO WS-EOF-HOR
           MOVE LOW-VALUES TO HOR-CHAVE
           START HORARIO KEY IS NOT LESS THAN HOR-CHAVE
               INVALID KEY
                   MOVE 'F' TO WS-EOF-HOR
           END-START
           PERFORM UNTIL WS-EOF-HOR EQUAL 'F'
               READ HORARIO NEXT RECORD
                   AT END
                       MOVE 'F' TO WS-EOF-HOR
                   NOT AT END
                       IF HOR-PROFESSOR EQUAL CD-PROFESSOR
                           ADD 1 TO WS-CT-AULAS
                       END-IF
               END-READ
           END-PERFORM
           ADD WS-CT-AULAS TO WS-TOT-AULAS

           MOVE SPACES TO REG-RELGRADE
           STRING CD-PROFESSOR   DELIMITED BY SIZE
                  ' - '          DELIMITED BY SIZE
                  NM-PROFESSOR   DELIMITED BY SIZE
                  ' AULAS: '     DELIMITED BY SIZE
                  WS-CT-AULAS    DELIMITED BY SIZE
                  ' CONTRATO: '  DELIMITED BY SIZE
                  QT-AULAS-MAX   DELIMITED BY SIZE
               INTO REG-RELGRADE
           END-STRING
           IF QT-AULAS-MAX > ZEROS
              AND WS-CT-AULAS > QT-AULAS-MAX
               MOVE '*** ACIMA DO CONTRATO' TO REG-RELGRADE(70:21)
           END-IF
           WRITE REG-RELGRADE.

      *----------------------------------------------------------------
      * ABRE-RELATORIO: CADA IMPRESSO REGRAVA O RELGRADE.
      *----------------------------------------------------------------
       ABRE-RELATORIO.

           OPEN OUTPUT RELGRADE
           IF WS-FS-RELGRADE NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO RELGRADE. FS='
                       WS-FS-RELGRADE
               CALL 'SUBERRLOG' USING BY CONTENT 'PGM00038  '
                    'RELGRADE  ' WS-FS-RELGRADE
           END-IF.

      *----------------------------------------------------------------
      * IMPRIME-GRADE: CABECALHO DOS DIAS E UMA LINHA POR AULA.
      *----------------------------------------------------------------
       IMPRIME-GRADE.

           MOVE ALL '-' TO REG-RELGRADE
           WRITE REG-RELGRADE
           MOVE SPACES TO REG-RELGRADE
           MOVE 'AULA' TO REG-RELGRADE(1:4)
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 5
               COMPUTE WS-POS = 8 + (WS-D - 1) * 24
               MOVE WS-NOME-DIA(WS-D) TO REG-RELGRADE(WS-POS:3)
           END-PERFORM
           WRITE REG-RELGRADE
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > 6
               MOVE SPACES TO REG-RELGRADE
               MOVE WS-A   TO REG-RELGRADE(2:1)
               MOVE 'A'    TO REG-RELGRADE(3:1)
               PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 5
                   COMPUTE WS-POS = 8 + (WS-D - 1) * 24
                   IF WS-CELULA(WS-A, WS-D) EQUAL SPACES
                       MOVE '-' TO REG-RELGRADE(WS-POS:1)
                   ELSE
                       MOVE WS-CELULA(WS-A, WS-D)
                           TO REG-RELGRADE(WS-POS:22)
                   END-IF
               END-PERFORM
               WRITE REG-RELGRADE
           END-PERFORM
           MOVE ALL '-' TO REG-RELGRADE
           WRITE REG-RELGRADE.

      *----------------------------------------------------------------
      * BUSCA-NOME-DISCIPLINA: NOME DA DISCIPLINA DA AULA CORRENTE
      * (SO O CODIGO QUANDO O CADASTRO NAO ESTA DISPONIVEL).
      *----------------------------------------------------------------
       BUSCA-NOME-DISCIPLINA.

           MOVE SPACES TO NM-DISCIPLINA
           IF WS-FS-DISCIPLI EQUAL '00'
               MOVE HOR-DISCIPLINA TO CD-DISCIPLINA
               READ DISCIPLI
                   INVALID KEY
                       MOVE SPACES TO NM-DISCIPLINA
               END-READ
           END-IF
           IF NM-DISCIPLINA EQUAL SPACES
               STRING 'DISC ' HOR-DISCIPLINA DELIMITED BY SIZE
                   INTO NM-DISCIPLINA
               END-STRING
           END-IF.

      *----------------------------------------------------------------
      * GRAVA-AUDITORIA: MESMO FORMATO DE LINHA DO PGM02002 ATE O
      * CAMPO OPERADOR (PARA OS FILTROS DO PGM02003 FUNCIONAREM); O
      * DE/PARA DA AULA SEGUE NA CAUDA DA LINHA.
      *----------------------------------------------------------------
       GRAVA-AUDITORIA.

           OPEN EXTEND AUDITORIA
           IF WS-FS-AUDITORIA EQUAL '35'
               CLOSE AUDITORIA
               OPEN OUTPUT AUDITORIA
           END-IF
           IF WS-FS-AUDITORIA NOT EQUAL '00'
               DISPLAY 'ERRO AO GRAVAR A AUDITORIA. FS='
                       WS-FS-AUDITORIA
           ELSE
               ACCEPT WS-DATA-AUDIT FROM DATE YYYYMMDD
               ACCEPT WS-HORA-AUDIT FROM TIME
               MOVE SPACES TO REG-AUDITORIA
               STRING WS-DATA-AUDIT        DELIMITED BY SIZE
                      ' '                  DELIMITED BY SIZE
                      WS-HORA-AUDIT(1:6)   DELIMITED BY SIZE
                      ' ACAO='             DELIMITED BY SIZE
                      WS-ACAO-AUDIT        DELIMITED BY SIZE
                      ' CLIENTE='          DELIMITED BY SIZE
                      '00000'              DELIMITED BY SIZE
                      ' OPERADOR='         DELIMITED BY SIZE
                      WS-OPERADOR          DELIMITED BY SIZE
                      ' TURMA='            DELIMITED BY SIZE
                      WS-AULA-TURMA        DELIMITED BY SIZE
                      ' DE('               DELIMITED BY SIZE
                      WS-REG-ANTES         DELIMITED BY SIZE
                      ') PARA('            DELIMITED BY SIZE
                      WS-REG-DEPOIS        DELIMITED BY SIZE
                      ')'                  DELIMITED BY SIZE
                   INTO REG-AUDITORIA
               END-STRING
               WRITE REG-AUDITORIA
               CLOSE AUDITORIA
           END-IF.

       END PROGRAM PGM00038.
