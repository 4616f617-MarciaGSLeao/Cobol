      * Autor: Marcia Gameleira
      * Data: 15/10/2026
      * Objetivo: MANUTENCAO DO CADASTRO DE PROFESSORES (INCLUIR,
      *           ALTERAR, EXCLUIR E LISTAR), ARQUIVO PROFESSOR
      *           INDEXADO PELO CODIGO DE 4 DIGITOS. CADA PROFESSOR
      *           TEM A CARGA CONTRATADA EM AULAS POR SEMANA
      *           (QT-AULAS-MAX, ZEROS = SEM LIMITE), RESPEITADA PELA
      *           GRADE DE HORARIOS DO PGM00038. PROFESSOR COM AULA NA
      *           GRADE NAO PODE SER EXCLUIDO; A LISTAGEM MOSTRA AS
      *           AULAS DE CADA UM NA GRADE ATUAL. INCLUSOES,
      *           ALTERACOES E EXCLUSOES VAO PARA O AUDITORIA.DAT NO
      *           MESMO FORMATO DO PGM00021.

      *                                        IDENTIFICATION DIVISION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM00037.
      *                                           ENVIRONMENT DIVISION
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFESSOR ASSIGN TO 'PROFESSOR'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CD-PROFESSOR
           FILE STATUS IS WS-FS-PROFESSOR.

           SELECT HORARIO ASSIGN TO 'HORARIO'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOR-CHAVE
           FILE STATUS IS WS-FS-HORARIO.

           SELECT AUDITORIA ASSIGN TO 'AUDITORIA.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AUDITORIA.

      *                                                  DATA DIVISION
       DATA DIVISION.

       FILE SECTION.
       FD  PROFESSOR.
       01  REG-PROFESSOR.
           03  CD-PROFESSOR          PIC 9(04).
           03  NM-PROFESSOR          PIC X(30).
           03  QT-AULAS-MAX          PIC 9(02).

      *    GRADE SEMANAL DO PGM00038: TURMA + DIA (1=SEG A 5=SEX) +
      *    AULA DO DIA (1 A 6).
       FD  HORARIO.
       01  REG-HORARIO.
           03  HOR-CHAVE.
               05  HOR-TURMA         PIC 9(03).
               05  HOR-DIA           PIC 9(01).
               05  HOR-AULA          PIC 9(01).
           03  HOR-DISCIPLINA        PIC 9(02).
           03  HOR-PROFESSOR         PIC 9(04).

       FD  AUDITORIA.
       01  REG-AUDITORIA             PIC X(500).

       WORKING-STORAGE SECTION.
       77  WS-FS-PROFESSOR     PIC X(02) VALUE SPACES.
       77  WS-FS-HORARIO       PIC X(02) VALUE SPACES.
       77  WS-FS-AUDITORIA     PIC X(02) VALUE SPACES.
       77  WS-OPCAO            PIC 9(01) VALUE ZEROS.
           88  WS-OPC-INCLUIR            VALUE 1.
           88  WS-OPC-ALTERAR            VALUE 2.
           88  WS-OPC-EXCLUIR            VALUE 3.
           88  WS-OPC-LISTAR             VALUE 4.
           88  WS-OPC-SAIR               VALUE 5.
       77  WS-CONTINUA         PIC X(01) VALUE 'S'.
           88  WS-FIM-MANUTENCAO         VALUE 'N'.
       77  WS-EOF              PIC X(01) VALUE SPACE.
       77  WS-EOF-HOR          PIC X(01) VALUE SPACE.
       77  WS-OPERADOR         PIC X(20) VALUE SPACES.
       77  WS-ACAO-AUDIT       PIC X(10) VALUE SPACES.
       77  WS-DATA-AUDIT       PIC 9(08) VALUE ZEROS.
       77  WS-HORA-AUDIT       PIC 9(08) VALUE ZEROS.
       77  WS-REG-ANTES        PIC X(36) VALUE SPACES.
       77  WS-REG-DEPOIS       PIC X(36) VALUE SPACES.
       77  WS-CT-AULAS         PIC 9(03) VALUE ZEROS.

      *                                             PROCEDURE DIVISION
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY 'CODIGO DO OPERADOR (PARA A AUDITORIA): '
           ACCEPT WS-OPERADOR

           OPEN I-O PROFESSOR.
           IF WS-FS-PROFESSOR EQUAL '35'
               CLOSE PROFESSOR
               OPEN OUTPUT PROFESSOR
               CLOSE PROFESSOR
               OPEN I-O PROFESSOR
           END-IF.
           IF WS-FS-PROFESSOR NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO PROFESSOR. FS='
                       WS-FS-PROFESSOR
               CALL 'SUBERRLOG' USING BY CONTENT 'PGM00037  '
                    'PROFESSOR ' WS-FS-PROFESSOR
               MOVE 16 TO RETURN-CODE
               GO TO FIM-PROGRAMA
           END-IF.

           PERFORM UNTIL WS-FIM-MANUTENCAO

               DISPLAY '1-INCLUIR  2-ALTERAR  3-EXCLUIR  '
                       '4-LISTAR  5-SAIR'
               DISPLAY 'OPCAO: '
               ACCEPT WS-OPCAO

               EVALUATE TRUE
                   WHEN WS-OPC-INCLUIR
                       PERFORM INCLUIR-PROFESSOR
                   WHEN WS-OPC-ALTERAR
                       PERFORM ALTERAR-PROFESSOR
                   WHEN WS-OPC-EXCLUIR
                       PERFORM EXCLUIR-PROFESSOR THRU EXCLUIR-FIM
                   WHEN WS-OPC-LISTAR
                       PERFORM LISTAR-PROFESSORES
                   WHEN WS-OPC-SAIR
                       MOVE 'N' TO WS-CONTINUA
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA.'
               END-EVALUATE

           END-PERFORM.

           CLOSE PROFESSOR.

       FIM-PROGRAMA.
           STOP RUN.

      *----------------------------------------------------------------
      * INCLUIR-PROFESSOR: GRAVA UM NOVO PROFESSOR NO ARQUIVO.
      *----------------------------------------------------------------
       INCLUIR-PROFESSOR.

           DISPLAY 'CODIGO DO PROFESSOR: '
           ACCEPT CD-PROFESSOR
           DISPLAY 'NOME DO PROFESSOR..: '
           ACCEPT NM-PROFESSOR
           DISPLAY 'AULAS POR SEMANA CONTRATADAS (ZEROS = SEM LIMITE): '
           ACCEPT QT-AULAS-MAX

           WRITE REG-PROFESSOR
               INVALID KEY
                   DISPLAY 'PROFESSOR JA CADASTRADO.'
               NOT INVALID KEY
                   DISPLAY 'PROFESSOR INCLUIDO.'
                   MOVE 'INC-PROF'    TO WS-ACAO-AUDIT
                   MOVE SPACES        TO WS-REG-ANTES
                   MOVE REG-PROFESSOR TO WS-REG-DEPOIS
                   PERFORM GRAVA-AUDITORIA
           END-WRITE.

      *----------------------------------------------------------------
      * ALTERAR-PROFESSOR: CORRIGE NOME E CARGA CONTRATADA. A CARGA
      * NOVA NAO DESFAZ AULAS JA NA GRADE: A LISTAGEM E O RELATORIO DE
      * CARGA DO PGM00038 APONTAM QUEM FICOU ACIMA DO CONTRATO.
      *----------------------------------------------------------------
       ALTERAR-PROFESSOR.

           DISPLAY 'CODIGO DO PROFESSOR: '
           ACCEPT CD-PROFESSOR

           READ PROFESSOR
               INVALID KEY
                   DISPLAY 'PROFESSOR NAO ENCONTRADO.'
               NOT INVALID KEY
                   MOVE REG-PROFESSOR TO WS-REG-ANTES
                   DISPLAY 'NOME ATUAL.....: ' NM-PROFESSOR
                   DISPLAY 'NOVO NOME......: '
                   ACCEPT NM-PROFESSOR
                   DISPLAY 'CARGA ATUAL....: ' QT-AULAS-MAX
                   DISPLAY 'NOVA CARGA (ZEROS = SEM LIMITE): '
                   ACCEPT QT-AULAS-MAX
                   REWRITE REG-PROFESSOR
                       INVALID KEY
                           DISPLAY 'ERRO AO ALTERAR O PROFESSOR.'
                       NOT INVALID KEY
                           DISPLAY 'PROFESSOR ALTERADO.'
                           MOVE 'ALT-PROF'    TO WS-ACAO-AUDIT
                           MOVE REG-PROFESSOR TO WS-REG-DEPOIS
                           PERFORM GRAVA-AUDITORIA
                   END-REWRITE
           END-READ.

      *----------------------------------------------------------------
      * EXCLUIR-PROFESSOR: SO SAI DO CADASTRO QUEM NAO TEM AULA NA
      * GRADE (AS AULAS SAO TIRADAS OU PASSADAS A OUTRO PROFESSOR NO
      * PGM00038 ANTES).
      *----------------------------------------------------------------
       EXCLUIR-PROFESSOR.

           DISPLAY 'CODIGO DO PROFESSOR: '
           ACCEPT CD-PROFESSOR

           READ PROFESSOR
               INVALID KEY
                   DISPLAY 'PROFESSOR NAO ENCONTRADO.'
                   GO TO EXCLUIR-FIM
           END-READ

           PERFORM CONTA-AULAS THRU CONTA-AULAS-FIM
           IF WS-CT-AULAS > ZEROS
               DISPLAY 'PROFESSOR COM ' WS-CT-AULAS ' AULA(S) NA '
                       'GRADE. TIRE AS AULAS NO PGM00038 ANTES DE '
                       'EXCLUIR.'
               GO TO EXCLUIR-FIM
           END-IF

           MOVE REG-PROFESSOR TO WS-REG-ANTES
           DELETE PROFESSOR
               INVALID KEY
                   DISPLAY 'ERRO AO EXCLUIR O PROFESSOR.'
               NOT INVALID KEY
                   DISPLAY 'PROFESSOR EXCLUIDO.'
                   MOVE 'EXC-PROF' TO WS-ACAO-AUDIT
                   MOVE SPACES     TO WS-REG-DEPOIS
                   PERFORM GRAVA-AUDITORIA
           END-DELETE.
       EXCLUIR-FIM.
           EXIT.

      *----------------------------------------------------------------
      * LISTAR-PROFESSORES: LISTA O CADASTRO COM AS AULAS DE CADA UM
      * NA GRADE.
      *----------------------------------------------------------------
       LISTAR-PROFESSORES.

           MOVE SPACE TO WS-EOF
           MOVE LOW-VALUES TO CD-PROFESSOR
           START PROFESSOR KEY IS NOT LESS THAN CD-PROFESSOR
               INVALID KEY
                   MOVE 'F' TO WS-EOF
                   DISPLAY 'CADASTRO DE PROFESSORES VAZIO.'
           END-START

           PERFORM UNTIL WS-EOF EQUAL 'F'
               READ PROFESSOR NEXT RECORD
                   AT END
                       MOVE 'F' TO WS-EOF
                   NOT AT END
                       PERFORM CONTA-AULAS THRU CONTA-AULAS-FIM
                       DISPLAY CD-PROFESSOR ' - ' NM-PROFESSOR
                               ' CONTRATO: ' QT-AULAS-MAX
                               ' NA GRADE: ' WS-CT-AULAS
                       IF QT-AULAS-MAX > ZEROS
                          AND WS-CT-AULAS > QT-AULAS-MAX
                           DISPLAY '   *** ACIMA DA CARGA CONTRATADA'
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------
      * CONTA-AULAS: AULAS DO PROFESSOR CORRENTE NA GRADE (ARQUIVO
      * HORARIO ABERTO SO AQUI, SOB DEMANDA).
      *----------------------------------------------------------------
       CONTA-AULAS.

           MOVE ZEROS TO WS-CT-AULAS
           OPEN INPUT HORARIO
           IF WS-FS-HORARIO NOT EQUAL '00'
               GO TO CONTA-AULAS-FIM
           END-IF
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
           CLOSE HORARIO.
       CONTA-AULAS-FIM.
           EXIT.

      *----------------------------------------------------------------
      * GRAVA-AUDITORIA: MESMO FORMATO DE LINHA DO PGM02002 ATE O
      * CAMPO OPERADOR (PARA OS FILTROS DO PGM02003 FUNCIONAREM); O
      * DE/PARA DO REGISTRO DO PROFESSOR SEGUE NA CAUDA DA LINHA.
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
                      ' PROFESSOR='        DELIMITED BY SIZE
                      CD-PROFESSOR         DELIMITED BY SIZE
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

       END PROGRAM PGM00037.
