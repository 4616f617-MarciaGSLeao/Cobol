      * Autor: Marcia Gameleira
      * Data: 15/10/2026
      * Objetivo: VIRADA DO ANO LETIVO. EM VEZ DE A SECRETARIA
      *           REDIGITAR O TU-ESTUDANTE DE CADA ALUNO NO PGM00015,
      *           ESTE PROGRAMA PROMOVE OS ALUNOS PELO RESULTADO FINAL
      *           (RESFINAL.DAT DO PROGCOB17, COM O EXAME FINAL DO
      *           PROGCOB18) E PELA TABELA DE PROGRESSAO DE TURMAS
      *           (ARQUIVO PROGTURMA, MANTIDO AQUI: "A TURMA 101 VAI
      *           PARA A 201"):
      *             - APROVADO EM TODAS AS DISCIPLINAS VAI PARA A
      *               TURMA SEGUINTE;
      *             - REPROVADO EM ALGUMA FICA NA TURMA EQUIVALENTE DA
      *               MESMA SERIE (A PROPRIA TURMA SE NAO INFORMADA);
      *             - APROVADO DA ULTIMA SERIE E FORMANDO: SAI NA
      *               LISTA FORMANDOS PARA O EXPURGO DO PGM00022;
      *             - EXAME PENDENTE, BIMESTRE FALTANDO, ALUNO SEM
      *               RESULTADO OU TURMA SEM PROGRESSAO NAO MUDAM.
      *           A QT-CAPACIDADE DO PGM00021 E RESPEITADA: QUEM NAO
      *           CABE NO DESTINO FICA ONDE ESTA E SAI NA LISTA DE
      *           EXCEDENTES. A SIMULACAO SO IMPRIME O QUE ACONTECERIA
      *           (RELVIRADA); A EXECUCAO REGRAVA O ESTUDANTE E GRAVA
      *           CADA MUDANCA NO ARQUIVO TRANSFER, COMO O PGM00029,
      *           COM O ANO LETIVO NO MOTIVO - O ALUNO QUE JA TEM A
      *           LINHA DA VIRADA DAQUELE ANO NAO E MEXIDO DE NOVO, E
      *           UMA EXECUCAO INTERROMPIDA PODE SER REPETIDA.

      *                                        IDENTIFICATION DIVISION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM00039.
      *                                           ENVIRONMENT DIVISION
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROGTURMA ASSIGN TO 'PROGTURMA'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRG-TURMA
           FILE STATUS IS WS-FS-PROGTURMA.

           SELECT ESTUDANTE ASSIGN TO 'ESTUDANTE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CD-ESTUDANTE
           FILE STATUS IS WS-FS-ESTUDANTE.

           SELECT TURMA ASSIGN TO 'TURMA'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CD-TURMA
           FILE STATUS IS WS-FS-TURMA.

           SELECT RESFINAL ASSIGN TO 'RESFINAL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RESFINAL.

           SELECT TRANSFER ASSIGN TO 'TRANSFER'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TRANSFER.

           SELECT FORMANDOS ASSIGN TO 'FORMANDOS'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FORMANDOS.

           SELECT RELVIRADA ASSIGN TO 'RELVIRADA'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RELVIRADA.

      *                                                  DATA DIVISION
       DATA DIVISION.

       FILE SECTION.
       FD  PROGTURMA.
       01  REG-PROGTURMA.
           03  PRG-TURMA             PIC 9(03).
           03  PRG-TURMA-APROVADO    PIC 9(03).
           03  PRG-TURMA-REPROVADO   PIC 9(03).
           03  PRG-FORMATURA         PIC X(01).
               88  PRG-ULTIMA-SERIE            VALUE 'S'.

       FD  ESTUDANTE.
       01  REG-ESTUDANTE.
           03  CD-ESTUDANTE          PIC 9(05).
           03  NM-ESTUDANTE          PIC X(20).
           03  TU-ESTUDANTE          PIC 9(03).
           03  DT-NASC-ESTUDANTE     PIC 9(08).

       FD  TURMA.
       01  REG-TURMA.
           03  CD-TURMA              PIC 9(03).
           03  NM-TURMA              PIC X(20).
           03  QT-CAPACIDADE         PIC 9(03).

      * LINHA DE DETALHE DO RESULTADO FINAL (PROGCOB17/PROGCOB18).
       FD  RESFINAL.
       01  REG-RESFINAL.
           03  RES-ALUNO             PIC X(05).
           03  FILLER                PIC X(01).
           03  RES-NOME              PIC X(30).
           03  RES-ROT-TURMA         PIC X(07).
           03  RES-TURMA             PIC X(03).
           03  RES-ROT-DISC          PIC X(06).
           03  RES-DISC              PIC X(02).
           03  FILLER                PIC X(21).
           03  RES-SITUACAO          PIC X(16).
           03  FILLER                PIC X(09).

       FD  TRANSFER.
       01  REG-TRANSFER.
           03  TRF-DATA              PIC 9(08).
           03  FILLER                PIC X(01).
           03  TRF-ESTUDANTE         PIC 9(05).
           03  FILLER                PIC X(01).
           03  TRF-TURMA-DE          PIC 9(03).
           03  FILLER                PIC X(01).
           03  TRF-TURMA-PARA        PIC 9(03).
           03  FILLER                PIC X(01).
           03  TRF-MOTIVO            PIC X(40).

       FD  FORMANDOS.
       01  REG-FORMANDOS.
           03  FRM-ESTUDANTE         PIC 9(05).
           03  FILLER                PIC X(01).
           03  FRM-NOME              PIC X(20).
           03  FILLER                PIC X(01).
           03  FRM-TURMA             PIC 9(03).
           03  FILLER                PIC X(01).
           03  FRM-ANO-LETIVO        PIC 9(04).

       FD  RELVIRADA.
       01  REG-RELVIRADA             PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-FS-PROGTURMA     PIC X(02) VALUE SPACES.
       77  WS-FS-ESTUDANTE     PIC X(02) VALUE SPACES.
       77  WS-FS-TURMA         PIC X(02) VALUE SPACES.
       77  WS-FS-RESFINAL      PIC X(02) VALUE SPACES.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WS-FS-TRANSFER==.
       77  WS-FS-FORMANDOS     PIC X(02) VALUE SPACES.
       77  WS-FS-RELVIRADA     PIC X(02) VALUE SPACES.

       77  WS-OPCAO            PIC 9(01) VALUE ZEROS.
           88  WS-OPC-GRAVAR             VALUE 1.
           88  WS-OPC-EXCLUIR            VALUE 2.
           88  WS-OPC-LISTAR             VALUE 3.
           88  WS-OPC-SIMULAR            VALUE 4.
           88  WS-OPC-EXECUTAR           VALUE 5.
           88  WS-OPC-SAIR               VALUE 6.
       77  WS-CONTINUA         PIC X(01) VALUE 'S'.
           88  WS-FIM-PROGRAMA           VALUE 'N'.
       77  WS-MODO             PIC X(01) VALUE 'S'.
           88  WS-MODO-SIMULACAO         VALUE 'S'.
           88  WS-MODO-EXECUCAO          VALUE 'E'.
       77  WS-CONFIRMA         PIC X(01) VALUE SPACE.
       77  WS-EOF              PIC X(01) VALUE SPACE.
       77  WS-DATA-SISTEMA     PIC 9(08) VALUE ZEROS.
       77  WS-ANO-LETIVO       PIC 9(04) VALUE ZEROS.
       77  WS-MOTIVO           PIC X(40) VALUE SPACES.
       77  WS-PREFIXO-VIRADA   PIC X(25) VALUE SPACES.
       77  WS-TURMA-LIDA       PIC 9(03) VALUE ZEROS.
       77  WS-I                PIC 9(04) VALUE ZEROS.
       77  WS-J                PIC 9(04) VALUE ZEROS.
       77  WS-POS              PIC 9(04) VALUE ZEROS.
       77  WS-CT-ALUNOS        PIC 9(04) VALUE ZEROS.
       77  WS-CT-PROMOVIDOS    PIC 9(04) VALUE ZEROS.
       77  WS-CT-RETIDOS       PIC 9(04) VALUE ZEROS.
       77  WS-CT-FORMANDOS     PIC 9(04) VALUE ZEROS.
       77  WS-CT-EXCEDENTES    PIC 9(04) VALUE ZEROS.
       77  WS-CT-PARADOS       PIC 9(04) VALUE ZEROS.
       77  WS-CT-JA-VIRADOS    PIC 9(04) VALUE ZEROS.
       77  WS-CT-ERROS         PIC 9(04) VALUE ZEROS.

      * UM SLOT POR ALUNO DO ARQUIVO ESTUDANTE. TA-RESULTADO JUNTA AS
      * DISCIPLINAS DO RESFINAL: ' ' SEM RESULTADO, 'A' APROVADO EM
      * TODAS, 'R' REPROVADO EM ALGUMA, 'P' ALGUMA AINDA PENDENTE.
       01  TAB-ALUNOS.
           03  TAB-ALUNO OCCURS 2000 TIMES.
               05  TA-CODIGO         PIC 9(05).
               05  TA-NOME           PIC X(20).
               05  TA-TURMA          PIC 9(03).
               05  TA-RESULTADO      PIC X(01).
               05  TA-DESTINO        PIC 9(03).
               05  TA-ACAO           PIC X(12).

      * LOTACAO DE CADA TURMA NO ANO NOVO (POSICAO = TURMA + 1) E A
      * CAPACIDADE LIDA NO CADASTRO ('N' = NAO LIDA AINDA).
       01  TAB-LOTACAO.
           03  TAB-LOT OCCURS 1000 TIMES.
               05  TL-QUANTIDADE     PIC 9(04).
               05  TL-CAPACIDADE     PIC 9(03).
               05  TL-LIDA           PIC X(01).

      *                                             PROCEDURE DIVISION
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.

           OPEN I-O PROGTURMA.
           IF WS-FS-PROGTURMA EQUAL '35'
               CLOSE PROGTURMA
               OPEN OUTPUT PROGTURMA
               CLOSE PROGTURMA
               OPEN I-O PROGTURMA
           END-IF.
           IF WS-FS-PROGTURMA NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO PROGTURMA. FS='
                       WS-FS-PROGTURMA
               CALL 'SUBERRLOG' USING BY CONTENT 'PGM00039  '
                    'PROGTURMA ' WS-FS-PROGTURMA
               MOVE 16 TO RETURN-CODE
               GO TO FIM-PROGRAMA
           END-IF.

           PERFORM UNTIL WS-FIM-PROGRAMA
               DISPLAY '1-GRAVAR PROGRESSAO DE TURMA  2-EXCLUIR '
                       'PROGRESSAO  3-LISTAR PROGRESSOES'
               DISPLAY '4-SIMULAR A VIRADA DO ANO  5-EXECUTAR A '
                       'VIRADA DO ANO  6-SAIR'
               DISPLAY 'OPCAO: '
               ACCEPT WS-OPCAO
               EVALUATE TRUE
                   WHEN WS-OPC-GRAVAR
                       PERFORM GRAVA-PROGRESSAO
                           THRU GRAVA-PROGRESSAO-FIM
                   WHEN WS-OPC-EXCLUIR
                       PERFORM EXCLUI-PROGRESSAO
                   WHEN WS-OPC-LISTAR
                       PERFORM LISTA-PROGRESSOES
                   WHEN WS-OPC-SIMULAR
                       MOVE 'S' TO WS-MODO
                       PERFORM VIRADA-DO-ANO THRU VIRADA-FIM
                   WHEN WS-OPC-EXECUTAR
                       MOVE 'E' TO WS-MODO
                       PERFORM VIRADA-DO-ANO THRU VIRADA-FIM
                   WHEN WS-OPC-SAIR
                       MOVE 'N' TO WS-CONTINUA
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA.'
               END-EVALUATE
           END-PERFORM.

           CLOSE PROGTURMA.

       FIM-PROGRAMA.
           STOP RUN.

      *----------------------------------------------------------------
      * GRAVA-PROGRESSAO: INCLUI OU ALTERA A LINHA DE UMA TURMA NA
      * TABELA DE PROGRESSAO.
      *----------------------------------------------------------------
       GRAVA-PROGRESSAO.

           DISPLAY 'TURMA DESTE ANO: '
           ACCEPT WS-TURMA-LIDA
           MOVE WS-TURMA-LIDA TO PRG-TURMA
           READ PROGTURMA
               INVALID KEY
                   MOVE ZEROS TO PRG-TURMA-APROVADO
                                 PRG-TURMA-REPROVADO
                   MOVE 'N'   TO PRG-FORMATURA
               NOT INVALID KEY
                   DISPLAY 'ATUAL: APROVADO VAI PARA '
                           PRG-TURMA-APROVADO ', REPROVADO FICA NA '
                           PRG-TURMA-REPROVADO ', ULTIMA SERIE: '
                           PRG-FORMATURA
           END-READ

           DISPLAY 'E A ULTIMA SERIE (APROVADO SE FORMA) (S/N)? '
           ACCEPT PRG-FORMATURA
           IF PRG-FORMATURA NOT EQUAL 'S'
               MOVE 'N' TO PRG-FORMATURA
           END-IF
           IF PRG-ULTIMA-SERIE
               MOVE ZEROS TO PRG-TURMA-APROVADO
           ELSE
               DISPLAY 'TURMA DO ANO QUE VEM PARA O APROVADO: '
               ACCEPT PRG-TURMA-APROVADO
               MOVE PRG-TURMA-APROVADO TO CD-TURMA
               PERFORM CONFERE-TURMA
               IF WS-FS-TURMA NOT EQUAL '00'
                   GO TO GRAVA-PROGRESSAO-FIM
               END-IF
           END-IF
           DISPLAY 'TURMA DO ANO QUE VEM PARA O REPROVADO '
                   '(ZEROS = A MESMA): '
           ACCEPT PRG-TURMA-REPROVADO
           IF PRG-TURMA-REPROVADO EQUAL ZEROS
               MOVE WS-TURMA-LIDA TO PRG-TURMA-REPROVADO
           END-IF
           MOVE PRG-TURMA-REPROVADO TO CD-TURMA
           PERFORM CONFERE-TURMA
           IF WS-FS-TURMA NOT EQUAL '00'
               GO TO GRAVA-PROGRESSAO-FIM
           END-IF

           MOVE WS-TURMA-LIDA TO PRG-TURMA
           WRITE REG-PROGTURMA
               INVALID KEY
                   REWRITE REG-PROGTURMA
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR A PROGRESSAO.'
                       NOT INVALID KEY
                           DISPLAY 'PROGRESSAO ALTERADA.'
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY 'PROGRESSAO INCLUIDA.'
           END-WRITE.
       GRAVA-PROGRESSAO-FIM.
           EXIT.

      *----------------------------------------------------------------
      * CONFERE-TURMA: A TURMA DE DESTINO (EM CD-TURMA) PRECISA ESTAR
      * NO CADASTRO DO PGM00021. DEVOLVE O STATUS EM WS-FS-TURMA.
      *----------------------------------------------------------------
       CONFERE-TURMA.

           OPEN INPUT TURMA
           IF WS-FS-TURMA NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO TURMA. FS='
                       WS-FS-TURMA
           ELSE
               READ TURMA
                   INVALID KEY
                       DISPLAY 'TURMA ' CD-TURMA ' NAO CADASTRADA.'
               END-READ
               CLOSE TURMA
           END-IF.

       EXCLUI-PROGRESSAO.

           DISPLAY 'TURMA A EXCLUIR DA TABELA: '
           ACCEPT PRG-TURMA
           DELETE PROGTURMA
               INVALID KEY
                   DISPLAY 'TURMA SEM PROGRESSAO CADASTRADA.'
               NOT INVALID KEY
                   DISPLAY 'PROGRESSAO EXCLUIDA.'
           END-DELETE.

       LISTA-PROGRESSOES.

           MOVE SPACE TO WS-EOF
           MOVE ZEROS TO PRG-TURMA
           START PROGTURMA KEY IS NOT LESS THAN PRG-TURMA
               INVALID KEY
                   MOVE 'F' TO WS-EOF
                   DISPLAY 'TABELA DE PROGRESSAO VAZIA.'
           END-START
           PERFORM UNTIL WS-EOF EQUAL 'F'
               READ PROGTURMA NEXT RECORD
                   AT END
                       MOVE 'F' TO WS-EOF
                   NOT AT END
                       IF PRG-ULTIMA-SERIE
                           DISPLAY 'TURMA ' PRG-TURMA
                                   '  APROVADO: FORMA-SE'
                                   '  REPROVADO: ' PRG-TURMA-REPROVADO
                       ELSE
                           DISPLAY 'TURMA ' PRG-TURMA
                                   '  APROVADO: ' PRG-TURMA-APROVADO
                                   '  REPROVADO: ' PRG-TURMA-REPROVADO
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------
      * VIRADA-DO-ANO: CARREGA OS ALUNOS, JUNTA O RESULTADO FINAL,
      * DECIDE O DESTINO DE CADA UM RESPEITANDO A CAPACIDADE E, NA
      * EXECUCAO, APLICA AS MUDANCAS. O RELVIRADA SAI NOS DOIS MODOS.
      *----------------------------------------------------------------
       VIRADA-DO-ANO.

           DISPLAY 'ANO LETIVO QUE ESTA SENDO ENCERRADO (AAAA): '
           ACCEPT WS-ANO-LETIVO
           IF WS-ANO-LETIVO < 2000
               DISPLAY 'ANO LETIVO INVALIDO.'
               GO TO VIRADA-FIM
           END-IF
           IF WS-MODO-EXECUCAO
               DISPLAY 'CONFIRMA A VIRADA DO ANO LETIVO '
                       WS-ANO-LETIVO ' (S/N)? '
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT EQUAL 'S'
                   DISPLAY 'VIRADA CANCELADA.'
                   GO TO VIRADA-FIM
               END-IF
           END-IF
           MOVE SPACES TO WS-PREFIXO-VIRADA
           STRING 'VIRADA DO ANO LETIVO ' DELIMITED BY SIZE
                  WS-ANO-LETIVO           DELIMITED BY SIZE
               INTO WS-PREFIXO-VIRADA
           END-STRING

           MOVE ZEROS TO WS-CT-PROMOVIDOS WS-CT-RETIDOS
                         WS-CT-FORMANDOS WS-CT-EXCEDENTES
                         WS-CT-PARADOS WS-CT-JA-VIRADOS WS-CT-ERROS
           PERFORM CARREGA-ALUNOS THRU CARREGA-ALUNOS-FIM
           IF WS-FS-ESTUDANTE NOT EQUAL '00'
               GO TO VIRADA-FIM
           END-IF
           PERFORM JUNTA-RESULTADOS THRU JUNTA-RESULTADOS-FIM
           IF WS-FS-RESFINAL NOT EQUAL '00'
               GO TO VIRADA-FIM
           END-IF
           PERFORM MARCA-JA-VIRADOS THRU MARCA-JA-VIRADOS-FIM
           PERFORM DECIDE-DESTINOS
           PERFORM APLICA-CAPACIDADE

           IF WS-MODO-EXECUCAO
               PERFORM APLICA-VIRADA THRU APLICA-VIRADA-FIM
           END-IF
           PERFORM IMPRIME-RELATORIO THRU IMPRIME-RELATORIO-FIM.
       VIRADA-FIM.
           EXIT.

      *----------------------------------------------------------------
      * CARREGA-ALUNOS: O ARQUIVO ESTUDANTE INTEIRO NA TABELA.
      *----------------------------------------------------------------
       CARREGA-ALUNOS.

           MOVE ZEROS TO WS-CT-ALUNOS
           OPEN INPUT ESTUDANTE
           IF WS-FS-ESTUDANTE NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO ESTUDANTE. FS='
                       WS-FS-ESTUDANTE
               GO TO CARREGA-ALUNOS-FIM
           END-IF
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 'F'
               READ ESTUDANTE NEXT RECORD
                   AT END
                       MOVE 'F' TO WS-EOF
                   NOT AT END
                       IF WS-CT-ALUNOS < 2000
                           ADD 1 TO WS-CT-ALUNOS
                           MOVE CD-ESTUDANTE TO TA-CODIGO(WS-CT-ALUNOS)
                           MOVE NM-ESTUDANTE TO TA-NOME(WS-CT-ALUNOS)
                           MOVE TU-ESTUDANTE TO TA-TURMA(WS-CT-ALUNOS)
                           MOVE TU-ESTUDANTE
                               TO TA-DESTINO(WS-CT-ALUNOS)
                           MOVE SPACE  TO TA-RESULTADO(WS-CT-ALUNOS)
                           MOVE SPACES TO TA-ACAO(WS-CT-ALUNOS)
                       ELSE
                           DISPLAY 'MAIS DE 2000 ALUNOS: O ALUNO '
                                   CD-ESTUDANTE ' FICOU FORA.'
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ESTUDANTE.
       CARREGA-ALUNOS-FIM.
           EXIT.

      *----------------------------------------------------------------
      * JUNTA-RESULTADOS: CADA LINHA DE DETALHE DO RESFINAL PESA NO
      * RESULTADO DO ALUNO. PENDENTE VENCE REPROVADO, QUE VENCE
      * APROVADO.
      *----------------------------------------------------------------
       JUNTA-RESULTADOS.

           OPEN INPUT RESFINAL
           IF WS-FS-RESFINAL NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO RESFINAL. FS='
                       WS-FS-RESFINAL
               DISPLAY 'RODE ANTES O RESULTADO FINAL DO ANO '
                       '(PROGCOB17).'
               GO TO JUNTA-RESULTADOS-FIM
           END-IF
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 'F'
               READ RESFINAL
                   AT END
                       MOVE 'F' TO WS-EOF
                   NOT AT END
                       IF RES-ALUNO NUMERIC
                          AND RES-ROT-TURMA EQUAL ' TURMA '
                          AND RES-ROT-DISC EQUAL ' DISC '
                           PERFORM PESA-LINHA THRU PESA-LINHA-FIM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESFINAL.
       JUNTA-RESULTADOS-FIM.
           EXIT.

       PESA-LINHA.

           PERFORM ACHA-ALUNO
           IF WS-POS EQUAL ZEROS
               GO TO PESA-LINHA-FIM
           END-IF
           EVALUATE TRUE
               WHEN RES-SITUACAO EQUAL 'APROVADO'
                 OR RES-SITUACAO EQUAL 'APROVADO EXAME'
                   IF TA-RESULTADO(WS-POS) EQUAL SPACE
                       MOVE 'A' TO TA-RESULTADO(WS-POS)
                   END-IF
               WHEN RES-SITUACAO EQUAL 'REPROVADO'
                 OR RES-SITUACAO EQUAL 'REPROVADO EXAME'
                   IF TA-RESULTADO(WS-POS) NOT EQUAL 'P'
                       MOVE 'R' TO TA-RESULTADO(WS-POS)
                   END-IF
               WHEN OTHER
                   MOVE 'P' TO TA-RESULTADO(WS-POS)
           END-EVALUATE.
       PESA-LINHA-FIM.
           EXIT.

       ACHA-ALUNO.

           MOVE ZEROS TO WS-POS
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CT-ALUNOS OR WS-POS > ZEROS
               IF TA-CODIGO(WS-I) EQUAL RES-ALUNO
                   MOVE WS-I TO WS-POS
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * MARCA-JA-VIRADOS: ALUNO COM LINHA DA VIRADA DESTE ANO LETIVO
      * NO TRANSFER JA FOI PROMOVIDO (EXECUCAO ANTERIOR).
      *----------------------------------------------------------------
       MARCA-JA-VIRADOS.

           OPEN INPUT TRANSFER
           IF NOT FS-OK
               GO TO MARCA-JA-VIRADOS-FIM
           END-IF
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 'F'
               READ TRANSFER
                   AT END
                       MOVE 'F' TO WS-EOF
                   NOT AT END
                       IF TRF-MOTIVO(1:25) EQUAL WS-PREFIXO-VIRADA
                           PERFORM MARCA-UM-VIRADO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSFER.
       MARCA-JA-VIRADOS-FIM.
           EXIT.

       MARCA-UM-VIRADO.

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CT-ALUNOS
               IF TA-CODIGO(WS-I) EQUAL TRF-ESTUDANTE
                   MOVE 'JA VIRADO' TO TA-ACAO(WS-I)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * DECIDE-DESTINOS: DESTINO DE CADA ALUNO PELA TABELA DE
      * PROGRESSAO. QUEM NAO MUDA JA FICA COM A ACAO DEFINIDA.
      *----------------------------------------------------------------
       DECIDE-DESTINOS.

           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-CT-ALUNOS
               IF TA-ACAO(WS-J) EQUAL SPACES
                   PERFORM DECIDE-UM-ALUNO THRU DECIDE-UM-ALUNO-FIM
               END-IF
           END-PERFORM.

       DECIDE-UM-ALUNO.

           IF TA-RESULTADO(WS-J) EQUAL SPACE
               MOVE 'SEM RESULT.' TO TA-ACAO(WS-J)
               GO TO DECIDE-UM-ALUNO-FIM
           END-IF
           IF TA-RESULTADO(WS-J) EQUAL 'P'
               MOVE 'PENDENTE' TO TA-ACAO(WS-J)
               GO TO DECIDE-UM-ALUNO-FIM
           END-IF
           MOVE TA-TURMA(WS-J) TO PRG-TURMA
           READ PROGTURMA
               INVALID KEY
                   MOVE 'SEM PROGR.' TO TA-ACAO(WS-J)
                   GO TO DECIDE-UM-ALUNO-FIM
           END-READ
           IF TA-RESULTADO(WS-J) EQUAL 'R'
               MOVE PRG-TURMA-REPROVADO TO TA-DESTINO(WS-J)
               GO TO DECIDE-UM-ALUNO-FIM
           END-IF
           IF PRG-ULTIMA-SERIE
               MOVE 'FORMANDO' TO TA-ACAO(WS-J)
           ELSE
               MOVE PRG-TURMA-APROVADO TO TA-DESTINO(WS-J)
           END-IF.
       DECIDE-UM-ALUNO-FIM.
           EXIT.

      *----------------------------------------------------------------
      * APLICA-CAPACIDADE: PRIMEIRO CONTA QUEM NAO MUDA DE TURMA
      * (OCUPA A CARTEIRA DE QUALQUER JEITO), DEPOIS ENCAIXA OS QUE
      * MUDAM NA ORDEM DO CODIGO. FORMANDO NAO OCUPA CARTEIRA.
      *----------------------------------------------------------------
       APLICA-CAPACIDADE.

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 1000
               MOVE ZEROS TO TL-QUANTIDADE(WS-I) TL-CAPACIDADE(WS-I)
               MOVE 'N'   TO TL-LIDA(WS-I)
           END-PERFORM

           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-CT-ALUNOS
               IF TA-ACAO(WS-J) NOT EQUAL 'FORMANDO'
                  AND (TA-ACAO(WS-J) NOT EQUAL SPACES
                       OR TA-DESTINO(WS-J) EQUAL TA-TURMA(WS-J))
                   COMPUTE WS-POS = TA-TURMA(WS-J) + 1
                   ADD 1 TO TL-QUANTIDADE(WS-POS)
               END-IF
           END-PERFORM

           OPEN INPUT TURMA
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-CT-ALUNOS
               IF TA-ACAO(WS-J) EQUAL SPACES
                   PERFORM ENCAIXA-ALUNO THRU ENCAIXA-ALUNO-FIM
               END-IF
           END-PERFORM
           IF WS-FS-TURMA EQUAL '00'
               CLOSE TURMA
           END-IF.

       ENCAIXA-ALUNO.

           IF TA-DESTINO(WS-J) EQUAL TA-TURMA(WS-J)
               MOVE 'RETIDO' TO TA-ACAO(WS-J)
               GO TO ENCAIXA-ALUNO-FIM
           END-IF
           COMPUTE WS-POS = TA-DESTINO(WS-J) + 1
           IF TL-LIDA(WS-POS) EQUAL 'N'
               MOVE 'S' TO TL-LIDA(WS-POS)
               MOVE TA-DESTINO(WS-J) TO CD-TURMA
               READ TURMA
                   INVALID KEY
                       MOVE ZEROS TO QT-CAPACIDADE
               END-READ
               IF QT-CAPACIDADE NUMERIC
                   MOVE QT-CAPACIDADE TO TL-CAPACIDADE(WS-POS)
               END-IF
           END-IF
           IF TL-CAPACIDADE(WS-POS) > ZEROS
              AND TL-QUANTIDADE(WS-POS) >= TL-CAPACIDADE(WS-POS)
               MOVE 'EXCEDENTE' TO TA-ACAO(WS-J)
               COMPUTE WS-POS = TA-TURMA(WS-J) + 1
               ADD 1 TO TL-QUANTIDADE(WS-POS)
               GO TO ENCAIXA-ALUNO-FIM
           END-IF
           ADD 1 TO TL-QUANTIDADE(WS-POS)
           IF TA-RESULTADO(WS-J) EQUAL 'R'
               MOVE 'RETIDO' TO TA-ACAO(WS-J)
           ELSE
               MOVE 'PROMOVIDO' TO TA-ACAO(WS-J)
           END-IF.
       ENCAIXA-ALUNO-FIM.
           EXIT.

      *----------------------------------------------------------------
      * APLICA-VIRADA: REGRAVA A TURMA DE QUEM MUDA, COM A LINHA NO
      * TRANSFER, E GRAVA A LISTA FORMANDOS PARA O PGM00022.
      *----------------------------------------------------------------
       APLICA-VIRADA.

           OPEN I-O ESTUDANTE
           IF WS-FS-ESTUDANTE NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO ESTUDANTE. FS='
                       WS-FS-ESTUDANTE
               CALL 'SUBERRLOG' USING BY CONTENT 'PGM00039  '
                    'ESTUDANTE ' WS-FS-ESTUDANTE
               MOVE 16 TO RETURN-CODE
               GO TO APLICA-VIRADA-FIM
           END-IF
           OPEN OUTPUT FORMANDOS

           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-CT-ALUNOS
               EVALUATE TRUE
                   WHEN TA-ACAO(WS-J) EQUAL 'FORMANDO'
                       PERFORM GRAVA-FORMANDO
                   WHEN TA-DESTINO(WS-J) NOT EQUAL TA-TURMA(WS-J)
                    AND (TA-ACAO(WS-J) EQUAL 'PROMOVIDO'
                         OR TA-ACAO(WS-J) EQUAL 'RETIDO')
                       PERFORM MUDA-TURMA THRU MUDA-TURMA-FIM
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM

           CLOSE ESTUDANTE
           IF WS-FS-FORMANDOS EQUAL '00'
               CLOSE FORMANDOS
           END-IF.
       APLICA-VIRADA-FIM.
           EXIT.

       MUDA-TURMA.

           MOVE TA-CODIGO(WS-J) TO CD-ESTUDANTE
           READ ESTUDANTE
               INVALID KEY
                   MOVE 'ERRO' TO TA-ACAO(WS-J)
                   ADD 1 TO WS-CT-ERROS
                   GO TO MUDA-TURMA-FIM
           END-READ
           MOVE TA-DESTINO(WS-J) TO TU-ESTUDANTE
           REWRITE REG-ESTUDANTE
               INVALID KEY
                   MOVE 'ERRO' TO TA-ACAO(WS-J)
                   ADD 1 TO WS-CT-ERROS
                   GO TO MUDA-TURMA-FIM
           END-REWRITE

           MOVE SPACES TO WS-MOTIVO
           IF TA-ACAO(WS-J) EQUAL 'PROMOVIDO'
               STRING WS-PREFIXO-VIRADA DELIMITED BY SIZE
                      ' APROVADO'       DELIMITED BY SIZE
                   INTO WS-MOTIVO
               END-STRING
           ELSE
               STRING WS-PREFIXO-VIRADA DELIMITED BY SIZE
                      ' REPROVADO'      DELIMITED BY SIZE
                   INTO WS-MOTIVO
               END-STRING
           END-IF
           PERFORM GRAVA-HISTORICO.
       MUDA-TURMA-FIM.
           EXIT.

      *----------------------------------------------------------------
      * GRAVA-HISTORICO: ACRESCENTA A LINHA DA MUDANCA AO ARQUIVO
      * TRANSFER, NO MESMO LAYOUT DO PGM00029.
      *----------------------------------------------------------------
       GRAVA-HISTORICO.

           OPEN EXTEND TRANSFER
           IF WS-FS-TRANSFER EQUAL '35'
               CLOSE TRANSFER
               OPEN OUTPUT TRANSFER
           END-IF
           IF NOT FS-OK
               DISPLAY 'ERRO AO GRAVAR O HISTORICO. FS='
                       WS-FS-TRANSFER
           ELSE
               MOVE SPACES TO REG-TRANSFER
               MOVE WS-DATA-SISTEMA  TO TRF-DATA
               MOVE TA-CODIGO(WS-J)  TO TRF-ESTUDANTE
               MOVE TA-TURMA(WS-J)   TO TRF-TURMA-DE
               MOVE TA-DESTINO(WS-J) TO TRF-TURMA-PARA
               MOVE WS-MOTIVO        TO TRF-MOTIVO
               WRITE REG-TRANSFER
               CLOSE TRANSFER
           END-IF.

       GRAVA-FORMANDO.

           IF WS-FS-FORMANDOS EQUAL '00'
               MOVE SPACES TO REG-FORMANDOS
               MOVE TA-CODIGO(WS-J) TO FRM-ESTUDANTE
               MOVE TA-NOME(WS-J)   TO FRM-NOME
               MOVE TA-TURMA(WS-J)  TO FRM-TURMA
               MOVE WS-ANO-LETIVO   TO FRM-ANO-LETIVO
               WRITE REG-FORMANDOS
           ELSE
               DISPLAY 'ERRO AO GRAVAR O FORMANDOS. FS='
                       WS-FS-FORMANDOS ' ALUNO ' TA-CODIGO(WS-J)
               ADD 1 TO WS-CT-ERROS
           END-IF.

      *----------------------------------------------------------------
      * IMPRIME-RELATORIO: UMA LINHA POR ALUNO NO RELVIRADA, A LISTA
      * DE EXCEDENTES E OS TOTAIS.
      *----------------------------------------------------------------
       IMPRIME-RELATORIO.

           OPEN OUTPUT RELVIRADA
           IF WS-FS-RELVIRADA NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO RELVIRADA. FS='
                       WS-FS-RELVIRADA
               GO TO IMPRIME-RELATORIO-FIM
           END-IF
           MOVE SPACES TO REG-RELVIRADA
           IF WS-MODO-SIMULACAO
               STRING 'SIMULACAO DA VIRADA DO ANO LETIVO '
                                     DELIMITED BY SIZE
                      WS-ANO-LETIVO  DELIMITED BY SIZE
                      ' - NADA FOI GRAVADO'
                                     DELIMITED BY SIZE
                   INTO REG-RELVIRADA
               END-STRING
           ELSE
               STRING 'VIRADA DO ANO LETIVO ' DELIMITED BY SIZE
                      WS-ANO-LETIVO           DELIMITED BY SIZE
                      ' - EXECUTADA EM '      DELIMITED BY SIZE
                      WS-DATA-SISTEMA         DELIMITED BY SIZE
                   INTO REG-RELVIRADA
               END-STRING
           END-IF
           WRITE REG-RELVIRADA
           MOVE 'ALUNO NOME                 DE  PARA SITUACAO'
               TO REG-RELVIRADA
           WRITE REG-RELVIRADA

           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-CT-ALUNOS
               PERFORM LINHA-DO-ALUNO
           END-PERFORM

           MOVE ALL '-' TO REG-RELVIRADA
           WRITE REG-RELVIRADA
           MOVE 'EXCEDENTES (NAO COUBERAM NA TURMA DE DESTINO):'
               TO REG-RELVIRADA
           WRITE REG-RELVIRADA
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-CT-ALUNOS
               IF TA-ACAO(WS-J) EQUAL 'EXCEDENTE'
                   MOVE SPACES TO REG-RELVIRADA
                   STRING '   '            DELIMITED BY SIZE
                          TA-CODIGO(WS-J)  DELIMITED BY SIZE
                          ' '              DELIMITED BY SIZE
                          TA-NOME(WS-J)    DELIMITED BY SIZE
                          ' FICA NA '      DELIMITED BY SIZE
                          TA-TURMA(WS-J)   DELIMITED BY SIZE
                          ', DESTINO '     DELIMITED BY SIZE
                          TA-DESTINO(WS-J) DELIMITED BY SIZE
                          ' LOTADO'        DELIMITED BY SIZE
                       INTO REG-RELVIRADA
                   END-STRING
                   WRITE REG-RELVIRADA
               END-IF
           END-PERFORM

           MOVE ALL '-' TO REG-RELVIRADA
           WRITE REG-RELVIRADA
           MOVE SPACES TO REG-RELVIRADA
           STRING 'PROMOVIDOS: '    DELIMITED BY SIZE
                  WS-CT-PROMOVIDOS  DELIMITED BY SIZE
                  '  RETIDOS: '     DELIMITED BY SIZE
                  WS-CT-RETIDOS     DELIMITED BY SIZE
                  '  FORMANDOS: '   DELIMITED BY SIZE
                  WS-CT-FORMANDOS   DELIMITED BY SIZE
                  '  EXCEDENTES: '  DELIMITED BY SIZE
                  WS-CT-EXCEDENTES  DELIMITED BY SIZE
                  '  SEM MUDANCA: ' DELIMITED BY SIZE
                  WS-CT-PARADOS     DELIMITED BY SIZE
                  '  JA VIRADOS: '  DELIMITED BY SIZE
                  WS-CT-JA-VIRADOS  DELIMITED BY SIZE
               INTO REG-RELVIRADA
           END-STRING
           WRITE REG-RELVIRADA
           CLOSE RELVIRADA

           DISPLAY 'PROMOVIDOS: ' WS-CT-PROMOVIDOS
                   '  RETIDOS: ' WS-CT-RETIDOS
                   '  FORMANDOS: ' WS-CT-FORMANDOS
           DISPLAY 'EXCEDENTES: ' WS-CT-EXCEDENTES
                   '  SEM MUDANCA: ' WS-CT-PARADOS
                   '  JA VIRADOS: ' WS-CT-JA-VIRADOS
           IF WS-CT-ERROS > ZEROS
               DISPLAY 'ERROS DE GRAVACAO: ' WS-CT-ERROS
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-MODO-SIMULACAO
               DISPLAY 'SIMULACAO GRAVADA EM RELVIRADA.'
           ELSE
               DISPLAY 'VIRADA GRAVADA. RELATORIO EM RELVIRADA, '
                       'FORMANDOS PARA O EXPURGO EM FORMANDOS.'
           END-IF.
       IMPRIME-RELATORIO-FIM.
           EXIT.

       LINHA-DO-ALUNO.

           EVALUATE TA-ACAO(WS-J)
               WHEN 'PROMOVIDO'
                   ADD 1 TO WS-CT-PROMOVIDOS
               WHEN 'RETIDO'
                   ADD 1 TO WS-CT-RETIDOS
               WHEN 'FORMANDO'
                   ADD 1 TO WS-CT-FORMANDOS
               WHEN 'EXCEDENTE'
                   ADD 1 TO WS-CT-EXCEDENTES
               WHEN 'JA VIRADO'
                   ADD 1 TO WS-CT-JA-VIRADOS
               WHEN 'ERRO'
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-CT-PARADOS
           END-EVALUATE
           MOVE SPACES TO REG-RELVIRADA
           STRING TA-CODIGO(WS-J)  DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  TA-NOME(WS-J)    DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  TA-TURMA(WS-J)   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  TA-DESTINO(WS-J) DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  TA-ACAO(WS-J)    DELIMITED BY SIZE
               INTO REG-RELVIRADA
           END-STRING
           IF TA-ACAO(WS-J) EQUAL 'FORMANDO'
               MOVE '---' TO REG-RELVIRADA(32:3)
           END-IF
           WRITE REG-RELVIRADA.

       END PROGRAM PGM00039.
