       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB19.
      ******************************************************************
      * AUTHOR: MARCIA GAMELEIRA
      * OBJETIVO: AVALIACOES PONDERADAS DO BIMESTRE. O PROFESSOR DA
      *           PROVA, TRABALHO E PARTICIPACAO COM PESOS DIFERENTES,
      *           MAS O PROGCOB08 SO FAZIA A MEDIA SIMPLES DE QUATRO
      *           NOTAS. AQUI FICAM:
      *             - O PLANO DE AVALIACOES DE CADA DISCIPLINA E
      *               BIMESTRE (PLANOAVA.DAT: ATE 6 AVALIACOES, CADA
      *               UMA COM DESCRICAO E PESO);
      *             - AS NOTAS DE CADA ALUNO EM CADA AVALIACAO
      *               (NOTASAVA.DAT). AVALIACAO SEM NOTA FICA MARCADA
      *               COMO PENDENTE, NUNCA VIRA ZERO;
      *             - O DEMONSTRATIVO DA MEDIA PONDERADA, IMPRESSO NO
      *               DEMONOTA.DAT PARA OS PAIS QUE QUESTIONAM A NOTA.
      *           COM PLANO CADASTRADO, O PROGCOB08 CALCULA O
      *           BOL-MEDIA DO BOLETIM.DAT PELA MEDIA PONDERADA DESTAS
      *           NOTAS E RECUSA O LANCAMENTO ENQUANTO FALTAR NOTA.
      * DATA: 15/10/2026
      * HISTORICO:
      * 15/10/2026 - NOTAS DE ALUNO DE TURMA COM O BIMESTRE FECHADO NO
      *              PROGCOB20 (FECHABIM.DAT) NAO PODEM MAIS SER
      *              ALTERADAS; SO APOS A REABERTURA PELO SUPERVISOR.
      *              COM O BIMESTRE REABERTO, O OPERADOR E PEDIDO UMA
      *              VEZ E CADA NOTA ALTERADA VAI PARA O AUDITORIA.DAT
      *              (ACAO=NOTA-REAB, NOTA ANTERIOR E NOVA), COMO A
      *              MEDIA NO PROGCOB08.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANOAVA ASSIGN TO "PLANOAVA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLA-CHAVE
               FILE STATUS IS WRK-FS-PLANOAVA.
           SELECT NOTASAVA ASSIGN TO "NOTASAVA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NAV-CHAVE
               FILE STATUS IS WRK-FS-NOTASAVA.
           SELECT DISCIPLI ASSIGN TO "DISCIPLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-DISCIPLINA
               FILE STATUS IS WRK-FS-DISCIPLI.
           SELECT ESTUDANTE ASSIGN TO "ESTUDANTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-ESTUDANTE
               FILE STATUS IS WRK-FS-ESTUDANTE.
           SELECT FECHABIM ASSIGN TO "FECHABIM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEC-CHAVE
               FILE STATUS IS WRK-FS-FECHABIM.
           SELECT AUDITORIA ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITORIA.
           SELECT DEMONOTA ASSIGN TO "DEMONOTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DEMONOTA.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PLANOAVA.
       01  REG-PLANOAVA.
           03  PLA-CHAVE.
               05  PLA-DISCIPLINA    PIC 9(02).
               05  PLA-BIMESTRE      PIC 9(01).
           03  PLA-QT-AVALIACOES     PIC 9(01).
           03  PLA-AVALIACAO OCCURS 6 TIMES.
               05  PLA-DESCRICAO     PIC X(20).
               05  PLA-PESO          PIC 9(03).

       FD  NOTASAVA.
       01  REG-NOTASAVA.
           03  NAV-CHAVE.
               05  NAV-ALUNO         PIC 9(05).
               05  NAV-DISCIPLINA    PIC 9(02).
               05  NAV-BIMESTRE      PIC 9(01).
           03  NAV-ITEM OCCURS 6 TIMES.
               05  NAV-LANCADA       PIC X(01).
                   88  NAV-TEM-NOTA            VALUE 'S'.
               05  NAV-NOTA          PIC 9(02)V99.
           03  NAV-DT-ALTERACAO      PIC 9(08).

       FD  DISCIPLI.
       01  REG-DISCIPLI.
           03  CD-DISCIPLINA         PIC 9(02).
           03  NM-DISCIPLINA         PIC X(20).

       FD  ESTUDANTE.
       01  REG-ESTUDANTE.
           03  CD-ESTUDANTE          PIC 9(05).
           03  NM-ESTUDANTE          PIC X(20).
           03  TU-ESTUDANTE          PIC 9(03).
           03  DT-NASC-ESTUDANTE     PIC 9(08).

       FD  FECHABIM.
       01  REG-FECHABIM.
           03  FEC-CHAVE.
               05  FEC-ANO           PIC 9(04).
               05  FEC-TURMA         PIC 9(03).
               05  FEC-DISCIPLINA    PIC 9(02).
               05  FEC-BIMESTRE      PIC 9(01).
           03  FEC-SITUACAO          PIC X(01).
               88  FEC-FECHADO                 VALUE 'F'.
               88  FEC-REABERTO                VALUE 'R'.
           03  FEC-DT-FECHAMENTO     PIC 9(08).
           03  FEC-COORDENADOR       PIC X(10).
           03  FEC-DT-REABERTURA     PIC 9(08).
           03  FEC-SUPERVISOR        PIC X(10).
           03  FEC-MOTIVO            PIC X(40).

       FD  AUDITORIA.
       01  REG-AUDITORIA             PIC X(500).

       FD  DEMONOTA.
       01  REG-DEMONOTA              PIC X(80).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PLANOAVA==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-NOTASAVA==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-DISCIPLI==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-ESTUDANTE==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-FECHABIM==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-DEMONOTA==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-AUDITORIA==.

       77 WRK-OPCAO         PIC 9(01)       VALUE ZEROS.
           88 WRK-OPC-PLANO                 VALUE 1.
           88 WRK-OPC-NOTAS                 VALUE 2.
           88 WRK-OPC-DEMONSTRATIVO         VALUE 3.
           88 WRK-OPC-SAIR                  VALUE 4.
       77 WRK-CONTINUA      PIC X(01)       VALUE 'S'.
           88 WRK-FIM-PROGRAMA              VALUE 'N'.
       77 WRK-DATA          PIC 9(08)       VALUE ZEROS.
       77 WRK-I             PIC 9(02)       VALUE ZEROS.
       77 WRK-J             PIC 9(02)       VALUE ZEROS.
       77 WRK-DISCIPLINA    PIC 9(02)       VALUE ZEROS.
       77 WRK-BIMESTRE      PIC 9(01)       VALUE ZEROS.
       77 WRK-ALUNO         PIC 9(05)       VALUE ZEROS.
       77 WRK-NOME-DISC     PIC X(20)       VALUE SPACES.
       77 WRK-NOME-ALUNO    PIC X(20)       VALUE SPACES.
       77 WRK-SOMA-PESOS    PIC 9(05)       VALUE ZEROS.
       77 WRK-SOMA-PONDER   PIC 9(07)V99    VALUE ZEROS.
       77 WRK-MEDIA         PIC 9(04)V99    VALUE ZEROS.
       77 WRK-MEDIA-FORM    PIC ZZ9,99      VALUE ZEROS.
       77 WRK-NOTA-FORM     PIC Z9,99       VALUE ZEROS.
       77 WRK-PESO-FORM     PIC ZZ9         VALUE ZEROS.
       77 WRK-PONDER-FORM   PIC ZZZ9,99     VALUE ZEROS.
       77 WRK-CT-PENDENTES  PIC 9(01)       VALUE ZEROS.
       77 WRK-ENTRADA       PIC X(05)       VALUE SPACES.
       77 WRK-NOTA-LIDA     PIC 9(02)V99    VALUE ZEROS.
       77 WRK-NOTA-OK       PIC X(01)       VALUE 'N'.
       77 WRK-INTEIRO       PIC 9(03)       VALUE ZEROS.
       77 WRK-DECIMAIS      PIC 9(02)       VALUE ZEROS.
       77 WRK-CASAS         PIC 9(01)       VALUE ZEROS.
       77 WRK-VIRGULA       PIC X(01)       VALUE 'N'.
       77 WRK-DIGITO        PIC 9(01)       VALUE ZEROS.
       77 WRK-TEM-NOTAS     PIC X(01)       VALUE 'N'.
       77 WRK-TURMA         PIC 9(03)       VALUE ZEROS.
       77 WRK-REABERTO      PIC X(01)       VALUE 'N'.
       77 WRK-OPERADOR      PIC X(10)       VALUE SPACES.
       77 WRK-HORA          PIC 9(08)       VALUE ZEROS.
       77 WRK-NOTA-ANTES    PIC X(07)       VALUE SPACES.
       77 WRK-NOTA-DEPOIS   PIC X(07)       VALUE SPACES.
      *  NOTAS DO ALUNO COMO ESTAVAM ANTES DA DIGITACAO, PARA A
      *  AUDITORIA DO BIMESTRE REABERTO.
       01  WRK-NAV-ANTES.
           03  WRK-ANT-ITEM OCCURS 6 TIMES.
               05  WRK-ANT-LANCADA   PIC X(01).
               05  WRK-ANT-NOTA      PIC 9(02)V99.

      ******************************************************************
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD
           OPEN I-O PLANOAVA
           IF FS-ARQUIVO-INEXISTENTE IN WRK-FS-PLANOAVA
               OPEN OUTPUT PLANOAVA
               CLOSE PLANOAVA
               OPEN I-O PLANOAVA
           END-IF
           IF NOT FS-OK IN WRK-FS-PLANOAVA
               DISPLAY "ERRO AO ABRIR O ARQUIVO PLANOAVA. FS="
                       WRK-FS-PLANOAVA
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGCOB19 '
                    'PLANOAVA  ' WRK-FS-PLANOAVA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O NOTASAVA
           IF FS-ARQUIVO-INEXISTENTE IN WRK-FS-NOTASAVA
               OPEN OUTPUT NOTASAVA
               CLOSE NOTASAVA
               OPEN I-O NOTASAVA
           END-IF
           IF NOT FS-OK IN WRK-FS-NOTASAVA
               DISPLAY "ERRO AO ABRIR O ARQUIVO NOTASAVA. FS="
                       WRK-FS-NOTASAVA
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGCOB19 '
                    'NOTASAVA  ' WRK-FS-NOTASAVA
               CLOSE PLANOAVA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT DISCIPLI
           OPEN INPUT ESTUDANTE

           PERFORM UNTIL WRK-FIM-PROGRAMA
               DISPLAY "1-PLANO DE AVALIACOES 2-NOTAS DO ALUNO "
                       "3-DEMONSTRATIVO 4-SAIR"
               DISPLAY "OPCAO: "
               ACCEPT WRK-OPCAO
               EVALUATE TRUE
                   WHEN WRK-OPC-PLANO
                       PERFORM 1000-PLANO
                   WHEN WRK-OPC-NOTAS
                       PERFORM 2000-NOTAS
                   WHEN WRK-OPC-DEMONSTRATIVO
                       PERFORM 3000-DEMONSTRATIVO
                   WHEN WRK-OPC-SAIR
                       MOVE 'N' TO WRK-CONTINUA
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA."
               END-EVALUATE
           END-PERFORM

           CLOSE PLANOAVA
           CLOSE NOTASAVA
           IF FS-OK IN WRK-FS-DISCIPLI
               CLOSE DISCIPLI
           END-IF
           IF FS-OK IN WRK-FS-ESTUDANTE
               CLOSE ESTUDANTE
           END-IF
           STOP RUN.

       0100-PEDE-DISC-BIM          SECTION.
      **** DISCIPLINA (CONFERIDA NO DISCIPLI.DAT QUANDO DISPONIVEL) E
      **** BIMESTRE DE 1 A 4. WRK-DISCIPLINA ZEROS = NAO ACEITO.
           DISPLAY "CODIGO DA DISCIPLINA: "
           ACCEPT WRK-DISCIPLINA
           MOVE SPACES TO WRK-NOME-DISC
           IF FS-OK IN WRK-FS-DISCIPLI
               MOVE WRK-DISCIPLINA TO CD-DISCIPLINA
               READ DISCIPLI
                   INVALID KEY
                       DISPLAY "DISCIPLINA NAO CADASTRADA. "
                               "CONFIRA NO PROGCOB16."
                       MOVE ZEROS TO WRK-DISCIPLINA
                       GO TO 0100-FIM
                   NOT INVALID KEY
                       MOVE NM-DISCIPLINA TO WRK-NOME-DISC
                       DISPLAY "DISCIPLINA: " NM-DISCIPLINA
               END-READ
           END-IF
           DISPLAY "BIMESTRE (1 A 4): "
           ACCEPT WRK-BIMESTRE
           IF WRK-BIMESTRE < 1 OR WRK-BIMESTRE > 4
               DISPLAY "BIMESTRE INVALIDO."
               MOVE ZEROS TO WRK-DISCIPLINA
           END-IF.
       0100-FIM.
           EXIT.

       1000-PLANO                  SECTION.
      **** GRAVA (OU REFAZ) O PLANO DA DISCIPLINA NO BIMESTRE. AS
      **** NOTAS JA LANCADAS FICAM NA MESMA POSICAO DA AVALIACAO.
           PERFORM 0100-PEDE-DISC-BIM
           IF WRK-DISCIPLINA EQUAL ZEROS
               GO TO 1000-FIM
           END-IF
           MOVE WRK-DISCIPLINA TO PLA-DISCIPLINA
           MOVE WRK-BIMESTRE   TO PLA-BIMESTRE
           READ PLANOAVA
               INVALID KEY
                   DISPLAY "PLANO NOVO."
               NOT INVALID KEY
                   DISPLAY "PLANO ATUAL:"
                   PERFORM 1100-MOSTRA-PLANO
           END-READ

           DISPLAY "QUANTIDADE DE AVALIACOES (1 A 6, 0 = CANCELA): "
           ACCEPT PLA-QT-AVALIACOES
           IF PLA-QT-AVALIACOES EQUAL ZEROS
              OR PLA-QT-AVALIACOES > 6
               DISPLAY "PLANO NAO GRAVADO."
               GO TO 1000-FIM
           END-IF
           MOVE ZEROS TO WRK-SOMA-PESOS
           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 6
               IF WRK-I > PLA-QT-AVALIACOES
                   MOVE SPACES TO PLA-DESCRICAO(WRK-I)
                   MOVE ZEROS  TO PLA-PESO(WRK-I)
               ELSE
                   DISPLAY "AVALIACAO " WRK-I " - DESCRICAO "
                           "(PROVA, TRABALHO, PARTICIPACAO...): "
                   ACCEPT PLA-DESCRICAO(WRK-I)
                   DISPLAY "AVALIACAO " WRK-I " - PESO: "
                   ACCEPT PLA-PESO(WRK-I)
                   ADD PLA-PESO(WRK-I) TO WRK-SOMA-PESOS
               END-IF
           END-PERFORM
           IF WRK-SOMA-PESOS EQUAL ZEROS
               DISPLAY "SOMA DOS PESOS ZERADA. PLANO NAO GRAVADO."
               GO TO 1000-FIM
           END-IF

           WRITE REG-PLANOAVA
               INVALID KEY
                   REWRITE REG-PLANOAVA
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O PLANO. FS="
                                   WRK-FS-PLANOAVA
                       NOT INVALID KEY
                           DISPLAY "PLANO ALTERADO."
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "PLANO GRAVADO."
           END-WRITE.
       1000-FIM.
           EXIT.

       1100-MOSTRA-PLANO           SECTION.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > PLA-QT-AVALIACOES
               MOVE PLA-PESO(WRK-I) TO WRK-PESO-FORM
               DISPLAY "  " WRK-I " " PLA-DESCRICAO(WRK-I)
                       " PESO " WRK-PESO-FORM
           END-PERFORM
       .
       2000-NOTAS                  SECTION.
      **** NOTAS DE UM ALUNO NAS AVALIACOES DO PLANO. EM BRANCO MANTEM
      **** O QUE JA ESTAVA; "-" APAGA (VOLTA A FICAR PENDENTE).
           PERFORM 0100-PEDE-DISC-BIM
           IF WRK-DISCIPLINA EQUAL ZEROS
               GO TO 2000-FIM
           END-IF
           MOVE WRK-DISCIPLINA TO PLA-DISCIPLINA
           MOVE WRK-BIMESTRE   TO PLA-BIMESTRE
           READ PLANOAVA
               INVALID KEY
                   DISPLAY "DISCIPLINA SEM PLANO DE AVALIACOES NO "
                           "BIMESTRE. CADASTRE O PLANO ANTES."
                   GO TO 2000-FIM
           END-READ

           MOVE 99999 TO WRK-ALUNO
           PERFORM UNTIL WRK-ALUNO EQUAL ZEROS
               DISPLAY "ALUNO (00000 PARA ENCERRAR): "
               ACCEPT WRK-ALUNO
               IF WRK-ALUNO NOT EQUAL ZEROS
                   PERFORM 2100-NOTAS-DO-ALUNO
               END-IF
           END-PERFORM.
       2000-FIM.
           EXIT.

       2100-NOTAS-DO-ALUNO         SECTION.
           PERFORM 0200-NOME-ALUNO
           DISPLAY "ALUNO: " WRK-ALUNO " " WRK-NOME-ALUNO
           PERFORM 0400-CONFERE-FECHAMENTO
           IF FEC-FECHADO
               DISPLAY "BIMESTRE FECHADO PARA A TURMA " FEC-TURMA
                       " EM " FEC-DT-FECHAMENTO ". NOTAS NAO "
                       "ALTERADAS (REABERTURA NO PROGCOB20)."
               GO TO 2100-FIM
           END-IF
           MOVE WRK-ALUNO      TO NAV-ALUNO
           MOVE WRK-DISCIPLINA TO NAV-DISCIPLINA
           MOVE WRK-BIMESTRE   TO NAV-BIMESTRE
           READ NOTASAVA
               INVALID KEY
                   MOVE 'N' TO WRK-TEM-NOTAS
                   PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 6
                       MOVE 'N'   TO NAV-LANCADA(WRK-I)
                       MOVE ZEROS TO NAV-NOTA(WRK-I)
                   END-PERFORM
               NOT INVALID KEY
                   MOVE 'S' TO WRK-TEM-NOTAS
           END-READ
           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 6
               MOVE NAV-LANCADA(WRK-I) TO WRK-ANT-LANCADA(WRK-I)
               MOVE NAV-NOTA(WRK-I)    TO WRK-ANT-NOTA(WRK-I)
           END-PERFORM

           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > PLA-QT-AVALIACOES
               IF NAV-TEM-NOTA(WRK-I)
                   MOVE NAV-NOTA(WRK-I) TO WRK-NOTA-FORM
                   DISPLAY PLA-DESCRICAO(WRK-I) " ATUAL "
                           WRK-NOTA-FORM
               ELSE
                   DISPLAY PLA-DESCRICAO(WRK-I) " SEM NOTA"
               END-IF
               MOVE 'N' TO WRK-NOTA-OK
               PERFORM UNTIL WRK-NOTA-OK EQUAL 'S'
                   DISPLAY "NOTA (0,00 A 10,00; BRANCO MANTEM; "
                           "- APAGA): "
                   MOVE SPACES TO WRK-ENTRADA
                   ACCEPT WRK-ENTRADA
                   EVALUATE TRUE
                       WHEN WRK-ENTRADA EQUAL SPACES
                           MOVE 'S' TO WRK-NOTA-OK
                       WHEN WRK-ENTRADA EQUAL "-"
                           MOVE 'N'   TO NAV-LANCADA(WRK-I)
                           MOVE ZEROS TO NAV-NOTA(WRK-I)
                           MOVE 'S' TO WRK-NOTA-OK
                       WHEN OTHER
                           PERFORM 2200-CONVERTE-NOTA
                           IF WRK-NOTA-OK EQUAL 'S'
                               MOVE 'S' TO NAV-LANCADA(WRK-I)
                               MOVE WRK-NOTA-LIDA TO NAV-NOTA(WRK-I)
                           ELSE
                               DISPLAY "NOTA INVALIDA."
                           END-IF
                   END-EVALUATE
               END-PERFORM
           END-PERFORM

           IF WRK-REABERTO EQUAL 'S'
               PERFORM 2300-AUDITA-NOTAS
           END-IF
           MOVE WRK-DATA TO NAV-DT-ALTERACAO
           IF WRK-TEM-NOTAS EQUAL 'S'
               REWRITE REG-NOTASAVA
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR AS NOTAS. FS="
                               WRK-FS-NOTASAVA
               END-REWRITE
           ELSE
               WRITE REG-NOTASAVA
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR AS NOTAS. FS="
                               WRK-FS-NOTASAVA
               END-WRITE
           END-IF

           PERFORM 0300-MEDIA-PONDERADA
           IF WRK-CT-PENDENTES > ZEROS
               DISPLAY "AVALIACOES SEM NOTA: " WRK-CT-PENDENTES
                       ". A MEDIA SO SAI COM TODAS LANCADAS."
           ELSE
               MOVE WRK-MEDIA TO WRK-MEDIA-FORM
               DISPLAY "MEDIA PONDERADA DO BIMESTRE: " WRK-MEDIA-FORM
           END-IF.
       2100-FIM.
           EXIT.

       2300-AUDITA-NOTAS           SECTION.
      **** UMA LINHA NO AUDITORIA.DAT POR AVALIACAO ALTERADA NO
      **** BIMESTRE REABERTO, NO MESMO FORMATO DO PROGCOB08.
           OPEN EXTEND AUDITORIA
           IF FS-ARQUIVO-INEXISTENTE IN WRK-FS-AUDITORIA
               OPEN OUTPUT AUDITORIA
           END-IF
           IF NOT FS-OK IN WRK-FS-AUDITORIA
               DISPLAY "ERRO AO GRAVAR A AUDITORIA. FS="
                       WRK-FS-AUDITORIA
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGCOB19 '
                    'AUDITORIA ' WRK-FS-AUDITORIA
               GO TO 2300-FIM
           END-IF
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > PLA-QT-AVALIACOES
               IF NAV-LANCADA(WRK-I) NOT EQUAL WRK-ANT-LANCADA(WRK-I)
                  OR (NAV-TEM-NOTA(WRK-I)
                      AND NAV-NOTA(WRK-I) NOT EQUAL
                          WRK-ANT-NOTA(WRK-I))
                   PERFORM 2310-LINHA-AUDITORIA
               END-IF
           END-PERFORM
           CLOSE AUDITORIA.
       2300-FIM.
           EXIT.

       2310-LINHA-AUDITORIA        SECTION.
           IF WRK-ANT-LANCADA(WRK-I) EQUAL 'S'
               MOVE WRK-ANT-NOTA(WRK-I) TO WRK-NOTA-FORM
               MOVE WRK-NOTA-FORM       TO WRK-NOTA-ANTES
           ELSE
               MOVE "NENHUM"            TO WRK-NOTA-ANTES
           END-IF
           IF NAV-TEM-NOTA(WRK-I)
               MOVE NAV-NOTA(WRK-I)     TO WRK-NOTA-FORM
               MOVE WRK-NOTA-FORM       TO WRK-NOTA-DEPOIS
           ELSE
               MOVE "APAGADA"           TO WRK-NOTA-DEPOIS
           END-IF
           ACCEPT WRK-HORA FROM TIME
           MOVE SPACES TO REG-AUDITORIA
           STRING WRK-DATA              DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WRK-HORA (1:6)        DELIMITED BY SIZE
                  " ACAO="              DELIMITED BY SIZE
                  "NOTA-REAB "          DELIMITED BY SIZE
                  " CLIENTE="           DELIMITED BY SIZE
                  WRK-ALUNO             DELIMITED BY SIZE
                  " OPERADOR="          DELIMITED BY SIZE
                  WRK-OPERADOR          DELIMITED BY SIZE
                  " TURMA="             DELIMITED BY SIZE
                  WRK-TURMA             DELIMITED BY SIZE
                  " DISC="              DELIMITED BY SIZE
                  WRK-DISCIPLINA        DELIMITED BY SIZE
                  " BIM="               DELIMITED BY SIZE
                  WRK-BIMESTRE          DELIMITED BY SIZE
                  " AVAL="              DELIMITED BY SIZE
                  WRK-I                 DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  PLA-DESCRICAO(WRK-I)  DELIMITED BY SIZE
                  " DE("                DELIMITED BY SIZE
                  WRK-NOTA-ANTES        DELIMITED BY SIZE
                  ") PARA("             DELIMITED BY SIZE
                  WRK-NOTA-DEPOIS       DELIMITED BY SIZE
                  ")"                   DELIMITED BY SIZE
               INTO REG-AUDITORIA
           END-STRING
           WRITE REG-AUDITORIA
       .
       2200-CONVERTE-NOTA          SECTION.
      **** CONVERTE A NOTA DIGITADA (EX.: 7  7,5  10,00) PARA
      **** 9(02)V99. QUALQUER OUTRO CARACTER INVALIDA A NOTA.
           MOVE 'S' TO WRK-NOTA-OK
           MOVE 'N' TO WRK-VIRGULA
           MOVE ZEROS TO WRK-INTEIRO WRK-DECIMAIS WRK-CASAS
           PERFORM VARYING WRK-J FROM 1 BY 1 UNTIL WRK-J > 5
               EVALUATE TRUE
                   WHEN WRK-ENTRADA(WRK-J:1) EQUAL SPACE
                       CONTINUE
                   WHEN WRK-ENTRADA(WRK-J:1) EQUAL ","
                       IF WRK-VIRGULA EQUAL 'S'
                           MOVE 'N' TO WRK-NOTA-OK
                       END-IF
                       MOVE 'S' TO WRK-VIRGULA
                   WHEN WRK-ENTRADA(WRK-J:1) >= '0'
                        AND WRK-ENTRADA(WRK-J:1) <= '9'
                       MOVE WRK-ENTRADA(WRK-J:1) TO WRK-DIGITO
                       IF WRK-VIRGULA EQUAL 'S'
                           ADD 1 TO WRK-CASAS
                           EVALUATE WRK-CASAS
                               WHEN 1
                                   COMPUTE WRK-DECIMAIS =
                                       WRK-DIGITO * 10
                               WHEN 2
                                   ADD WRK-DIGITO TO WRK-DECIMAIS
                               WHEN OTHER
                                   MOVE 'N' TO WRK-NOTA-OK
                           END-EVALUATE
                       ELSE
                           IF WRK-INTEIRO > 10
                               MOVE 'N' TO WRK-NOTA-OK
                           ELSE
                               COMPUTE WRK-INTEIRO =
                                   (WRK-INTEIRO * 10) + WRK-DIGITO
                           END-IF
                       END-IF
                   WHEN OTHER
                       MOVE 'N' TO WRK-NOTA-OK
               END-EVALUATE
           END-PERFORM
           IF WRK-NOTA-OK EQUAL 'S'
               IF WRK-INTEIRO > 10
                  OR (WRK-INTEIRO EQUAL 10 AND WRK-DECIMAIS > ZEROS)
                   MOVE 'N' TO WRK-NOTA-OK
               ELSE
                   COMPUTE WRK-NOTA-LIDA =
                       WRK-INTEIRO + (WRK-DECIMAIS / 100)
               END-IF
           END-IF
       .
       0200-NOME-ALUNO             SECTION.
           MOVE SPACES TO WRK-NOME-ALUNO
           IF FS-OK IN WRK-FS-ESTUDANTE
               MOVE WRK-ALUNO TO CD-ESTUDANTE
               READ ESTUDANTE
                   INVALID KEY
                       MOVE "ALUNO NAO CADASTRADO" TO WRK-NOME-ALUNO
                   NOT INVALID KEY
                       MOVE NM-ESTUDANTE TO WRK-NOME-ALUNO
               END-READ
           END-IF
       .
       0400-CONFERE-FECHAMENTO     SECTION.
      **** SITUACAO DO FECHAMENTO DO BIMESTRE NA TURMA DO ALUNO LIDO
      **** EM 0200-NOME-ALUNO. SEM CADASTRO OU SEM FECHAMENTO = ABERTO.
      **** REABERTO: PEDE O OPERADOR (UMA VEZ POR EXECUCAO) PARA A
      **** AUDITORIA DAS NOTAS ALTERADAS.
           MOVE SPACE TO FEC-SITUACAO
           MOVE 'N'   TO WRK-REABERTO
           IF NOT FS-OK IN WRK-FS-ESTUDANTE
              OR WRK-NOME-ALUNO EQUAL "ALUNO NAO CADASTRADO"
               GO TO 0400-FIM
           END-IF
           OPEN INPUT FECHABIM
           IF NOT FS-OK IN WRK-FS-FECHABIM
               GO TO 0400-FIM
           END-IF
           MOVE WRK-DATA(1:4)  TO FEC-ANO
           MOVE TU-ESTUDANTE   TO FEC-TURMA WRK-TURMA
           MOVE WRK-DISCIPLINA TO FEC-DISCIPLINA
           MOVE WRK-BIMESTRE   TO FEC-BIMESTRE
           READ FECHABIM
               INVALID KEY
                   MOVE SPACE TO FEC-SITUACAO
           END-READ
           CLOSE FECHABIM
           IF FEC-REABERTO
               MOVE 'S' TO WRK-REABERTO
               DISPLAY "BIMESTRE REABERTO EM " FEC-DT-REABERTURA
                       " POR " FEC-SUPERVISOR ": " FEC-MOTIVO
               IF WRK-OPERADOR EQUAL SPACES
                   DISPLAY "ALTERACOES SERAO AUDITADAS. OPERADOR: "
                   ACCEPT WRK-OPERADOR
                   PERFORM UNTIL WRK-OPERADOR NOT EQUAL SPACES
                       DISPLAY "OPERADOR OBRIGATORIO: "
                       ACCEPT WRK-OPERADOR
                   END-PERFORM
               END-IF
           END-IF.
       0400-FIM.
           EXIT.

       0300-MEDIA-PONDERADA        SECTION.
      **** MEDIA = SOMA(NOTA X PESO) / SOMA(PESOS) SOBRE AS
      **** AVALIACOES DO PLANO EM REG-PLANOAVA E AS NOTAS EM
      **** REG-NOTASAVA. CONTA AS PENDENTES EM WRK-CT-PENDENTES.
           MOVE ZEROS TO WRK-SOMA-PESOS WRK-SOMA-PONDER WRK-MEDIA
                         WRK-CT-PENDENTES
           PERFORM VARYING WRK-J FROM 1 BY 1
                   UNTIL WRK-J > PLA-QT-AVALIACOES
               ADD PLA-PESO(WRK-J) TO WRK-SOMA-PESOS
               IF NAV-TEM-NOTA(WRK-J)
                   COMPUTE WRK-SOMA-PONDER = WRK-SOMA-PONDER
                       + (NAV-NOTA(WRK-J) * PLA-PESO(WRK-J))
               ELSE
                   ADD 1 TO WRK-CT-PENDENTES
               END-IF
           END-PERFORM
           IF WRK-CT-PENDENTES EQUAL ZEROS
              AND WRK-SOMA-PESOS > ZEROS
               COMPUTE WRK-MEDIA ROUNDED =
                   WRK-SOMA-PONDER / WRK-SOMA-PESOS
           END-IF
       .
       3000-DEMONSTRATIVO          SECTION.
      **** DEMONSTRATIVO DA MEDIA DO ALUNO NA DISCIPLINA E BIMESTRE,
      **** AVALIACAO POR AVALIACAO, ACRESCENTADO AO DEMONOTA.DAT.
           PERFORM 0100-PEDE-DISC-BIM
           IF WRK-DISCIPLINA EQUAL ZEROS
               GO TO 3000-FIM
           END-IF
           MOVE WRK-DISCIPLINA TO PLA-DISCIPLINA
           MOVE WRK-BIMESTRE   TO PLA-BIMESTRE
           READ PLANOAVA
               INVALID KEY
                   DISPLAY "DISCIPLINA SEM PLANO DE AVALIACOES NO "
                           "BIMESTRE."
                   GO TO 3000-FIM
           END-READ
           DISPLAY "ALUNO: "
           ACCEPT WRK-ALUNO
           MOVE WRK-ALUNO      TO NAV-ALUNO
           MOVE WRK-DISCIPLINA TO NAV-DISCIPLINA
           MOVE WRK-BIMESTRE   TO NAV-BIMESTRE
           READ NOTASAVA
               INVALID KEY
                   DISPLAY "ALUNO SEM NOTAS LANCADAS NA DISCIPLINA."
                   GO TO 3000-FIM
           END-READ
           PERFORM 0200-NOME-ALUNO
           PERFORM 0300-MEDIA-PONDERADA

           OPEN EXTEND DEMONOTA
           IF FS-ARQUIVO-INEXISTENTE IN WRK-FS-DEMONOTA
               OPEN OUTPUT DEMONOTA
           END-IF
           IF NOT FS-OK IN WRK-FS-DEMONOTA
               DISPLAY "ERRO AO ABRIR O ARQUIVO DEMONOTA. FS="
                       WRK-FS-DEMONOTA
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGCOB19 '
                    'DEMONOTA  ' WRK-FS-DEMONOTA
               GO TO 3000-FIM
           END-IF

           MOVE ALL "=" TO REG-DEMONOTA
           WRITE REG-DEMONOTA
           MOVE SPACES TO REG-DEMONOTA
           STRING "DEMONSTRATIVO DE NOTAS - EMITIDO EM "
                                        DELIMITED BY SIZE
                  WRK-DATA(7:2) "/" WRK-DATA(5:2) "/" WRK-DATA(1:4)
                                        DELIMITED BY SIZE
               INTO REG-DEMONOTA
           WRITE REG-DEMONOTA
           MOVE SPACES TO REG-DEMONOTA
           STRING "ALUNO: " WRK-ALUNO " - " WRK-NOME-ALUNO
                                        DELIMITED BY SIZE
               INTO REG-DEMONOTA
           WRITE REG-DEMONOTA
           MOVE SPACES TO REG-DEMONOTA
           STRING "DISCIPLINA: " WRK-DISCIPLINA " - " WRK-NOME-DISC
                  "  BIMESTRE: " WRK-BIMESTRE
                                        DELIMITED BY SIZE
               INTO REG-DEMONOTA
           WRITE REG-DEMONOTA
           MOVE ALL "-" TO REG-DEMONOTA
           WRITE REG-DEMONOTA
           MOVE "AVALIACAO              PESO   NOTA   NOTA X PESO"
               TO REG-DEMONOTA
           WRITE REG-DEMONOTA
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > PLA-QT-AVALIACOES
               PERFORM 3100-LINHA-AVALIACAO
           END-PERFORM
           MOVE ALL "-" TO REG-DEMONOTA
           WRITE REG-DEMONOTA
           MOVE WRK-SOMA-PESOS TO WRK-PESO-FORM
           MOVE SPACES TO REG-DEMONOTA
           IF WRK-CT-PENDENTES > ZEROS
               STRING "SOMA DOS PESOS: " WRK-PESO-FORM
                      "   MEDIA: PENDENTE (" WRK-CT-PENDENTES
                      " AVALIACAO(OES) SEM NOTA)"
                                        DELIMITED BY SIZE
                   INTO REG-DEMONOTA
           ELSE
               MOVE WRK-MEDIA TO WRK-MEDIA-FORM
               STRING "SOMA DOS PESOS: " WRK-PESO-FORM
                      "   MEDIA PONDERADA: " WRK-MEDIA-FORM
                                        DELIMITED BY SIZE
                   INTO REG-DEMONOTA
           END-IF
           WRITE REG-DEMONOTA
           MOVE ALL "=" TO REG-DEMONOTA
           WRITE REG-DEMONOTA
           CLOSE DEMONOTA
           DISPLAY "DEMONSTRATIVO GRAVADO NO DEMONOTA.DAT."
       3000-FIM.
           EXIT.

       3100-LINHA-AVALIACAO        SECTION.
           MOVE PLA-PESO(WRK-I) TO WRK-PESO-FORM
           MOVE SPACES TO REG-DEMONOTA
           IF NAV-TEM-NOTA(WRK-I)
               MOVE NAV-NOTA(WRK-I) TO WRK-NOTA-FORM
               COMPUTE WRK-PONDER-FORM =
                   NAV-NOTA(WRK-I) * PLA-PESO(WRK-I)
               STRING PLA-DESCRICAO(WRK-I) "   " WRK-PESO-FORM
                      "  " WRK-NOTA-FORM "     " WRK-PONDER-FORM
                                        DELIMITED BY SIZE
                   INTO REG-DEMONOTA
           ELSE
               STRING PLA-DESCRICAO(WRK-I) "   " WRK-PESO-FORM
                      "  SEM NOTA (PENDENTE)"
                                        DELIMITED BY SIZE
                   INTO REG-DEMONOTA
           END-IF
           WRITE REG-DEMONOTA
       .
       END PROGRAM PROGCOB19.
