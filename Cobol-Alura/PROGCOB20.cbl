       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB20.
      ******************************************************************
      * AUTHOR: MARCIA GAMELEIRA
      * OBJETIVO: FECHAMENTO DO BIMESTRE. O BOLETIM.DAT PODIA SER
      *           ALTERADO A QUALQUER MOMENTO, MESMO DEPOIS DE O
      *           BOLETIM IR PARA CASA E DE O PROGCOB14 TIRAR O RESUMO
      *           DA TURMA. AQUI O COORDENADOR FECHA CADA COMBINACAO
      *           ANO/TURMA/DISCIPLINA/BIMESTRE (FECHABIM.DAT) E O
      *           PROGCOB08 PASSA A RECUSAR LANCAMENTO NELA.
      *           A REABERTURA EXIGE LOGIN DE SUPERVISOR (ID E SENHA
      *           CONFERIDOS NO OPERADOR.DAT, NIVEL 2 OU 3, SENHA
      *           EMBARALHADA PELO SUBSENHA) E O MOTIVO; A REABERTURA
      *           VAI PARA O AUDITORIA.DAT (ACAO=REABRE-BIM) E CADA
      *           NOTA LANCADA DEPOIS DELA TAMBEM (PROGCOB08,
      *           ACAO=NOTA-REAB). FECHAR DE NOVO VOLTA A TRAVAR.
      *           O RELATORIO DE SITUACAO MOSTRA AS COMBINACOES AINDA
      *           ABERTAS DEPOIS DO PRAZO: FIM DO BIMESTRE NO
      *           CALENDARIO LETIVO DO SUBBIMES (ABR, JUL, SET, DEZ)
      *           MAIS OS DIAS DE TOLERANCIA INFORMADOS.
      * DATA: 15/10/2026
      * HISTORICO:
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FECHABIM ASSIGN TO "FECHABIM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEC-CHAVE
               FILE STATUS IS WRK-FS-FECHABIM.
           SELECT TURMA ASSIGN TO "TURMA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-TURMA
               FILE STATUS IS WRK-FS-TURMA.
           SELECT DISCIPLI ASSIGN TO "DISCIPLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-DISCIPLINA
               FILE STATUS IS WRK-FS-DISCIPLI.
           SELECT OPERADOR ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-OPER-ID
               FILE STATUS IS WRK-FS-OPERADOR.
           SELECT AUDITORIA ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITORIA.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
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

       FD  TURMA.
       01  REG-TURMA.
           03  CD-TURMA              PIC 9(03).
           03  NM-TURMA              PIC X(20).
           03  QT-CAPACIDADE         PIC 9(03).

       FD  DISCIPLI.
       01  REG-DISCIPLI.
           03  CD-DISCIPLINA         PIC 9(02).
           03  NM-DISCIPLINA         PIC X(20).

       FD  OPERADOR.
       01  REG-OPERADOR.
           03  CD-OPER-ID            PIC X(10).
           03  DS-OPER-SENHA         PIC X(20).
           03  NV-OPER-NIVEL         PIC 9(01).
           03  SN-OPER-CIFRADA       PIC X(01).

       FD  AUDITORIA.
       01  REG-AUDITORIA             PIC X(500).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-FECHABIM==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-TURMA==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-DISCIPLI==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-OPERADOR==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-AUDITORIA==.

       77 WRK-OPCAO         PIC 9(01)       VALUE ZEROS.
           88 WRK-OPC-FECHAR                VALUE 1.
           88 WRK-OPC-REABRIR               VALUE 2.
           88 WRK-OPC-RELATORIO             VALUE 3.
           88 WRK-OPC-SAIR                  VALUE 4.
       77 WRK-CONTINUA      PIC X(01)       VALUE 'S'.
           88 WRK-FIM-PROGRAMA              VALUE 'N'.
       77 WRK-DATA          PIC 9(08)       VALUE ZEROS.
       77 WRK-HORA          PIC 9(08)       VALUE ZEROS.
       77 WRK-ANO           PIC 9(04)       VALUE ZEROS.
       77 WRK-TURMA         PIC 9(03)       VALUE ZEROS.
       77 WRK-DISCIPLINA    PIC 9(02)       VALUE ZEROS.
       77 WRK-BIMESTRE      PIC 9(01)       VALUE ZEROS.
       77 WRK-CHAVE-OK      PIC X(01)       VALUE 'N'.
       77 WRK-SENHA         PIC X(20)       VALUE SPACES.
       77 WRK-SENHA-CIFRADA PIC X(20)       VALUE SPACES.
       77 WRK-NIVEL-MINIMO  PIC 9(01)       VALUE ZEROS.
       77 WRK-AUTORIZADO    PIC X(01)       VALUE 'N'.
           88 WRK-LOGIN-OK                  VALUE 'S'.
       77 WRK-OPERADOR      PIC X(10)       VALUE SPACES.
       77 WRK-MOTIVO        PIC X(40)       VALUE SPACES.
       77 WRK-CONFIRMA      PIC X(01)       VALUE SPACE.
       77 WRK-EOF           PIC X(01)       VALUE SPACE.
       77 WRK-I             PIC 9(02)       VALUE ZEROS.
       77 WRK-B             PIC 9(01)       VALUE ZEROS.
       77 WRK-PRAZO-DIAS    PIC 9(03)       VALUE 15.
       77 WRK-DT-FIM-BIM    PIC 9(08)       VALUE ZEROS.
       77 WRK-DIA-LIMITE    PIC 9(07)       VALUE ZEROS.
       77 WRK-DIA-HOJE      PIC 9(07)       VALUE ZEROS.
       77 WRK-DIAS-ATRASO   PIC 9(05)       VALUE ZEROS.
       77 WRK-CT-ABERTOS    PIC 9(05)       VALUE ZEROS.
       77 WRK-CT-REABERTOS  PIC 9(05)       VALUE ZEROS.
       77 WRK-SITUACAO-DESC PIC X(10)       VALUE SPACES.

      *  FIM DE CADA BIMESTRE NO CALENDARIO LETIVO DO SUBBIMES
      *  (1O FEV-ABR, 2O MAI-JUL, 3O AGO-SET, 4O OUT-DEZ), EM MMDD.
       01  TAB-FIM-BIMESTRE-VALORES.
           03  FILLER       PIC 9(04)       VALUE 0430.
           03  FILLER       PIC 9(04)       VALUE 0731.
           03  FILLER       PIC 9(04)       VALUE 0930.
           03  FILLER       PIC 9(04)       VALUE 1231.
       01  TAB-FIM-BIMESTRE REDEFINES TAB-FIM-BIMESTRE-VALORES.
           03  TAB-FIM-MMDD PIC 9(04)       OCCURS 4 TIMES.

       01  TAB-DISCIPLINAS.
           03  TAB-DISC     OCCURS 50 TIMES.
               05  TAB-DISC-CODIGO  PIC 9(02).
               05  TAB-DISC-NOME    PIC X(20).
       77 WRK-CT-DISC       PIC 9(02)       VALUE ZEROS.

      ******************************************************************
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD
           MOVE WRK-DATA(1:4) TO WRK-ANO
           OPEN I-O FECHABIM
           IF FS-ARQUIVO-INEXISTENTE IN WRK-FS-FECHABIM
               OPEN OUTPUT FECHABIM
               CLOSE FECHABIM
               OPEN I-O FECHABIM
           END-IF
           IF NOT FS-OK IN WRK-FS-FECHABIM
               DISPLAY "ERRO AO ABRIR O ARQUIVO FECHABIM. FS="
                       WRK-FS-FECHABIM
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGCOB20 '
                    'FECHABIM  ' WRK-FS-FECHABIM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT TURMA
           OPEN INPUT DISCIPLI

           PERFORM UNTIL WRK-FIM-PROGRAMA
               DISPLAY "1-FECHAR BIMESTRE 2-REABRIR BIMESTRE "
                       "3-SITUACAO DO FECHAMENTO 4-SAIR"
               DISPLAY "OPCAO: "
               ACCEPT WRK-OPCAO
               EVALUATE TRUE
                   WHEN WRK-OPC-FECHAR
                       PERFORM 1000-FECHAR
                   WHEN WRK-OPC-REABRIR
                       PERFORM 2000-REABRIR
                   WHEN WRK-OPC-RELATORIO
                       PERFORM 3000-RELATORIO
                   WHEN WRK-OPC-SAIR
                       MOVE 'N' TO WRK-CONTINUA
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA."
               END-EVALUATE
           END-PERFORM

           CLOSE FECHABIM
           IF FS-OK IN WRK-FS-TURMA
               CLOSE TURMA
           END-IF
           IF FS-OK IN WRK-FS-DISCIPLI
               CLOSE DISCIPLI
           END-IF
           STOP RUN.

       0100-PEDE-CHAVE             SECTION.
      **** TURMA, DISCIPLINA E BIMESTRE DO ANO CORRENTE, CONFERIDOS
      **** NOS CADASTROS QUANDO DISPONIVEIS.
           MOVE 'N' TO WRK-CHAVE-OK
           DISPLAY "TURMA: "
           ACCEPT WRK-TURMA
           IF FS-OK IN WRK-FS-TURMA
               MOVE WRK-TURMA TO CD-TURMA
               READ TURMA
                   INVALID KEY
                       DISPLAY "TURMA NAO CADASTRADA."
                       GO TO 0100-FIM
                   NOT INVALID KEY
                       DISPLAY "TURMA: " NM-TURMA
               END-READ
           END-IF
           DISPLAY "DISCIPLINA: "
           ACCEPT WRK-DISCIPLINA
           IF FS-OK IN WRK-FS-DISCIPLI
               MOVE WRK-DISCIPLINA TO CD-DISCIPLINA
               READ DISCIPLI
                   INVALID KEY
                       DISPLAY "DISCIPLINA NAO CADASTRADA."
                       GO TO 0100-FIM
                   NOT INVALID KEY
                       DISPLAY "DISCIPLINA: " NM-DISCIPLINA
               END-READ
           END-IF
           DISPLAY "BIMESTRE (1 A 4): "
           ACCEPT WRK-BIMESTRE
           IF WRK-BIMESTRE < 1 OR WRK-BIMESTRE > 4
               DISPLAY "BIMESTRE INVALIDO."
               GO TO 0100-FIM
           END-IF
           MOVE WRK-ANO        TO FEC-ANO
           MOVE WRK-TURMA      TO FEC-TURMA
           MOVE WRK-DISCIPLINA TO FEC-DISCIPLINA
           MOVE WRK-BIMESTRE   TO FEC-BIMESTRE
           MOVE 'S' TO WRK-CHAVE-OK.
       0100-FIM.
           EXIT.

       0200-LOGIN                  SECTION.
      **** CONFERE ID E SENHA NO OPERADOR.DAT COM NIVEL MINIMO EM
      **** WRK-NIVEL-MINIMO (MESMA REGRA DO PGM02005/PROGVEND).
           MOVE 'N' TO WRK-AUTORIZADO
           OPEN INPUT OPERADOR
           IF NOT FS-OK IN WRK-FS-OPERADOR
               DISPLAY "CADASTRO DE OPERADORES INDISPONIVEL. FS="
                       WRK-FS-OPERADOR
               GO TO 0200-FIM
           END-IF
           DISPLAY "ID: "
           ACCEPT CD-OPER-ID
           DISPLAY "SENHA: "
           ACCEPT WRK-SENHA
           READ OPERADOR
               INVALID KEY
                   DISPLAY "OPERADOR NAO ENCONTRADO."
               NOT INVALID KEY
                   IF SN-OPER-CIFRADA EQUAL 'S'
                       CALL 'SUBSENHA' USING WRK-SENHA
                                              WRK-SENHA-CIFRADA
                   ELSE
                       MOVE WRK-SENHA TO WRK-SENHA-CIFRADA
                   END-IF
                   IF WRK-SENHA-CIFRADA EQUAL DS-OPER-SENHA
                      AND NV-OPER-NIVEL NUMERIC
                      AND NV-OPER-NIVEL >= WRK-NIVEL-MINIMO
                       MOVE 'S' TO WRK-AUTORIZADO
                       MOVE CD-OPER-ID TO WRK-OPERADOR
                   ELSE
                       DISPLAY "SENHA INVALIDA OU NIVEL "
                               "INSUFICIENTE."
                   END-IF
           END-READ
           CLOSE OPERADOR.
       0200-FIM.
           EXIT.

       1000-FECHAR                 SECTION.
           PERFORM 0100-PEDE-CHAVE
           IF WRK-CHAVE-OK NOT EQUAL 'S'
               GO TO 1000-FIM
           END-IF
           READ FECHABIM
               INVALID KEY
                   MOVE SPACES TO FEC-SUPERVISOR FEC-MOTIVO
                   MOVE ZEROS  TO FEC-DT-REABERTURA
                   MOVE SPACE  TO FEC-SITUACAO
           END-READ
           IF FEC-FECHADO
               DISPLAY "BIMESTRE JA FECHADO EM " FEC-DT-FECHAMENTO
                       " POR " FEC-COORDENADOR "."
               GO TO 1000-FIM
           END-IF
           DISPLAY "LOGIN DO COORDENADOR:"
           MOVE 1 TO WRK-NIVEL-MINIMO
           PERFORM 0200-LOGIN
           IF NOT WRK-LOGIN-OK
               GO TO 1000-FIM
           END-IF
           DISPLAY "CONFIRMA O FECHAMENTO (S/N)? "
           ACCEPT WRK-CONFIRMA
           IF WRK-CONFIRMA NOT EQUAL 'S'
               DISPLAY "FECHAMENTO CANCELADO."
               GO TO 1000-FIM
           END-IF
           MOVE WRK-ANO        TO FEC-ANO
           MOVE WRK-TURMA      TO FEC-TURMA
           MOVE WRK-DISCIPLINA TO FEC-DISCIPLINA
           MOVE WRK-BIMESTRE   TO FEC-BIMESTRE
           MOVE 'F'          TO FEC-SITUACAO
           MOVE WRK-DATA     TO FEC-DT-FECHAMENTO
           MOVE WRK-OPERADOR TO FEC-COORDENADOR
           WRITE REG-FECHABIM
               INVALID KEY
                   REWRITE REG-FECHABIM
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O FECHAMENTO. FS="
                                   WRK-FS-FECHABIM
                       NOT INVALID KEY
                           DISPLAY "BIMESTRE FECHADO NOVAMENTE."
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "BIMESTRE FECHADO."
           END-WRITE.
       1000-FIM.
           EXIT.

       2000-REABRIR                SECTION.
           PERFORM 0100-PEDE-CHAVE
           IF WRK-CHAVE-OK NOT EQUAL 'S'
               GO TO 2000-FIM
           END-IF
           READ FECHABIM
               INVALID KEY
                   DISPLAY "BIMESTRE NAO ESTA FECHADO."
                   GO TO 2000-FIM
           END-READ
           IF NOT FEC-FECHADO
               DISPLAY "BIMESTRE JA REABERTO EM " FEC-DT-REABERTURA
                       " POR " FEC-SUPERVISOR "."
               GO TO 2000-FIM
           END-IF
           DISPLAY "FECHADO EM " FEC-DT-FECHAMENTO " POR "
                   FEC-COORDENADOR
           DISPLAY "LOGIN DO SUPERVISOR:"
           MOVE 2 TO WRK-NIVEL-MINIMO
           PERFORM 0200-LOGIN
           IF NOT WRK-LOGIN-OK
               DISPLAY "REABERTURA EXIGE CREDENCIAIS DE SUPERVISOR."
               GO TO 2000-FIM
           END-IF
           DISPLAY "MOTIVO DA REABERTURA: "
           ACCEPT WRK-MOTIVO
           IF WRK-MOTIVO EQUAL SPACES
               DISPLAY "MOTIVO OBRIGATORIO. REABERTURA CANCELADA."
               GO TO 2000-FIM
           END-IF
           MOVE 'R'          TO FEC-SITUACAO
           MOVE WRK-DATA     TO FEC-DT-REABERTURA
           MOVE WRK-OPERADOR TO FEC-SUPERVISOR
           MOVE WRK-MOTIVO   TO FEC-MOTIVO
           REWRITE REG-FECHABIM
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A REABERTURA. FS="
                           WRK-FS-FECHABIM
                   GO TO 2000-FIM
           END-REWRITE
           PERFORM 6000-GRAVA-AUDITORIA
           DISPLAY "BIMESTRE REABERTO. FECHE DE NOVO APOS AS "
                   "CORRECOES.".
       2000-FIM.
           EXIT.

       3000-RELATORIO              SECTION.
      **** COMBINACOES TURMA X DISCIPLINA X BIMESTRE DO ANO CUJO PRAZO
      **** (FIM DO BIMESTRE + TOLERANCIA) JA PASSOU E QUE NAO ESTAO
      **** FECHADAS (NUNCA FECHADAS OU REABERTAS).
           IF NOT FS-OK IN WRK-FS-TURMA
              OR NOT FS-OK IN WRK-FS-DISCIPLI
               DISPLAY "CADASTROS DE TURMA E DISCIPLINA NECESSARIOS "
                       "PARA O RELATORIO."
               GO TO 3000-FIM
           END-IF
           DISPLAY "ANO LETIVO (ATUAL " WRK-ANO "): "
           ACCEPT WRK-ANO
           IF WRK-ANO EQUAL ZEROS
               MOVE WRK-DATA(1:4) TO WRK-ANO
           END-IF
           DISPLAY "DIAS DE TOLERANCIA APOS O FIM DO BIMESTRE "
                   "(ATUAL 15): "
           ACCEPT WRK-PRAZO-DIAS
           PERFORM 3100-CARREGA-DISCIPLINAS
           COMPUTE WRK-DIA-HOJE = FUNCTION INTEGER-OF-DATE(WRK-DATA)
           MOVE ZEROS TO WRK-CT-ABERTOS WRK-CT-REABERTOS

           DISPLAY "==========================================="
           DISPLAY "BIMESTRES NAO FECHADOS APOS O PRAZO - ANO "
                   WRK-ANO
           DISPLAY "==========================================="
           MOVE SPACE TO WRK-EOF
           MOVE ZEROS TO CD-TURMA
           START TURMA KEY IS NOT LESS THAN CD-TURMA
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ TURMA NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       PERFORM VARYING WRK-B FROM 1 BY 1
                               UNTIL WRK-B > 4
                           PERFORM 3200-CONFERE-BIMESTRE
                       END-PERFORM
               END-READ
           END-PERFORM
           DISPLAY "==========================================="
           DISPLAY "NUNCA FECHADOS: " WRK-CT-ABERTOS
                   "  REABERTOS: " WRK-CT-REABERTOS
           MOVE WRK-DATA(1:4) TO WRK-ANO.
       3000-FIM.
           EXIT.

       3100-CARREGA-DISCIPLINAS    SECTION.
           MOVE ZEROS TO WRK-CT-DISC
           MOVE SPACE TO WRK-EOF
           MOVE ZEROS TO CD-DISCIPLINA
           START DISCIPLI KEY IS NOT LESS THAN CD-DISCIPLINA
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ DISCIPLI NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF WRK-CT-DISC < 50
                           ADD 1 TO WRK-CT-DISC
                           MOVE CD-DISCIPLINA
                               TO TAB-DISC-CODIGO(WRK-CT-DISC)
                           MOVE NM-DISCIPLINA
                               TO TAB-DISC-NOME(WRK-CT-DISC)
                       END-IF
               END-READ
           END-PERFORM
       .
       3200-CONFERE-BIMESTRE       SECTION.
      **** PRAZO DO BIMESTRE WRK-B; SE JA PASSOU, CONFERE CADA
      **** DISCIPLINA DA TURMA LIDA EM REG-TURMA.
           COMPUTE WRK-DT-FIM-BIM = (WRK-ANO * 10000)
                                    + TAB-FIM-MMDD(WRK-B)
           COMPUTE WRK-DIA-LIMITE =
               FUNCTION INTEGER-OF-DATE(WRK-DT-FIM-BIM)
               + WRK-PRAZO-DIAS
           IF WRK-DIA-LIMITE >= WRK-DIA-HOJE
               GO TO 3200-FIM
           END-IF
           COMPUTE WRK-DIAS-ATRASO = WRK-DIA-HOJE - WRK-DIA-LIMITE
           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > WRK-CT-DISC
               MOVE WRK-ANO                TO FEC-ANO
               MOVE CD-TURMA               TO FEC-TURMA
               MOVE TAB-DISC-CODIGO(WRK-I) TO FEC-DISCIPLINA
               MOVE WRK-B                  TO FEC-BIMESTRE
               MOVE SPACES TO WRK-SITUACAO-DESC
               READ FECHABIM
                   INVALID KEY
                       MOVE "ABERTO" TO WRK-SITUACAO-DESC
                       ADD 1 TO WRK-CT-ABERTOS
                   NOT INVALID KEY
                       IF FEC-REABERTO
                           MOVE "REABERTO" TO WRK-SITUACAO-DESC
                           ADD 1 TO WRK-CT-REABERTOS
                       END-IF
               END-READ
               IF WRK-SITUACAO-DESC NOT EQUAL SPACES
                   DISPLAY "TURMA " CD-TURMA " " NM-TURMA
                           " DISC " TAB-DISC-CODIGO(WRK-I) " "
                           TAB-DISC-NOME(WRK-I) " BIM " WRK-B
                           " " WRK-SITUACAO-DESC
                           " ATRASO " WRK-DIAS-ATRASO " DIAS"
               END-IF
           END-PERFORM.
       3200-FIM.
           EXIT.

       6000-GRAVA-AUDITORIA        SECTION.
           OPEN EXTEND AUDITORIA
           IF FS-ARQUIVO-INEXISTENTE IN WRK-FS-AUDITORIA
               OPEN OUTPUT AUDITORIA
           END-IF
           IF NOT FS-OK IN WRK-FS-AUDITORIA
               DISPLAY "ERRO AO GRAVAR A AUDITORIA. FS="
                       WRK-FS-AUDITORIA
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGCOB20 '
                    'AUDITORIA ' WRK-FS-AUDITORIA
               GO TO 6000-FIM
           END-IF
           ACCEPT WRK-HORA FROM TIME
           MOVE SPACES TO REG-AUDITORIA
           STRING WRK-DATA                DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  WRK-HORA (1:6)          DELIMITED BY SIZE
                  " ACAO="                DELIMITED BY SIZE
                  "REABRE-BIM"            DELIMITED BY SIZE
                  " CLIENTE="             DELIMITED BY SIZE
                  "00000"                 DELIMITED BY SIZE
                  " OPERADOR="            DELIMITED BY SIZE
                  WRK-OPERADOR            DELIMITED BY SIZE
                  " ANO="                 DELIMITED BY SIZE
                  FEC-ANO                 DELIMITED BY SIZE
                  " TURMA="               DELIMITED BY SIZE
                  FEC-TURMA               DELIMITED BY SIZE
                  " DISC="                DELIMITED BY SIZE
                  FEC-DISCIPLINA          DELIMITED BY SIZE
                  " BIM="                 DELIMITED BY SIZE
                  FEC-BIMESTRE            DELIMITED BY SIZE
                  " FECHADO("             DELIMITED BY SIZE
                  FEC-DT-FECHAMENTO       DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  FEC-COORDENADOR         DELIMITED BY SIZE
                  ") MOTIVO("             DELIMITED BY SIZE
                  FEC-MOTIVO              DELIMITED BY SIZE
                  ")"                     DELIMITED BY SIZE
               INTO REG-AUDITORIA
           END-STRING
           WRITE REG-AUDITORIA
           CLOSE AUDITORIA.
       6000-FIM.
           EXIT.

       END PROGRAM PROGCOB20.
