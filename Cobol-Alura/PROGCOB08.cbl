      *              AMPLIADO PARA 90), ENTAO O ALUNO PASSA OU FICA
      *              DE RECUPERACAO POR DISCIPLINA, NAO POR UMA MEDIA
      *              UNICA DA ESCOLA.
      * 15/10/2026 - DISCIPLINA COM PLANO DE AVALIACOES NO BIMESTRE
      *              (PLANOAVA.DAT DO PROGCOB19): A MEDIA GRAVADA NO
      *              BOLETIM E A MEDIA PONDERADA DAS NOTAS LANCADAS NO
      *              NOTASAVA.DAT, COM O DEMONSTRATIVO NA TELA. SE
      *              FALTAR NOTA DE ALGUMA AVALIACAO O LANCAMENTO E
      *              RECUSADO (RC 4) EM VEZ DE CONTAR A FALTA COMO
      *              ZERO. SEM PLANO, CONTINUAM AS QUATRO NOTAS COM
      *              MEDIA SIMPLES.
      * 15/10/2026 - BIMESTRE FECHADO NO PROGCOB20 (FECHABIM.DAT, POR
      *              TURMA DO ALUNO NO ARQUIVO ESTUDANTE, DISCIPLINA E
      *              BIMESTRE) RECUSA O LANCAMENTO (RC 4). BIMESTRE
      *              REABERTO PELO SUPERVISOR ACEITA, MAS PEDE O
      *              OPERADOR E GRAVA CADA LANCAMENTO NO AUDITORIA.DAT
      *              (ACAO=NOTA-REAB) COM A MEDIA ANTERIOR E A NOVA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-DISCIPLINA
               FILE STATUS IS WRK-FS-DISCIPLI.
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

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  BOLETIM.
       01  REG-BOLETIM             PIC X(90).
       01  REG-BOLETIM-R REDEFINES REG-BOLETIM.
           03  BOL-CD-ALUNO        PIC X(05).
           03  FILLER              PIC X(01).
           03  BOL-BIMESTRE        PIC X(01).
           03  FILLER              PIC X(01).
           03  BOL-NOME            PIC X(30).
           03  FILLER              PIC X(08).
           03  BOL-MEDIA           PIC X(06).
           03  FILLER              PIC X(11).
           03  BOL-SITUACAO        PIC X(12).
           03  FILLER              PIC X(07).
           03  BOL-DISCIPLINA      PIC X(02).
           03  FILLER              PIC X(06).

       FD  DISCIPLI.
       01  REG-DISCIPLI.
           03  CD-DISCIPLINA       PIC 9(02).
           03  NM-DISCIPLINA       PIC X(20).

       FD  PLANOAVA.
       01  REG-PLANOAVA.
           03  PLA-CHAVE.
               05  PLA-DISCIPLINA  PIC 9(02).
               05  PLA-BIMESTRE    PIC 9(01).
           03  PLA-QT-AVALIACOES   PIC 9(01).
           03  PLA-AVALIACAO OCCURS 6 TIMES.
               05  PLA-DESCRICAO   PIC X(20).
               05  PLA-PESO        PIC 9(03).

       FD  NOTASAVA.
       01  REG-NOTASAVA.
           03  NAV-CHAVE.
               05  NAV-ALUNO       PIC 9(05).
               05  NAV-DISCIPLINA  PIC 9(02).
               05  NAV-BIMESTRE    PIC 9(01).
           03  NAV-ITEM OCCURS 6 TIMES.
               05  NAV-LANCADA     PIC X(01).
                   88  NAV-TEM-NOTA          VALUE 'S'.
               05  NAV-NOTA        PIC 9(02)V99.
           03  NAV-DT-ALTERACAO    PIC 9(08).

       FD  ESTUDANTE.
       01  REG-ESTUDANTE.
           03  CD-ESTUDANTE        PIC 9(05).
           03  NM-ESTUDANTE        PIC X(20).
           03  TU-ESTUDANTE        PIC 9(03).
           03  DT-NASC-ESTUDANTE   PIC 9(08).

       FD  FECHABIM.
       01  REG-FECHABIM.
           03  FEC-CHAVE.
               05  FEC-ANO         PIC 9(04).
               05  FEC-TURMA       PIC 9(03).
               05  FEC-DISCIPLINA  PIC 9(02).
               05  FEC-BIMESTRE    PIC 9(01).
           03  FEC-SITUACAO        PIC X(01).
               88  FEC-FECHADO               VALUE 'F'.
               88  FEC-REABERTO              VALUE 'R'.
           03  FEC-DT-FECHAMENTO   PIC 9(08).
           03  FEC-COORDENADOR     PIC X(10).
           03  FEC-DT-REABERTURA   PIC 9(08).
           03  FEC-SUPERVISOR      PIC X(10).
           03  FEC-MOTIVO          PIC X(40).

       FD  AUDITORIA.
       01  REG-AUDITORIA           PIC X(500).

       WORKING-STORAGE SECTION.
       01 WRK-CD-ALUNO     PIC 9(05)       VALUE ZEROS.
       01 WRK-BIMESTRE     PIC 9(01)       VALUE ZEROS.
       01 WRK-DISCIPLI-OK  PIC X(01)       VALUE 'N'.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-BOLETIM==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-DISCIPLI==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PLANOAVA==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-NOTASAVA==.
       01 WRK-TEM-PLANO    PIC X(01)       VALUE 'N'.
       01 WRK-TEM-NOTAS    PIC X(01)       VALUE 'N'.
       01 WRK-CT-PENDENTES PIC 9(01)       VALUE ZEROS.
       01 WRK-SOMA-PESOS   PIC 9(05)       VALUE ZEROS.
       01 WRK-SOMA-PONDER  PIC 9(07)V99    VALUE ZEROS.
       01 WRK-NOTA-FORM    PIC Z9,99       VALUE ZEROS.
       01 WRK-PESO-FORM    PIC ZZ9         VALUE ZEROS.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-ESTUDANTE==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-FECHABIM==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-AUDITORIA==.
       01 WRK-TURMA        PIC 9(03)       VALUE ZEROS.
       01 WRK-REABERTO     PIC X(01)       VALUE 'N'.
       01 WRK-OPERADOR     PIC X(10)       VALUE SPACES.
       01 WRK-MEDIA-ANTES  PIC X(06)       VALUE "NENHUM".
       01 WRK-HORA         PIC 9(08)       VALUE ZEROS.
       01 WRK-EOF          PIC X(01)       VALUE SPACE.

      ******************************************************************
       PROCEDURE DIVISION.
               DISPLAY "DISCIPLINA: " NM-DISCIPLINA
           END-IF.

           PERFORM 8200-CONFERE-FECHAMENTO.
           IF FEC-FECHADO
               DISPLAY "BIMESTRE " WRK-BIMESTRE " DA TURMA " WRK-TURMA
                       " FECHADO EM " FEC-DT-FECHAMENTO " POR "
                       FEC-COORDENADOR "."
               DISPLAY "LANCAMENTO RECUSADO. REABERTURA PELO "
                       "SUPERVISOR NO PROGCOB20."
               CLOSE BOLETIM
               IF WRK-DISCIPLI-OK EQUAL 'S'
                   CLOSE DISCIPLI
               END-IF
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "NOTA DE CORTE PARA APROVACAO (ATUAL 6,00): ".
           ACCEPT WRK-CORTE-APROV  FROM CONSOLE.
           DISPLAY "NOTA DE CORTE PARA RECUPERACAO (ATUAL 4,00): ".
           ACCEPT WRK-CORTE-RECUP  FROM CONSOLE.

           PERFORM 8000-BUSCA-PLANO.
           IF WRK-TEM-PLANO EQUAL 'S'
               PERFORM 8100-MEDIA-PONDERADA
               IF WRK-CT-PENDENTES > ZEROS
                   DISPLAY "FALTAM " WRK-CT-PENDENTES " NOTA(S) DO "
                           "PLANO DE AVALIACOES. LANCE NO PROGCOB19 "
                           "ANTES DE FECHAR A MEDIA."
                   CLOSE BOLETIM
                   IF WRK-DISCIPLI-OK EQUAL 'S'
                       CLOSE DISCIPLI
                   END-IF
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 4
                   DISPLAY "NOTA DA " WRK-I "A AVALIACAO DO BIMESTRE: "
                   ACCEPT WRK-NOTA (WRK-I) FROM CONSOLE
               END-PERFORM
               MOVE ZEROS TO WRK-SOMA-NOTAS
               PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 4
                   ADD WRK-NOTA (WRK-I) TO WRK-SOMA-NOTAS
               END-PERFORM
               COMPUTE WRK-MEDIA = WRK-SOMA-NOTAS / 4
           END-IF.
           MOVE WRK-MEDIA TO WRK-MEDIA-FORM.
           DISPLAY "MEDIA: " WRK-MEDIA-FORM.

           END-EVALUATE.
           DISPLAY WRK-SITUACAO-ALU.

           IF WRK-REABERTO EQUAL 'S'
               PERFORM 8300-MEDIA-ANTERIOR
           END-IF.
           PERFORM 9000-GRAVA-BOLETIM.
           IF WRK-REABERTO EQUAL 'S'
               PERFORM 8400-GRAVA-AUDITORIA
           END-IF.

           CLOSE BOLETIM.
           IF WRK-DISCIPLI-OK EQUAL 'S'
           END-IF.
           STOP RUN.

       8000-BUSCA-PLANO SECTION.
      **** PLANO DE AVALIACOES DA DISCIPLINA NO BIMESTRE E NOTAS DO
      **** ALUNO NELE (PROGCOB19). ARQUIVOS AUSENTES = SEM PLANO.
           MOVE 'N' TO WRK-TEM-PLANO WRK-TEM-NOTAS.
           OPEN INPUT PLANOAVA.
           IF NOT FS-OK IN WRK-FS-PLANOAVA
               GO TO 8000-FIM
           END-IF.
           MOVE WRK-DISCIPLINA TO PLA-DISCIPLINA.
           MOVE WRK-BIMESTRE   TO PLA-BIMESTRE.
           READ PLANOAVA
               NOT INVALID KEY
                   MOVE 'S' TO WRK-TEM-PLANO
           END-READ.
           CLOSE PLANOAVA.
           IF WRK-TEM-PLANO NOT EQUAL 'S'
               GO TO 8000-FIM
           END-IF.
           OPEN INPUT NOTASAVA.
           IF FS-OK IN WRK-FS-NOTASAVA
               MOVE WRK-CD-ALUNO   TO NAV-ALUNO
               MOVE WRK-DISCIPLINA TO NAV-DISCIPLINA
               MOVE WRK-BIMESTRE   TO NAV-BIMESTRE
               READ NOTASAVA
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-TEM-NOTAS
               END-READ
               CLOSE NOTASAVA
           END-IF.
       8000-FIM.
           EXIT.

       8100-MEDIA-PONDERADA SECTION.
      **** MEDIA = SOMA(NOTA X PESO) / SOMA(PESOS). AVALIACAO SEM
      **** NOTA E LISTADA E CONTADA EM WRK-CT-PENDENTES, NUNCA ZERO.
           MOVE ZEROS TO WRK-SOMA-PESOS WRK-SOMA-PONDER WRK-MEDIA
                         WRK-CT-PENDENTES.
           DISPLAY "PLANO DE AVALIACOES DO BIMESTRE:".
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > PLA-QT-AVALIACOES
               ADD PLA-PESO (WRK-I) TO WRK-SOMA-PESOS
               MOVE PLA-PESO (WRK-I) TO WRK-PESO-FORM
               IF WRK-TEM-NOTAS EQUAL 'S'
                  AND NAV-TEM-NOTA (WRK-I)
                   COMPUTE WRK-SOMA-PONDER = WRK-SOMA-PONDER
                       + (NAV-NOTA (WRK-I) * PLA-PESO (WRK-I))
                   MOVE NAV-NOTA (WRK-I) TO WRK-NOTA-FORM
                   DISPLAY "  " PLA-DESCRICAO (WRK-I) " PESO "
                           WRK-PESO-FORM " NOTA " WRK-NOTA-FORM
               ELSE
                   ADD 1 TO WRK-CT-PENDENTES
                   DISPLAY "  " PLA-DESCRICAO (WRK-I) " PESO "
                           WRK-PESO-FORM " *** SEM NOTA ***"
               END-IF
           END-PERFORM.
           IF WRK-CT-PENDENTES EQUAL ZEROS
              AND WRK-SOMA-PESOS > ZEROS
               COMPUTE WRK-MEDIA ROUNDED =
                   WRK-SOMA-PONDER / WRK-SOMA-PESOS
           END-IF.

       8200-CONFERE-FECHAMENTO SECTION.
      **** TURMA DO ALUNO NO ARQUIVO ESTUDANTE E SITUACAO DO
      **** FECHAMENTO DO BIMESTRE NO ANO CORRENTE (PROGCOB20). SEM
      **** CADASTRO, ALUNO FORA DELE OU SEM FECHAMENTO = ABERTO.
           MOVE SPACE TO FEC-SITUACAO.
           MOVE 'N'   TO WRK-REABERTO.
           OPEN INPUT ESTUDANTE.
           IF NOT FS-OK IN WRK-FS-ESTUDANTE
               GO TO 8200-FIM
           END-IF.
           MOVE WRK-CD-ALUNO TO CD-ESTUDANTE.
           READ ESTUDANTE
               INVALID KEY
                   MOVE ZEROS TO WRK-TURMA
               NOT INVALID KEY
                   MOVE TU-ESTUDANTE TO WRK-TURMA
           END-READ.
           CLOSE ESTUDANTE.
           IF WRK-TURMA EQUAL ZEROS
               GO TO 8200-FIM
           END-IF.
           OPEN INPUT FECHABIM.
           IF NOT FS-OK IN WRK-FS-FECHABIM
               GO TO 8200-FIM
           END-IF.
           MOVE WRK-DATA-HOJE(1:4) TO FEC-ANO.
           MOVE WRK-TURMA          TO FEC-TURMA.
           MOVE WRK-DISCIPLINA     TO FEC-DISCIPLINA.
           MOVE WRK-BIMESTRE       TO FEC-BIMESTRE.
           READ FECHABIM
               INVALID KEY
                   MOVE SPACE TO FEC-SITUACAO
           END-READ.
           CLOSE FECHABIM.
           IF FEC-REABERTO
               MOVE 'S' TO WRK-REABERTO
               DISPLAY "BIMESTRE REABERTO EM " FEC-DT-REABERTURA
                       " POR " FEC-SUPERVISOR ": " FEC-MOTIVO
               DISPLAY "LANCAMENTO SERA AUDITADO. OPERADOR: "
               ACCEPT WRK-OPERADOR FROM CONSOLE
               PERFORM UNTIL WRK-OPERADOR NOT EQUAL SPACES
                   DISPLAY "OPERADOR OBRIGATORIO: "
                   ACCEPT WRK-OPERADOR FROM CONSOLE
               END-PERFORM
           END-IF.
       8200-FIM.
           EXIT.

       8300-MEDIA-ANTERIOR SECTION.
      **** ULTIMA MEDIA DO ALUNO NA DISCIPLINA E BIMESTRE JA GRAVADA
      **** NO BOLETIM, PARA O "DE" DA AUDITORIA.
           MOVE "NENHUM" TO WRK-MEDIA-ANTES.
           CLOSE BOLETIM.
           OPEN INPUT BOLETIM.
           MOVE SPACE TO WRK-EOF.
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ BOLETIM
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF BOL-CD-ALUNO   EQUAL WRK-CD-ALUNO
                          AND BOL-BIMESTRE   EQUAL WRK-BIMESTRE
                          AND BOL-DISCIPLINA EQUAL WRK-DISCIPLINA
                           MOVE BOL-MEDIA TO WRK-MEDIA-ANTES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BOLETIM.
           OPEN EXTEND BOLETIM.

       8400-GRAVA-AUDITORIA SECTION.
           OPEN EXTEND AUDITORIA.
           IF FS-ARQUIVO-INEXISTENTE IN WRK-FS-AUDITORIA
               OPEN OUTPUT AUDITORIA
           END-IF.
           IF NOT FS-OK IN WRK-FS-AUDITORIA
               DISPLAY "ERRO AO GRAVAR A AUDITORIA. FS="
                       WRK-FS-AUDITORIA
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGCOB08 '
                    'AUDITORIA ' WRK-FS-AUDITORIA
               GO TO 8400-FIM
           END-IF.
           ACCEPT WRK-HORA FROM TIME.
           MOVE SPACES TO REG-AUDITORIA.
           STRING WRK-DATA-HOJE    DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WRK-HORA (1:6)   DELIMITED BY SIZE
                  " ACAO="         DELIMITED BY SIZE
                  "NOTA-REAB "     DELIMITED BY SIZE
                  " CLIENTE="      DELIMITED BY SIZE
                  WRK-CD-ALUNO     DELIMITED BY SIZE
                  " OPERADOR="     DELIMITED BY SIZE
                  WRK-OPERADOR     DELIMITED BY SIZE
                  " TURMA="        DELIMITED BY SIZE
                  WRK-TURMA        DELIMITED BY SIZE
                  " DISC="         DELIMITED BY SIZE
                  WRK-DISCIPLINA   DELIMITED BY SIZE
                  " BIM="          DELIMITED BY SIZE
                  WRK-BIMESTRE     DELIMITED BY SIZE
                  " DE("           DELIMITED BY SIZE
                  WRK-MEDIA-ANTES  DELIMITED BY SIZE
                  ") PARA("        DELIMITED BY SIZE
                  WRK-MEDIA-FORM   DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WRK-SITUACAO-ALU DELIMITED BY SIZE
                  ")"              DELIMITED BY SIZE
               INTO REG-AUDITORIA
           END-STRING.
           WRITE REG-AUDITORIA.
           CLOSE AUDITORIA.
       8400-FIM.
           EXIT.

       9000-GRAVA-BOLETIM SECTION.
           MOVE SPACES TO REG-BOLETIM.
           STRING WRK-CD-ALUNO     DELIMITED BY SIZE
