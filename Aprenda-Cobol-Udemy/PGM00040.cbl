      * Autor: Marcia Gameleira
      * Data: 15/10/2026
      * Objetivo: DOCUMENTOS OFICIAIS DA SECRETARIA, IMPRESSOS DOS
      *           DADOS EM VEZ DE DIGITADOS NO EDITOR DE TEXTO A
      *           PARTIR DA TELA DO PGM00019:
      *             - DECLARACAO DE MATRICULA: ALUNO, TURMA E ANO
      *               LETIVO DO ESTUDANTE/TURMA;
      *             - HISTORICO ESCOLAR: POR ANO E DISCIPLINA, AS
      *               MEDIAS DOS BIMESTRES (BOLETIM.DAT), O RESULTADO
      *               FINAL (RESFINAL.DAT) E A FREQUENCIA DO ANO
      *               (FREQUENC). OS ANOS JA ENCERRADOS VEM DO
      *               ARQUIVO HISTESCOL, ALIMENTADO PELA OPCAO
      *               "ARQUIVAR O ANO LETIVO" (RODAR ANTES DA VIRADA DO
      *               PGM00039, QUANDO BOLETIM E RESFINAL AINDA SAO DO
      *               ANO); O ANO CORRENTE E LIDO DIRETO DOS ARQUIVOS.
      *               ALUNO JA EXPURGADO PELO PGM00022 E ACHADO NO
      *               HISTESTUD.
      *           CADA DOCUMENTO LEVA UM NUMERO SEQUENCIAL (REGISTRO
      *           DE CONTROLE DE CHAVE ZERO NO DOCESCOL, COMO O
      *           ORDSERV DO PROGOSRV) E O DOCESCOL GUARDA O QUE FOI
      *           EMITIDO, PARA QUEM, QUANDO E POR QUEM - A OPCAO
      *           "CONFERIR DOCUMENTO" MOSTRA ISSO PELO NUMERO, PARA
      *           DESMASCARAR DOCUMENTO FALSIFICADO. O DOCUMENTO SAI
      *           NO ARQUIVO IMPDOC, PARA A IMPRESSORA DA SECRETARIA.

      *                                        IDENTIFICATION DIVISION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM00040.
      *                                           ENVIRONMENT DIVISION
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT DISCIPLI ASSIGN TO 'DISCIPLI.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CD-DISCIPLINA
           FILE STATUS IS WS-FS-DISCIPLI.

           SELECT FREQUENC ASSIGN TO 'FREQUENC'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FRQ-CHAVE
           FILE STATUS IS WS-FS-FREQUENC.

           SELECT BOLETIM ASSIGN TO 'BOLETIM.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-BOLETIM.

           SELECT RESFINAL ASSIGN TO 'RESFINAL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RESFINAL.

           SELECT HISTESTUD ASSIGN TO 'HISTESTUD'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-HISTESTUD.

           SELECT HISTESCOL ASSIGN TO 'HISTESCOL'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-HISTESCOL.

           SELECT DOCESCOL ASSIGN TO 'DOCESCOL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DOC-NUMERO
           FILE STATUS IS WS-FS-DOCESCOL.

           SELECT IMPDOC ASSIGN TO 'IMPDOC'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-IMPDOC.

      *                                                  DATA DIVISION
       DATA DIVISION.

       FILE SECTION.
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

       FD  DISCIPLI.
       01  REG-DISCIPLI.
           03  CD-DISCIPLINA         PIC 9(02).
           03  NM-DISCIPLINA         PIC X(20).

       FD  FREQUENC.
       01  REG-FREQUENC.
           03  FRQ-CHAVE.
               05  FRQ-ESTUDANTE     PIC 9(05).
               05  FRQ-DATA          PIC 9(08).
           03  FRQ-TURMA             PIC 9(03).
           03  FRQ-PRESENCA          PIC X(01).

       FD  BOLETIM.
       01  REG-BOLETIM               PIC X(90).
       01  REG-BOLETIM-R REDEFINES REG-BOLETIM.
           03  BOL-CD-ALUNO          PIC X(05).
           03  FILLER                PIC X(01).
           03  BOL-BIMESTRE          PIC X(01).
           03  FILLER                PIC X(01).
           03  BOL-NOME              PIC X(30).
           03  FILLER                PIC X(08).
           03  BOL-MEDIA             PIC X(06).
           03  FILLER                PIC X(11).
           03  BOL-SITUACAO          PIC X(12).
           03  FILLER                PIC X(07).
           03  BOL-DISCIPLINA        PIC X(02).
           03  FILLER                PIC X(06).

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
           03  FILLER                PIC X(14).
           03  RES-MEDIA             PIC X(06).
           03  FILLER                PIC X(01).
           03  RES-SITUACAO          PIC X(16).
           03  FILLER                PIC X(09).

       FD  HISTESTUD.
       01  REG-HISTESTUD.
           03  HIS-CD-ESTUDANTE      PIC 9(05).
           03  HIS-NM-ESTUDANTE      PIC X(20).
           03  HIS-TU-ESTUDANTE      PIC 9(03).
           03  HIS-DT-NASC           PIC 9(08).
           03  HIS-DT-EXPURGO        PIC 9(08).
           03  HIS-DT-READMISSAO     PIC 9(08).

      * UMA LINHA POR ANO LETIVO, ALUNO E DISCIPLINA. A FREQUENCIA E
      * DO ANO INTEIRO E SE REPETE NAS DISCIPLINAS DO ALUNO; ALUNO SO
      * COM FREQUENCIA TEM UMA LINHA COM HES-DISC EM BRANCO.
       FD  HISTESCOL.
       01  REG-HISTESCOL.
           03  HES-ANO               PIC 9(04).
           03  HES-ALUNO             PIC 9(05).
           03  HES-TURMA             PIC 9(03).
           03  HES-DISC              PIC X(02).
           03  HES-MEDIA             PIC 9(03)V99 OCCURS 4 TIMES.
           03  HES-ANUAL             PIC 9(03)V99.
           03  HES-SITUACAO          PIC X(16).
           03  HES-FREQ              PIC 9(03)V9.
           03  HES-TEM-FREQ          PIC X(01).

       FD  DOCESCOL.
       01  REG-DOCESCOL.
           03  DOC-NUMERO            PIC 9(06).
           03  DOC-TIPO              PIC X(01).
               88  DOC-DECLARACAO              VALUE 'D'.
               88  DOC-HISTORICO               VALUE 'H'.
           03  DOC-ESTUDANTE         PIC 9(05).
           03  DOC-NOME              PIC X(20).
           03  DOC-TURMA             PIC 9(03).
           03  DOC-ANO-LETIVO        PIC 9(04).
           03  DOC-DATA              PIC 9(08).
           03  DOC-HORA              PIC 9(06).
           03  DOC-OPERADOR          PIC X(20).
       01  REG-DOCESCOL-CONTROLE.
           03  DOC-CTL-CHAVE         PIC 9(06).
           03  DOC-CTL-ULT-NUMERO    PIC 9(06).
           03  FILLER                PIC X(61).

       FD  IMPDOC.
       01  REG-IMPDOC                PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-FS-ESTUDANTE     PIC X(02) VALUE SPACES.
       77  WS-FS-TURMA         PIC X(02) VALUE SPACES.
       77  WS-FS-DISCIPLI      PIC X(02) VALUE SPACES.
       77  WS-FS-FREQUENC      PIC X(02) VALUE SPACES.
       77  WS-FS-BOLETIM       PIC X(02) VALUE SPACES.
       77  WS-FS-RESFINAL      PIC X(02) VALUE SPACES.
       77  WS-FS-HISTESTUD     PIC X(02) VALUE SPACES.
       77  WS-FS-HISTESCOL     PIC X(02) VALUE SPACES.
       77  WS-FS-DOCESCOL      PIC X(02) VALUE SPACES.
       77  WS-FS-IMPDOC        PIC X(02) VALUE SPACES.

       77  WS-OPCAO            PIC 9(01) VALUE ZEROS.
           88  WS-OPC-DECLARACAO         VALUE 1.
           88  WS-OPC-HISTORICO          VALUE 2.
           88  WS-OPC-ARQUIVAR           VALUE 3.
           88  WS-OPC-CONFERIR           VALUE 4.
           88  WS-OPC-SAIR               VALUE 5.
       77  WS-CONTINUA         PIC X(01) VALUE 'S'.
           88  WS-FIM-PROGRAMA           VALUE 'N'.
       77  WS-EOF              PIC X(01) VALUE SPACE.
       77  WS-EOF-AUX          PIC X(01) VALUE SPACE.
       77  WS-OPERADOR         PIC X(20) VALUE SPACES.
       77  WS-DATA-SISTEMA     PIC 9(08) VALUE ZEROS.
       77  WS-HORA-SISTEMA     PIC 9(08) VALUE ZEROS.
       77  WS-ANO-LETIVO       PIC 9(04) VALUE ZEROS.
       77  WS-ANO-IMPRESSO     PIC 9(04) VALUE ZEROS.
       77  WS-CD-ALUNO         PIC 9(05) VALUE ZEROS.
       77  WS-NM-ALUNO         PIC X(20) VALUE SPACES.
       77  WS-TU-ALUNO         PIC 9(03) VALUE ZEROS.
       77  WS-TU-IMPRESSA      PIC 9(03) VALUE ZEROS.
       77  WS-NASC-ALUNO       PIC 9(08) VALUE ZEROS.
       77  WS-ALUNO-ACHADO     PIC X(01) VALUE 'N'.
           88  WS-ALUNO-OK               VALUE 'S'.
       77  WS-ALUNO-ATIVO      PIC X(01) VALUE 'N'.
       77  WS-DT-EXPURGO       PIC 9(08) VALUE ZEROS.
       77  WS-NR-DOCUMENTO     PIC 9(06) VALUE ZEROS.
       77  WS-TIPO-DOCUMENTO   PIC X(01) VALUE SPACE.
       77  WS-ANO-NO-ARQUIVO   PIC X(01) VALUE 'N'.
       77  WS-CT-LINHAS-HIST   PIC 9(04) VALUE ZEROS.
       77  WS-CT-GRAVADOS      PIC 9(05) VALUE ZEROS.
       77  WS-DATA-INI         PIC 9(08) VALUE ZEROS.
       77  WS-DATA-FIM         PIC 9(08) VALUE ZEROS.
       77  WS-CT-PRESENCAS     PIC 9(04) VALUE ZEROS.
       77  WS-CT-FALTAS        PIC 9(04) VALUE ZEROS.
       77  WS-PCT-FREQ         PIC 9(03)V9 VALUE ZEROS.
       77  WS-TEM-FREQ         PIC X(01) VALUE 'N'.
       77  WS-PCT-FORM         PIC ZZ9,9 VALUE ZEROS.
       77  WS-EDITADO          PIC X(06) VALUE SPACES.
       77  WS-NUMERO           PIC 9(03)V99 VALUE ZEROS.
       77  WS-DIGITOS          PIC 9(07) VALUE ZEROS.
       77  WS-DIGITO           PIC 9(01) VALUE ZEROS.
       77  WS-K                PIC 9(02) VALUE ZEROS.
       77  WS-I                PIC 9(02) VALUE ZEROS.
       77  WS-B                PIC 9(01) VALUE ZEROS.
       77  WS-POS              PIC 9(02) VALUE ZEROS.
       77  WS-DISC-PROCURADA   PIC X(02) VALUE SPACES.
       77  WS-NM-DISC          PIC X(15) VALUE SPACES.
       77  WS-NR-FORM          PIC 9(06) VALUE ZEROS.

       01  WS-DATA-EDITADA.
           03  WS-DATA-DIA     PIC 9(02).
           03  FILLER          PIC X(01) VALUE '/'.
           03  WS-DATA-MES     PIC 9(02).
           03  FILLER          PIC X(01) VALUE '/'.
           03  WS-DATA-ANO     PIC 9(04).
       01  WS-DATA-AUX.
           03  WS-AUX-ANO      PIC 9(04).
           03  WS-AUX-MES      PIC 9(02).
           03  WS-AUX-DIA      PIC 9(02).

      * NOTAS DE UM ALUNO EM UM ANO, UMA POSICAO POR DISCIPLINA.
       01  TAB-DISCIPLINAS.
           03  TAB-DISC OCCURS 20 TIMES.
               05  TD-DISC           PIC X(02).
               05  TD-MEDIA          PIC 9(03)V99 OCCURS 4 TIMES.
               05  TD-TEM            PIC X(04).
               05  TD-ANUAL          PIC 9(03)V99.
               05  TD-SITUACAO       PIC X(16).
       77  WS-CT-DISC          PIC 9(02) VALUE ZEROS.

      * LINHA DO HISTORICO ESCOLAR.
       01  WS-LINHA-HIST.
           03  FILLER          PIC X(02) VALUE SPACES.
           03  LH-DISC         PIC X(02).
           03  FILLER          PIC X(01) VALUE SPACE.
           03  LH-NOME         PIC X(15).
           03  LH-BIM          PIC X(07) OCCURS 4 TIMES.
           03  LH-ANUAL        PIC X(07).
           03  FILLER          PIC X(02) VALUE SPACES.
           03  LH-SITUACAO     PIC X(16).
           03  FILLER          PIC X(27) VALUE SPACES.
       77  WS-NOTA-FORM        PIC ZZ9,99 VALUE ZEROS.

      *                                             PROCEDURE DIVISION
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           DISPLAY 'CODIGO DO OPERADOR (PARA O CONTROLE): '
           ACCEPT WS-OPERADOR

           OPEN I-O DOCESCOL.
           IF WS-FS-DOCESCOL EQUAL '35'
               CLOSE DOCESCOL
               OPEN OUTPUT DOCESCOL
               CLOSE DOCESCOL
               OPEN I-O DOCESCOL
           END-IF.
           IF WS-FS-DOCESCOL NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DOCESCOL. FS='
                       WS-FS-DOCESCOL
               CALL 'SUBERRLOG' USING BY CONTENT 'PGM00040  '
                    'DOCESCOL  ' WS-FS-DOCESCOL
               MOVE 16 TO RETURN-CODE
               GO TO FIM-PROGRAMA
           END-IF.
           OPEN INPUT ESTUDANTE.
           OPEN INPUT TURMA.
           OPEN INPUT DISCIPLI.
           OPEN INPUT FREQUENC.

           PERFORM UNTIL WS-FIM-PROGRAMA
               DISPLAY '1-DECLARACAO DE MATRICULA  2-HISTORICO '
                       'ESCOLAR  3-ARQUIVAR O ANO LETIVO'
               DISPLAY '4-CONFERIR DOCUMENTO  5-SAIR'
               DISPLAY 'OPCAO: '
               ACCEPT WS-OPCAO
               EVALUATE TRUE
                   WHEN WS-OPC-DECLARACAO
                       PERFORM EMITE-DECLARACAO
                           THRU EMITE-DECLARACAO-FIM
                   WHEN WS-OPC-HISTORICO
                       PERFORM EMITE-HISTORICO THRU EMITE-HISTORICO-FIM
                   WHEN WS-OPC-ARQUIVAR
                       PERFORM ARQUIVA-ANO-LETIVO THRU ARQUIVA-FIM
                   WHEN WS-OPC-CONFERIR
                       PERFORM CONFERE-DOCUMENTO
                           THRU CONFERE-DOCUMENTO-FIM
                   WHEN WS-OPC-SAIR
                       MOVE 'N' TO WS-CONTINUA
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA.'
               END-EVALUATE
           END-PERFORM.

           CLOSE DOCESCOL.
           IF WS-FS-ESTUDANTE EQUAL '00'
               CLOSE ESTUDANTE
           END-IF.
           IF WS-FS-TURMA EQUAL '00'
               CLOSE TURMA
           END-IF.
           IF WS-FS-DISCIPLI EQUAL '00'
               CLOSE DISCIPLI
           END-IF.
           IF WS-FS-FREQUENC EQUAL '00'
               CLOSE FREQUENC
           END-IF.

       FIM-PROGRAMA.
           STOP RUN.

      *----------------------------------------------------------------
      * EMITE-DECLARACAO: SO PARA ALUNO ATIVO (NO ARQUIVO ESTUDANTE).
      *----------------------------------------------------------------
       EMITE-DECLARACAO.

           DISPLAY 'CODIGO DO ALUNO: '
           ACCEPT WS-CD-ALUNO
           PERFORM BUSCA-ALUNO THRU BUSCA-ALUNO-FIM
           IF NOT WS-ALUNO-OK
               GO TO EMITE-DECLARACAO-FIM
           END-IF
           IF WS-ALUNO-ATIVO NOT EQUAL 'S'
               DISPLAY 'ALUNO NAO ESTA MATRICULADO (EXPURGADO EM '
                       WS-DT-EXPURGO '). USE O HISTORICO ESCOLAR.'
               GO TO EMITE-DECLARACAO-FIM
           END-IF
           PERFORM PEDE-ANO-LETIVO

           MOVE SPACES TO NM-TURMA
           IF WS-FS-TURMA EQUAL '00'
               MOVE WS-TU-ALUNO TO CD-TURMA
               READ TURMA
                   INVALID KEY
                       MOVE SPACES TO NM-TURMA
               END-READ
           END-IF

           MOVE 'D' TO WS-TIPO-DOCUMENTO
           PERFORM ABRE-DOCUMENTO THRU ABRE-DOCUMENTO-FIM
           IF WS-FS-IMPDOC NOT EQUAL '00'
               GO TO EMITE-DECLARACAO-FIM
           END-IF

           MOVE 'DECLARACAO DE MATRICULA' TO REG-IMPDOC(30:23)
           WRITE REG-IMPDOC
           MOVE SPACES TO REG-IMPDOC
           WRITE REG-IMPDOC
           MOVE SPACES TO REG-IMPDOC
           STRING 'DECLARAMOS, PARA OS DEVIDOS FINS, QUE O(A) '
                      DELIMITED BY SIZE
                  'ALUNO(A) ' DELIMITED BY SIZE
                  WS-NM-ALUNO DELIMITED BY '  '
                  ','         DELIMITED BY SIZE
               INTO REG-IMPDOC
           END-STRING
           WRITE REG-IMPDOC
           MOVE WS-NASC-ALUNO TO WS-DATA-AUX
           PERFORM EDITA-DATA
           MOVE SPACES TO REG-IMPDOC
           STRING 'CODIGO ' DELIMITED BY SIZE
                  WS-CD-ALUNO DELIMITED BY SIZE
                  ', NASCIDO(A) EM ' DELIMITED BY SIZE
                  WS-DATA-EDITADA DELIMITED BY SIZE
                  ', ESTA REGULARMENTE MATRICULADO(A)'
                      DELIMITED BY SIZE
               INTO REG-IMPDOC
           END-STRING
           WRITE REG-IMPDOC
           MOVE SPACES TO REG-IMPDOC
           STRING 'NESTA ESCOLA, NA TURMA ' DELIMITED BY SIZE
                  WS-TU-ALUNO DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  NM-TURMA DELIMITED BY '  '
                  ', NO ANO LETIVO DE ' DELIMITED BY SIZE
                  WS-ANO-LETIVO DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
               INTO REG-IMPDOC
           END-STRING
           WRITE REG-IMPDOC

           PERFORM FECHA-DOCUMENTO.
       EMITE-DECLARACAO-FIM.
           EXIT.

      *----------------------------------------------------------------
      * EMITE-HISTORICO: ANOS ARQUIVADOS NO HISTESCOL E, SE O ANO
      * CORRENTE AINDA NAO FOI ARQUIVADO, O ANO CORRENTE DIRETO DO
      * BOLETIM, DO RESFINAL E DO FREQUENC.
      *----------------------------------------------------------------
       EMITE-HISTORICO.

           DISPLAY 'CODIGO DO ALUNO: '
           ACCEPT WS-CD-ALUNO
           PERFORM BUSCA-ALUNO THRU BUSCA-ALUNO-FIM
           IF NOT WS-ALUNO-OK
               GO TO EMITE-HISTORICO-FIM
           END-IF
           PERFORM PEDE-ANO-LETIVO

           MOVE 'H' TO WS-TIPO-DOCUMENTO
           PERFORM ABRE-DOCUMENTO THRU ABRE-DOCUMENTO-FIM
           IF WS-FS-IMPDOC NOT EQUAL '00'
               GO TO EMITE-HISTORICO-FIM
           END-IF

           MOVE 'HISTORICO ESCOLAR' TO REG-IMPDOC(33:17)
           WRITE REG-IMPDOC
           MOVE SPACES TO REG-IMPDOC
           WRITE REG-IMPDOC
           MOVE WS-NASC-ALUNO TO WS-DATA-AUX
           PERFORM EDITA-DATA
           MOVE SPACES TO REG-IMPDOC
           STRING 'ALUNO(A): ' DELIMITED BY SIZE
                  WS-CD-ALUNO  DELIMITED BY SIZE
                  ' - '        DELIMITED BY SIZE
                  WS-NM-ALUNO  DELIMITED BY SIZE
                  '  NASCIMENTO: ' DELIMITED BY SIZE
                  WS-DATA-EDITADA  DELIMITED BY SIZE
               INTO REG-IMPDOC
           END-STRING
           WRITE REG-IMPDOC
           MOVE SPACES TO REG-IMPDOC
           MOVE 'DISC DISCIPLINA       1.BIM  2.BIM  3.BIM  4.BIM  '
               TO REG-IMPDOC(3:51)
           MOVE 'ANUAL  RESULTADO' TO REG-IMPDOC(54:16)
           WRITE REG-IMPDOC

           MOVE ZEROS TO WS-CT-LINHAS-HIST WS-ANO-IMPRESSO
           MOVE 'N' TO WS-ANO-NO-ARQUIVO
           OPEN INPUT HISTESCOL
           IF WS-FS-HISTESCOL EQUAL '00'
               MOVE SPACE TO WS-EOF-AUX
               PERFORM UNTIL WS-EOF-AUX EQUAL 'F'
                   READ HISTESCOL
                       AT END
                           MOVE 'F' TO WS-EOF-AUX
                       NOT AT END
                           IF HES-ALUNO EQUAL WS-CD-ALUNO
                               PERFORM LINHA-ARQUIVADA
                                   THRU LINHA-ARQUIVADA-FIM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTESCOL
           END-IF

           IF WS-ANO-NO-ARQUIVO EQUAL 'N'
               PERFORM MONTA-ANO THRU MONTA-ANO-FIM
               IF WS-CT-DISC > ZEROS OR WS-TEM-FREQ EQUAL 'S'
                   PERFORM ANO-CORRENTE
               END-IF
           END-IF

           IF WS-CT-LINHAS-HIST EQUAL ZEROS
               MOVE SPACES TO REG-IMPDOC
               WRITE REG-IMPDOC
               MOVE '  NENHUMA NOTA REGISTRADA PARA O ALUNO.'
                   TO REG-IMPDOC
               WRITE REG-IMPDOC
           END-IF

           PERFORM FECHA-DOCUMENTO.
       EMITE-HISTORICO-FIM.
           EXIT.

       LINHA-ARQUIVADA.

           IF HES-ANO EQUAL WS-ANO-LETIVO
               MOVE 'S' TO WS-ANO-NO-ARQUIVO
           END-IF
           IF HES-ANO NOT EQUAL WS-ANO-IMPRESSO
               MOVE HES-ANO TO WS-ANO-IMPRESSO
               MOVE HES-FREQ TO WS-PCT-FREQ
               MOVE HES-TEM-FREQ TO WS-TEM-FREQ
               MOVE HES-TURMA TO WS-TU-IMPRESSA
               PERFORM CABECALHO-DO-ANO
           END-IF
           IF HES-DISC EQUAL SPACES
               GO TO LINHA-ARQUIVADA-FIM
           END-IF
           MOVE HES-DISC TO LH-DISC
           PERFORM NOME-DISCIPLINA
           MOVE WS-NM-DISC TO LH-NOME
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 4
               MOVE HES-MEDIA(WS-B) TO WS-NOTA-FORM
               MOVE WS-NOTA-FORM TO LH-BIM(WS-B)
           END-PERFORM
           MOVE HES-ANUAL TO WS-NOTA-FORM
           MOVE WS-NOTA-FORM TO LH-ANUAL
           MOVE HES-SITUACAO TO LH-SITUACAO
           MOVE WS-LINHA-HIST TO REG-IMPDOC
           WRITE REG-IMPDOC
           ADD 1 TO WS-CT-LINHAS-HIST.
       LINHA-ARQUIVADA-FIM.
           EXIT.

       ANO-CORRENTE.

           MOVE WS-ANO-LETIVO TO WS-ANO-IMPRESSO
           MOVE WS-TU-ALUNO TO WS-TU-IMPRESSA
           PERFORM CABECALHO-DO-ANO
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CT-DISC
               MOVE TD-DISC(WS-I) TO LH-DISC
               PERFORM NOME-DISCIPLINA
               MOVE WS-NM-DISC TO LH-NOME
               PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 4
                   IF TD-TEM(WS-I)(WS-B:1) EQUAL 'S'
                       MOVE TD-MEDIA(WS-I, WS-B) TO WS-NOTA-FORM
                       MOVE WS-NOTA-FORM TO LH-BIM(WS-B)
                   ELSE
                       MOVE '     - ' TO LH-BIM(WS-B)
                   END-IF
               END-PERFORM
               IF TD-SITUACAO(WS-I) EQUAL SPACES
                   MOVE '     - ' TO LH-ANUAL
                   MOVE 'EM CURSO' TO LH-SITUACAO
               ELSE
                   MOVE TD-ANUAL(WS-I) TO WS-NOTA-FORM
                   MOVE WS-NOTA-FORM TO LH-ANUAL
                   MOVE TD-SITUACAO(WS-I) TO LH-SITUACAO
               END-IF
               MOVE WS-LINHA-HIST TO REG-IMPDOC
               WRITE REG-IMPDOC
               ADD 1 TO WS-CT-LINHAS-HIST
           END-PERFORM.

       CABECALHO-DO-ANO.

           MOVE SPACES TO REG-IMPDOC
           WRITE REG-IMPDOC
           MOVE SPACES TO REG-IMPDOC
           IF WS-TEM-FREQ EQUAL 'S'
               MOVE WS-PCT-FREQ TO WS-PCT-FORM
               STRING 'ANO LETIVO ' DELIMITED BY SIZE
                      WS-ANO-IMPRESSO DELIMITED BY SIZE
                      ' - TURMA ' DELIMITED BY SIZE
                      WS-TU-IMPRESSA DELIMITED BY SIZE
                      ' - FREQUENCIA NO ANO: ' DELIMITED BY SIZE
                      WS-PCT-FORM DELIMITED BY SIZE
                      '%' DELIMITED BY SIZE
                   INTO REG-IMPDOC
               END-STRING
           ELSE
               STRING 'ANO LETIVO ' DELIMITED BY SIZE
                      WS-ANO-IMPRESSO DELIMITED BY SIZE
                      ' - TURMA ' DELIMITED BY SIZE
                      WS-TU-IMPRESSA DELIMITED BY SIZE
                      ' - FREQUENCIA NAO LANCADA' DELIMITED BY SIZE
                   INTO REG-IMPDOC
               END-STRING
           END-IF
           WRITE REG-IMPDOC
           ADD 1 TO WS-CT-LINHAS-HIST.

      *----------------------------------------------------------------
      * ARQUIVA-ANO-LETIVO: GRAVA NO HISTESCOL AS NOTAS, O RESULTADO
      * E A FREQUENCIA DO ANO DE CADA ALUNO DO ARQUIVO ESTUDANTE. UM
      * ANO SO PODE SER ARQUIVADO UMA VEZ.
      *----------------------------------------------------------------
       ARQUIVA-ANO-LETIVO.

           PERFORM PEDE-ANO-LETIVO
           IF WS-FS-ESTUDANTE NOT EQUAL '00'
               DISPLAY 'ARQUIVO ESTUDANTE INDISPONIVEL. FS='
                       WS-FS-ESTUDANTE
               GO TO ARQUIVA-FIM
           END-IF

           MOVE 'N' TO WS-ANO-NO-ARQUIVO
           OPEN INPUT HISTESCOL
           IF WS-FS-HISTESCOL EQUAL '00'
               MOVE SPACE TO WS-EOF-AUX
               PERFORM UNTIL WS-EOF-AUX EQUAL 'F'
                   READ HISTESCOL
                       AT END
                           MOVE 'F' TO WS-EOF-AUX
                       NOT AT END
                           IF HES-ANO EQUAL WS-ANO-LETIVO
                               MOVE 'F' TO WS-EOF-AUX
                               MOVE 'S' TO WS-ANO-NO-ARQUIVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTESCOL
               IF WS-ANO-NO-ARQUIVO EQUAL 'S'
                   MOVE 'N' TO WS-ANO-NO-ARQUIVO
                   DISPLAY 'O ANO LETIVO ' WS-ANO-LETIVO
                           ' JA ESTA NO HISTORICO ESCOLAR.'
                   GO TO ARQUIVA-FIM
               END-IF
           END-IF

           OPEN EXTEND HISTESCOL
           IF WS-FS-HISTESCOL EQUAL '35'
               CLOSE HISTESCOL
               OPEN OUTPUT HISTESCOL
           END-IF
           IF WS-FS-HISTESCOL NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO HISTESCOL. FS='
                       WS-FS-HISTESCOL
               CALL 'SUBERRLOG' USING BY CONTENT 'PGM00040  '
                    'HISTESCOL ' WS-FS-HISTESCOL
               GO TO ARQUIVA-FIM
           END-IF

           MOVE ZEROS TO WS-CT-GRAVADOS
           MOVE SPACE TO WS-EOF
           MOVE ZEROS TO CD-ESTUDANTE
           START ESTUDANTE KEY IS NOT LESS THAN CD-ESTUDANTE
               INVALID KEY
                   MOVE 'F' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 'F'
               READ ESTUDANTE NEXT RECORD
                   AT END
                       MOVE 'F' TO WS-EOF
                   NOT AT END
                       MOVE CD-ESTUDANTE TO WS-CD-ALUNO
                       MOVE TU-ESTUDANTE TO WS-TU-ALUNO
                       PERFORM MONTA-ANO THRU MONTA-ANO-FIM
                       PERFORM GRAVA-ANO-DO-ALUNO
                           THRU GRAVA-ANO-DO-ALUNO-FIM
               END-READ
           END-PERFORM
           CLOSE HISTESCOL
           DISPLAY 'ANO LETIVO ' WS-ANO-LETIVO ' ARQUIVADO: '
                   WS-CT-GRAVADOS ' LINHA(S) NO HISTESCOL.'.
       ARQUIVA-FIM.
           EXIT.

       GRAVA-ANO-DO-ALUNO.

           MOVE SPACES TO REG-HISTESCOL
           MOVE WS-ANO-LETIVO TO HES-ANO
           MOVE WS-CD-ALUNO   TO HES-ALUNO
           MOVE WS-TU-ALUNO   TO HES-TURMA
           MOVE WS-PCT-FREQ   TO HES-FREQ
           MOVE WS-TEM-FREQ   TO HES-TEM-FREQ
           IF WS-CT-DISC EQUAL ZEROS
               IF WS-TEM-FREQ EQUAL 'S'
                   MOVE SPACES TO HES-DISC HES-SITUACAO
                   PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 4
                       MOVE ZEROS TO HES-MEDIA(WS-B)
                   END-PERFORM
                   MOVE ZEROS TO HES-ANUAL
                   WRITE REG-HISTESCOL
                   ADD 1 TO WS-CT-GRAVADOS
               END-IF
               GO TO GRAVA-ANO-DO-ALUNO-FIM
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CT-DISC
               MOVE TD-DISC(WS-I) TO HES-DISC
               PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 4
                   MOVE TD-MEDIA(WS-I, WS-B) TO HES-MEDIA(WS-B)
               END-PERFORM
               MOVE TD-ANUAL(WS-I) TO HES-ANUAL
               IF TD-SITUACAO(WS-I) EQUAL SPACES
                   MOVE 'SEM RESULTADO' TO HES-SITUACAO
               ELSE
                   MOVE TD-SITUACAO(WS-I) TO HES-SITUACAO
               END-IF
               WRITE REG-HISTESCOL
               ADD 1 TO WS-CT-GRAVADOS
           END-PERFORM.
       GRAVA-ANO-DO-ALUNO-FIM.
           EXIT.

      *----------------------------------------------------------------
      * MONTA-ANO: NOTAS (BOLETIM), RESULTADO (RESFINAL) E FREQUENCIA
      * (FREQUENC) DO ALUNO WS-CD-ALUNO NO ANO WS-ANO-LETIVO. VALE O
      * ULTIMO LANCAMENTO DE CADA BIMESTRE, COMO NO PROGCOB17.
      *----------------------------------------------------------------
       MONTA-ANO.

           MOVE ZEROS TO WS-CT-DISC

           OPEN INPUT BOLETIM
           IF WS-FS-BOLETIM EQUAL '00'
               MOVE SPACE TO WS-EOF-AUX
               PERFORM UNTIL WS-EOF-AUX EQUAL 'F'
                   READ BOLETIM
                       AT END
                           MOVE 'F' TO WS-EOF-AUX
                       NOT AT END
                           IF BOL-CD-ALUNO EQUAL WS-CD-ALUNO
                              AND BOL-BIMESTRE >= '1'
                              AND BOL-BIMESTRE <= '4'
                               MOVE BOL-DISCIPLINA TO WS-DISC-PROCURADA
                               PERFORM ACHA-DISCIPLINA
                               IF WS-POS > ZEROS
                                   MOVE BOL-BIMESTRE TO WS-B
                                   MOVE BOL-MEDIA TO WS-EDITADO
                                   PERFORM DESEDITA
                                   MOVE WS-NUMERO
                                       TO TD-MEDIA(WS-POS, WS-B)
                                   MOVE 'S'
                                       TO TD-TEM(WS-POS)(WS-B:1)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOLETIM
           END-IF

           OPEN INPUT RESFINAL
           IF WS-FS-RESFINAL EQUAL '00'
               MOVE SPACE TO WS-EOF-AUX
               PERFORM UNTIL WS-EOF-AUX EQUAL 'F'
                   READ RESFINAL
                       AT END
                           MOVE 'F' TO WS-EOF-AUX
                       NOT AT END
                           IF RES-ALUNO EQUAL WS-CD-ALUNO
                              AND RES-ROT-TURMA EQUAL ' TURMA '
                              AND RES-ROT-DISC EQUAL ' DISC '
                               MOVE RES-DISC TO WS-DISC-PROCURADA
                               PERFORM ACHA-DISCIPLINA
                               IF WS-POS > ZEROS
                                   MOVE RES-MEDIA TO WS-EDITADO
                                   PERFORM DESEDITA
                                   MOVE WS-NUMERO TO TD-ANUAL(WS-POS)
                                   MOVE RES-SITUACAO
                                       TO TD-SITUACAO(WS-POS)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESFINAL
           END-IF

           MOVE ZEROS TO WS-CT-PRESENCAS WS-CT-FALTAS WS-PCT-FREQ
           MOVE 'N' TO WS-TEM-FREQ
           IF WS-FS-FREQUENC NOT EQUAL '00'
               GO TO MONTA-ANO-FIM
           END-IF
           COMPUTE WS-DATA-INI = WS-ANO-LETIVO * 10000 + 101
           COMPUTE WS-DATA-FIM = WS-ANO-LETIVO * 10000 + 1231
           MOVE SPACE TO WS-EOF-AUX
           MOVE WS-CD-ALUNO TO FRQ-ESTUDANTE
           MOVE WS-DATA-INI TO FRQ-DATA
           START FREQUENC KEY IS NOT LESS THAN FRQ-CHAVE
               INVALID KEY
                   MOVE 'F' TO WS-EOF-AUX
           END-START
           PERFORM UNTIL WS-EOF-AUX EQUAL 'F'
               READ FREQUENC NEXT RECORD
                   AT END
                       MOVE 'F' TO WS-EOF-AUX
                   NOT AT END
                       IF FRQ-ESTUDANTE NOT EQUAL WS-CD-ALUNO
                          OR FRQ-DATA > WS-DATA-FIM
                           MOVE 'F' TO WS-EOF-AUX
                       ELSE
                           IF FRQ-PRESENCA EQUAL 'P'
                               ADD 1 TO WS-CT-PRESENCAS
                           ELSE
                               ADD 1 TO WS-CT-FALTAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CT-PRESENCAS + WS-CT-FALTAS > ZEROS
               MOVE 'S' TO WS-TEM-FREQ
               COMPUTE WS-PCT-FREQ ROUNDED =
                   (WS-CT-PRESENCAS * 100)
                   / (WS-CT-PRESENCAS + WS-CT-FALTAS)
           END-IF.
       MONTA-ANO-FIM.
           EXIT.

       ACHA-DISCIPLINA.

           MOVE ZEROS TO WS-POS
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-CT-DISC OR WS-POS > ZEROS
               IF TD-DISC(WS-K) EQUAL WS-DISC-PROCURADA
                   MOVE WS-K TO WS-POS
               END-IF
           END-PERFORM
           IF WS-POS EQUAL ZEROS AND WS-CT-DISC < 20
               ADD 1 TO WS-CT-DISC
               MOVE WS-CT-DISC TO WS-POS
               MOVE WS-DISC-PROCURADA TO TD-DISC(WS-POS)
               MOVE 'NNNN' TO TD-TEM(WS-POS)
               MOVE ZEROS  TO TD-ANUAL(WS-POS)
               MOVE SPACES TO TD-SITUACAO(WS-POS)
               PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
                   MOVE ZEROS TO TD-MEDIA(WS-POS, WS-K)
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------
      * DESEDITA: A MEDIA VEM EDITADA (ZZ9,99) NO BOLETIM E NO
      * RESFINAL: JUNTA OS DIGITOS E DEVOLVE COM DUAS CASAS.
      *----------------------------------------------------------------
       DESEDITA.

           MOVE ZEROS TO WS-DIGITOS
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 6
               IF WS-EDITADO(WS-K:1) >= '0'
                  AND WS-EDITADO(WS-K:1) <= '9'
                   MOVE WS-EDITADO(WS-K:1) TO WS-DIGITO
                   COMPUTE WS-DIGITOS = (WS-DIGITOS * 10) + WS-DIGITO
               END-IF
           END-PERFORM
           COMPUTE WS-NUMERO = WS-DIGITOS / 100.

       NOME-DISCIPLINA.

           MOVE SPACES TO WS-NM-DISC
           IF WS-FS-DISCIPLI EQUAL '00' AND LH-DISC NUMERIC
               MOVE LH-DISC TO CD-DISCIPLINA
               READ DISCIPLI
                   INVALID KEY
                       MOVE SPACES TO NM-DISCIPLINA
               END-READ
               MOVE NM-DISCIPLINA TO WS-NM-DISC
           END-IF.

      *----------------------------------------------------------------
      * BUSCA-ALUNO: PRIMEIRO NO ESTUDANTE (ATIVO); SE NAO ESTA, NO
      * HISTESTUD (EXPURGADO, VALE O ULTIMO EXPURGO).
      *----------------------------------------------------------------
       BUSCA-ALUNO.

           MOVE 'N' TO WS-ALUNO-ACHADO WS-ALUNO-ATIVO
           IF WS-FS-ESTUDANTE EQUAL '00'
               MOVE WS-CD-ALUNO TO CD-ESTUDANTE
               READ ESTUDANTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-ALUNO-ACHADO WS-ALUNO-ATIVO
                       MOVE NM-ESTUDANTE      TO WS-NM-ALUNO
                       MOVE TU-ESTUDANTE      TO WS-TU-ALUNO
                       MOVE DT-NASC-ESTUDANTE TO WS-NASC-ALUNO
               END-READ
           END-IF
           IF WS-ALUNO-OK
               GO TO BUSCA-ALUNO-FIM
           END-IF

           OPEN INPUT HISTESTUD
           IF WS-FS-HISTESTUD EQUAL '00'
               MOVE SPACE TO WS-EOF-AUX
               PERFORM UNTIL WS-EOF-AUX EQUAL 'F'
                   READ HISTESTUD
                       AT END
                           MOVE 'F' TO WS-EOF-AUX
                       NOT AT END
                           IF HIS-CD-ESTUDANTE EQUAL WS-CD-ALUNO
                               MOVE 'S' TO WS-ALUNO-ACHADO
                               MOVE HIS-NM-ESTUDANTE TO WS-NM-ALUNO
                               MOVE HIS-TU-ESTUDANTE TO WS-TU-ALUNO
                               MOVE HIS-DT-NASC      TO WS-NASC-ALUNO
                               MOVE HIS-DT-EXPURGO   TO WS-DT-EXPURGO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTESTUD
           END-IF
           IF NOT WS-ALUNO-OK
               DISPLAY 'ALUNO NAO ENCONTRADO NO ESTUDANTE NEM NO '
                       'HISTESTUD.'
           END-IF.
       BUSCA-ALUNO-FIM.
           EXIT.

       PEDE-ANO-LETIVO.

           DISPLAY 'ANO LETIVO (ZEROS = ANO CORRENTE): '
           ACCEPT WS-ANO-LETIVO
           IF WS-ANO-LETIVO EQUAL ZEROS
               MOVE WS-DATA-SISTEMA(1:4) TO WS-ANO-LETIVO
           END-IF.

      *----------------------------------------------------------------
      * ABRE-DOCUMENTO: TIRA O PROXIMO NUMERO DO REGISTRO DE CONTROLE,
      * ABRE O IMPDOC E GRAVA O CABECALHO COM O NUMERO.
      *----------------------------------------------------------------
       ABRE-DOCUMENTO.

           OPEN OUTPUT IMPDOC
           IF WS-FS-IMPDOC NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO IMPDOC. FS='
                       WS-FS-IMPDOC
               CALL 'SUBERRLOG' USING BY CONTENT 'PGM00040  '
                    'IMPDOC    ' WS-FS-IMPDOC
               GO TO ABRE-DOCUMENTO-FIM
           END-IF

           MOVE ZEROS TO DOC-CTL-CHAVE
           READ DOCESCOL
               INVALID KEY
                   MOVE SPACES TO REG-DOCESCOL-CONTROLE
                   MOVE ZEROS  TO DOC-CTL-CHAVE
                   MOVE ZEROS  TO DOC-CTL-ULT-NUMERO
                   WRITE REG-DOCESCOL-CONTROLE
           END-READ
           ADD 1 TO DOC-CTL-ULT-NUMERO
           MOVE DOC-CTL-ULT-NUMERO TO WS-NR-DOCUMENTO
           REWRITE REG-DOCESCOL-CONTROLE
               INVALID KEY
                   DISPLAY 'ERRO AO ATUALIZAR O CONTROLE DE '
                           'NUMERACAO. FS=' WS-FS-DOCESCOL
           END-REWRITE

           MOVE SPACES TO REG-IMPDOC
           STRING 'SECRETARIA ESCOLAR' DELIMITED BY SIZE
                  INTO REG-IMPDOC
           END-STRING
           MOVE 'DOCUMENTO No ' TO REG-IMPDOC(70:13)
           MOVE WS-NR-DOCUMENTO TO REG-IMPDOC(83:6)
           WRITE REG-IMPDOC
           MOVE ALL '=' TO REG-IMPDOC
           WRITE REG-IMPDOC
           MOVE SPACES TO REG-IMPDOC.
       ABRE-DOCUMENTO-FIM.
           EXIT.

      *----------------------------------------------------------------
      * FECHA-DOCUMENTO: RODAPE, ASSINATURA E O REGISTRO NO DOCESCOL.
      *----------------------------------------------------------------
       FECHA-DOCUMENTO.

           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-DATA-SISTEMA TO WS-DATA-AUX
           PERFORM EDITA-DATA
           MOVE SPACES TO REG-IMPDOC
           WRITE REG-IMPDOC
           MOVE SPACES TO REG-IMPDOC
           STRING 'EMITIDO EM ' DELIMITED BY SIZE
                  WS-DATA-EDITADA DELIMITED BY SIZE
                  '. A AUTENTICIDADE DESTE DOCUMENTO PODE SER '
                      DELIMITED BY SIZE
                  'CONFERIDA NA SECRETARIA' DELIMITED BY SIZE
               INTO REG-IMPDOC
           END-STRING
           WRITE REG-IMPDOC
           MOVE SPACES TO REG-IMPDOC
           STRING 'PELO NUMERO ' DELIMITED BY SIZE
                  WS-NR-DOCUMENTO DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
               INTO REG-IMPDOC
           END-STRING
           WRITE REG-IMPDOC
           MOVE SPACES TO REG-IMPDOC
           WRITE REG-IMPDOC
           WRITE REG-IMPDOC
           MOVE '______________________________' TO REG-IMPDOC(36:30)
           WRITE REG-IMPDOC
           MOVE SPACES TO REG-IMPDOC
           MOVE 'SECRETARIO(A) ESCOLAR' TO REG-IMPDOC(40:21)
           WRITE REG-IMPDOC
           CLOSE IMPDOC

           MOVE SPACES TO REG-DOCESCOL
           MOVE WS-NR-DOCUMENTO   TO DOC-NUMERO
           MOVE WS-TIPO-DOCUMENTO TO DOC-TIPO
           MOVE WS-CD-ALUNO       TO DOC-ESTUDANTE
           MOVE WS-NM-ALUNO       TO DOC-NOME
           MOVE WS-TU-ALUNO       TO DOC-TURMA
           MOVE WS-ANO-LETIVO     TO DOC-ANO-LETIVO
           MOVE WS-DATA-SISTEMA   TO DOC-DATA
           MOVE WS-HORA-SISTEMA(1:6) TO DOC-HORA
           MOVE WS-OPERADOR       TO DOC-OPERADOR
           WRITE REG-DOCESCOL
               INVALID KEY
                   DISPLAY 'ERRO AO REGISTRAR O DOCUMENTO '
                           WS-NR-DOCUMENTO ' NO CONTROLE. FS='
                           WS-FS-DOCESCOL
               NOT INVALID KEY
                   DISPLAY 'DOCUMENTO No ' WS-NR-DOCUMENTO
                           ' GRAVADO EM IMPDOC.'
           END-WRITE.

      *----------------------------------------------------------------
      * CONFERE-DOCUMENTO: MOSTRA O QUE FOI EMITIDO SOB UM NUMERO.
      *----------------------------------------------------------------
       CONFERE-DOCUMENTO.

           DISPLAY 'NUMERO DO DOCUMENTO: '
           ACCEPT WS-NR-FORM
           IF WS-NR-FORM EQUAL ZEROS
               DISPLAY 'NUMERO INVALIDO.'
               GO TO CONFERE-DOCUMENTO-FIM
           END-IF
           MOVE WS-NR-FORM TO DOC-NUMERO
           READ DOCESCOL
               INVALID KEY
                   DISPLAY 'DOCUMENTO ' WS-NR-FORM ' NAO FOI EMITIDO '
                           'POR ESTA SECRETARIA. SUSPEITA DE FRAUDE.'
                   GO TO CONFERE-DOCUMENTO-FIM
           END-READ
           MOVE DOC-DATA TO WS-DATA-AUX
           PERFORM EDITA-DATA
           IF DOC-DECLARACAO
               DISPLAY 'DOCUMENTO ' DOC-NUMERO
                       ': DECLARACAO DE MATRICULA'
           ELSE
               DISPLAY 'DOCUMENTO ' DOC-NUMERO ': HISTORICO ESCOLAR'
           END-IF
           DISPLAY '  ALUNO ' DOC-ESTUDANTE ' - ' DOC-NOME
                   '  TURMA ' DOC-TURMA '  ANO LETIVO ' DOC-ANO-LETIVO
           DISPLAY '  EMITIDO EM ' WS-DATA-EDITADA ' AS '
                   DOC-HORA(1:2) ':' DOC-HORA(3:2)
                   ' POR ' DOC-OPERADOR.
       CONFERE-DOCUMENTO-FIM.
           EXIT.

       EDITA-DATA.

           MOVE WS-AUX-DIA TO WS-DATA-DIA
           MOVE WS-AUX-MES TO WS-DATA-MES
           MOVE WS-AUX-ANO TO WS-DATA-ANO.

       END PROGRAM PGM00040.
