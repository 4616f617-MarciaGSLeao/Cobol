      *              readmissao (zeros no expurgo), preenchida pelo
      *              PGM00030 quando o aluno volta para a escola sob o
      *              mesmo codigo.
      * 15/10/2026 - Antes da digitacao manual o programa oferece o
      *              expurgo da lista FORMANDOS, gravada pela virada
      *              do ano letivo do PGM00039; a lista e esvaziada
      *              depois de processada.
      * 15/10/2026 - A vaga deixada pelo aluno expurgado e oferecida
      *              ao primeiro candidato da lista de espera da turma
      *              (SUBESPERA).

      *                                        IDENTIFICATION DIVISION
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-HISTESTUD.

           SELECT FORMANDOS ASSIGN TO 'FORMANDOS'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FORMANDOS.

      *                                                  DATA DIVISION
       DATA DIVISION.

           03  HIS-DT-EXPURGO        PIC 9(08).
           03  HIS-DT-READMISSAO     PIC 9(08).

       FD  FORMANDOS.
       01  REG-FORMANDOS.
           03  FRM-ESTUDANTE         PIC 9(05).
           03  FILLER                PIC X(01).
           03  FRM-NOME              PIC X(20).
           03  FILLER                PIC X(01).
           03  FRM-TURMA             PIC 9(03).
           03  FILLER                PIC X(01).
           03  FRM-ANO-LETIVO        PIC 9(04).

       WORKING-STORAGE SECTION.
       77  WS-FS-ESTUDANTE     PIC X(02) VALUE SPACES.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WS-FS-HISTESTUD==.
       77  WS-FS-FORMANDOS     PIC X(02) VALUE SPACES.

       77  WS-CD-EXPURGO       PIC 9(05) VALUE ZEROS.
       77  WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77  WS-CT-NAO-ACHADOS   PIC 9(05) VALUE ZEROS.
       77  WS-CONTINUA         PIC X(01) VALUE 'S'.
           88  WS-FIM-EXPURGO            VALUE 'N'.
       77  WS-EXPURGA-FORMANDOS PIC X(01) VALUE 'N'.
       77  WS-EOF              PIC X(01) VALUE SPACE.
       77  WS-TURMA-VAGA       PIC 9(03) VALUE ZEROS.

      *                                             PROCEDURE DIVISION
       PROCEDURE DIVISION.
               GO TO FIM-PROGRAMA
           END-IF.

           DISPLAY 'EXPURGAR OS FORMANDOS DA VIRADA DO ANO (S/N)? '
           ACCEPT WS-EXPURGA-FORMANDOS
           IF WS-EXPURGA-FORMANDOS EQUAL 'S'
               PERFORM EXPURGA-FORMANDOS THRU EXPURGA-FORMANDOS-FIM
           END-IF.

           PERFORM UNTIL WS-FIM-EXPURGO
               DISPLAY 'CODIGO DO ALUNO A EXPURGAR (ZEROS = FIM): '
               ACCEPT WS-CD-EXPURGO
                   DISPLAY 'ALUNO NAO ENCONTRADO.'
               NOT INVALID KEY
                   PERFORM GRAVA-HISTORICO
                   MOVE TU-ESTUDANTE TO WS-TURMA-VAGA
                   DELETE ESTUDANTE
                       INVALID KEY
                           DISPLAY 'ERRO AO EXCLUIR O ALUNO.'
                           ADD 1 TO WS-CT-EXPURGADOS
                           DISPLAY 'ALUNO ' CD-ESTUDANTE
                                   ' MOVIDO PARA O HISTORICO.'
                           CALL 'SUBESPERA' USING WS-TURMA-VAGA
                   END-DELETE
           END-READ.

      *----------------------------------------------------------------
      * EXPURGA-FORMANDOS: EXPURGA CADA ALUNO DA LISTA FORMANDOS DO
      * PGM00039 E ESVAZIA A LISTA PARA NAO SER PROCESSADA DE NOVO.
      *----------------------------------------------------------------
       EXPURGA-FORMANDOS.

           OPEN INPUT FORMANDOS
           IF WS-FS-FORMANDOS NOT EQUAL '00'
               DISPLAY 'NENHUMA LISTA DE FORMANDOS A EXPURGAR.'
               GO TO EXPURGA-FORMANDOS-FIM
           END-IF
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 'F'
               READ FORMANDOS
                   AT END
                       MOVE 'F' TO WS-EOF
                   NOT AT END
                       MOVE FRM-ESTUDANTE TO WS-CD-EXPURGO
                       DISPLAY 'FORMANDO ' FRM-ESTUDANTE ' - '
                               FRM-NOME ' (TURMA ' FRM-TURMA ')'
                       PERFORM EXPURGA-ALUNO
               END-READ
           END-PERFORM
           CLOSE FORMANDOS
           OPEN OUTPUT FORMANDOS
           CLOSE FORMANDOS.
       EXPURGA-FORMANDOS-FIM.
           EXIT.

      *----------------------------------------------------------------
      * GRAVA-HISTORICO: COPIA O REGISTRO DO ALUNO PARA O HISTESTUD.
      *----------------------------------------------------------------
