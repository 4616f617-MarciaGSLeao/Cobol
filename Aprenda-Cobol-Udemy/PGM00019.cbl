      *              numa consulta so, pelos mesmos caminhos de acesso
      *              de sempre (codigo, ou parte do nome com codigo
      *              zero).
      * 15/10/2026 - A ficha mostra os responsaveis do aluno (papel,
      *              nome, telefones e e-mail do cadastro do
      *              PGM00041) e os irmaos, reconhecidos pelo
      *              responsavel em comum.

      *                                        IDENTIFICATION DIVISION
       IDENTIFICATION DIVISION.
           RECORD KEY IS NR-DOC-CADDOC
           FILE STATUS IS WS-FS-CADDOC.

           SELECT ESTRESP ASSIGN TO 'ESTRESP'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ERS-CHAVE
           ALTERNATE RECORD KEY IS ERS-CPF WITH DUPLICATES
           FILE STATUS IS WS-FS-ESTRESP.

           SELECT RESPONS ASSIGN TO 'RESPONS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RSP-CPF
           FILE STATUS IS WS-FS-RESPONS.

      *    (A BUSCA POR NOME USA O MESMO ARQUIVO, VARRIDO COM START/
      *    READ NEXT A PARTIR DO PRIMEIRO REGISTRO.)

           03  TP-DOC-CADDOC               PIC X(01).
           03  NM-CADDOC                   PIC X(40).

       FD  ESTRESP.
       01  REG-ESTRESP.
           03  ERS-CHAVE.
               05  ERS-ESTUDANTE     PIC 9(05).
               05  ERS-PAPEL         PIC X(01).
               05  ERS-CPF-CHAVE     PIC 9(11).
           03  ERS-CPF               PIC 9(11).
           03  ERS-DT-VINCULO        PIC 9(08).

       FD  RESPONS.
       01  REG-RESPONS.
           03  RSP-CPF               PIC 9(11).
           03  RSP-NOME              PIC X(40).
           03  RSP-FONE-1            PIC X(15).
           03  RSP-FONE-2            PIC X(15).
           03  RSP-EMAIL             PIC X(40).
           03  RSP-ENDERECO          PIC X(40).
           03  RSP-CEP               PIC X(09).
           03  RSP-CIDADE            PIC X(30).
           03  RSP-UF                PIC X(02).
           03  RSP-DT-CADASTRO       PIC 9(08).

       WORKING-STORAGE SECTION.
       77  WS-FS-ESTUDANTE     PIC X(02) VALUE SPACES.
       77  WS-FS-TURMA         PIC X(02) VALUE SPACES.
       77  WS-FS-BOLETIM       PIC X(02) VALUE SPACES.
       77  WS-FS-ESTUDDOC      PIC X(02) VALUE SPACES.
       77  WS-FS-CADDOC        PIC X(02) VALUE SPACES.
       77  WS-FS-ESTRESP       PIC X(02) VALUE SPACES.
       77  WS-FS-RESPONS       PIC X(02) VALUE SPACES.
       77  WS-EOF-RSP          PIC X(01) VALUE SPACE.
       77  WS-CT-RSP           PIC 9(02) VALUE ZEROS.
       77  WS-CT-IRMAOS        PIC 9(02) VALUE ZEROS.
       77  WS-RSP-I            PIC 9(02) VALUE ZEROS.
       77  WS-RSP-J            PIC 9(02) VALUE ZEROS.
       77  WS-IRMAO-REPETIDO   PIC X(01) VALUE 'N'.
       77  WS-DS-PAPEL         PIC X(12) VALUE SPACES.
       01  WS-ESTUDANTE-SALVO  PIC X(36) VALUE SPACES.
       01  TAB-RESPONSAVEIS.
           03  TAB-RSP OCCURS 10 TIMES.
               05  TR-CPF            PIC 9(11).
               05  TR-PAPEL          PIC X(01).
       01  TAB-IRMAOS.
           03  TI-ALUNO        PIC 9(05) OCCURS 30 TIMES.
       77  WS-EOF-BOL          PIC X(01) VALUE SPACE.
       77  WS-CT-LANCAMENTOS   PIC 9(03) VALUE ZEROS.
       77  WS-CD-BOL           PIC X(05) VALUE SPACES.
           OPEN INPUT TURMA.
           OPEN INPUT ESTUDDOC.
           OPEN INPUT CADDOC.
           OPEN INPUT ESTRESP.
           OPEN INPUT RESPONS.
           IF WS-FS-ESTUDANTE NOT EQUAL '00'
               IF WS-IDIOMA-INGLES
                   DISPLAY MSG-ERRO-ABERTURA-EN WS-FS-ESTUDANTE
           IF WS-FS-CADDOC EQUAL '00'
               CLOSE CADDOC
           END-IF.
           IF WS-FS-ESTRESP EQUAL '00'
               CLOSE ESTRESP
           END-IF.
           IF WS-FS-RESPONS EQUAL '00'
               CLOSE RESPONS
           END-IF.

       FIM-PROGRAMA.
           STOP RUN.
               END-IF
           END-IF

           PERFORM 0310-RESUMO-BOLETIM THRU 0310-FIM
           PERFORM 0320-DOCUMENTO-VINCULADO THRU 0320-FIM
           PERFORM 0330-RESPONSAVEIS THRU 0330-FIM
           DISPLAY '==========================================='.

       0310-RESUMO-BOLETIM.
       0320-FIM.
           EXIT.

      *----------------------------------------------------------------
      * 0330-RESPONSAVEIS: OS RESPONSAVEIS DO ESTRESP COM OS CONTATOS
      * DO RESPONS E, PELA CHAVE ALTERNATIVA DO CPF, OS IRMAOS (OUTROS
      * ALUNOS DO MESMO RESPONSAVEL). O REGISTRO DO ALUNO CONSULTADO
      * E GUARDADO E DEVOLVIDO, POIS A TELA AINDA VAI MOSTRAR O NOME.
      *----------------------------------------------------------------
       0330-RESPONSAVEIS.

           IF WS-FS-ESTRESP NOT EQUAL '00'
               DISPLAY 'RESPONSAV.: (CADASTRO INDISPONIVEL)'
               GO TO 0330-FIM
           END-IF
           MOVE ZEROS TO WS-CT-RSP
           MOVE CD-ESTUDANTE TO ERS-ESTUDANTE
           MOVE LOW-VALUES   TO ERS-PAPEL
           MOVE ZEROS        TO ERS-CPF-CHAVE
           MOVE SPACE TO WS-EOF-RSP
           START ESTRESP KEY IS NOT LESS THAN ERS-CHAVE
               INVALID KEY
                   MOVE 'F' TO WS-EOF-RSP
           END-START
           PERFORM UNTIL WS-EOF-RSP EQUAL 'F'
               READ ESTRESP NEXT RECORD
                   AT END
                       MOVE 'F' TO WS-EOF-RSP
                   NOT AT END
                       IF ERS-ESTUDANTE NOT EQUAL CD-ESTUDANTE
                           MOVE 'F' TO WS-EOF-RSP
                       ELSE
                           IF WS-CT-RSP < 10
                               ADD 1 TO WS-CT-RSP
                               MOVE ERS-CPF   TO TR-CPF(WS-CT-RSP)
                               MOVE ERS-PAPEL TO TR-PAPEL(WS-CT-RSP)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CT-RSP EQUAL ZEROS
               DISPLAY 'RESPONSAV.: NENHUM CADASTRADO'
               GO TO 0330-FIM
           END-IF

           PERFORM VARYING WS-RSP-I FROM 1 BY 1
                   UNTIL WS-RSP-I > WS-CT-RSP
               EVALUATE TR-PAPEL(WS-RSP-I)
                   WHEN 'F'
                       MOVE 'FINANCEIRO' TO WS-DS-PAPEL
                   WHEN 'P'
                       MOVE 'PEDAGOGICO' TO WS-DS-PAPEL
                   WHEN OTHER
                       MOVE 'EMERGENCIA' TO WS-DS-PAPEL
               END-EVALUATE
               MOVE '(SEM CADASTRO)' TO RSP-NOME
               MOVE SPACES TO RSP-FONE-1 RSP-FONE-2 RSP-EMAIL
               IF WS-FS-RESPONS EQUAL '00'
                   MOVE TR-CPF(WS-RSP-I) TO RSP-CPF
                   READ RESPONS
                       INVALID KEY
                           MOVE '(SEM CADASTRO)' TO RSP-NOME
                   END-READ
               END-IF
               DISPLAY 'RESPONSAV.: ' WS-DS-PAPEL ' ' RSP-NOME
               DISPLAY '            CPF ' TR-CPF(WS-RSP-I)
                       ' FONES ' RSP-FONE-1 ' ' RSP-FONE-2
               DISPLAY '            E-MAIL ' RSP-EMAIL
           END-PERFORM

           MOVE REG-ESTUDANTE TO WS-ESTUDANTE-SALVO
           MOVE ZEROS TO WS-CT-IRMAOS
           PERFORM VARYING WS-RSP-I FROM 1 BY 1
                   UNTIL WS-RSP-I > WS-CT-RSP
               MOVE TR-CPF(WS-RSP-I) TO ERS-CPF
               MOVE SPACE TO WS-EOF-RSP
               START ESTRESP KEY IS EQUAL ERS-CPF
                   INVALID KEY
                       MOVE 'F' TO WS-EOF-RSP
               END-START
               PERFORM UNTIL WS-EOF-RSP EQUAL 'F'
                   READ ESTRESP NEXT RECORD
                       AT END
                           MOVE 'F' TO WS-EOF-RSP
                       NOT AT END
                           IF ERS-CPF NOT EQUAL TR-CPF(WS-RSP-I)
                               MOVE 'F' TO WS-EOF-RSP
                           ELSE
                               PERFORM 0335-IRMAO THRU 0335-FIM
                           END-IF
                   END-READ
               END-PERFORM
           END-PERFORM
           MOVE WS-ESTUDANTE-SALVO TO REG-ESTUDANTE
           IF WS-CT-IRMAOS EQUAL ZEROS
               DISPLAY 'IRMAOS....: NENHUM'
           END-IF.
       0330-FIM.
           EXIT.

       0335-IRMAO.

           IF ERS-ESTUDANTE EQUAL WS-ESTUDANTE-SALVO(1:5)
               GO TO 0335-FIM
           END-IF
           MOVE 'N' TO WS-IRMAO-REPETIDO
           PERFORM VARYING WS-RSP-J FROM 1 BY 1
                   UNTIL WS-RSP-J > WS-CT-IRMAOS
               IF TI-ALUNO(WS-RSP-J) EQUAL ERS-ESTUDANTE
                   MOVE 'S' TO WS-IRMAO-REPETIDO
               END-IF
           END-PERFORM
           IF WS-IRMAO-REPETIDO EQUAL 'S'
               GO TO 0335-FIM
           END-IF
           IF WS-CT-IRMAOS < 30
               ADD 1 TO WS-CT-IRMAOS
               MOVE ERS-ESTUDANTE TO TI-ALUNO(WS-CT-IRMAOS)
           END-IF
           MOVE ERS-ESTUDANTE TO CD-ESTUDANTE
           READ ESTUDANTE
               INVALID KEY
                   MOVE '(EXPURGADO)' TO NM-ESTUDANTE
                   MOVE ZEROS TO TU-ESTUDANTE
           END-READ
           DISPLAY 'IRMAO(A)..: ' ERS-ESTUDANTE ' - ' NM-ESTUDANTE
                   ' TURMA ' TU-ESTUDANTE.
       0335-FIM.
           EXIT.

       0100-SELECIONA-IDIOMA.
           ACCEPT WS-IDIOMA FROM ENVIRONMENT 'IDIOMA'
               ON EXCEPTION
