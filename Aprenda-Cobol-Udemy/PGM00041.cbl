      * Autor: Marcia Gameleira
      * Data: 15/10/2026
      * Objetivo: CADASTRO DE RESPONSAVEIS PELOS ALUNOS. ATE AQUI O
      *           RESPONSAVEL SO EXISTIA COMO TEXTO LIVRE NO
      *           MEN-RESPONSAVEL DO MENSALID, SEM TELEFONE, E-MAIL
      *           OU CPF DOS PAIS. O ARQUIVO RESPONS (INDEXADO PELO
      *           CPF, VALIDADO PELO SUBDOCTO) GUARDA NOME, DOIS
      *           TELEFONES, E-MAIL E ENDERECO, COM CIDADE/UF
      *           RESOLVIDAS PELO CEP NA TABELA CEPTAB.DAT (COMO NO
      *           PGM02002). O ARQUIVO ESTRESP LIGA UM OU MAIS
      *           RESPONSAVEIS A CADA CD-ESTUDANTE, COM O PAPEL:
      *             F - FINANCEIRO (QUEM PAGA A MENSALIDADE NO
      *                 PGM00031; UM SO POR ALUNO)
      *             P - PEDAGOGICO
      *             E - CONTATO DE EMERGENCIA
      *           A CHAVE ALTERNATIVA PELO CPF DO ESTRESP MOSTRA TODOS
      *           OS ALUNOS DE UM RESPONSAVEL: ALUNOS COM RESPONSAVEL
      *           EM COMUM SAO IRMAOS. INCLUSOES, ALTERACOES E
      *           VINCULOS VAO PARA O AUDITORIA.DAT NO MESMO FORMATO
      *           DO PGM00038.

      *                                        IDENTIFICATION DIVISION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM00041.
      *                                           ENVIRONMENT DIVISION
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPONS ASSIGN TO 'RESPONS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RSP-CPF
           FILE STATUS IS WS-FS-RESPONS.

           SELECT ESTRESP ASSIGN TO 'ESTRESP'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ERS-CHAVE
           ALTERNATE RECORD KEY IS ERS-CPF WITH DUPLICATES
           FILE STATUS IS WS-FS-ESTRESP.

           SELECT ESTUDANTE ASSIGN TO 'ESTUDANTE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CD-ESTUDANTE
           FILE STATUS IS WS-FS-ESTUDANTE.

           SELECT CEPTAB ASSIGN TO 'CEPTAB.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CEP-PREFIXO
           FILE STATUS IS WS-FS-CEPTAB.

           SELECT AUDITORIA ASSIGN TO 'AUDITORIA.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AUDITORIA.

      *                                                  DATA DIVISION
       DATA DIVISION.

       FILE SECTION.
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

       FD  ESTRESP.
       01  REG-ESTRESP.
           03  ERS-CHAVE.
               05  ERS-ESTUDANTE     PIC 9(05).
               05  ERS-PAPEL         PIC X(01).
                   88  ERS-FINANCEIRO          VALUE 'F'.
                   88  ERS-PEDAGOGICO          VALUE 'P'.
                   88  ERS-EMERGENCIA          VALUE 'E'.
               05  ERS-CPF-CHAVE     PIC 9(11).
           03  ERS-CPF               PIC 9(11).
           03  ERS-DT-VINCULO        PIC 9(08).

       FD  ESTUDANTE.
       01  REG-ESTUDANTE.
           03  CD-ESTUDANTE          PIC 9(05).
           03  NM-ESTUDANTE          PIC X(20).
           03  TU-ESTUDANTE          PIC 9(03).
           03  DT-NASC-ESTUDANTE     PIC 9(08).

       FD  CEPTAB.
       01  REG-CEPTAB.
           03  CEP-PREFIXO           PIC 9(05).
           03  CEP-CIDADE            PIC X(30).
           03  CEP-UF                PIC X(02).

       FD  AUDITORIA.
       01  REG-AUDITORIA             PIC X(500).

       WORKING-STORAGE SECTION.
       77  WS-FS-RESPONS       PIC X(02) VALUE SPACES.
       77  WS-FS-ESTRESP       PIC X(02) VALUE SPACES.
       77  WS-FS-ESTUDANTE     PIC X(02) VALUE SPACES.
       77  WS-FS-CEPTAB        PIC X(02) VALUE SPACES.
       77  WS-FS-AUDITORIA     PIC X(02) VALUE SPACES.

       77  WS-OPCAO            PIC 9(01) VALUE ZEROS.
           88  WS-OPC-CADASTRAR          VALUE 1.
           88  WS-OPC-VINCULAR           VALUE 2.
           88  WS-OPC-DESVINCULAR        VALUE 3.
           88  WS-OPC-CONSULTAR          VALUE 4.
           88  WS-OPC-ALUNO              VALUE 5.
           88  WS-OPC-SAIR               VALUE 6.
       77  WS-CONTINUA         PIC X(01) VALUE 'S'.
           88  WS-FIM-PROGRAMA           VALUE 'N'.
       77  WS-EOF              PIC X(01) VALUE SPACE.
       77  WS-OPERADOR         PIC X(20) VALUE SPACES.
       77  WS-DATA-SISTEMA     PIC 9(08) VALUE ZEROS.
       77  WS-CONFIRMA         PIC X(01) VALUE SPACES.
       77  WS-NOVO             PIC X(01) VALUE 'N'.
       77  WS-CD-ALUNO         PIC 9(05) VALUE ZEROS.
       77  WS-PAPEL            PIC X(01) VALUE SPACES.
           88  WS-PAPEL-VALIDO           VALUE 'F' 'P' 'E'.
       77  WS-DS-PAPEL         PIC X(12) VALUE SPACES.
       77  WS-CT-ALUNOS        PIC 9(03) VALUE ZEROS.
       77  WS-CT-IRMAOS        PIC 9(03) VALUE ZEROS.
       77  WS-I                PIC 9(02) VALUE ZEROS.
       77  WS-J                PIC 9(02) VALUE ZEROS.
       77  WS-DADOS-VALIDOS    PIC X(01) VALUE 'S'.
       77  WS-CT-ARROBA        PIC 9(02) VALUE ZEROS.
       77  WS-CT-DIGITOS       PIC 9(02) VALUE ZEROS.
       77  WS-ACAO-AUDIT       PIC X(10) VALUE SPACES.
       77  WS-DATA-AUDIT       PIC 9(08) VALUE ZEROS.
       77  WS-HORA-AUDIT       PIC 9(08) VALUE ZEROS.
       77  WS-AUDIT-ALUNO      PIC 9(05) VALUE ZEROS.
       77  WS-REG-ANTES        PIC X(220) VALUE SPACES.
       77  WS-REG-DEPOIS       PIC X(220) VALUE SPACES.
       77  WS-ENTRADA          PIC X(40) VALUE SPACES.

      * CPF DIGITADO E OS PARAMETROS DO SUBDOCTO.
       01  WS-CPF              PIC 9(11) VALUE ZEROS.
       01  WS-CPF-R REDEFINES WS-CPF.
           03  WS-CPF-NUM      PIC 9(09).
           03  WS-CPF-DV       PIC 9(02).
       01  WS-CPF-DIGITOS.
           03  WS-CPF-DIG      PIC 9(01) OCCURS 12 TIMES.
       77  WS-CPF-DV-CALC      PIC 9(02) VALUE ZEROS.
       77  WS-CPF-SITUACAO     PIC X(19) VALUE SPACES.
       77  WS-TIPO-DOCTO       PIC X(01) VALUE 'C'.

       01  WS-CEP              PIC X(09) VALUE SPACES.
       01  WS-CEP-R REDEFINES WS-CEP.
           03  WS-CEP-PARTE1   PIC X(05).
           03  WS-CEP-HIFEN    PIC X(01).
           03  WS-CEP-PARTE2   PIC X(03).

      * RESPONSAVEIS DE UM ALUNO (LIDOS ANTES DE PROCURAR OS IRMAOS,
      * QUE REPOSICIONA O ESTRESP PELA CHAVE ALTERNATIVA).
       01  TAB-RESPONSAVEIS.
           03  TAB-RSP OCCURS 10 TIMES.
               05  TR-CPF            PIC 9(11).
               05  TR-PAPEL          PIC X(01).
       77  WS-CT-RSP           PIC 9(02) VALUE ZEROS.

      * IRMAOS JA LISTADOS (O MESMO IRMAO PODE VIR POR DOIS
      * RESPONSAVEIS).
       01  TAB-IRMAOS.
           03  TI-ALUNO        PIC 9(05) OCCURS 30 TIMES.

      *                                             PROCEDURE DIVISION
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           DISPLAY 'CODIGO DO OPERADOR (PARA A AUDITORIA): '
           ACCEPT WS-OPERADOR

           OPEN I-O RESPONS.
           IF WS-FS-RESPONS EQUAL '35'
               CLOSE RESPONS
               OPEN OUTPUT RESPONS
               CLOSE RESPONS
               OPEN I-O RESPONS
           END-IF.
           IF WS-FS-RESPONS NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO RESPONS. FS='
                       WS-FS-RESPONS
               CALL 'SUBERRLOG' USING BY CONTENT 'PGM00041  '
                    'RESPONS   ' WS-FS-RESPONS
               MOVE 16 TO RETURN-CODE
               GO TO FIM-PROGRAMA
           END-IF.
           OPEN I-O ESTRESP.
           IF WS-FS-ESTRESP EQUAL '35'
               CLOSE ESTRESP
               OPEN OUTPUT ESTRESP
               CLOSE ESTRESP
               OPEN I-O ESTRESP
           END-IF.
           IF WS-FS-ESTRESP NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO ESTRESP. FS='
                       WS-FS-ESTRESP
               CALL 'SUBERRLOG' USING BY CONTENT 'PGM00041  '
                    'ESTRESP   ' WS-FS-ESTRESP
               CLOSE RESPONS
               MOVE 16 TO RETURN-CODE
               GO TO FIM-PROGRAMA
           END-IF.
           OPEN INPUT ESTUDANTE.
           OPEN INPUT CEPTAB.

           PERFORM UNTIL WS-FIM-PROGRAMA
               DISPLAY '1-INCLUIR/ALTERAR RESPONSAVEL  2-VINCULAR A '
                       'ALUNO  3-DESVINCULAR'
               DISPLAY '4-CONSULTAR RESPONSAVEL  5-RESPONSAVEIS E '
                       'IRMAOS DE UM ALUNO  6-SAIR'
               DISPLAY 'OPCAO: '
               ACCEPT WS-OPCAO
               EVALUATE TRUE
                   WHEN WS-OPC-CADASTRAR
                       PERFORM CADASTRA-RESPONSAVEL THRU CADASTRA-FIM
                   WHEN WS-OPC-VINCULAR
                       PERFORM VINCULA-RESPONSAVEL THRU VINCULA-FIM
                   WHEN WS-OPC-DESVINCULAR
                       PERFORM DESVINCULA-RESPONSAVEL
                           THRU DESVINCULA-FIM
                   WHEN WS-OPC-CONSULTAR
                       PERFORM CONSULTA-RESPONSAVEL THRU CONSULTA-FIM
                   WHEN WS-OPC-ALUNO
                       PERFORM RESPONSAVEIS-DO-ALUNO
                           THRU RESPONSAVEIS-FIM
                   WHEN WS-OPC-SAIR
                       MOVE 'N' TO WS-CONTINUA
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA.'
               END-EVALUATE
           END-PERFORM.

           CLOSE RESPONS.
           CLOSE ESTRESP.
           IF WS-FS-ESTUDANTE EQUAL '00'
               CLOSE ESTUDANTE
           END-IF.
           IF WS-FS-CEPTAB EQUAL '00'
               CLOSE CEPTAB
           END-IF.

       FIM-PROGRAMA.
           STOP RUN.

      *----------------------------------------------------------------
      * CADASTRA-RESPONSAVEL: INCLUI OU ALTERA PELO CPF. CPF QUE NAO
      * PASSA NO SUBDOCTO NAO ENTRA NO CADASTRO.
      *----------------------------------------------------------------
       CADASTRA-RESPONSAVEL.

           PERFORM PEDE-CPF THRU PEDE-CPF-FIM
           IF WS-CPF-SITUACAO NOT EQUAL 'CPF VALIDO'
               GO TO CADASTRA-FIM
           END-IF

           MOVE WS-CPF TO RSP-CPF
           READ RESPONS
               INVALID KEY
                   MOVE 'S' TO WS-NOVO
                   MOVE SPACES TO REG-RESPONS
                   MOVE WS-CPF TO RSP-CPF
                   MOVE WS-DATA-SISTEMA TO RSP-DT-CADASTRO
                   MOVE SPACES TO WS-REG-ANTES
               NOT INVALID KEY
                   MOVE 'N' TO WS-NOVO
                   MOVE REG-RESPONS TO WS-REG-ANTES
                   DISPLAY 'RESPONSAVEL JA CADASTRADO: ' RSP-NOME
                   DISPLAY 'EM BRANCO MANTEM O VALOR ATUAL.'
           END-READ

           PERFORM RECEBE-DADOS
           IF WS-DADOS-VALIDOS NOT EQUAL 'S'
               DISPLAY 'DADOS INVALIDOS - RESPONSAVEL NAO GRAVADO.'
               GO TO CADASTRA-FIM
           END-IF

           MOVE REG-RESPONS TO WS-REG-DEPOIS
           MOVE ZEROS TO WS-AUDIT-ALUNO
           IF WS-NOVO EQUAL 'S'
               WRITE REG-RESPONS
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O RESPONSAVEL. FS='
                               WS-FS-RESPONS
                   NOT INVALID KEY
                       DISPLAY 'RESPONSAVEL INCLUIDO.'
                       MOVE 'INC-RESP' TO WS-ACAO-AUDIT
                       PERFORM GRAVA-AUDITORIA
               END-WRITE
           ELSE
               REWRITE REG-RESPONS
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR O RESPONSAVEL. FS='
                               WS-FS-RESPONS
                   NOT INVALID KEY
                       DISPLAY 'RESPONSAVEL ALTERADO.'
                       MOVE 'ALT-RESP' TO WS-ACAO-AUDIT
                       PERFORM GRAVA-AUDITORIA
               END-REWRITE
           END-IF.
       CADASTRA-FIM.
           EXIT.

      *----------------------------------------------------------------
      * RECEBE-DADOS: NOME OBRIGATORIO; E-MAIL COM ARROBA; TELEFONE
      * COM 10 OU 11 DIGITOS; CEP NNNNN-NNN, RESOLVIDO NA CEPTAB
      * (CEP FORA DA TABELA PASSA COM AVISO E A CIDADE E DIGITADA).
      *----------------------------------------------------------------
       RECEBE-DADOS.

           MOVE 'S' TO WS-DADOS-VALIDOS

           DISPLAY 'NOME: '
           MOVE SPACES TO WS-ENTRADA
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA NOT EQUAL SPACES
               MOVE WS-ENTRADA TO RSP-NOME
           END-IF
           IF RSP-NOME EQUAL SPACES
               DISPLAY 'NOME E OBRIGATORIO.'
               MOVE 'N' TO WS-DADOS-VALIDOS
           END-IF

           DISPLAY 'TELEFONE 1: '
           MOVE SPACES TO WS-ENTRADA
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA NOT EQUAL SPACES
               MOVE WS-ENTRADA TO RSP-FONE-1
               PERFORM CONFERE-TELEFONE
           END-IF
           DISPLAY 'TELEFONE 2: '
           MOVE SPACES TO WS-ENTRADA
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA NOT EQUAL SPACES
               MOVE WS-ENTRADA TO RSP-FONE-2
               PERFORM CONFERE-TELEFONE
           END-IF

           DISPLAY 'E-MAIL: '
           MOVE SPACES TO WS-ENTRADA
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA NOT EQUAL SPACES
               MOVE WS-ENTRADA TO RSP-EMAIL
               MOVE ZEROS TO WS-CT-ARROBA
               INSPECT RSP-EMAIL TALLYING WS-CT-ARROBA FOR ALL '@'
               IF WS-CT-ARROBA EQUAL ZEROS
                   DISPLAY 'E-MAIL INVALIDO.'
                   MOVE 'N' TO WS-DADOS-VALIDOS
               END-IF
           END-IF

           DISPLAY 'ENDERECO: '
           MOVE SPACES TO WS-ENTRADA
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA NOT EQUAL SPACES
               MOVE WS-ENTRADA TO RSP-ENDERECO
           END-IF

           DISPLAY 'CEP (NNNNN-NNN): '
           MOVE SPACES TO WS-CEP
           ACCEPT WS-CEP
           IF WS-CEP NOT EQUAL SPACES
               IF WS-CEP-PARTE1 NOT NUMERIC
                  OR WS-CEP-HIFEN NOT EQUAL '-'
                  OR WS-CEP-PARTE2 NOT NUMERIC
                   DISPLAY 'CEP INVALIDO, FORMATO NNNNN-NNN.'
                   MOVE 'N' TO WS-DADOS-VALIDOS
               ELSE
                   MOVE WS-CEP TO RSP-CEP
                   PERFORM RESOLVE-CEP THRU RESOLVE-CEP-FIM
               END-IF
           END-IF.

       CONFERE-TELEFONE.

           MOVE ZEROS TO WS-CT-DIGITOS
           INSPECT WS-ENTRADA TALLYING WS-CT-DIGITOS
               FOR ALL '0' ALL '1' ALL '2' ALL '3' ALL '4'
                   ALL '5' ALL '6' ALL '7' ALL '8' ALL '9'
           IF WS-CT-DIGITOS NOT EQUAL 10 AND
              WS-CT-DIGITOS NOT EQUAL 11
               DISPLAY 'TELEFONE INVALIDO: ' WS-ENTRADA(1:15)
               MOVE 'N' TO WS-DADOS-VALIDOS
           END-IF.

       RESOLVE-CEP.

           IF WS-FS-CEPTAB EQUAL '00'
               MOVE WS-CEP-PARTE1 TO CEP-PREFIXO
               READ CEPTAB
                   INVALID KEY
                       DISPLAY 'AVISO: CEP NAO CONSTA NA TABELA CEPTAB'
                   NOT INVALID KEY
                       MOVE CEP-CIDADE TO RSP-CIDADE
                       MOVE CEP-UF     TO RSP-UF
                       DISPLAY 'CIDADE/UF: ' RSP-CIDADE ' ' RSP-UF
                       GO TO RESOLVE-CEP-FIM
               END-READ
           END-IF
           DISPLAY 'CIDADE: '
           MOVE SPACES TO WS-ENTRADA
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA NOT EQUAL SPACES
               MOVE WS-ENTRADA TO RSP-CIDADE
           END-IF
           DISPLAY 'UF: '
           MOVE SPACES TO WS-ENTRADA
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA NOT EQUAL SPACES
               MOVE WS-ENTRADA TO RSP-UF
           END-IF.
       RESOLVE-CEP-FIM.
           EXIT.

      *----------------------------------------------------------------
      * VINCULA-RESPONSAVEL: ALUNO + PAPEL + CPF. O ALUNO SO TEM UM
      * RESPONSAVEL FINANCEIRO: PARA TROCAR, DESVINCULAR O ANTERIOR.
      *----------------------------------------------------------------
       VINCULA-RESPONSAVEL.

           PERFORM PEDE-ALUNO THRU PEDE-ALUNO-FIM
           IF WS-CD-ALUNO EQUAL ZEROS
               GO TO VINCULA-FIM
           END-IF
           PERFORM PEDE-CPF THRU PEDE-CPF-FIM
           IF WS-CPF-SITUACAO NOT EQUAL 'CPF VALIDO'
               GO TO VINCULA-FIM
           END-IF
           MOVE WS-CPF TO RSP-CPF
           READ RESPONS
               INVALID KEY
                   DISPLAY 'RESPONSAVEL NAO CADASTRADO. USE A OPCAO 1.'
                   GO TO VINCULA-FIM
           END-READ
           DISPLAY 'RESPONSAVEL: ' RSP-NOME
           PERFORM PEDE-PAPEL
           IF NOT WS-PAPEL-VALIDO
               GO TO VINCULA-FIM
           END-IF

           IF WS-PAPEL EQUAL 'F'
               MOVE WS-CD-ALUNO TO ERS-ESTUDANTE
               MOVE 'F'         TO ERS-PAPEL
               MOVE ZEROS       TO ERS-CPF-CHAVE
               START ESTRESP KEY IS NOT LESS THAN ERS-CHAVE
                   INVALID KEY
                       MOVE 'F' TO WS-EOF
                   NOT INVALID KEY
                       MOVE SPACE TO WS-EOF
               END-START
               IF WS-EOF NOT EQUAL 'F'
                   READ ESTRESP NEXT RECORD
                       AT END
                           MOVE 'F' TO WS-EOF
                   END-READ
               END-IF
               IF WS-EOF NOT EQUAL 'F'
                  AND ERS-ESTUDANTE EQUAL WS-CD-ALUNO
                  AND ERS-FINANCEIRO
                  AND ERS-CPF NOT EQUAL WS-CPF
                   DISPLAY 'O ALUNO JA TEM RESPONSAVEL FINANCEIRO (CPF '
                           ERS-CPF '). DESVINCULE-O ANTES.'
                   GO TO VINCULA-FIM
               END-IF
           END-IF

           MOVE WS-CD-ALUNO     TO ERS-ESTUDANTE
           MOVE WS-PAPEL        TO ERS-PAPEL
           MOVE WS-CPF          TO ERS-CPF-CHAVE
           MOVE WS-CPF          TO ERS-CPF
           MOVE WS-DATA-SISTEMA TO ERS-DT-VINCULO
           WRITE REG-ESTRESP
               INVALID KEY
                   DISPLAY 'VINCULO JA EXISTE.'
               NOT INVALID KEY
                   DISPLAY 'RESPONSAVEL VINCULADO AO ALUNO '
                           WS-CD-ALUNO ' COMO ' WS-DS-PAPEL '.'
                   MOVE 'VINC-RESP'   TO WS-ACAO-AUDIT
                   MOVE WS-CD-ALUNO   TO WS-AUDIT-ALUNO
                   MOVE SPACES        TO WS-REG-ANTES
                   MOVE REG-ESTRESP   TO WS-REG-DEPOIS
                   PERFORM GRAVA-AUDITORIA
           END-WRITE.
       VINCULA-FIM.
           EXIT.

       DESVINCULA-RESPONSAVEL.

           PERFORM PEDE-ALUNO THRU PEDE-ALUNO-FIM
           IF WS-CD-ALUNO EQUAL ZEROS
               GO TO DESVINCULA-FIM
           END-IF
           PERFORM PEDE-CPF THRU PEDE-CPF-FIM
           IF WS-CPF-SITUACAO NOT EQUAL 'CPF VALIDO'
               GO TO DESVINCULA-FIM
           END-IF
           PERFORM PEDE-PAPEL
           IF NOT WS-PAPEL-VALIDO
               GO TO DESVINCULA-FIM
           END-IF

           MOVE WS-CD-ALUNO TO ERS-ESTUDANTE
           MOVE WS-PAPEL    TO ERS-PAPEL
           MOVE WS-CPF      TO ERS-CPF-CHAVE
           READ ESTRESP
               INVALID KEY
                   DISPLAY 'VINCULO NAO ENCONTRADO.'
                   GO TO DESVINCULA-FIM
           END-READ
           MOVE REG-ESTRESP TO WS-REG-ANTES
           DELETE ESTRESP
               INVALID KEY
                   DISPLAY 'ERRO AO EXCLUIR O VINCULO. FS='
                           WS-FS-ESTRESP
               NOT INVALID KEY
                   DISPLAY 'VINCULO EXCLUIDO.'
                   MOVE 'DESV-RESP'   TO WS-ACAO-AUDIT
                   MOVE WS-CD-ALUNO   TO WS-AUDIT-ALUNO
                   MOVE SPACES        TO WS-REG-DEPOIS
                   PERFORM GRAVA-AUDITORIA
           END-DELETE.
       DESVINCULA-FIM.
           EXIT.

      *----------------------------------------------------------------
      * CONSULTA-RESPONSAVEL: DADOS DO RESPONSAVEL E, PELA CHAVE
      * ALTERNATIVA DO ESTRESP, TODOS OS ALUNOS LIGADOS A ELE.
      *----------------------------------------------------------------
       CONSULTA-RESPONSAVEL.

           PERFORM PEDE-CPF THRU PEDE-CPF-FIM
           IF WS-CPF-SITUACAO NOT EQUAL 'CPF VALIDO'
               GO TO CONSULTA-FIM
           END-IF
           MOVE WS-CPF TO RSP-CPF
           READ RESPONS
               INVALID KEY
                   DISPLAY 'RESPONSAVEL NAO CADASTRADO.'
                   GO TO CONSULTA-FIM
           END-READ
           DISPLAY '==========================================='
           DISPLAY 'RESPONSAVEL: ' RSP-NOME
           DISPLAY 'CPF........: ' RSP-CPF
           DISPLAY 'TELEFONES..: ' RSP-FONE-1 ' ' RSP-FONE-2
           DISPLAY 'E-MAIL.....: ' RSP-EMAIL
           DISPLAY 'ENDERECO...: ' RSP-ENDERECO
           DISPLAY 'CEP/CIDADE.: ' RSP-CEP ' ' RSP-CIDADE ' ' RSP-UF

           MOVE ZEROS TO WS-CT-ALUNOS
           MOVE WS-CPF TO ERS-CPF
           MOVE SPACE TO WS-EOF
           START ESTRESP KEY IS EQUAL ERS-CPF
               INVALID KEY
                   MOVE 'F' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 'F'
               READ ESTRESP NEXT RECORD
                   AT END
                       MOVE 'F' TO WS-EOF
                   NOT AT END
                       IF ERS-CPF NOT EQUAL WS-CPF
                           MOVE 'F' TO WS-EOF
                       ELSE
                           ADD 1 TO WS-CT-ALUNOS
                           MOVE ERS-PAPEL TO WS-PAPEL
                           PERFORM DESCREVE-PAPEL
                           MOVE ERS-ESTUDANTE TO WS-CD-ALUNO
                           PERFORM NOME-DO-ALUNO
                           DISPLAY 'ALUNO......: ' ERS-ESTUDANTE ' - '
                                   NM-ESTUDANTE ' (' WS-DS-PAPEL ')'
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CT-ALUNOS EQUAL ZEROS
               DISPLAY 'ALUNO......: NENHUM VINCULADO'
           END-IF
           DISPLAY '==========================================='.
       CONSULTA-FIM.
           EXIT.

      *----------------------------------------------------------------
      * RESPONSAVEIS-DO-ALUNO: OS RESPONSAVEIS DO ALUNO E OS IRMAOS
      * (OUTROS ALUNOS COM ALGUM RESPONSAVEL EM COMUM).
      *----------------------------------------------------------------
       RESPONSAVEIS-DO-ALUNO.

           PERFORM PEDE-ALUNO THRU PEDE-ALUNO-FIM
           IF WS-CD-ALUNO EQUAL ZEROS
               GO TO RESPONSAVEIS-FIM
           END-IF
           DISPLAY '==========================================='
           DISPLAY 'ALUNO ' WS-CD-ALUNO ' - ' NM-ESTUDANTE
           PERFORM CARREGA-RESPONSAVEIS
           IF WS-CT-RSP EQUAL ZEROS
               DISPLAY 'NENHUM RESPONSAVEL VINCULADO.'
               DISPLAY '==========================================='
               GO TO RESPONSAVEIS-FIM
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CT-RSP
               MOVE TR-PAPEL(WS-I) TO WS-PAPEL
               PERFORM DESCREVE-PAPEL
               MOVE TR-CPF(WS-I) TO RSP-CPF
               READ RESPONS
                   INVALID KEY
                       MOVE '(SEM CADASTRO)' TO RSP-NOME
                       MOVE SPACES TO RSP-FONE-1 RSP-EMAIL
               END-READ
               DISPLAY WS-DS-PAPEL ': ' RSP-NOME ' CPF ' TR-CPF(WS-I)
               DISPLAY '              FONE ' RSP-FONE-1 ' '
                       RSP-EMAIL
           END-PERFORM

           PERFORM PROCURA-IRMAOS
           IF WS-CT-IRMAOS EQUAL ZEROS
               DISPLAY 'IRMAOS: NENHUM (SEM RESPONSAVEL EM COMUM)'
           END-IF
           DISPLAY '==========================================='.
       RESPONSAVEIS-FIM.
           EXIT.

       CARREGA-RESPONSAVEIS.

           MOVE ZEROS TO WS-CT-RSP
           MOVE WS-CD-ALUNO TO ERS-ESTUDANTE
           MOVE LOW-VALUES  TO ERS-PAPEL
           MOVE ZEROS       TO ERS-CPF-CHAVE
           MOVE SPACE TO WS-EOF
           START ESTRESP KEY IS NOT LESS THAN ERS-CHAVE
               INVALID KEY
                   MOVE 'F' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 'F'
               READ ESTRESP NEXT RECORD
                   AT END
                       MOVE 'F' TO WS-EOF
                   NOT AT END
                       IF ERS-ESTUDANTE NOT EQUAL WS-CD-ALUNO
                           MOVE 'F' TO WS-EOF
                       ELSE
                           IF WS-CT-RSP < 10
                               ADD 1 TO WS-CT-RSP
                               MOVE ERS-CPF   TO TR-CPF(WS-CT-RSP)
                               MOVE ERS-PAPEL TO TR-PAPEL(WS-CT-RSP)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PROCURA-IRMAOS.

           MOVE ZEROS TO WS-CT-IRMAOS
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CT-RSP
               MOVE TR-CPF(WS-I) TO ERS-CPF
               MOVE SPACE TO WS-EOF
               START ESTRESP KEY IS EQUAL ERS-CPF
                   INVALID KEY
                       MOVE 'F' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF EQUAL 'F'
                   READ ESTRESP NEXT RECORD
                       AT END
                           MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF ERS-CPF NOT EQUAL TR-CPF(WS-I)
                               MOVE 'F' TO WS-EOF
                           ELSE
                               PERFORM LISTA-IRMAO THRU LISTA-IRMAO-FIM
                           END-IF
                   END-READ
               END-PERFORM
           END-PERFORM.

       LISTA-IRMAO.

           IF ERS-ESTUDANTE EQUAL WS-CD-ALUNO
               GO TO LISTA-IRMAO-FIM
           END-IF
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-CT-IRMAOS
               IF TI-ALUNO(WS-J) EQUAL ERS-ESTUDANTE
                   GO TO LISTA-IRMAO-FIM
               END-IF
           END-PERFORM
           IF WS-CT-IRMAOS < 30
               ADD 1 TO WS-CT-IRMAOS
               MOVE ERS-ESTUDANTE TO TI-ALUNO(WS-CT-IRMAOS)
           END-IF
           MOVE ERS-ESTUDANTE TO CD-ESTUDANTE
           PERFORM LE-ALUNO
           DISPLAY 'IRMAO(A): ' ERS-ESTUDANTE ' - ' NM-ESTUDANTE
                   ' TURMA ' TU-ESTUDANTE.
       LISTA-IRMAO-FIM.
           EXIT.

      *----------------------------------------------------------------
      * ROTINAS DE ENTRADA E APOIO.
      *----------------------------------------------------------------
       PEDE-CPF.

           MOVE SPACES TO WS-CPF-SITUACAO
           DISPLAY 'CPF DO RESPONSAVEL (11 DIGITOS): '
           ACCEPT WS-CPF
           IF WS-CPF EQUAL ZEROS
               DISPLAY 'CPF E OBRIGATORIO.'
               GO TO PEDE-CPF-FIM
           END-IF
           MOVE ZEROS TO WS-CPF-DIGITOS
           MOVE WS-CPF-NUM TO WS-CPF-DIGITOS(1:9)
           CALL 'SUBDOCTO' USING WS-TIPO-DOCTO WS-CPF-DIGITOS
                                  WS-CPF-DV WS-CPF-DV-CALC
                                  WS-CPF-SITUACAO
           IF WS-CPF-SITUACAO NOT EQUAL 'CPF VALIDO'
               DISPLAY 'CPF INVALIDO: DV INFORMADO ' WS-CPF-DV
                       ', CALCULADO ' WS-CPF-DV-CALC '.'
           END-IF.
       PEDE-CPF-FIM.
           EXIT.

       PEDE-ALUNO.

           DISPLAY 'CODIGO DO ALUNO: '
           ACCEPT WS-CD-ALUNO
           IF WS-FS-ESTUDANTE NOT EQUAL '00'
               DISPLAY 'ARQUIVO ESTUDANTE INDISPONIVEL. FS='
                       WS-FS-ESTUDANTE
               MOVE ZEROS TO WS-CD-ALUNO
               GO TO PEDE-ALUNO-FIM
           END-IF
           MOVE WS-CD-ALUNO TO CD-ESTUDANTE
           READ ESTUDANTE
               INVALID KEY
                   DISPLAY 'ALUNO NAO CADASTRADO.'
                   MOVE ZEROS TO WS-CD-ALUNO
               NOT INVALID KEY
                   DISPLAY 'ALUNO: ' NM-ESTUDANTE
           END-READ.
       PEDE-ALUNO-FIM.
           EXIT.

       PEDE-PAPEL.

           DISPLAY 'PAPEL (F-FINANCEIRO  P-PEDAGOGICO  E-EMERGENCIA): '
           ACCEPT WS-PAPEL
           PERFORM DESCREVE-PAPEL
           IF NOT WS-PAPEL-VALIDO
               DISPLAY 'PAPEL INVALIDO.'
           END-IF.

       DESCREVE-PAPEL.

           EVALUATE WS-PAPEL
               WHEN 'F'
                   MOVE 'FINANCEIRO'  TO WS-DS-PAPEL
               WHEN 'P'
                   MOVE 'PEDAGOGICO'  TO WS-DS-PAPEL
               WHEN 'E'
                   MOVE 'EMERGENCIA'  TO WS-DS-PAPEL
               WHEN OTHER
                   MOVE SPACES        TO WS-DS-PAPEL
           END-EVALUATE.

       NOME-DO-ALUNO.

           MOVE WS-CD-ALUNO TO CD-ESTUDANTE
           PERFORM LE-ALUNO.

       LE-ALUNO.

           IF WS-FS-ESTUDANTE EQUAL '00'
               READ ESTUDANTE
                   INVALID KEY
                       MOVE '(EXPURGADO)' TO NM-ESTUDANTE
                       MOVE ZEROS TO TU-ESTUDANTE
               END-READ
           ELSE
               MOVE SPACES TO NM-ESTUDANTE
               MOVE ZEROS TO TU-ESTUDANTE
           END-IF.

      *----------------------------------------------------------------
      * GRAVA-AUDITORIA: MESMO FORMATO DE LINHA DO PGM02002 ATE O
      * CAMPO OPERADOR; O ALUNO VAI NO CAMPO CLIENTE E O DE/PARA DO
      * REGISTRO SEGUE NA CAUDA DA LINHA.
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
                      WS-AUDIT-ALUNO       DELIMITED BY SIZE
                      ' OPERADOR='         DELIMITED BY SIZE
                      WS-OPERADOR          DELIMITED BY SIZE
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

       END PROGRAM PGM00041.
