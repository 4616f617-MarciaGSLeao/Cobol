       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGLGPD.
      *-----------------------------------------------------------------
      *== AUTOR: MARCIA GAMELEIRA
      *== OBJETIVO: DIREITOS DO TITULAR (LGPD) A PARTIR DO CPF.
      *==           OPCAO 1: RELATORIO DO TITULAR EM TITULAR-<CPF>.DAT
      *==           COM TUDO O QUE A LOJA GUARDA SOBRE O CPF: CLIENTES
      *==           COM ESSE DOCUMENTO (E O CONSENTIMENTO, O LIMITE DE
      *==           CREDITO E OS PONTOS DE CADA UM), CADPF, CADDOC,
      *==           VINCULO COM ESTUDANTE (ESTUDDOC), PARCELAS DO
      *==           CREDIARIO E ORDENS DE ENTREGA.
      *==           OPCAO 2: ANONIMIZACAO. APAGA NOME, ENDERECO,
      *==           TELEFONE, E-MAIL, CEP E DOCUMENTO DO CLIENTE (O
      *==           CODIGO FICA, PARA AS VENDAS, O CREDIARIO E OS
      *==           PONTOS CONTINUAREM FECHANDO), O ENDERECO E O
      *==           RECEBEDOR DAS ENTREGAS, O LIMITE DE CREDITO, E
      *==           EXCLUI O CPF DO CADPF E DO CADDOC. O CONSENTIMENTO
      *==           FICA 'N' COM A DATA DA ANONIMIZACAO. NAO ANONIMIZA
      *==           QUEM TEM PARCELA DO CREDIARIO EM ABERTO, ENTREGA
      *==           AINDA NAO CONCLUIDA OU VINCULO COM ESTUDANTE.
      *==           ACESSO COM ID E SENHA DO OPERADOR.DAT: SUPERVISOR
      *==           PARA O RELATORIO, GERENTE PARA A ANONIMIZACAO. TODA
      *==           ACAO VAI PARA O AUDITORIA.DAT (SEM O CPF).
      *== DATA: 15/10/2026
      *== OBSERVACOES:
      *-----------------------------------------------------------------

      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *=================================================================
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CLIENTE
               FILE STATUS IS WRK-FS-CLIENTE.
           SELECT CONSENT ASSIGN TO "CONSENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNS-CLIENTE
               FILE STATUS IS WRK-FS-CONSENT.
           SELECT LIMCRED ASSIGN TO "LIMCRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIM-CLIENTE
               FILE STATUS IS WRK-FS-LIMCRED.
           SELECT PONTOS ASSIGN TO "PONTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CLIENTE-PTS
               FILE STATUS IS WRK-FS-PONTOS.
           SELECT CADPF ASSIGN TO "CADPF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPF-CADPF
               FILE STATUS IS WRK-FS-CADPF.
           SELECT CADDOC ASSIGN TO "CADDOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NR-DOC-CADDOC
               FILE STATUS IS WRK-FS-CADDOC.
           SELECT ESTUDDOC ASSIGN TO "ESTUDDOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-EST-VINCULO
               FILE STATUS IS WRK-FS-ESTUDDOC.
           SELECT CREDIARIO ASSIGN TO "CREDIARIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-CHAVE
               FILE STATUS IS WRK-FS-CREDIARIO.
           SELECT ENTREGAS ASSIGN TO "ENTREGAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENT-VND-ID
               FILE STATUS IS WRK-FS-ENTREGAS.
           SELECT OPERADOR ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-OPER-ID
               FILE STATUS IS WRK-FS-OPERADOR.
           SELECT AUDITORIA ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITORIA.
           SELECT TITULAR ASSIGN TO DYNAMIC WRK-NOME-TITULAR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TITULAR.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE.
       01  REG-CLIENTE.
           03  CD-CLIENTE            PIC 9(05).
           03  NM-CLIENTE            PIC X(40).
           03  NM-ENDERECO           PIC X(40).
           03  NR-TELEFONE           PIC X(15).
           03  DS-EMAIL              PIC X(40).
           03  DS-CEP                PIC X(09).
           03  TP-DOCUMENTO          PIC X(01).
           03  NR-DOCUMENTO          PIC 9(14).
           03  NM-CIDADE             PIC X(30).
           03  UF-CLIENTE            PIC X(02).

       FD  CONSENT.
       01  REG-CONSENT.
           03  CNS-CLIENTE           PIC 9(05).
           03  CNS-MARKETING         PIC X(01).
           03  CNS-DT-CONSENT        PIC 9(08).
           03  CNS-OPERADOR          PIC X(10).
           03  CNS-DT-ANONIMIZACAO   PIC 9(08).

       FD  LIMCRED.
       01  REG-LIMCRED.
           03  LIM-CLIENTE           PIC 9(05).
           03  LIM-VALOR             PIC 9(08).
           03  LIM-DIAS-TOLERANCIA   PIC 9(03).
           03  LIM-DT-ALTERACAO      PIC 9(08).
           03  LIM-OPERADOR          PIC X(10).

       FD  PONTOS.
       01  REG-PONTOS.
           03  CD-CLIENTE-PTS        PIC 9(05).
           03  QT-PONTOS             PIC 9(08).

      **** DADOS-CADPF E O CADASTRO-PF DO PGM00012 (PGMK0012).
       FD  CADPF.
       01  REG-CADPF.
           03  CPF-CADPF             PIC 9(11).
           03  DADOS-CADPF.
               05  NM-CADPF          PIC X(40).
               05  TEL-CADPF         PIC X(13).
               05  RUA-CADPF         PIC X(30).
               05  BAIRRO-CADPF      PIC X(30).
               05  CIDADE-CADPF      PIC X(30).
               05  UF-CADPF          PIC X(02).
               05  CEP-CADPF         PIC X(08).
               05  NAC-CADPF         PIC X(30).
               05  PROF-CADPF        PIC X(30).
               05  DOC-CADPF         PIC X(11).
               05  EMAIL-CADPF       PIC X(40).
               05  DT-NASC-CADPF     PIC X(08).

       FD  CADDOC.
       01  REG-CADDOC.
           03  NR-DOC-CADDOC         PIC 9(14).
           03  TP-DOC-CADDOC         PIC X(01).
           03  NM-CADDOC             PIC X(40).

       FD  ESTUDDOC.
       01  REG-ESTUDDOC.
           03  CD-EST-VINCULO        PIC 9(05).
           03  NR-DOC-VINCULO        PIC 9(14).

       FD  CREDIARIO.
       01  REG-CREDIARIO.
           03  CRD-CHAVE.
               05  CRD-CLIENTE       PIC 9(05).
               05  CRD-VND-ID        PIC X(14).
               05  CRD-PARCELA       PIC 9(02).
           03  CRD-VALOR             PIC 9(08).
           03  CRD-DT-VENCIMENTO     PIC 9(08).
           03  CRD-DT-PAGAMENTO      PIC 9(08).
           03  CRD-STATUS            PIC X(01).

       FD  ENTREGAS.
       COPY ENTRFD.

       FD  OPERADOR.
       01  REG-OPERADOR.
           03  CD-OPER-ID            PIC X(10).
           03  DS-OPER-SENHA         PIC X(20).
           03  NV-OPER-NIVEL         PIC 9(01).
           03  SN-OPER-CIFRADA       PIC X(01).

       FD  AUDITORIA.
       01  REG-AUDITORIA             PIC X(500).

       FD  TITULAR.
       01  REG-TITULAR               PIC X(120).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-CLIENTE==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-CONSENT==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-LIMCRED==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PONTOS==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-CADPF==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-CADDOC==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-ESTUDDOC==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-CREDIARIO==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-ENTREGAS==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-OPERADOR==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-AUDITORIA==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-TITULAR==.

       77 WRK-OPCAO                 PIC 9(01)       VALUE ZEROS.
           88  WRK-OPC-RELATORIO                    VALUE 1.
           88  WRK-OPC-ANONIMIZAR                   VALUE 2.
           88  WRK-OPC-SAIR                         VALUE 3.
       77 WRK-CONTINUA              PIC X(01)       VALUE 'S'.
           88  WRK-FIM-LGPD                         VALUE 'N'.
       77 WRK-CONFIRMA              PIC X(01)       VALUE SPACE.
       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-DATA-SISTEMA          PIC 9(08)       VALUE ZEROS.

      *==  ARQUIVOS QUE PODEM AINDA NAO EXISTIR NA LOJA (FS 35): A
      *==  PARTE CORRESPONDENTE FICA DE FORA, COM AVISO NO RELATORIO.
       77 WRK-CLIENTE-ABERTO        PIC X(02)       VALUE SPACES.
           88  WRK-CLIENTE-OK                       VALUE '00'.
       77 WRK-CONSENT-ABERTO        PIC X(02)       VALUE SPACES.
           88  WRK-CONSENT-OK                       VALUE '00'.
       77 WRK-LIMCRED-ABERTO        PIC X(02)       VALUE SPACES.
           88  WRK-LIMCRED-OK                       VALUE '00'.
       77 WRK-PONTOS-ABERTO         PIC X(02)       VALUE SPACES.
           88  WRK-PONTOS-OK                        VALUE '00'.
       77 WRK-CADPF-ABERTO          PIC X(02)       VALUE SPACES.
           88  WRK-CADPF-OK                         VALUE '00'.
       77 WRK-CADDOC-ABERTO         PIC X(02)       VALUE SPACES.
           88  WRK-CADDOC-OK                        VALUE '00'.
       77 WRK-ESTUDDOC-ABERTO       PIC X(02)       VALUE SPACES.
           88  WRK-ESTUDDOC-OK                      VALUE '00'.
       77 WRK-CREDIARIO-ABERTO      PIC X(02)       VALUE SPACES.
           88  WRK-CREDIARIO-OK                     VALUE '00'.
       77 WRK-ENTREGAS-ABERTO       PIC X(02)       VALUE SPACES.
           88  WRK-ENTREGAS-OK                      VALUE '00'.
       77 WRK-NOME-ARQ              PIC X(10)       VALUE SPACES.
       77 WRK-FS-TESTE              PIC X(02)       VALUE SPACES.

      *==  OPERADOR LOGADO (MESMA CONFERENCIA DO PROGVEND).
       77 WRK-OPERADOR              PIC X(10)       VALUE SPACES.
       77 WRK-SENHA                 PIC X(20)       VALUE SPACES.
       77 WRK-SENHA-CIFRADA         PIC X(20)       VALUE SPACES.
       77 WRK-NIVEL-LOGADO          PIC 9(01)       VALUE ZEROS.

      *==  TITULAR PROCURADO E CLIENTES COM O MESMO CPF.
       77 WRK-CPF                   PIC 9(11)       VALUE ZEROS.
       77 WRK-NOME-TITULAR          PIC X(30)       VALUE SPACES.
       01  TAB-CLIENTES.
           03  TAB-CLIENTE          PIC 9(05)       OCCURS 20 TIMES.
       77 WRK-QT-CLIENTES           PIC 9(02)       VALUE ZEROS.
       77 WRK-I                     PIC 9(02)       VALUE ZEROS.
       77 WRK-ACHOU                 PIC X(01)       VALUE 'N'.
           88  WRK-CLIENTE-DO-CPF                   VALUE 'S'.
       77 WRK-TEM-CADPF             PIC X(01)       VALUE 'N'.
       77 WRK-TEM-CADDOC            PIC X(01)       VALUE 'N'.

      *==  CONTAGENS DA ACAO (VAO PARA A TRILHA DE AUDITORIA).
       77 WRK-CT-REGISTROS          PIC 9(05)       VALUE ZEROS.
       77 WRK-CT-PARC-ABERTAS       PIC 9(03)       VALUE ZEROS.
       77 WRK-CT-ENT-PENDENTES      PIC 9(03)       VALUE ZEROS.
       77 WRK-CT-VINCULOS           PIC 9(03)       VALUE ZEROS.
       77 WRK-CT-ENT-ANONIM         PIC 9(05)       VALUE ZEROS.
       77 WRK-CT-CAD-EXCLUIDOS      PIC 9(01)       VALUE ZEROS.

       77 WRK-ACAO-AUDIT            PIC X(10)       VALUE SPACES.
       77 WRK-CLIENTE-AUDIT         PIC 9(05)       VALUE ZEROS.
       77 WRK-DETALHE-AUDIT         PIC X(80)       VALUE SPACES.
       77 WRK-DATA-AUDIT            PIC 9(08)       VALUE ZEROS.
       77 WRK-HORA-AUDIT            PIC 9(08)       VALUE ZEROS.

       77 WRK-VALOR-FORM            PIC ZZZ.ZZ9,99  VALUE ZEROS.
       77 WRK-PTS-FORM              PIC ZZ.ZZZ.ZZ9  VALUE ZEROS.
       77 WRK-CT-FORM               PIC ZZZZ9       VALUE ZEROS.
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 0050-LOGIN
           PERFORM 0100-ABRE-ARQUIVOS

           PERFORM UNTIL WRK-FIM-LGPD
               DISPLAY "1-RELATORIO DO TITULAR 2-ANONIMIZAR TITULAR "
                       "3-SAIR"
               DISPLAY "OPCAO: "
               ACCEPT WRK-OPCAO
               EVALUATE TRUE
                   WHEN WRK-OPC-RELATORIO
                       PERFORM 0300-RELATORIO-TITULAR
                   WHEN WRK-OPC-ANONIMIZAR
                       PERFORM 0500-ANONIMIZA-TITULAR
                   WHEN WRK-OPC-SAIR
                       MOVE 'N' TO WRK-CONTINUA
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA."
               END-EVALUATE
           END-PERFORM

           PERFORM 0900-FECHA-ARQUIVOS
           STOP RUN.

       0050-LOGIN                  SECTION.
      **** DADOS PESSOAIS SO COM SUPERVISOR (NIVEL 2) OU GERENTE
      **** (NIVEL 3). SEM O CADASTRO DE OPERADORES O ACESSO E NEGADO.
           OPEN INPUT OPERADOR
           IF NOT FS-OK IN WRK-FS-OPERADOR
               DISPLAY "CADASTRO DE OPERADORES INDISPONIVEL. FS="
                       WRK-FS-OPERADOR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "ID DO OPERADOR: "
           ACCEPT WRK-OPERADOR
           DISPLAY "SENHA: "
           ACCEPT WRK-SENHA
           MOVE WRK-OPERADOR TO CD-OPER-ID
           READ OPERADOR
               INVALID KEY
                   MOVE ZEROS TO WRK-NIVEL-LOGADO
               NOT INVALID KEY
                   IF SN-OPER-CIFRADA EQUAL 'S'
                       CALL 'SUBSENHA' USING WRK-SENHA
                                              WRK-SENHA-CIFRADA
                   ELSE
                       MOVE WRK-SENHA TO WRK-SENHA-CIFRADA
                   END-IF
                   IF WRK-SENHA-CIFRADA EQUAL DS-OPER-SENHA
                      AND NV-OPER-NIVEL NUMERIC
                       MOVE NV-OPER-NIVEL TO WRK-NIVEL-LOGADO
                   ELSE
                       MOVE ZEROS TO WRK-NIVEL-LOGADO
                   END-IF
           END-READ
           CLOSE OPERADOR
           IF WRK-NIVEL-LOGADO < 2
               DISPLAY "SENHA INVALIDA OU NIVEL INSUFICIENTE. ACESSO "
                       "NEGADO."
               MOVE ZEROS TO WRK-CLIENTE-AUDIT
               MOVE "LGPD-NEGAD" TO WRK-ACAO-AUDIT
               MOVE SPACES TO WRK-DETALHE-AUDIT
               PERFORM 0800-GRAVA-AUDITORIA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
       .
       0100-ABRE-ARQUIVOS          SECTION.
      **** TUDO EM I-O, MESMO NO RELATORIO: A ANONIMIZACAO REGRAVA NO
      **** MESMO PASSO. ARQUIVO AUSENTE (35) FICA DE FORA; QUALQUER
      **** OUTRA FALHA PARA O PROGRAMA, PARA NAO ANONIMIZAR PELA
      **** METADE.
           OPEN I-O CLIENTE
           MOVE WRK-FS-CLIENTE TO WRK-CLIENTE-ABERTO
           MOVE "CLIENTE   " TO WRK-NOME-ARQ
           MOVE WRK-FS-CLIENTE TO WRK-FS-TESTE
           PERFORM 0110-CONFERE-ABERTURA

           OPEN I-O CONSENT
           MOVE WRK-FS-CONSENT TO WRK-CONSENT-ABERTO
           MOVE "CONSENT   " TO WRK-NOME-ARQ
           MOVE WRK-FS-CONSENT TO WRK-FS-TESTE
           PERFORM 0110-CONFERE-ABERTURA

           OPEN I-O LIMCRED
           MOVE WRK-FS-LIMCRED TO WRK-LIMCRED-ABERTO
           MOVE "LIMCRED   " TO WRK-NOME-ARQ
           MOVE WRK-FS-LIMCRED TO WRK-FS-TESTE
           PERFORM 0110-CONFERE-ABERTURA

           OPEN INPUT PONTOS
           MOVE WRK-FS-PONTOS TO WRK-PONTOS-ABERTO
           MOVE "PONTOS    " TO WRK-NOME-ARQ
           MOVE WRK-FS-PONTOS TO WRK-FS-TESTE
           PERFORM 0110-CONFERE-ABERTURA

           OPEN I-O CADPF
           MOVE WRK-FS-CADPF TO WRK-CADPF-ABERTO
           MOVE "CADPF     " TO WRK-NOME-ARQ
           MOVE WRK-FS-CADPF TO WRK-FS-TESTE
           PERFORM 0110-CONFERE-ABERTURA

           OPEN I-O CADDOC
           MOVE WRK-FS-CADDOC TO WRK-CADDOC-ABERTO
           MOVE "CADDOC    " TO WRK-NOME-ARQ
           MOVE WRK-FS-CADDOC TO WRK-FS-TESTE
           PERFORM 0110-CONFERE-ABERTURA

           OPEN INPUT ESTUDDOC
           MOVE WRK-FS-ESTUDDOC TO WRK-ESTUDDOC-ABERTO
           MOVE "ESTUDDOC  " TO WRK-NOME-ARQ
           MOVE WRK-FS-ESTUDDOC TO WRK-FS-TESTE
           PERFORM 0110-CONFERE-ABERTURA

           OPEN INPUT CREDIARIO
           MOVE WRK-FS-CREDIARIO TO WRK-CREDIARIO-ABERTO
           MOVE "CREDIARIO " TO WRK-NOME-ARQ
           MOVE WRK-FS-CREDIARIO TO WRK-FS-TESTE
           PERFORM 0110-CONFERE-ABERTURA

           OPEN I-O ENTREGAS
           MOVE WRK-FS-ENTREGAS TO WRK-ENTREGAS-ABERTO
           MOVE "ENTREGAS  " TO WRK-NOME-ARQ
           MOVE WRK-FS-ENTREGAS TO WRK-FS-TESTE
           PERFORM 0110-CONFERE-ABERTURA
       .
       0110-CONFERE-ABERTURA       SECTION.
           IF WRK-FS-TESTE EQUAL '00' OR WRK-FS-TESTE EQUAL '35'
               GO TO 0110-FIM
           END-IF
           DISPLAY "ERRO AO ABRIR O ARQUIVO " WRK-NOME-ARQ " FS="
                   WRK-FS-TESTE
           CALL 'SUBERRLOG' USING BY CONTENT 'PROGLGPD  '
                WRK-NOME-ARQ WRK-FS-TESTE
           PERFORM 0900-FECHA-ARQUIVOS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       0110-FIM.
           EXIT.
       0200-LOCALIZA-TITULAR       SECTION.
      **** CPF COM OS DOIS DIGITOS VERIFICADORES, COMO NO CADPF. O
      **** CADASTRO DE CLIENTES NAO TEM INDICE POR DOCUMENTO: A
      **** PROCURA PASSA POR TODOS OS CLIENTES PESSOA FISICA.
           MOVE ZEROS TO WRK-QT-CLIENTES
           MOVE 'N' TO WRK-TEM-CADPF
           MOVE 'N' TO WRK-TEM-CADDOC
           DISPLAY "CPF DO TITULAR (11 DIGITOS, SEM PONTOS): "
           ACCEPT WRK-CPF
           IF WRK-CPF NOT NUMERIC OR WRK-CPF EQUAL ZEROS
               DISPLAY "CPF INVALIDO."
               MOVE ZEROS TO WRK-CPF
               GO TO 0200-FIM
           END-IF

           IF WRK-CLIENTE-OK
               MOVE SPACE TO WRK-EOF
               MOVE ZEROS TO CD-CLIENTE
               START CLIENTE KEY IS NOT LESS THAN CD-CLIENTE
                   INVALID KEY
                       MOVE 'F' TO WRK-EOF
               END-START
               PERFORM UNTIL WRK-EOF EQUAL 'F'
                   READ CLIENTE NEXT RECORD
                       AT END
                           MOVE 'F' TO WRK-EOF
                       NOT AT END
                           IF TP-DOCUMENTO EQUAL 'C'
                              AND NR-DOCUMENTO NUMERIC
                              AND NR-DOCUMENTO EQUAL WRK-CPF
                              AND WRK-QT-CLIENTES < 20
                               ADD 1 TO WRK-QT-CLIENTES
                               MOVE CD-CLIENTE
                                   TO TAB-CLIENTE(WRK-QT-CLIENTES)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF WRK-CADPF-OK
               MOVE WRK-CPF TO CPF-CADPF
               READ CADPF
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-TEM-CADPF
               END-READ
           END-IF
           IF WRK-CADDOC-OK
               MOVE WRK-CPF TO NR-DOC-CADDOC
               READ CADDOC
                   NOT INVALID KEY
                       IF TP-DOC-CADDOC EQUAL 'C'
                           MOVE 'S' TO WRK-TEM-CADDOC
                       END-IF
               END-READ
           END-IF
       0200-FIM.
           EXIT.
       0210-CLIENTE-DO-CPF         SECTION.
      **** WRK-ACHOU = 'S' SE O CODIGO EM WRK-CLIENTE-AUDIT ESTA NA
      **** TABELA DE CLIENTES DO TITULAR.
           MOVE 'N' TO WRK-ACHOU
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QT-CLIENTES
               IF TAB-CLIENTE(WRK-I) EQUAL WRK-CLIENTE-AUDIT
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-PERFORM
       .
       0300-RELATORIO-TITULAR      SECTION.
           PERFORM 0200-LOCALIZA-TITULAR
           IF WRK-CPF EQUAL ZEROS
               GO TO 0300-FIM
           END-IF

           MOVE SPACES TO WRK-NOME-TITULAR
           STRING "TITULAR-"     DELIMITED BY SIZE
                  WRK-CPF        DELIMITED BY SIZE
                  ".DAT"         DELIMITED BY SIZE
               INTO WRK-NOME-TITULAR
           END-STRING
           OPEN OUTPUT TITULAR
           IF NOT FS-OK IN WRK-FS-TITULAR
               DISPLAY "ERRO AO ABRIR O RELATORIO. FS=" WRK-FS-TITULAR
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGLGPD  '
                    'TITULAR   ' WRK-FS-TITULAR
               MOVE 8 TO RETURN-CODE
               GO TO 0300-FIM
           END-IF
           MOVE ZEROS TO WRK-CT-REGISTROS

           MOVE "============================================"
               TO REG-TITULAR
           WRITE REG-TITULAR
           MOVE SPACES TO REG-TITULAR
           STRING "DADOS PESSOAIS DO TITULAR - CPF " DELIMITED BY SIZE
                  WRK-CPF                            DELIMITED BY SIZE
               INTO REG-TITULAR
           WRITE REG-TITULAR
           MOVE SPACES TO REG-TITULAR
           STRING "EMITIDO EM "       DELIMITED BY SIZE
                  WRK-DATA-SISTEMA    DELIMITED BY SIZE
                  " POR "             DELIMITED BY SIZE
                  WRK-OPERADOR        DELIMITED BY SIZE
               INTO REG-TITULAR
           WRITE REG-TITULAR
           MOVE "============================================"
               TO REG-TITULAR
           WRITE REG-TITULAR

           PERFORM 0310-REL-CLIENTES
           PERFORM 0320-REL-CADPF
           PERFORM 0330-REL-CADDOC
           PERFORM 0340-REL-ESTUDANTE
           PERFORM 0350-REL-CREDIARIO
           PERFORM 0360-REL-ENTREGAS

           MOVE SPACES TO REG-TITULAR
           WRITE REG-TITULAR
           MOVE WRK-CT-REGISTROS TO WRK-CT-FORM
           MOVE SPACES TO REG-TITULAR
           IF WRK-CT-REGISTROS EQUAL ZEROS
               MOVE "NENHUM DADO PESSOAL ENCONTRADO PARA ESTE CPF."
                   TO REG-TITULAR
           ELSE
               STRING "TOTAL DE REGISTROS LISTADOS: " DELIMITED BY SIZE
                      WRK-CT-FORM                     DELIMITED BY SIZE
                   INTO REG-TITULAR
           END-IF
           WRITE REG-TITULAR
           CLOSE TITULAR
           DISPLAY "RELATORIO GRAVADO EM " WRK-NOME-TITULAR
           DISPLAY "REGISTROS ENCONTRADOS: " WRK-CT-FORM

           IF WRK-QT-CLIENTES > ZEROS
               MOVE TAB-CLIENTE(1) TO WRK-CLIENTE-AUDIT
           ELSE
               MOVE ZEROS TO WRK-CLIENTE-AUDIT
           END-IF
           MOVE "LGPD-RELAT" TO WRK-ACAO-AUDIT
           MOVE SPACES TO WRK-DETALHE-AUDIT
           STRING "REGISTROS=" DELIMITED BY SIZE
                  WRK-CT-REGISTROS DELIMITED BY SIZE
               INTO WRK-DETALHE-AUDIT
           PERFORM 0800-GRAVA-AUDITORIA
       0300-FIM.
           EXIT.
       0310-REL-CLIENTES           SECTION.
           MOVE SPACES TO REG-TITULAR
           WRITE REG-TITULAR
           MOVE "CADASTRO DE CLIENTES (CLIENTE.DAT)" TO REG-TITULAR
           WRITE REG-TITULAR
           IF NOT WRK-CLIENTE-OK
               MOVE "   ARQUIVO NAO EXISTE NESTA LOJA." TO REG-TITULAR
               WRITE REG-TITULAR
               GO TO 0310-FIM
           END-IF
           IF WRK-QT-CLIENTES EQUAL ZEROS
               MOVE "   NENHUM CLIENTE COM ESTE CPF." TO REG-TITULAR
               WRITE REG-TITULAR
               GO TO 0310-FIM
           END-IF
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QT-CLIENTES
               MOVE TAB-CLIENTE(WRK-I) TO CD-CLIENTE
               READ CLIENTE
                   NOT INVALID KEY
                       PERFORM 0311-LINHAS-CLIENTE
               END-READ
           END-PERFORM
       0310-FIM.
           EXIT.
       0311-LINHAS-CLIENTE         SECTION.
           ADD 1 TO WRK-CT-REGISTROS
           MOVE SPACES TO REG-TITULAR
           STRING "   CLIENTE "  DELIMITED BY SIZE
                  CD-CLIENTE     DELIMITED BY SIZE
                  " NOME: "      DELIMITED BY SIZE
                  NM-CLIENTE     DELIMITED BY SIZE
               INTO REG-TITULAR
           WRITE REG-TITULAR
           MOVE SPACES TO REG-TITULAR
           STRING "      ENDERECO: " DELIMITED BY SIZE
                  NM-ENDERECO        DELIMITED BY SIZE
                  " CEP: "           DELIMITED BY SIZE
                  DS-CEP             DELIMITED BY SIZE
               INTO REG-TITULAR
           WRITE REG-TITULAR
           MOVE SPACES TO REG-TITULAR
           STRING "      CIDADE/UF: " DELIMITED BY SIZE
                  NM-CIDADE           DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  UF-CLIENTE          DELIMITED BY SIZE
               INTO REG-TITULAR
           WRITE REG-TITULAR
           MOVE SPACES TO REG-TITULAR
           STRING "      TELEFONE: " DELIMITED BY SIZE
                  NR-TELEFONE        DELIMITED BY SIZE
                  " E-MAIL: "        DELIMITED BY SIZE
                  DS-EMAIL           DELIMITED BY SIZE
               INTO REG-TITULAR
           WRITE REG-TITULAR

           MOVE SPACES TO REG-TITULAR
           IF WRK-CONSENT-OK
               MOVE CD-CLIENTE TO CNS-CLIENTE
               READ CONSENT
                   INVALID KEY
                       MOVE "      MARKETING: SEM REGISTRO"
                           TO REG-TITULAR
                   NOT INVALID KEY
                       STRING "      MARKETING: " DELIMITED BY SIZE
                              CNS-MARKETING       DELIMITED BY SIZE
                              " DESDE "           DELIMITED BY SIZE
                              CNS-DT-CONSENT      DELIMITED BY SIZE
                              " (OPERADOR "       DELIMITED BY SIZE
                              CNS-OPERADOR        DELIMITED BY SIZE
                              ")"                 DELIMITED BY SIZE
                           INTO REG-TITULAR
               END-READ
           ELSE
               MOVE "      MARKETING: CONSENTIMENTO NAO REGISTRADO"
                   TO REG-TITULAR
           END-IF
           WRITE REG-TITULAR

           IF WRK-LIMCRED-OK
               MOVE CD-CLIENTE TO LIM-CLIENTE
               READ LIMCRED
                   NOT INVALID KEY
                       MOVE LIM-VALOR TO WRK-VALOR-FORM
                       MOVE SPACES TO REG-TITULAR
                       STRING "      LIMITE DE CREDITO: "
                                                 DELIMITED BY SIZE
                              WRK-VALOR-FORM     DELIMITED BY SIZE
                              " DESDE "          DELIMITED BY SIZE
                              LIM-DT-ALTERACAO   DELIMITED BY SIZE
                           INTO REG-TITULAR
                       WRITE REG-TITULAR
               END-READ
           END-IF
           IF WRK-PONTOS-OK
               MOVE CD-CLIENTE TO CD-CLIENTE-PTS
               READ PONTOS
                   NOT INVALID KEY
                       MOVE QT-PONTOS TO WRK-PTS-FORM
                       MOVE SPACES TO REG-TITULAR
                       STRING "      SALDO DE PONTOS: "
                                                 DELIMITED BY SIZE
                              WRK-PTS-FORM       DELIMITED BY SIZE
                           INTO REG-TITULAR
                       WRITE REG-TITULAR
               END-READ
           END-IF
       .
       0320-REL-CADPF              SECTION.
           MOVE SPACES TO REG-TITULAR
           WRITE REG-TITULAR
           MOVE "CADASTRO DE PESSOAS FISICAS (CADPF)" TO REG-TITULAR
           WRITE REG-TITULAR
           IF WRK-TEM-CADPF NOT EQUAL 'S'
               MOVE "   CPF NAO CONSTA NO CADPF." TO REG-TITULAR
               WRITE REG-TITULAR
               GO TO 0320-FIM
           END-IF
           ADD 1 TO WRK-CT-REGISTROS
           MOVE SPACES TO REG-TITULAR
           STRING "   NOME: "       DELIMITED BY SIZE
                  NM-CADPF          DELIMITED BY SIZE
                  " NASCIMENTO: "   DELIMITED BY SIZE
                  DT-NASC-CADPF     DELIMITED BY SIZE
               INTO REG-TITULAR
           WRITE REG-TITULAR
           MOVE SPACES TO REG-TITULAR
           STRING "   ENDERECO: "   DELIMITED BY SIZE
                  RUA-CADPF         DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  BAIRRO-CADPF      DELIMITED BY SIZE
               INTO REG-TITULAR
           WRITE REG-TITULAR
           MOVE SPACES TO REG-TITULAR
           STRING "   CIDADE/UF: "  DELIMITED BY SIZE
                  CIDADE-CADPF      DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  UF-CADPF          DELIMITED BY SIZE
                  " CEP: "          DELIMITED BY SIZE
                  CEP-CADPF         DELIMITED BY SIZE
               INTO REG-TITULAR
           WRITE REG-TITULAR
           MOVE SPACES TO REG-TITULAR
           STRING "   TELEFONE: "   DELIMITED BY SIZE
                  TEL-CADPF         DELIMITED BY SIZE
                  " E-MAIL: "       DELIMITED BY SIZE
                  EMAIL-CADPF       DELIMITED BY SIZE
               INTO REG-TITULAR
           WRITE REG-TITULAR
           MOVE SPACES TO REG-TITULAR
           STRING "   NACIONALIDADE: " DELIMITED BY SIZE
                  NAC-CADPF            DELIMITED BY SIZE
                  " PROFISSAO: "       DELIMITED BY SIZE
                  PROF-CADPF           DELIMITED BY SIZE
               INTO REG-TITULAR
           WRITE REG-TITULAR
       0320-FIM.
           EXIT.
       0330-REL-CADDOC             SECTION.
           MOVE SPACES TO REG-TITULAR
           WRITE REG-TITULAR
           MOVE "CADASTRO UNIFICADO DE DOCUMENTOS (CADDOC)"
               TO REG-TITULAR
           WRITE REG-TITULAR
           IF WRK-TEM-CADDOC NOT EQUAL 'S'
               MOVE "   CPF NAO CONSTA NO CADDOC." TO REG-TITULAR
               WRITE REG-TITULAR
               GO TO 0330-FIM
           END-IF
           ADD 1 TO WRK-CT-REGISTROS
           MOVE SPACES TO REG-TITULAR
           STRING "   NOME: "       DELIMITED BY SIZE
                  NM-CADDOC         DELIMITED BY SIZE
               INTO REG-TITULAR
           WRITE REG-TITULAR
       0330-FIM.
           EXIT.
       0340-REL-ESTUDANTE          SECTION.
           MOVE SPACES TO REG-TITULAR
           WRITE REG-TITULAR
           MOVE "VINCULO COM ESTUDANTE (ESTUDDOC)" TO REG-TITULAR
           WRITE REG-TITULAR
           MOVE ZEROS TO WRK-CT-VINCULOS
           IF WRK-ESTUDDOC-OK
               MOVE SPACE TO WRK-EOF
               MOVE ZEROS TO CD-EST-VINCULO
               START ESTUDDOC KEY IS NOT LESS THAN CD-EST-VINCULO
                   INVALID KEY
                       MOVE 'F' TO WRK-EOF
               END-START
               PERFORM UNTIL WRK-EOF EQUAL 'F'
                   READ ESTUDDOC NEXT RECORD
                       AT END
                           MOVE 'F' TO WRK-EOF
                       NOT AT END
                           IF NR-DOC-VINCULO EQUAL WRK-CPF
                               ADD 1 TO WRK-CT-VINCULOS
                               ADD 1 TO WRK-CT-REGISTROS
                               MOVE SPACES TO REG-TITULAR
                               STRING "   ESTUDANTE "
                                                  DELIMITED BY SIZE
                                      CD-EST-VINCULO
                                                  DELIMITED BY SIZE
                                   INTO REG-TITULAR
                               WRITE REG-TITULAR
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WRK-CT-VINCULOS EQUAL ZEROS
               MOVE "   NENHUM VINCULO." TO REG-TITULAR
               WRITE REG-TITULAR
           END-IF
       .
       0350-REL-CREDIARIO          SECTION.
           MOVE SPACES TO REG-TITULAR
           WRITE REG-TITULAR
           MOVE "PARCELAS DO CREDIARIO (CREDIARIO.DAT)" TO REG-TITULAR
           WRITE REG-TITULAR
           MOVE ZEROS TO WRK-CT-PARC-ABERTAS
           IF NOT WRK-CREDIARIO-OK OR WRK-QT-CLIENTES EQUAL ZEROS
               MOVE "   NENHUMA PARCELA." TO REG-TITULAR
               WRITE REG-TITULAR
               GO TO 0350-FIM
           END-IF
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QT-CLIENTES
               MOVE SPACE TO WRK-EOF
               MOVE TAB-CLIENTE(WRK-I) TO CRD-CLIENTE
               MOVE LOW-VALUES TO CRD-VND-ID
               MOVE ZEROS TO CRD-PARCELA
               START CREDIARIO KEY IS NOT LESS THAN CRD-CHAVE
                   INVALID KEY
                       MOVE 'F' TO WRK-EOF
               END-START
               PERFORM UNTIL WRK-EOF EQUAL 'F'
                   READ CREDIARIO NEXT RECORD
                       AT END
                           MOVE 'F' TO WRK-EOF
                       NOT AT END
                           IF CRD-CLIENTE NOT EQUAL TAB-CLIENTE(WRK-I)
                               MOVE 'F' TO WRK-EOF
                           ELSE
                               PERFORM 0351-LINHA-PARCELA
                           END-IF
                   END-READ
               END-PERFORM
           END-PERFORM
       0350-FIM.
           EXIT.
       0351-LINHA-PARCELA          SECTION.
           ADD 1 TO WRK-CT-REGISTROS
           IF CRD-STATUS EQUAL 'A'
               ADD 1 TO WRK-CT-PARC-ABERTAS
           END-IF
           COMPUTE WRK-VALOR-FORM = CRD-VALOR / 100
           MOVE SPACES TO REG-TITULAR
           STRING "   CLIENTE "        DELIMITED BY SIZE
                  CRD-CLIENTE          DELIMITED BY SIZE
                  " VENDA "            DELIMITED BY SIZE
                  CRD-VND-ID           DELIMITED BY SIZE
                  " PARC "             DELIMITED BY SIZE
                  CRD-PARCELA          DELIMITED BY SIZE
                  " R$ "               DELIMITED BY SIZE
                  WRK-VALOR-FORM       DELIMITED BY SIZE
                  " VENC "             DELIMITED BY SIZE
                  CRD-DT-VENCIMENTO    DELIMITED BY SIZE
                  " STATUS "           DELIMITED BY SIZE
                  CRD-STATUS           DELIMITED BY SIZE
               INTO REG-TITULAR
           WRITE REG-TITULAR
       .
       0360-REL-ENTREGAS           SECTION.
           MOVE SPACES TO REG-TITULAR
           WRITE REG-TITULAR
           MOVE "ORDENS DE ENTREGA (ENTREGAS.DAT)" TO REG-TITULAR
           WRITE REG-TITULAR
           MOVE ZEROS TO WRK-CT-ENT-PENDENTES
           MOVE ZEROS TO WRK-CT-ENT-ANONIM
           IF NOT WRK-ENTREGAS-OK OR WRK-QT-CLIENTES EQUAL ZEROS
               MOVE "   NENHUMA ENTREGA." TO REG-TITULAR
               WRITE REG-TITULAR
               GO TO 0360-FIM
           END-IF
           MOVE SPACE TO WRK-EOF
           MOVE LOW-VALUES TO ENT-VND-ID
           START ENTREGAS KEY IS NOT LESS THAN ENT-VND-ID
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ ENTREGAS NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       MOVE ENT-CLIENTE TO WRK-CLIENTE-AUDIT
                       PERFORM 0210-CLIENTE-DO-CPF
                       IF WRK-CLIENTE-DO-CPF
                           PERFORM 0361-LINHAS-ENTREGA
                       END-IF
               END-READ
           END-PERFORM
           IF WRK-CT-ENT-ANONIM EQUAL ZEROS
               MOVE "   NENHUMA ENTREGA." TO REG-TITULAR
               WRITE REG-TITULAR
           END-IF
       0360-FIM.
           EXIT.
       0361-LINHAS-ENTREGA         SECTION.
           ADD 1 TO WRK-CT-REGISTROS
           ADD 1 TO WRK-CT-ENT-ANONIM
           IF NOT ENT-ENTREGUE
               ADD 1 TO WRK-CT-ENT-PENDENTES
           END-IF
           MOVE SPACES TO REG-TITULAR
           STRING "   VENDA "          DELIMITED BY SIZE
                  ENT-VND-ID           DELIMITED BY SIZE
                  " DATA "             DELIMITED BY SIZE
                  ENT-DATA             DELIMITED BY SIZE
                  " CLIENTE "          DELIMITED BY SIZE
                  ENT-CLIENTE          DELIMITED BY SIZE
                  " STATUS "           DELIMITED BY SIZE
                  ENT-STATUS           DELIMITED BY SIZE
               INTO REG-TITULAR
           WRITE REG-TITULAR
           MOVE SPACES TO REG-TITULAR
           STRING "      ENDERECO: "   DELIMITED BY SIZE
                  ENT-ENDERECO         DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  ENT-CIDADE           DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  ENT-UF               DELIMITED BY SIZE
               INTO REG-TITULAR
           WRITE REG-TITULAR
           IF ENT-RECEBEDOR NOT EQUAL SPACES
              OR ENT-MOTIVO-FALHA NOT EQUAL SPACES
               MOVE SPACES TO REG-TITULAR
               STRING "      RECEBEDOR: "  DELIMITED BY SIZE
                      ENT-RECEBEDOR        DELIMITED BY SIZE
                      " FALHA: "           DELIMITED BY SIZE
                      ENT-MOTIVO-FALHA     DELIMITED BY SIZE
                   INTO REG-TITULAR
               WRITE REG-TITULAR
           END-IF
       .
       0500-ANONIMIZA-TITULAR      SECTION.
           IF WRK-NIVEL-LOGADO < 3
               DISPLAY "ANONIMIZACAO EXIGE NIVEL GERENTE."
               GO TO 0500-FIM
           END-IF
           PERFORM 0200-LOCALIZA-TITULAR
           IF WRK-CPF EQUAL ZEROS
               GO TO 0500-FIM
           END-IF
           IF WRK-QT-CLIENTES EQUAL ZEROS
              AND WRK-TEM-CADPF NOT EQUAL 'S'
              AND WRK-TEM-CADDOC NOT EQUAL 'S'
               DISPLAY "NENHUM DADO PESSOAL ENCONTRADO PARA ESTE CPF."
               GO TO 0500-FIM
           END-IF

           PERFORM 0510-VERIFICA-BLOQUEIOS
           IF WRK-CT-PARC-ABERTAS > ZEROS
              OR WRK-CT-ENT-PENDENTES > ZEROS
              OR WRK-CT-VINCULOS > ZEROS
               DISPLAY "ANONIMIZACAO BLOQUEADA:"
               IF WRK-CT-PARC-ABERTAS > ZEROS
                   DISPLAY "   PARCELAS DO CREDIARIO EM ABERTO: "
                           WRK-CT-PARC-ABERTAS
               END-IF
               IF WRK-CT-ENT-PENDENTES > ZEROS
                   DISPLAY "   ENTREGAS NAO CONCLUIDAS: "
                           WRK-CT-ENT-PENDENTES
               END-IF
               IF WRK-CT-VINCULOS > ZEROS
                   DISPLAY "   CPF VINCULADO A ESTUDANTE (TRATAR NA "
                           "SECRETARIA): " WRK-CT-VINCULOS
               END-IF
               MOVE ZEROS TO WRK-CLIENTE-AUDIT
               IF WRK-QT-CLIENTES > ZEROS
                   MOVE TAB-CLIENTE(1) TO WRK-CLIENTE-AUDIT
               END-IF
               MOVE "LGPD-BLOQ" TO WRK-ACAO-AUDIT
               MOVE SPACES TO WRK-DETALHE-AUDIT
               STRING "PARCELAS-ABERTAS="     DELIMITED BY SIZE
                      WRK-CT-PARC-ABERTAS     DELIMITED BY SIZE
                      " ENTREGAS-PENDENTES="  DELIMITED BY SIZE
                      WRK-CT-ENT-PENDENTES    DELIMITED BY SIZE
                      " VINCULOS-ESTUDANTE="  DELIMITED BY SIZE
                      WRK-CT-VINCULOS         DELIMITED BY SIZE
                   INTO WRK-DETALHE-AUDIT
               PERFORM 0800-GRAVA-AUDITORIA
               GO TO 0500-FIM
           END-IF

           DISPLAY "CLIENTES COM ESTE CPF: " WRK-QT-CLIENTES
                   "  CADPF: " WRK-TEM-CADPF
                   "  CADDOC: " WRK-TEM-CADDOC
           DISPLAY "A ANONIMIZACAO NAO PODE SER DESFEITA. CONFIRMA "
                   "(S/N)? "
           ACCEPT WRK-CONFIRMA
           IF WRK-CONFIRMA NOT EQUAL 'S' AND NOT EQUAL 's'
               DISPLAY "ANONIMIZACAO CANCELADA."
               GO TO 0500-FIM
           END-IF

           MOVE ZEROS TO WRK-CT-ENT-ANONIM
           MOVE ZEROS TO WRK-CT-CAD-EXCLUIDOS
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QT-CLIENTES
               PERFORM 0520-ANONIMIZA-CLIENTE
           END-PERFORM
           PERFORM 0530-ANONIMIZA-ENTREGAS
           PERFORM 0540-EXCLUI-CADASTROS

      **** UMA LINHA DE TRILHA POR CLIENTE ANONIMIZADO; SEM CLIENTE,
      **** UMA SO LINHA COM O CLIENTE ZERADO.
           MOVE "LGPD-ANONI" TO WRK-ACAO-AUDIT
           MOVE SPACES TO WRK-DETALHE-AUDIT
           STRING "CLIENTES="          DELIMITED BY SIZE
                  WRK-QT-CLIENTES      DELIMITED BY SIZE
                  " ENTREGAS="         DELIMITED BY SIZE
                  WRK-CT-ENT-ANONIM    DELIMITED BY SIZE
                  " CADPF/CADDOC="     DELIMITED BY SIZE
                  WRK-CT-CAD-EXCLUIDOS DELIMITED BY SIZE
               INTO WRK-DETALHE-AUDIT
           IF WRK-QT-CLIENTES EQUAL ZEROS
               MOVE ZEROS TO WRK-CLIENTE-AUDIT
               PERFORM 0800-GRAVA-AUDITORIA
           ELSE
               PERFORM VARYING WRK-I FROM 1 BY 1
                       UNTIL WRK-I > WRK-QT-CLIENTES
                   MOVE TAB-CLIENTE(WRK-I) TO WRK-CLIENTE-AUDIT
                   PERFORM 0800-GRAVA-AUDITORIA
               END-PERFORM
           END-IF
           DISPLAY "TITULAR ANONIMIZADO. CLIENTES: " WRK-QT-CLIENTES
                   " ENTREGAS: " WRK-CT-ENT-ANONIM
                   " CADPF/CADDOC EXCLUIDOS: " WRK-CT-CAD-EXCLUIDOS
       0500-FIM.
           EXIT.
       0510-VERIFICA-BLOQUEIOS     SECTION.
      **** MESMAS CONTAGENS DO RELATORIO, SEM GRAVAR LINHAS: PARCELA
      **** 'A' NO CREDIARIO, ENTREGA QUE NAO ESTA 'E' E VINCULO COM
      **** ESTUDANTE.
           MOVE ZEROS TO WRK-CT-PARC-ABERTAS
           MOVE ZEROS TO WRK-CT-ENT-PENDENTES
           MOVE ZEROS TO WRK-CT-VINCULOS
           IF WRK-CREDIARIO-OK
               PERFORM VARYING WRK-I FROM 1 BY 1
                       UNTIL WRK-I > WRK-QT-CLIENTES
                   MOVE SPACE TO WRK-EOF
                   MOVE TAB-CLIENTE(WRK-I) TO CRD-CLIENTE
                   MOVE LOW-VALUES TO CRD-VND-ID
                   MOVE ZEROS TO CRD-PARCELA
                   START CREDIARIO KEY IS NOT LESS THAN CRD-CHAVE
                       INVALID KEY
                           MOVE 'F' TO WRK-EOF
                   END-START
                   PERFORM UNTIL WRK-EOF EQUAL 'F'
                       READ CREDIARIO NEXT RECORD
                           AT END
                               MOVE 'F' TO WRK-EOF
                           NOT AT END
                               IF CRD-CLIENTE
                                  NOT EQUAL TAB-CLIENTE(WRK-I)
                                   MOVE 'F' TO WRK-EOF
                               ELSE
                                   IF CRD-STATUS EQUAL 'A'
                                       ADD 1 TO WRK-CT-PARC-ABERTAS
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
               END-PERFORM
           END-IF

           IF WRK-ENTREGAS-OK AND WRK-QT-CLIENTES > ZEROS
               MOVE SPACE TO WRK-EOF
               MOVE LOW-VALUES TO ENT-VND-ID
               START ENTREGAS KEY IS NOT LESS THAN ENT-VND-ID
                   INVALID KEY
                       MOVE 'F' TO WRK-EOF
               END-START
               PERFORM UNTIL WRK-EOF EQUAL 'F'
                   READ ENTREGAS NEXT RECORD
                       AT END
                           MOVE 'F' TO WRK-EOF
                       NOT AT END
                           MOVE ENT-CLIENTE TO WRK-CLIENTE-AUDIT
                           PERFORM 0210-CLIENTE-DO-CPF
                           IF WRK-CLIENTE-DO-CPF AND NOT ENT-ENTREGUE
                               ADD 1 TO WRK-CT-ENT-PENDENTES
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF WRK-ESTUDDOC-OK
               MOVE SPACE TO WRK-EOF
               MOVE ZEROS TO CD-EST-VINCULO
               START ESTUDDOC KEY IS NOT LESS THAN CD-EST-VINCULO
                   INVALID KEY
                       MOVE 'F' TO WRK-EOF
               END-START
               PERFORM UNTIL WRK-EOF EQUAL 'F'
                   READ ESTUDDOC NEXT RECORD
                       AT END
                           MOVE 'F' TO WRK-EOF
                       NOT AT END
                           IF NR-DOC-VINCULO EQUAL WRK-CPF
                               ADD 1 TO WRK-CT-VINCULOS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
       .
       0520-ANONIMIZA-CLIENTE      SECTION.
      **** O CODIGO, A CIDADE E A UF FICAM (VENDAS, CREDIARIO, PONTOS
      **** E OS RELATORIOS POR REGIAO CONTINUAM FECHANDO); O RESTO QUE
      **** IDENTIFICA A PESSOA SAI DO REGISTRO.
           MOVE TAB-CLIENTE(WRK-I) TO CD-CLIENTE
           READ CLIENTE
               INVALID KEY
                   GO TO 0520-FIM
           END-READ
           MOVE SPACES TO NM-CLIENTE
           STRING "ANONIMIZADO EM "  DELIMITED BY SIZE
                  WRK-DATA-SISTEMA   DELIMITED BY SIZE
               INTO NM-CLIENTE
           MOVE SPACES TO NM-ENDERECO
           MOVE SPACES TO NR-TELEFONE
           MOVE SPACES TO DS-EMAIL
           MOVE SPACES TO DS-CEP
           MOVE SPACE  TO TP-DOCUMENTO
           MOVE ZEROS  TO NR-DOCUMENTO
           REWRITE REG-CLIENTE
               INVALID KEY
                   DISPLAY "ERRO AO ANONIMIZAR O CLIENTE " CD-CLIENTE
                   MOVE 8 TO RETURN-CODE
           END-REWRITE

           IF WRK-LIMCRED-OK
               MOVE CD-CLIENTE TO LIM-CLIENTE
               DELETE LIMCRED
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF

      **** O CONSENTIMENTO FICA COMO PROVA: MARKETING 'N' E A DATA DA
      **** ANONIMIZACAO.
           IF WRK-CONSENT-OK
               MOVE CD-CLIENTE TO CNS-CLIENTE
               READ CONSENT
                   INVALID KEY
                       MOVE CD-CLIENTE       TO CNS-CLIENTE
                       MOVE 'N'              TO CNS-MARKETING
                       MOVE WRK-DATA-SISTEMA TO CNS-DT-CONSENT
                       MOVE WRK-OPERADOR     TO CNS-OPERADOR
                       MOVE WRK-DATA-SISTEMA TO CNS-DT-ANONIMIZACAO
                       WRITE REG-CONSENT
                       END-WRITE
                   NOT INVALID KEY
                       MOVE 'N'              TO CNS-MARKETING
                       MOVE WRK-DATA-SISTEMA TO CNS-DT-CONSENT
                       MOVE WRK-OPERADOR     TO CNS-OPERADOR
                       MOVE WRK-DATA-SISTEMA TO CNS-DT-ANONIMIZACAO
                       REWRITE REG-CONSENT
                       END-REWRITE
               END-READ
           END-IF
       0520-FIM.
           EXIT.
       0530-ANONIMIZA-ENTREGAS     SECTION.
      **** SO SOBRAM ENTREGAS CONCLUIDAS (AS PENDENTES BLOQUEIAM).
      **** PESO, FRETE, TRANSPORTADORA, CIDADE E UF FICAM PARA OS
      **** RELATORIOS DE FRETE.
           IF NOT WRK-ENTREGAS-OK OR WRK-QT-CLIENTES EQUAL ZEROS
               GO TO 0530-FIM
           END-IF
           MOVE SPACE TO WRK-EOF
           MOVE LOW-VALUES TO ENT-VND-ID
           START ENTREGAS KEY IS NOT LESS THAN ENT-VND-ID
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ ENTREGAS NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       MOVE ENT-CLIENTE TO WRK-CLIENTE-AUDIT
                       PERFORM 0210-CLIENTE-DO-CPF
                       IF WRK-CLIENTE-DO-CPF
                           MOVE SPACES TO ENT-ENDERECO
                           MOVE SPACES TO ENT-RECEBEDOR
                           MOVE SPACES TO ENT-MOTIVO-FALHA
                           REWRITE REG-ENTREGA
                               INVALID KEY
                                   MOVE 8 TO RETURN-CODE
                               NOT INVALID KEY
                                   ADD 1 TO WRK-CT-ENT-ANONIM
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM
       0530-FIM.
           EXIT.
       0540-EXCLUI-CADASTROS       SECTION.
      **** CADPF E CADDOC SAO CHAVEADOS PELO PROPRIO CPF: NAO HA COMO
      **** ANONIMIZAR SEM EXCLUIR O REGISTRO.
           IF WRK-TEM-CADPF EQUAL 'S'
               MOVE WRK-CPF TO CPF-CADPF
               DELETE CADPF
                   INVALID KEY
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       ADD 1 TO WRK-CT-CAD-EXCLUIDOS
               END-DELETE
           END-IF
           IF WRK-TEM-CADDOC EQUAL 'S'
               MOVE WRK-CPF TO NR-DOC-CADDOC
               DELETE CADDOC
                   INVALID KEY
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       ADD 1 TO WRK-CT-CAD-EXCLUIDOS
               END-DELETE
           END-IF
       .
       0800-GRAVA-AUDITORIA        SECTION.
      **** MESMO FORMATO DE LINHA DO PGM02002 ATE O CAMPO OPERADOR;
      **** AS CONTAGENS DA ACAO SEGUEM NA CAUDA. O CPF NAO VAI PARA A
      **** TRILHA.
           OPEN EXTEND AUDITORIA
           IF WRK-FS-AUDITORIA EQUAL '35'
               CLOSE AUDITORIA
               OPEN OUTPUT AUDITORIA
           END-IF
           IF NOT FS-OK IN WRK-FS-AUDITORIA
               DISPLAY "ERRO AO GRAVAR A AUDITORIA. FS="
                       WRK-FS-AUDITORIA
           ELSE
               ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD
               ACCEPT WRK-HORA-AUDIT FROM TIME
               MOVE SPACES TO REG-AUDITORIA
               STRING WRK-DATA-AUDIT       DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      WRK-HORA-AUDIT(1:6)  DELIMITED BY SIZE
                      " ACAO="             DELIMITED BY SIZE
                      WRK-ACAO-AUDIT       DELIMITED BY SIZE
                      " CLIENTE="          DELIMITED BY SIZE
                      WRK-CLIENTE-AUDIT    DELIMITED BY SIZE
                      " OPERADOR="         DELIMITED BY SIZE
                      WRK-OPERADOR         DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      WRK-DETALHE-AUDIT    DELIMITED BY SIZE
                   INTO REG-AUDITORIA
               WRITE REG-AUDITORIA
               CLOSE AUDITORIA
           END-IF
       .
       0900-FECHA-ARQUIVOS         SECTION.
           IF WRK-CLIENTE-OK
               CLOSE CLIENTE
           END-IF
           IF WRK-CONSENT-OK
               CLOSE CONSENT
           END-IF
           IF WRK-LIMCRED-OK
               CLOSE LIMCRED
           END-IF
           IF WRK-PONTOS-OK
               CLOSE PONTOS
           END-IF
           IF WRK-CADPF-OK
               CLOSE CADPF
           END-IF
           IF WRK-CADDOC-OK
               CLOSE CADDOC
           END-IF
           IF WRK-ESTUDDOC-OK
               CLOSE ESTUDDOC
           END-IF
           IF WRK-CREDIARIO-OK
               CLOSE CREDIARIO
           END-IF
           IF WRK-ENTREGAS-OK
               CLOSE ENTREGAS
           END-IF
       .
       END PROGRAM PROGLGPD.
