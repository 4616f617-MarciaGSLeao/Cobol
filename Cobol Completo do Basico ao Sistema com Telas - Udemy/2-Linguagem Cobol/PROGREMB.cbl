       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGREMB.
      *-----------------------------------------------------------------
      *== AUTOR: MARCIA GAMELEIRA
      *== OBJETIVO: REMESSA DE BOLETOS DE COBRANCA AO BANCO NO LAYOUT
      *==           CNAB 400 (REMESSA-NNNNNNN.REM). ENTRAM AS PARCELAS
      *==           EM ABERTO DO CREDIARIO (CREDIARIO.DAT) E AS
      *==           MENSALIDADES EM ABERTO DA ESCOLA (MENSALID) QUE
      *==           AINDA NAO VENCERAM, ATE A DATA LIMITE INFORMADA.
      *==           CADA TITULO GANHA UM NOSSO NUMERO SEQUENCIAL DO
      *==           CONVENIO (BOLCONV.DAT) E UM REGISTRO NO BOLETO.DAT
      *==           (COPY BOLETFD), QUE IMPEDE MANDAR A MESMA PARCELA
      *==           DUAS VEZES E E BAIXADO PELO PROGRETB QUANDO O
      *==           RETORNO DO BANCO CHEGA. TITULO REJEITADO NA
      *==           ENTRADA VOLTA NA REMESSA SEGUINTE COM O MESMO
      *==           NOSSO NUMERO. PARCELA JA VENCIDA SEM BOLETO FICA
      *==           NA COBRANCA DE BALCAO (PROGCRED/PGM00031). A
      *==           OPCAO 2 CADASTRA OS DADOS DO CONVENIO.
      *== DATA: 15/10/2026
      *== OBSERVACOES:
      *== 15/10/2026: SACADO DA MENSALIDADE COM O CPF DO RESPONSAVEL
      *==             FINANCEIRO (MEN-CPF-RESPONSAVEL, DO CADASTRO DE
      *==             RESPONSAVEIS DO PGM00041) QUANDO GRAVADO PELO
      *==             PGM00031; SEM ELE, SEGUE O VINCULO ESTUDDOC.
      *== 15/10/2026: MENSALID GANHA VALOR BRUTO, DESCONTO E TIPO DE
      *==             DESCONTO (BOLSAS E IRMAOS, PGM00031); MEN-VALOR
      *==             CONTINUA SENDO O VALOR COBRADO, JA LIQUIDO.
      *-----------------------------------------------------------------

      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *=================================================================
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOLCONV ASSIGN TO "BOLCONV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BCV-CONVENIO
               FILE STATUS IS WRK-FS-BOLCONV.
           SELECT BOLETO ASSIGN TO "BOLETO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOL-NOSSO-NUMERO
               ALTERNATE RECORD KEY IS BOL-REFERENCIA
               FILE STATUS IS WRK-FS-BOLETO.
           SELECT CREDIARIO ASSIGN TO "CREDIARIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-CHAVE
               FILE STATUS IS WRK-FS-CREDIARIO.
           SELECT CLIENTE ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CD-CLIENTE
               FILE STATUS IS WRK-FS-CLIENTE.
           SELECT CREDPAR ASSIGN TO "CREDPAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CREDPAR.
           SELECT MENSALID ASSIGN TO "MENSALID"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS WRK-FS-MENSALID.
           SELECT ESTUDDOC ASSIGN TO "ESTUDDOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CD-EST-VINCULO
               FILE STATUS IS WRK-FS-ESTUDDOC.
           SELECT CADDOC ASSIGN TO "CADDOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NR-DOC-CADDOC
               FILE STATUS IS WRK-FS-CADDOC.
           SELECT REMESSA ASSIGN TO DYNAMIC WRK-NOME-REMESSA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REMESSA.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
      **** DADOS DO CONVENIO DE COBRANCA COM O BANCO E A NUMERACAO
      **** (ULTIMO NOSSO NUMERO E ULTIMA REMESSA). REGISTRO UNICO,
      **** CONVENIO 01.
       FD  BOLCONV.
       01  REG-BOLCONV.
           03  BCV-CONVENIO          PIC 9(02).
           03  BCV-BANCO             PIC 9(03).
           03  BCV-NM-BANCO          PIC X(15).
           03  BCV-AGENCIA           PIC 9(04).
           03  BCV-CONTA             PIC 9(08).
           03  BCV-DAC               PIC X(01).
           03  BCV-CARTEIRA          PIC 9(03).
           03  BCV-CD-EMPRESA        PIC X(20).
           03  BCV-NM-EMPRESA        PIC X(30).
           03  BCV-CNPJ              PIC 9(14).
           03  BCV-ULT-NOSSO-NUMERO  PIC 9(10).
           03  BCV-ULT-REMESSA       PIC 9(07).
           03  BCV-DT-ALTERACAO      PIC 9(08).

       FD  BOLETO.
       COPY BOLETFD.

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

       FD  CREDPAR.
       01  REG-CREDPAR.
           03  PAR-PC-MULTA          PIC 9(02)V99.
           03  FILLER                PIC X(01).
           03  PAR-PC-JUROS-DIA      PIC 9(01)V9999.
           03  FILLER                PIC X(01).
           03  PAR-DIAS-CARENCIA     PIC 9(02).
           03  FILLER                PIC X(01).
           03  PAR-DT-ALTERACAO      PIC 9(08).

       FD  MENSALID.
       01  REG-MENSALID.
           03  MEN-CHAVE.
               05  MEN-ESTUDANTE     PIC 9(05).
               05  MEN-MES           PIC 9(06).
           03  MEN-TURMA             PIC 9(03).
           03  MEN-VALOR             PIC 9(08).
           03  MEN-DT-VENCIMENTO     PIC 9(08).
           03  MEN-DT-PAGAMENTO      PIC 9(08).
           03  MEN-RESPONSAVEL       PIC X(40).
           03  MEN-STATUS            PIC X(01).
           03  MEN-CPF-RESPONSAVEL   PIC 9(11).
           03  MEN-VALOR-BRUTO       PIC 9(08).
           03  MEN-VALOR-DESCONTO    PIC 9(08).
           03  MEN-TIPO-DESCONTO     PIC X(01).

       FD  ESTUDDOC.
       01  REG-ESTUDDOC.
           03  CD-EST-VINCULO        PIC 9(05).
           03  NR-DOC-VINCULO        PIC 9(14).

       FD  CADDOC.
       01  REG-CADDOC.
           03  NR-DOC-CADDOC         PIC 9(14).
           03  TP-DOC-CADDOC         PIC X(01).
           03  NM-CADDOC             PIC X(40).

      **** CNAB 400: REGISTRO DE 400 POSICOES, TIPO NA PRIMEIRA
      **** ('0' HEADER, '1' TITULO, '9' TRAILER) E SEQUENCIAL DO
      **** REGISTRO NO ARQUIVO NAS SEIS ULTIMAS. VALORES EM CENTAVOS
      **** E DATAS NO FORMATO DDMMAA, COMO PEDE O BANCO.
       FD  REMESSA.
       01  REG-REM-HEADER.
           03  RMH-TIPO              PIC X(01).
           03  RMH-OPERACAO          PIC X(01).
           03  RMH-LITERAL           PIC X(07).
           03  RMH-CD-SERVICO        PIC 9(02).
           03  RMH-LIT-SERVICO       PIC X(15).
           03  RMH-CD-EMPRESA        PIC X(20).
           03  RMH-NM-EMPRESA        PIC X(30).
           03  RMH-BANCO             PIC 9(03).
           03  RMH-NM-BANCO          PIC X(15).
           03  RMH-DT-GRAVACAO       PIC 9(06).
           03  FILLER                PIC X(08).
           03  RMH-ID-SISTEMA        PIC X(02).
           03  RMH-NR-REMESSA        PIC 9(07).
           03  FILLER                PIC X(277).
           03  RMH-SEQUENCIAL        PIC 9(06).
       01  REG-REM-TITULO.
           03  RMD-TIPO              PIC X(01).
           03  RMD-TP-INSCR-EMPRESA  PIC 9(02).
           03  RMD-CNPJ-EMPRESA      PIC 9(14).
           03  RMD-AGENCIA           PIC 9(04).
           03  RMD-CONTA             PIC 9(08).
           03  RMD-DAC               PIC X(01).
           03  RMD-CARTEIRA          PIC 9(03).
           03  RMD-USO-EMPRESA       PIC X(25).
           03  RMD-NOSSO-NUMERO      PIC 9(10).
           03  RMD-CD-OCORRENCIA     PIC 9(02).
           03  RMD-SEU-NUMERO        PIC X(10).
           03  RMD-DT-VENCIMENTO     PIC 9(06).
           03  RMD-VALOR             PIC 9(13).
           03  RMD-BANCO-COBRADOR    PIC 9(03).
           03  RMD-AGENCIA-COBRADORA PIC 9(05).
           03  RMD-ESPECIE           PIC 9(02).
           03  RMD-ACEITE            PIC X(01).
           03  RMD-DT-EMISSAO        PIC 9(06).
           03  RMD-INSTRUCAO-1       PIC 9(02).
           03  RMD-INSTRUCAO-2       PIC 9(02).
           03  RMD-JUROS-DIA         PIC 9(13).
           03  RMD-DT-DESCONTO       PIC 9(06).
           03  RMD-VL-DESCONTO       PIC 9(13).
           03  RMD-VL-IOF            PIC 9(13).
           03  RMD-VL-ABATIMENTO     PIC 9(13).
           03  RMD-TP-INSCR-SACADO   PIC 9(02).
           03  RMD-DOC-SACADO        PIC 9(14).
           03  RMD-NM-SACADO         PIC X(40).
           03  RMD-ENDERECO          PIC X(40).
           03  RMD-BAIRRO            PIC X(12).
           03  RMD-CEP               PIC X(08).
           03  RMD-CIDADE            PIC X(15).
           03  RMD-UF                PIC X(02).
           03  RMD-PC-MULTA          PIC 9(02)V99.
           03  RMD-MENSAGEM          PIC X(40).
           03  FILLER                PIC X(39).
           03  RMD-SEQUENCIAL        PIC 9(06).
       01  REG-REM-TRAILER.
           03  RMT-TIPO              PIC X(01).
           03  RMT-QT-TITULOS        PIC 9(06).
           03  RMT-VL-TOTAL          PIC 9(13).
           03  FILLER                PIC X(374).
           03  RMT-SEQUENCIAL        PIC 9(06).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-BOLCONV==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-BOLETO==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-CREDIARIO==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-CLIENTE==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-CREDPAR==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-MENSALID==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-ESTUDDOC==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-CADDOC==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-REMESSA==.

       77 WRK-OPCAO                 PIC 9(01)       VALUE 1.
           88  WRK-OPC-REMESSA                      VALUE 1.
           88  WRK-OPC-CONVENIO                     VALUE 2.
       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-DATA-SISTEMA          PIC 9(08)       VALUE ZEROS.
       77 WRK-DT-LIMITE             PIC 9(08)       VALUE ZEROS.
       77 WRK-NOME-REMESSA          PIC X(30)       VALUE SPACES.
       77 WRK-PC-MULTA              PIC 9(02)V99    VALUE 2,00.
       77 WRK-PC-JUROS-DIA          PIC 9(01)V9999  VALUE 0,0333.
       77 WRK-CREDIARIO-ABERTO      PIC X(02)       VALUE SPACES.
           88  WRK-CREDIARIO-OK                     VALUE '00'.
       77 WRK-CLIENTE-ABERTO        PIC X(02)       VALUE SPACES.
           88  WRK-CLIENTE-OK                       VALUE '00'.
       77 WRK-MENSALID-ABERTO       PIC X(02)       VALUE SPACES.
           88  WRK-MENSALID-OK                      VALUE '00'.
       77 WRK-ESTUDDOC-ABERTO       PIC X(02)       VALUE SPACES.
           88  WRK-ESTUDDOC-OK                      VALUE '00'.
       77 WRK-CADDOC-ABERTO         PIC X(02)       VALUE SPACES.
           88  WRK-CADDOC-OK                        VALUE '00'.
       77 WRK-BOLETO-NOVO           PIC X(01)       VALUE 'N'.
           88  WRK-E-BOLETO-NOVO                    VALUE 'S'.
       77 WRK-CONVENIO-NOVO         PIC X(01)       VALUE 'N'.
           88  WRK-E-CONVENIO-NOVO                  VALUE 'S'.
       77 WRK-BOL-REFERENCIA        PIC X(22)       VALUE SPACES.
       77 WRK-SEQUENCIAL            PIC 9(06)       VALUE ZEROS.
       77 WRK-CT-TITULOS            PIC 9(06)       VALUE ZEROS.
       77 WRK-CT-CREDIARIO          PIC 9(06)       VALUE ZEROS.
       77 WRK-CT-MENSALIDADE        PIC 9(06)       VALUE ZEROS.
       77 WRK-CT-REENVIADOS         PIC 9(06)       VALUE ZEROS.
       77 WRK-CT-JA-ENVIADOS        PIC 9(06)       VALUE ZEROS.
       77 WRK-CT-VENCIDAS           PIC 9(06)       VALUE ZEROS.
       77 WRK-VL-TOTAL              PIC 9(13)       VALUE ZEROS.
       77 WRK-VALOR-EDIT            PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-NOVO-BANCO            PIC 9(03)       VALUE ZEROS.
       77 WRK-NOVO-NM-BANCO         PIC X(15)       VALUE SPACES.
       77 WRK-NOVA-AGENCIA          PIC 9(04)       VALUE ZEROS.
       77 WRK-NOVA-CONTA            PIC 9(08)       VALUE ZEROS.
       77 WRK-NOVO-DAC              PIC X(01)       VALUE SPACES.
       77 WRK-NOVA-CARTEIRA         PIC 9(03)       VALUE ZEROS.
       77 WRK-NOVO-CD-EMPRESA       PIC X(20)       VALUE SPACES.
       77 WRK-NOVO-NM-EMPRESA       PIC X(30)       VALUE SPACES.
       77 WRK-NOVO-CNPJ             PIC 9(14)       VALUE ZEROS.

      **** DATA AAAAMMDD DO SISTEMA E A MESMA DATA NO FORMATO DDMMAA
      **** DO CNAB.
       01  WRK-DT-CONVERTE          PIC 9(08)       VALUE ZEROS.
       01  WRK-DT-CONVERTE-R REDEFINES WRK-DT-CONVERTE.
           03  WRK-CNV-SECULO       PIC 9(02).
           03  WRK-CNV-ANO          PIC 9(02).
           03  WRK-CNV-MES          PIC 9(02).
           03  WRK-CNV-DIA          PIC 9(02).
       01  WRK-DT-DDMMAA.
           03  WRK-DDMMAA-DIA       PIC 9(02).
           03  WRK-DDMMAA-MES       PIC 9(02).
           03  WRK-DDMMAA-ANO       PIC 9(02).
       01  WRK-DT-DDMMAA-N REDEFINES WRK-DT-DDMMAA
                                    PIC 9(06).
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY "1-GERAR REMESSA  2-DADOS DO CONVENIO: "
           ACCEPT WRK-OPCAO
           IF WRK-OPC-CONVENIO
               PERFORM 0500-CONFIGURA-CONVENIO
               STOP RUN
           END-IF
           DISPLAY "VENCIMENTO ATE AAAAMMDD (ZEROS = TODOS): "
           ACCEPT WRK-DT-LIMITE
           PERFORM 0100-ABRE-ARQUIVOS
           PERFORM 0200-REMESSA-CREDIARIO
           PERFORM 0300-REMESSA-MENSALIDADE
           PERFORM 0400-FECHA-ARQUIVOS
           STOP RUN.

       0100-ABRE-ARQUIVOS          SECTION.
           OPEN I-O BOLCONV
           IF WRK-FS-BOLCONV EQUAL '35'
               DISPLAY "CONVENIO DE COBRANCA NAO CADASTRADO. RODE A "
                       "OPCAO 2 ANTES DA PRIMEIRA REMESSA."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT FS-OK IN WRK-FS-BOLCONV
               DISPLAY "ERRO AO ABRIR O ARQUIVO BOLCONV. FS="
                       WRK-FS-BOLCONV
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGREMB  '
                    'BOLCONV   ' WRK-FS-BOLCONV
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO BCV-CONVENIO
           READ BOLCONV
               INVALID KEY
                   DISPLAY "CONVENIO DE COBRANCA NAO CADASTRADO. RODE "
                           "A OPCAO 2 ANTES DA PRIMEIRA REMESSA."
                   CLOSE BOLCONV
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ

           OPEN I-O BOLETO
           IF WRK-FS-BOLETO EQUAL '35'
               CLOSE BOLETO
               OPEN OUTPUT BOLETO
               CLOSE BOLETO
               OPEN I-O BOLETO
           END-IF
           IF NOT FS-OK IN WRK-FS-BOLETO
               DISPLAY "ERRO AO ABRIR O ARQUIVO BOLETO. FS="
                       WRK-FS-BOLETO
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGREMB  '
                    'BOLETO    ' WRK-FS-BOLETO
               CLOSE BOLCONV
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      **** AS DUAS ORIGENS SAO OPCIONAIS: LOJA SEM CREDIARIO OU
      **** SEM ESCOLA SO NAO GERA TITULO DAQUELA ORIGEM.
           OPEN INPUT CREDIARIO
           MOVE WRK-FS-CREDIARIO TO WRK-CREDIARIO-ABERTO
           IF NOT WRK-CREDIARIO-OK
              AND WRK-FS-CREDIARIO NOT EQUAL '35'
               DISPLAY "AVISO: CREDIARIO NAO ABRIU. FS="
                       WRK-FS-CREDIARIO
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGREMB  '
                    'CREDIARIO ' WRK-FS-CREDIARIO
           END-IF
           OPEN INPUT CLIENTE
           MOVE WRK-FS-CLIENTE TO WRK-CLIENTE-ABERTO
           OPEN INPUT MENSALID
           MOVE WRK-FS-MENSALID TO WRK-MENSALID-ABERTO
           IF NOT WRK-MENSALID-OK
              AND WRK-FS-MENSALID NOT EQUAL '35'
               DISPLAY "AVISO: MENSALID NAO ABRIU. FS="
                       WRK-FS-MENSALID
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGREMB  '
                    'MENSALID  ' WRK-FS-MENSALID
           END-IF
           OPEN INPUT ESTUDDOC
           MOVE WRK-FS-ESTUDDOC TO WRK-ESTUDDOC-ABERTO
           OPEN INPUT CADDOC
           MOVE WRK-FS-CADDOC TO WRK-CADDOC-ABERTO
           PERFORM 0110-CARREGA-ENCARGOS

      **** O NUMERO DA REMESSA E GRAVADO NO CONVENIO ANTES DE GERAR O
      **** ARQUIVO: UMA REMESSA INTERROMPIDA NUNCA REPETE O NUMERO.
           ADD 1 TO BCV-ULT-REMESSA
           REWRITE REG-BOLCONV
           MOVE SPACES TO WRK-NOME-REMESSA
           STRING "REMESSA-"       DELIMITED BY SIZE
                  BCV-ULT-REMESSA  DELIMITED BY SIZE
                  ".REM"           DELIMITED BY SIZE
               INTO WRK-NOME-REMESSA
           END-STRING
           OPEN OUTPUT REMESSA
           IF NOT FS-OK IN WRK-FS-REMESSA
               DISPLAY "ERRO AO CRIAR O ARQUIVO " WRK-NOME-REMESSA
                       " FS=" WRK-FS-REMESSA
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGREMB  '
                    'REMESSA   ' WRK-FS-REMESSA
               CLOSE BOLCONV
               CLOSE BOLETO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WRK-DATA-SISTEMA TO WRK-DT-CONVERTE
           PERFORM 0120-CONVERTE-DDMMAA
           MOVE SPACES            TO REG-REM-HEADER
           MOVE '0'               TO RMH-TIPO
           MOVE '1'               TO RMH-OPERACAO
           MOVE "REMESSA"         TO RMH-LITERAL
           MOVE 1                 TO RMH-CD-SERVICO
           MOVE "COBRANCA"        TO RMH-LIT-SERVICO
           MOVE BCV-CD-EMPRESA    TO RMH-CD-EMPRESA
           MOVE BCV-NM-EMPRESA    TO RMH-NM-EMPRESA
           MOVE BCV-BANCO         TO RMH-BANCO
           MOVE BCV-NM-BANCO      TO RMH-NM-BANCO
           MOVE WRK-DT-DDMMAA-N   TO RMH-DT-GRAVACAO
           MOVE "MX"              TO RMH-ID-SISTEMA
           MOVE BCV-ULT-REMESSA   TO RMH-NR-REMESSA
           ADD 1 TO WRK-SEQUENCIAL
           MOVE WRK-SEQUENCIAL    TO RMH-SEQUENCIAL
           WRITE REG-REM-HEADER
       .
       0110-CARREGA-ENCARGOS       SECTION.
      **** MULTA E JUROS DO CREDIARIO VAO NO TITULO PARA O BANCO
      **** COBRAR O MESMO QUE O BALCAO. SEM O CREDPAR.DAT FICAM OS
      **** VALUE DO FONTE, OS MESMOS DO PROGCRED.
           OPEN INPUT CREDPAR
           IF FS-OK IN WRK-FS-CREDPAR
               READ CREDPAR
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PAR-PC-MULTA NUMERIC
                          AND PAR-PC-JUROS-DIA NUMERIC
                           MOVE PAR-PC-MULTA      TO WRK-PC-MULTA
                           MOVE PAR-PC-JUROS-DIA  TO WRK-PC-JUROS-DIA
                       END-IF
               END-READ
               CLOSE CREDPAR
           END-IF
       .
       0120-CONVERTE-DDMMAA        SECTION.
           MOVE WRK-CNV-DIA TO WRK-DDMMAA-DIA
           MOVE WRK-CNV-MES TO WRK-DDMMAA-MES
           MOVE WRK-CNV-ANO TO WRK-DDMMAA-ANO
       .
       0200-REMESSA-CREDIARIO      SECTION.
           IF NOT WRK-CREDIARIO-OK
               GO TO 0200-FIM
           END-IF
           MOVE SPACE TO WRK-EOF
           MOVE LOW-VALUES TO CRD-CHAVE
           START CREDIARIO KEY IS NOT LESS THAN CRD-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ CREDIARIO NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF CRD-STATUS EQUAL 'A'
                           PERFORM 0210-TITULO-CREDIARIO
                       END-IF
               END-READ
           END-PERFORM
       0200-FIM.
           EXIT.
       0210-TITULO-CREDIARIO       SECTION.
           IF WRK-DT-LIMITE > ZEROS
              AND CRD-DT-VENCIMENTO > WRK-DT-LIMITE
               GO TO 0210-FIM
           END-IF
           MOVE 'C'       TO BOL-ORIGEM
           MOVE CRD-CHAVE TO BOL-CHAVE-ORIGEM
           PERFORM 0250-LOCALIZA-BOLETO
           IF NOT WRK-E-BOLETO-NOVO AND NOT BOL-REJEITADO
               ADD 1 TO WRK-CT-JA-ENVIADOS
               GO TO 0210-FIM
           END-IF
           IF CRD-DT-VENCIMENTO < WRK-DATA-SISTEMA
               ADD 1 TO WRK-CT-VENCIDAS
               GO TO 0210-FIM
           END-IF

           MOVE SPACES TO REG-REM-TITULO
           MOVE SPACES TO BOL-SACADO
           MOVE "(CLIENTE SEM CADASTRO)" TO RMD-NM-SACADO
           MOVE ZEROS  TO RMD-DOC-SACADO
           MOVE 1      TO RMD-TP-INSCR-SACADO
           IF WRK-CLIENTE-OK
               MOVE CRD-CLIENTE TO CD-CLIENTE
               READ CLIENTE
                   NOT INVALID KEY
                       MOVE NM-CLIENTE   TO RMD-NM-SACADO
                       MOVE NR-DOCUMENTO TO RMD-DOC-SACADO
                       IF TP-DOCUMENTO EQUAL 'J'
                           MOVE 2 TO RMD-TP-INSCR-SACADO
                       END-IF
                       MOVE NM-ENDERECO  TO RMD-ENDERECO
                       MOVE DS-CEP       TO RMD-CEP
                       MOVE NM-CIDADE    TO RMD-CIDADE
                       MOVE UF-CLIENTE   TO RMD-UF
               END-READ
           END-IF
           MOVE RMD-NM-SACADO     TO BOL-SACADO
           MOVE CRD-VALOR         TO BOL-VALOR
           MOVE CRD-DT-VENCIMENTO TO BOL-DT-VENCIMENTO
           MOVE 1                 TO RMD-ESPECIE
           COMPUTE RMD-JUROS-DIA ROUNDED =
               CRD-VALOR * WRK-PC-JUROS-DIA / 100
           MOVE WRK-PC-MULTA      TO RMD-PC-MULTA
           MOVE SPACES            TO RMD-MENSAGEM
           STRING "CREDIARIO VENDA "  DELIMITED BY SIZE
                  CRD-VND-ID          DELIMITED BY SIZE
                  " PARC "            DELIMITED BY SIZE
                  CRD-PARCELA         DELIMITED BY SIZE
               INTO RMD-MENSAGEM
           END-STRING
           PERFORM 0260-GRAVA-TITULO
           ADD 1 TO WRK-CT-CREDIARIO
       0210-FIM.
           EXIT.
       0250-LOCALIZA-BOLETO        SECTION.
      **** UM SO BOLETO POR PARCELA, PELA CHAVE ALTERNATIVA. SE NAO
      **** EXISTE, O REGISTRO FICA PRONTO PARA O WRITE COM A
      **** REFERENCIA JA MONTADA PELO CHAMADOR.
           MOVE 'N' TO WRK-BOLETO-NOVO
           MOVE BOL-REFERENCIA TO WRK-BOL-REFERENCIA
           READ BOLETO KEY IS BOL-REFERENCIA
               INVALID KEY
                   MOVE 'S' TO WRK-BOLETO-NOVO
                   MOVE SPACES TO REG-BOLETO
                   MOVE WRK-BOL-REFERENCIA TO BOL-REFERENCIA
           END-READ
       .
       0260-GRAVA-TITULO           SECTION.
      **** NOSSO NUMERO NOVO SAI DO CONVENIO, REGRAVADO NA HORA
      **** (MESMA IDEIA DO NUMCUPOM.DAT DO PROGVEND); O REJEITADO
      **** VOLTA COM O NUMERO QUE JA TINHA.
           IF WRK-E-BOLETO-NOVO
               ADD 1 TO BCV-ULT-NOSSO-NUMERO
               REWRITE REG-BOLCONV
               MOVE BCV-ULT-NOSSO-NUMERO TO BOL-NOSSO-NUMERO
           ELSE
               ADD 1 TO WRK-CT-REENVIADOS
           END-IF
           MOVE BCV-ULT-REMESSA  TO BOL-NR-REMESSA
           MOVE WRK-DATA-SISTEMA TO BOL-DT-REMESSA
           MOVE 'E'              TO BOL-STATUS
           MOVE ZEROS            TO BOL-CD-OCORRENCIA
           MOVE ZEROS            TO BOL-DT-OCORRENCIA
           MOVE ZEROS            TO BOL-DT-PAGAMENTO
           MOVE ZEROS            TO BOL-VLR-PAGO
           MOVE ZEROS            TO BOL-VLR-ENCARGOS
           IF WRK-E-BOLETO-NOVO
               WRITE REG-BOLETO
                   INVALID KEY
                       DISPLAY "NOSSO NUMERO " BOL-NOSSO-NUMERO
                               " JA EXISTE NO BOLETO.DAT. CONFIRA "
                               "O CONVENIO."
                       CALL 'SUBERRLOG' USING BY CONTENT
                            'PROGREMB  ' 'BOLETO    ' WRK-FS-BOLETO
                       MOVE 8 TO RETURN-CODE
                       GO TO 0260-FIM
               END-WRITE
           ELSE
               REWRITE REG-BOLETO
           END-IF

           MOVE '1'                  TO RMD-TIPO
           MOVE 2                    TO RMD-TP-INSCR-EMPRESA
           MOVE BCV-CNPJ             TO RMD-CNPJ-EMPRESA
           MOVE BCV-AGENCIA          TO RMD-AGENCIA
           MOVE BCV-CONTA            TO RMD-CONTA
           MOVE BCV-DAC              TO RMD-DAC
           MOVE BCV-CARTEIRA         TO RMD-CARTEIRA
           MOVE BOL-REFERENCIA       TO RMD-USO-EMPRESA
           MOVE BOL-NOSSO-NUMERO     TO RMD-NOSSO-NUMERO
           MOVE 1                    TO RMD-CD-OCORRENCIA
           MOVE BOL-NOSSO-NUMERO     TO RMD-SEU-NUMERO
           MOVE BOL-DT-VENCIMENTO    TO WRK-DT-CONVERTE
           PERFORM 0120-CONVERTE-DDMMAA
           MOVE WRK-DT-DDMMAA-N      TO RMD-DT-VENCIMENTO
           MOVE BOL-VALOR            TO RMD-VALOR
           MOVE ZEROS                TO RMD-BANCO-COBRADOR
           MOVE ZEROS                TO RMD-AGENCIA-COBRADORA
           MOVE 'N'                  TO RMD-ACEITE
           MOVE WRK-DATA-SISTEMA     TO WRK-DT-CONVERTE
           PERFORM 0120-CONVERTE-DDMMAA
           MOVE WRK-DT-DDMMAA-N      TO RMD-DT-EMISSAO
           MOVE ZEROS                TO RMD-INSTRUCAO-1
           MOVE ZEROS                TO RMD-INSTRUCAO-2
           MOVE ZEROS                TO RMD-DT-DESCONTO
           MOVE ZEROS                TO RMD-VL-DESCONTO
           MOVE ZEROS                TO RMD-VL-IOF
           MOVE ZEROS                TO RMD-VL-ABATIMENTO
           ADD 1 TO WRK-SEQUENCIAL
           MOVE WRK-SEQUENCIAL       TO RMD-SEQUENCIAL
           WRITE REG-REM-TITULO
           ADD 1 TO WRK-CT-TITULOS
           ADD BOL-VALOR TO WRK-VL-TOTAL
       0260-FIM.
           EXIT.
       0300-REMESSA-MENSALIDADE    SECTION.
           IF NOT WRK-MENSALID-OK
               GO TO 0300-FIM
           END-IF
           MOVE SPACE TO WRK-EOF
           MOVE LOW-VALUES TO MEN-CHAVE
           START MENSALID KEY IS NOT LESS THAN MEN-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ MENSALID NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF MEN-STATUS EQUAL 'A'
                           PERFORM 0310-TITULO-MENSALIDADE
                       END-IF
               END-READ
           END-PERFORM
       0300-FIM.
           EXIT.
       0310-TITULO-MENSALIDADE     SECTION.
           IF WRK-DT-LIMITE > ZEROS
              AND MEN-DT-VENCIMENTO > WRK-DT-LIMITE
               GO TO 0310-FIM
           END-IF
           MOVE 'M'       TO BOL-ORIGEM
           MOVE SPACES    TO BOL-CHAVE-ORIGEM
           MOVE MEN-ESTUDANTE TO BOL-MEN-ESTUDANTE
           MOVE MEN-MES       TO BOL-MEN-MES
           PERFORM 0250-LOCALIZA-BOLETO
           IF NOT WRK-E-BOLETO-NOVO AND NOT BOL-REJEITADO
               ADD 1 TO WRK-CT-JA-ENVIADOS
               GO TO 0310-FIM
           END-IF
           IF MEN-DT-VENCIMENTO < WRK-DATA-SISTEMA
               ADD 1 TO WRK-CT-VENCIDAS
               GO TO 0310-FIM
           END-IF

      **** O SACADO E O RESPONSAVEL JA RESOLVIDO NA GERACAO DO MES
      **** PELO PGM00031; O DOCUMENTO E O CPF DO RESPONSAVEL
      **** FINANCEIRO OU, SEM ELE, VEM DO VINCULO ESTUDDOC/CADDOC.
           MOVE SPACES TO REG-REM-TITULO
           MOVE MEN-RESPONSAVEL TO RMD-NM-SACADO
           MOVE ZEROS  TO RMD-DOC-SACADO
           MOVE 1      TO RMD-TP-INSCR-SACADO
           IF MEN-CPF-RESPONSAVEL > ZEROS
               MOVE MEN-CPF-RESPONSAVEL TO RMD-DOC-SACADO
           END-IF
           IF WRK-ESTUDDOC-OK AND MEN-CPF-RESPONSAVEL EQUAL ZEROS
               MOVE MEN-ESTUDANTE TO CD-EST-VINCULO
               READ ESTUDDOC
                   NOT INVALID KEY
                       MOVE NR-DOC-VINCULO TO RMD-DOC-SACADO
                       IF WRK-CADDOC-OK
                           MOVE NR-DOC-VINCULO TO NR-DOC-CADDOC
                           READ CADDOC
                               NOT INVALID KEY
                                   IF TP-DOC-CADDOC EQUAL 'J'
                                       MOVE 2 TO RMD-TP-INSCR-SACADO
                                   END-IF
                           END-READ
                       END-IF
               END-READ
           END-IF
           MOVE MEN-RESPONSAVEL   TO BOL-SACADO
           MOVE MEN-VALOR         TO BOL-VALOR
           MOVE MEN-DT-VENCIMENTO TO BOL-DT-VENCIMENTO
           MOVE 99                TO RMD-ESPECIE
           MOVE ZEROS             TO RMD-JUROS-DIA
           MOVE ZEROS             TO RMD-PC-MULTA
           MOVE SPACES            TO RMD-MENSAGEM
           STRING "MENSALIDADE ALUNO " DELIMITED BY SIZE
                  MEN-ESTUDANTE        DELIMITED BY SIZE
                  " MES "              DELIMITED BY SIZE
                  MEN-MES              DELIMITED BY SIZE
               INTO RMD-MENSAGEM
           END-STRING
           PERFORM 0260-GRAVA-TITULO
           ADD 1 TO WRK-CT-MENSALIDADE
       0310-FIM.
           EXIT.
       0400-FECHA-ARQUIVOS         SECTION.
           MOVE SPACES            TO REG-REM-TRAILER
           MOVE '9'               TO RMT-TIPO
           MOVE WRK-CT-TITULOS    TO RMT-QT-TITULOS
           MOVE WRK-VL-TOTAL      TO RMT-VL-TOTAL
           ADD 1 TO WRK-SEQUENCIAL
           MOVE WRK-SEQUENCIAL    TO RMT-SEQUENCIAL
           WRITE REG-REM-TRAILER

           MOVE WRK-DATA-SISTEMA TO BCV-DT-ALTERACAO
           REWRITE REG-BOLCONV
           CLOSE REMESSA
           CLOSE BOLCONV
           CLOSE BOLETO
           IF WRK-CREDIARIO-OK
               CLOSE CREDIARIO
           END-IF
           IF WRK-CLIENTE-OK
               CLOSE CLIENTE
           END-IF
           IF WRK-MENSALID-OK
               CLOSE MENSALID
           END-IF
           IF WRK-ESTUDDOC-OK
               CLOSE ESTUDDOC
           END-IF
           IF WRK-CADDOC-OK
               CLOSE CADDOC
           END-IF

           MOVE WRK-VL-TOTAL TO WRK-VALOR-EDIT
           DISPLAY "REMESSA " BCV-ULT-REMESSA " GRAVADA EM "
                   WRK-NOME-REMESSA
           DISPLAY "TITULOS.............: " WRK-CT-TITULOS
                   "  VALOR: " WRK-VALOR-EDIT
           DISPLAY "  CREDIARIO.........: " WRK-CT-CREDIARIO
           DISPLAY "  MENSALIDADES......: " WRK-CT-MENSALIDADE
           DISPLAY "  REENVIO DE REJEITADOS: " WRK-CT-REENVIADOS
           DISPLAY "JA ENVIADOS ANTES...: " WRK-CT-JA-ENVIADOS
           DISPLAY "VENCIDAS SEM BOLETO (BALCAO): " WRK-CT-VENCIDAS
           IF WRK-CT-TITULOS EQUAL ZEROS
               DISPLAY "NENHUM TITULO NOVO NESTA REMESSA."
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
       .
       0500-CONFIGURA-CONVENIO     SECTION.
      **** CADASTRO DOS DADOS DO CONVENIO. A NUMERACAO (NOSSO NUMERO
      **** E REMESSA) CONTINUA DE ONDE ESTAVA; NUM CONVENIO NOVO O
      **** NOSSO NUMERO INICIAL E INFORMADO UMA VEZ.
           OPEN I-O BOLCONV
           IF WRK-FS-BOLCONV EQUAL '35'
               CLOSE BOLCONV
               OPEN OUTPUT BOLCONV
               CLOSE BOLCONV
               OPEN I-O BOLCONV
           END-IF
           IF NOT FS-OK IN WRK-FS-BOLCONV
               DISPLAY "ERRO AO ABRIR O ARQUIVO BOLCONV. FS="
                       WRK-FS-BOLCONV
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGREMB  '
                    'BOLCONV   ' WRK-FS-BOLCONV
               MOVE 16 TO RETURN-CODE
               GO TO 0500-FIM
           END-IF
           MOVE 'S' TO WRK-CONVENIO-NOVO
           MOVE 1 TO BCV-CONVENIO
           READ BOLCONV
               INVALID KEY
                   INITIALIZE REG-BOLCONV
                   MOVE 1 TO BCV-CONVENIO
               NOT INVALID KEY
                   MOVE 'N' TO WRK-CONVENIO-NOVO
                   DISPLAY "BANCO " BCV-BANCO " " BCV-NM-BANCO
                           " AG " BCV-AGENCIA " CC " BCV-CONTA
                           "-" BCV-DAC " CART " BCV-CARTEIRA
                   DISPLAY "ULTIMO NOSSO NUMERO: " BCV-ULT-NOSSO-NUMERO
                           "  ULTIMA REMESSA: " BCV-ULT-REMESSA
           END-READ

           DISPLAY "CODIGO DO BANCO (3 DIGITOS): "
           ACCEPT WRK-NOVO-BANCO
           DISPLAY "NOME DO BANCO: "
           ACCEPT WRK-NOVO-NM-BANCO
           DISPLAY "AGENCIA (4 DIGITOS): "
           ACCEPT WRK-NOVA-AGENCIA
           DISPLAY "CONTA (SEM O DIGITO): "
           ACCEPT WRK-NOVA-CONTA
           DISPLAY "DIGITO DA CONTA: "
           ACCEPT WRK-NOVO-DAC
           DISPLAY "CARTEIRA: "
           ACCEPT WRK-NOVA-CARTEIRA
           DISPLAY "CODIGO DA EMPRESA NO BANCO: "
           ACCEPT WRK-NOVO-CD-EMPRESA
           DISPLAY "NOME DA EMPRESA (CEDENTE): "
           ACCEPT WRK-NOVO-NM-EMPRESA
           DISPLAY "CNPJ DA EMPRESA: "
           ACCEPT WRK-NOVO-CNPJ
           MOVE WRK-NOVO-BANCO      TO BCV-BANCO
           MOVE WRK-NOVO-NM-BANCO   TO BCV-NM-BANCO
           MOVE WRK-NOVA-AGENCIA    TO BCV-AGENCIA
           MOVE WRK-NOVA-CONTA      TO BCV-CONTA
           MOVE WRK-NOVO-DAC        TO BCV-DAC
           MOVE WRK-NOVA-CARTEIRA   TO BCV-CARTEIRA
           MOVE WRK-NOVO-CD-EMPRESA TO BCV-CD-EMPRESA
           MOVE WRK-NOVO-NM-EMPRESA TO BCV-NM-EMPRESA
           MOVE WRK-NOVO-CNPJ       TO BCV-CNPJ
           MOVE WRK-DATA-SISTEMA    TO BCV-DT-ALTERACAO
           IF WRK-E-CONVENIO-NOVO
               DISPLAY "ULTIMO NOSSO NUMERO JA USADO NO BANCO "
                       "(ZEROS = CONVENIO NOVO): "
               ACCEPT BCV-ULT-NOSSO-NUMERO
               WRITE REG-BOLCONV
           ELSE
               REWRITE REG-BOLCONV
           END-IF
           IF FS-OK IN WRK-FS-BOLCONV
               DISPLAY "CONVENIO GRAVADO."
           ELSE
               DISPLAY "ERRO AO GRAVAR O CONVENIO. FS=" WRK-FS-BOLCONV
               MOVE 16 TO RETURN-CODE
           END-IF
           CLOSE BOLCONV
       0500-FIM.
           EXIT.
       END PROGRAM PROGREMB.
