       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRETB.
      *-----------------------------------------------------------------
      *== AUTOR: MARCIA GAMELEIRA
      *== OBJETIVO: LEITURA DO ARQUIVO DE RETORNO DA COBRANCA BANCARIA
      *==           (CNAB 400) DOS BOLETOS GERADOS PELO PROGREMB. PELO
      *==           NOSSO NUMERO ACHA O TITULO NO BOLETO.DAT (COPY
      *==           BOLETFD) E, NA LIQUIDACAO, BAIXA A COBRANCA DE
      *==           ORIGEM COM A DATA E O VALOR PAGOS: A PARCELA DO
      *==           CREDIARIO.DAT (COM O RECEBIMENTO NO CREDREC.DAT,
      *==           CANAL 'B') OU A MENSALIDADE DO MENSALID. ENTRADA
      *==           CONFIRMADA, REJEITADA E BAIXA SEM PAGAMENTO SO
      *==           ATUALIZAM O BOLETO. O RELATORIO DE EXCECOES
      *==           RELRETB.DAT LISTA O QUE NAO CASOU: NOSSO NUMERO
      *==           DESCONHECIDO, TITULO JA LIQUIDADO, PARCELA JA
      *==           RECEBIDA NO BALCAO OU RENEGOCIADA (PAGAMENTO EM
      *==           DUPLICIDADE A DEVOLVER), PAGO A MENOR, REJEICOES
      *==           E BAIXAS DO BANCO.
      *== DATA: 15/10/2026
      *== OBSERVACOES:
      *== 15/10/2026: MENSALID GANHA O CPF DO RESPONSAVEL FINANCEIRO
      *==             (MEN-CPF-RESPONSAVEL, GRAVADO PELO PGM00031).
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
           SELECT RETORNO ASSIGN TO DYNAMIC WRK-NOME-RETORNO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RETORNO.
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
           SELECT MENSALID ASSIGN TO "MENSALID"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS WRK-FS-MENSALID.
           SELECT CREDREC ASSIGN TO "CREDREC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CREDREC.
           SELECT RELRETB ASSIGN TO "RELRETB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELRETB.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
      **** CNAB 400 DE RETORNO: MESMO DESENHO DA REMESSA DO PROGREMB,
      **** COM A OCORRENCIA DO BANCO (02 ENTRADA CONFIRMADA, 03
      **** ENTRADA REJEITADA, 06/07/08/17 LIQUIDACAO, 09/10 BAIXA) E
      **** OS VALORES EFETIVAMENTE PAGOS.
       FD  RETORNO.
       01  REG-RET-HEADER.
           03  RTH-TIPO              PIC X(01).
           03  RTH-OPERACAO          PIC X(01).
           03  RTH-LITERAL           PIC X(07).
           03  RTH-CD-SERVICO        PIC 9(02).
           03  RTH-LIT-SERVICO       PIC X(15).
           03  RTH-CD-EMPRESA        PIC X(20).
           03  RTH-NM-EMPRESA        PIC X(30).
           03  RTH-BANCO             PIC 9(03).
           03  RTH-NM-BANCO          PIC X(15).
           03  RTH-DT-GRAVACAO       PIC 9(06).
           03  FILLER                PIC X(294).
           03  RTH-SEQUENCIAL        PIC 9(06).
       01  REG-RET-TITULO.
           03  RTD-TIPO              PIC X(01).
           03  RTD-TP-INSCR-EMPRESA  PIC 9(02).
           03  RTD-CNPJ-EMPRESA      PIC 9(14).
           03  RTD-AGENCIA           PIC 9(04).
           03  RTD-CONTA             PIC 9(08).
           03  RTD-DAC               PIC X(01).
           03  RTD-CARTEIRA          PIC 9(03).
           03  RTD-USO-EMPRESA       PIC X(25).
           03  RTD-NOSSO-NUMERO      PIC 9(10).
           03  RTD-CD-OCORRENCIA     PIC 9(02).
               88  RTD-ENTRADA-CONFIRMADA           VALUE 02.
               88  RTD-ENTRADA-REJEITADA            VALUE 03.
               88  RTD-LIQUIDACAO                   VALUE 06 07 08 17.
               88  RTD-BAIXA                        VALUE 09 10.
           03  RTD-DT-OCORRENCIA     PIC 9(06).
           03  RTD-SEU-NUMERO        PIC X(10).
           03  RTD-DT-VENCIMENTO     PIC 9(06).
           03  RTD-VL-TITULO         PIC 9(13).
           03  RTD-BANCO-COBRADOR    PIC 9(03).
           03  RTD-AGENCIA-COBRADORA PIC 9(05).
           03  RTD-VL-TARIFA         PIC 9(13).
           03  RTD-VL-ABATIMENTO     PIC 9(13).
           03  RTD-VL-DESCONTO       PIC 9(13).
           03  RTD-VL-PAGO           PIC 9(13).
           03  RTD-VL-JUROS          PIC 9(13).
           03  RTD-DT-CREDITO        PIC 9(06).
           03  RTD-CD-MOTIVO         PIC X(08).
           03  FILLER                PIC X(202).
           03  RTD-SEQUENCIAL        PIC 9(06).
       01  REG-RET-TRAILER.
           03  RTT-TIPO              PIC X(01).
           03  RTT-OPERACAO          PIC X(01).
           03  RTT-QT-TITULOS        PIC 9(08).
           03  RTT-VL-TOTAL          PIC 9(14).
           03  FILLER                PIC X(370).
           03  RTT-SEQUENCIAL        PIC 9(06).

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

       FD  CREDREC.
       01  REG-CREDREC.
           03  REC-DATA              PIC 9(08).
           03  FILLER                PIC X(01).
           03  REC-HORA              PIC X(06).
           03  FILLER                PIC X(01).
           03  REC-CLIENTE           PIC 9(05).
           03  FILLER                PIC X(01).
           03  REC-VND-ID            PIC X(14).
           03  FILLER                PIC X(01).
           03  REC-PARCELA           PIC 9(02).
           03  FILLER                PIC X(01).
           03  REC-DIAS-ATRASO       PIC 9(05).
           03  FILLER                PIC X(01).
           03  REC-PRINCIPAL         PIC 9(08).
           03  FILLER                PIC X(01).
           03  REC-MULTA             PIC 9(08).
           03  FILLER                PIC X(01).
           03  REC-JUROS             PIC 9(08).
           03  FILLER                PIC X(01).
           03  REC-TOTAL             PIC 9(08).
           03  FILLER                PIC X(01).
           03  REC-CANAL             PIC X(01).

       FD  RELRETB.
       01  REG-RELRETB               PIC X(132).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-RETORNO==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-BOLETO==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-CREDIARIO==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-MENSALID==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-CREDREC==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-RELRETB==.

       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-NOME-RETORNO          PIC X(30)       VALUE SPACES.
       77 WRK-DATA-SISTEMA          PIC 9(08)       VALUE ZEROS.
       77 WRK-HORA-SISTEMA          PIC 9(08)       VALUE ZEROS.
       77 WRK-CREDIARIO-ABERTO      PIC X(02)       VALUE SPACES.
           88  WRK-CREDIARIO-OK                     VALUE '00'.
       77 WRK-MENSALID-ABERTO       PIC X(02)       VALUE SPACES.
           88  WRK-MENSALID-OK                      VALUE '00'.
       77 WRK-CREDREC-ABERTO        PIC X(02)       VALUE SPACES.
           88  WRK-CREDREC-OK                       VALUE '00'.
       77 WRK-TEM-HEADER            PIC X(01)       VALUE 'N'.
           88  WRK-HEADER-LIDO                      VALUE 'S'.
       77 WRK-DT-PAGAMENTO          PIC 9(08)       VALUE ZEROS.
       77 WRK-VLR-PAGO              PIC 9(08)       VALUE ZEROS.
       77 WRK-VLR-JUROS             PIC 9(08)       VALUE ZEROS.
       77 WRK-VLR-MULTA             PIC 9(08)       VALUE ZEROS.
       77 WRK-DIAS-ATRASO           PIC S9(05)      VALUE ZEROS.
       77 WRK-MOTIVO                PIC X(60)       VALUE SPACES.
       77 WRK-CT-LIDOS              PIC 9(06)       VALUE ZEROS.
       77 WRK-CT-LIQUIDADOS         PIC 9(06)       VALUE ZEROS.
       77 WRK-CT-CONFIRMADOS        PIC 9(06)       VALUE ZEROS.
       77 WRK-CT-REJEITADOS         PIC 9(06)       VALUE ZEROS.
       77 WRK-CT-BAIXADOS           PIC 9(06)       VALUE ZEROS.
       77 WRK-CT-OUTRAS             PIC 9(06)       VALUE ZEROS.
       77 WRK-CT-EXCECOES           PIC 9(06)       VALUE ZEROS.
       77 WRK-VL-LIQUIDADO          PIC 9(12)       VALUE ZEROS.
       77 WRK-VALOR-EDIT            PIC ZZZ.ZZ9,99  VALUE ZEROS.
       77 WRK-PAGO-EDIT             PIC ZZZ.ZZ9,99  VALUE ZEROS.
       77 WRK-TOTAL-EDIT            PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

      **** DATA DDMMAA DO CNAB CONVERTIDA PARA AAAAMMDD.
       01  WRK-DT-DDMMAA-N          PIC 9(06)       VALUE ZEROS.
       01  WRK-DT-DDMMAA REDEFINES WRK-DT-DDMMAA-N.
           03  WRK-DDMMAA-DIA       PIC 9(02).
           03  WRK-DDMMAA-MES       PIC 9(02).
           03  WRK-DDMMAA-ANO       PIC 9(02).
       01  WRK-DT-CONVERTE          PIC 9(08)       VALUE ZEROS.
       01  WRK-DT-CONVERTE-R REDEFINES WRK-DT-CONVERTE.
           03  WRK-CNV-SECULO       PIC 9(02).
           03  WRK-CNV-ANO          PIC 9(02).
           03  WRK-CNV-MES          PIC 9(02).
           03  WRK-CNV-DIA          PIC 9(02).
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           DISPLAY "ARQUIVO DE RETORNO DO BANCO (ENTER = RETORNO.RET): "
           ACCEPT WRK-NOME-RETORNO
           IF WRK-NOME-RETORNO EQUAL SPACES
               MOVE "RETORNO.RET" TO WRK-NOME-RETORNO
           END-IF
           PERFORM 0100-ABRE-ARQUIVOS
           PERFORM 0200-LE-RETORNO
           PERFORM 0400-FECHA-ARQUIVOS
           STOP RUN.

       0100-ABRE-ARQUIVOS          SECTION.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           OPEN INPUT RETORNO
           IF WRK-FS-RETORNO EQUAL '35'
               DISPLAY "ARQUIVO DE RETORNO " WRK-NOME-RETORNO
                       " NAO ENCONTRADO."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT FS-OK IN WRK-FS-RETORNO
               DISPLAY "ERRO AO ABRIR O RETORNO. FS=" WRK-FS-RETORNO
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGRETB  '
                    'RETORNO   ' WRK-FS-RETORNO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O BOLETO
           IF NOT FS-OK IN WRK-FS-BOLETO
               DISPLAY "ERRO AO ABRIR O ARQUIVO BOLETO. FS="
                       WRK-FS-BOLETO
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGRETB  '
                    'BOLETO    ' WRK-FS-BOLETO
               CLOSE RETORNO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O CREDIARIO
           MOVE WRK-FS-CREDIARIO TO WRK-CREDIARIO-ABERTO
           OPEN I-O MENSALID
           MOVE WRK-FS-MENSALID TO WRK-MENSALID-ABERTO
           OPEN EXTEND CREDREC
           IF WRK-FS-CREDREC EQUAL '35'
               CLOSE CREDREC
               OPEN OUTPUT CREDREC
           END-IF
           MOVE WRK-FS-CREDREC TO WRK-CREDREC-ABERTO
           IF NOT WRK-CREDREC-OK
               DISPLAY "AVISO: CREDREC NAO ABRIU. FS=" WRK-FS-CREDREC
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGRETB  '
                    'CREDREC   ' WRK-FS-CREDREC
           END-IF

           OPEN OUTPUT RELRETB
           IF NOT FS-OK IN WRK-FS-RELRETB
               DISPLAY "ERRO AO ABRIR O ARQUIVO RELRETB. FS="
                       WRK-FS-RELRETB
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGRETB  '
                    'RELRETB   ' WRK-FS-RELRETB
               MOVE 16 TO RETURN-CODE
               PERFORM 0410-FECHA-DADOS
               STOP RUN
           END-IF

           MOVE "============================================"
               TO REG-RELRETB
           WRITE REG-RELRETB
           MOVE SPACES TO REG-RELRETB
           STRING "RETORNO DA COBRANCA BANCARIA - EXCECOES - "
                                    DELIMITED BY SIZE
                  WRK-DATA-SISTEMA  DELIMITED BY SIZE
               INTO REG-RELRETB
           WRITE REG-RELRETB
           MOVE SPACES TO REG-RELRETB
           STRING "ARQUIVO: "       DELIMITED BY SIZE
                  WRK-NOME-RETORNO  DELIMITED BY SIZE
               INTO REG-RELRETB
           WRITE REG-RELRETB
           MOVE "============================================"
               TO REG-RELRETB
           WRITE REG-RELRETB
       .
       0200-LE-RETORNO             SECTION.
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ RETORNO
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       EVALUATE RTD-TIPO
                           WHEN '0'
                               PERFORM 0205-CONFERE-HEADER
                           WHEN '1'
                               ADD 1 TO WRK-CT-LIDOS
                               PERFORM 0210-PROCESSA-TITULO
                           WHEN '9'
                               PERFORM 0290-CONFERE-TRAILER
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF NOT WRK-HEADER-LIDO
               MOVE "ARQUIVO SEM HEADER DE RETORNO" TO WRK-MOTIVO
               PERFORM 0280-GRAVA-EXCECAO-ARQUIVO
           END-IF
       .
       0205-CONFERE-HEADER         SECTION.
      **** SO ARQUIVO DE RETORNO DE COBRANCA: UMA REMESSA OU OUTRO
      **** SERVICO PASSADO POR ENGANO PARA A LEITURA AQUI.
           IF RTH-OPERACAO NOT EQUAL '2'
              OR RTH-LITERAL NOT EQUAL "RETORNO"
               DISPLAY "O ARQUIVO " WRK-NOME-RETORNO
                       " NAO E UM RETORNO DE COBRANCA."
               MOVE "HEADER NAO E DE RETORNO DE COBRANCA" TO WRK-MOTIVO
               PERFORM 0280-GRAVA-EXCECAO-ARQUIVO
               MOVE 16 TO RETURN-CODE
               PERFORM 0410-FECHA-DADOS
               CLOSE RELRETB
               STOP RUN
           END-IF
           MOVE 'S' TO WRK-TEM-HEADER
       .
       0210-PROCESSA-TITULO        SECTION.
           MOVE RTD-NOSSO-NUMERO TO BOL-NOSSO-NUMERO
           READ BOLETO
               INVALID KEY
                   MOVE "NOSSO NUMERO NAO ENCONTRADO NO BOLETO.DAT"
                       TO WRK-MOTIVO
                   PERFORM 0270-GRAVA-EXCECAO
                   GO TO 0210-FIM
           END-READ

           MOVE RTD-DT-OCORRENCIA TO WRK-DT-DDMMAA-N
           PERFORM 0260-CONVERTE-AAAAMMDD
           MOVE WRK-DT-CONVERTE TO WRK-DT-PAGAMENTO
           IF WRK-DT-PAGAMENTO EQUAL ZEROS
               MOVE WRK-DATA-SISTEMA TO WRK-DT-PAGAMENTO
           END-IF

           EVALUATE TRUE
               WHEN RTD-ENTRADA-CONFIRMADA
                   ADD 1 TO WRK-CT-CONFIRMADOS
                   IF BOL-ENVIADO OR BOL-REJEITADO
                       MOVE 'C' TO BOL-STATUS
                   END-IF
               WHEN RTD-ENTRADA-REJEITADA
                   ADD 1 TO WRK-CT-REJEITADOS
                   IF NOT BOL-LIQUIDADO
                       MOVE 'J' TO BOL-STATUS
                   END-IF
                   MOVE SPACES TO WRK-MOTIVO
                   STRING "ENTRADA REJEITADA PELO BANCO, MOTIVO "
                                            DELIMITED BY SIZE
                          RTD-CD-MOTIVO     DELIMITED BY SIZE
                          " (VAI NA PROXIMA REMESSA)"
                                            DELIMITED BY SIZE
                       INTO WRK-MOTIVO
                   END-STRING
                   PERFORM 0270-GRAVA-EXCECAO
               WHEN RTD-LIQUIDACAO
                   PERFORM 0220-LIQUIDA-TITULO
                   GO TO 0210-FIM
               WHEN RTD-BAIXA
                   ADD 1 TO WRK-CT-BAIXADOS
                   IF NOT BOL-LIQUIDADO
                       MOVE 'B' TO BOL-STATUS
                   END-IF
                   MOVE "BAIXADO PELO BANCO SEM PAGAMENTO - BALCAO"
                       TO WRK-MOTIVO
                   PERFORM 0270-GRAVA-EXCECAO
               WHEN OTHER
                   ADD 1 TO WRK-CT-OUTRAS
           END-EVALUATE
           MOVE RTD-CD-OCORRENCIA TO BOL-CD-OCORRENCIA
           MOVE WRK-DT-PAGAMENTO  TO BOL-DT-OCORRENCIA
           REWRITE REG-BOLETO
       0210-FIM.
           EXIT.
       0220-LIQUIDA-TITULO         SECTION.
      **** O BOLETO JA LIQUIDADO NAO E TOCADO DE NOVO: RETORNO LIDO
      **** DUAS VEZES NAO BAIXA NEM GRAVA RECEBIMENTO EM DOBRO.
           IF BOL-LIQUIDADO
               MOVE SPACES TO WRK-MOTIVO
               STRING "TITULO JA LIQUIDADO EM "  DELIMITED BY SIZE
                      BOL-DT-PAGAMENTO           DELIMITED BY SIZE
                      " (RETORNO REPETIDO?)"     DELIMITED BY SIZE
                   INTO WRK-MOTIVO
               END-STRING
               PERFORM 0270-GRAVA-EXCECAO
               GO TO 0220-FIM
           END-IF

           ADD 1 TO WRK-CT-LIQUIDADOS
           MOVE RTD-VL-PAGO  TO WRK-VLR-PAGO
           MOVE RTD-VL-JUROS TO WRK-VLR-JUROS
           ADD WRK-VLR-PAGO  TO WRK-VL-LIQUIDADO
           MOVE 'L'               TO BOL-STATUS
           MOVE RTD-CD-OCORRENCIA TO BOL-CD-OCORRENCIA
           MOVE WRK-DT-PAGAMENTO  TO BOL-DT-OCORRENCIA
           MOVE WRK-DT-PAGAMENTO  TO BOL-DT-PAGAMENTO
           MOVE WRK-VLR-PAGO      TO BOL-VLR-PAGO
           IF WRK-VLR-PAGO > BOL-VALOR
               COMPUTE BOL-VLR-ENCARGOS = WRK-VLR-PAGO - BOL-VALOR
           ELSE
               MOVE ZEROS TO BOL-VLR-ENCARGOS
           END-IF
           REWRITE REG-BOLETO

           IF WRK-VLR-PAGO < BOL-VALOR
               MOVE BOL-VALOR TO WRK-VALOR-EDIT
               MOVE SPACES TO WRK-MOTIVO
               STRING "PAGO A MENOR - VALOR DO TITULO "
                                          DELIMITED BY SIZE
                      WRK-VALOR-EDIT      DELIMITED BY SIZE
                   INTO WRK-MOTIVO
               END-STRING
               PERFORM 0270-GRAVA-EXCECAO
           END-IF

           IF BOL-CREDIARIO
               PERFORM 0230-BAIXA-CREDIARIO
           ELSE
               PERFORM 0240-BAIXA-MENSALIDADE
           END-IF
       0220-FIM.
           EXIT.
       0230-BAIXA-CREDIARIO        SECTION.
           IF NOT WRK-CREDIARIO-OK
               MOVE "CREDIARIO.DAT NAO ABRIU - BAIXAR A PARCELA A MAO"
                   TO WRK-MOTIVO
               PERFORM 0270-GRAVA-EXCECAO
               GO TO 0230-FIM
           END-IF
           MOVE BOL-CRD-CLIENTE TO CRD-CLIENTE
           MOVE BOL-CRD-VND-ID  TO CRD-VND-ID
           MOVE BOL-CRD-PARCELA TO CRD-PARCELA
           READ CREDIARIO
               INVALID KEY
                   MOVE "PARCELA DO CREDIARIO NAO ENCONTRADA"
                       TO WRK-MOTIVO
                   PERFORM 0270-GRAVA-EXCECAO
                   GO TO 0230-FIM
           END-READ
           EVALUATE CRD-STATUS
               WHEN 'P'
                   MOVE SPACES TO WRK-MOTIVO
                   STRING "PARCELA JA RECEBIDA NO BALCAO EM "
                                              DELIMITED BY SIZE
                          CRD-DT-PAGAMENTO    DELIMITED BY SIZE
                          " - PAGO EM DOBRO"  DELIMITED BY SIZE
                       INTO WRK-MOTIVO
                   END-STRING
                   PERFORM 0270-GRAVA-EXCECAO
               WHEN 'R'
                   MOVE "PARCELA RENEGOCIADA - ABATER NO ACORDO"
                       TO WRK-MOTIVO
                   PERFORM 0270-GRAVA-EXCECAO
               WHEN OTHER
                   MOVE 'P'              TO CRD-STATUS
                   MOVE WRK-DT-PAGAMENTO TO CRD-DT-PAGAMENTO
                   REWRITE REG-CREDIARIO
                   PERFORM 0235-GRAVA-RECEBIMENTO
           END-EVALUATE
       0230-FIM.
           EXIT.
       0235-GRAVA-RECEBIMENTO      SECTION.
      **** MESMO REGISTRO DO RECEBIMENTO NO BALCAO (PROGCRED), COM O
      **** CANAL 'B'. O QUE O BANCO COBROU ACIMA DO TITULO E ENCARGO:
      **** JUROS NO CAMPO PROPRIO DO RETORNO, O RESTO E MULTA.
           IF NOT WRK-CREDREC-OK
               GO TO 0235-FIM
           END-IF
           MOVE ZEROS TO WRK-VLR-MULTA
           IF WRK-VLR-PAGO > CRD-VALOR + WRK-VLR-JUROS
               COMPUTE WRK-VLR-MULTA =
                   WRK-VLR-PAGO - CRD-VALOR - WRK-VLR-JUROS
           END-IF
           MOVE ZEROS TO WRK-DIAS-ATRASO
           IF CRD-DT-VENCIMENTO > ZEROS
              AND CRD-DT-VENCIMENTO < WRK-DT-PAGAMENTO
               COMPUTE WRK-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WRK-DT-PAGAMENTO)
                   - FUNCTION INTEGER-OF-DATE(CRD-DT-VENCIMENTO)
           END-IF
           ACCEPT WRK-HORA-SISTEMA FROM TIME
           MOVE SPACES TO REG-CREDREC
           MOVE WRK-DT-PAGAMENTO       TO REC-DATA
           MOVE WRK-HORA-SISTEMA(1:6)  TO REC-HORA
           MOVE CRD-CLIENTE            TO REC-CLIENTE
           MOVE CRD-VND-ID             TO REC-VND-ID
           MOVE CRD-PARCELA            TO REC-PARCELA
           MOVE WRK-DIAS-ATRASO        TO REC-DIAS-ATRASO
           MOVE CRD-VALOR              TO REC-PRINCIPAL
           MOVE WRK-VLR-MULTA          TO REC-MULTA
           MOVE WRK-VLR-JUROS          TO REC-JUROS
           MOVE WRK-VLR-PAGO           TO REC-TOTAL
           MOVE 'B'                    TO REC-CANAL
           WRITE REG-CREDREC
       0235-FIM.
           EXIT.
       0240-BAIXA-MENSALIDADE      SECTION.
           IF NOT WRK-MENSALID-OK
               MOVE "MENSALID NAO ABRIU - BAIXAR A MENSALIDADE A MAO"
                   TO WRK-MOTIVO
               PERFORM 0270-GRAVA-EXCECAO
               GO TO 0240-FIM
           END-IF
           MOVE BOL-MEN-ESTUDANTE TO MEN-ESTUDANTE
           MOVE BOL-MEN-MES       TO MEN-MES
           READ MENSALID
               INVALID KEY
                   MOVE "MENSALIDADE NAO ENCONTRADA NO MENSALID"
                       TO WRK-MOTIVO
                   PERFORM 0270-GRAVA-EXCECAO
                   GO TO 0240-FIM
           END-READ
           IF MEN-STATUS EQUAL 'P'
               MOVE SPACES TO WRK-MOTIVO
               STRING "MENSALIDADE JA RECEBIDA NO BALCAO EM "
                                          DELIMITED BY SIZE
                      MEN-DT-PAGAMENTO    DELIMITED BY SIZE
                      " - PAGO EM DOBRO"  DELIMITED BY SIZE
                   INTO WRK-MOTIVO
               END-STRING
               PERFORM 0270-GRAVA-EXCECAO
           ELSE
               MOVE 'P'              TO MEN-STATUS
               MOVE WRK-DT-PAGAMENTO TO MEN-DT-PAGAMENTO
               REWRITE REG-MENSALID
           END-IF
       0240-FIM.
           EXIT.
       0260-CONVERTE-AAAAMMDD      SECTION.
      **** ANO DE DOIS DIGITOS DO CNAB: SEMPRE SECULO 21.
           IF WRK-DT-DDMMAA-N EQUAL ZEROS
               MOVE ZEROS TO WRK-DT-CONVERTE
           ELSE
               MOVE 20             TO WRK-CNV-SECULO
               MOVE WRK-DDMMAA-ANO TO WRK-CNV-ANO
               MOVE WRK-DDMMAA-MES TO WRK-CNV-MES
               MOVE WRK-DDMMAA-DIA TO WRK-CNV-DIA
           END-IF
       .
       0270-GRAVA-EXCECAO          SECTION.
           ADD 1 TO WRK-CT-EXCECOES
           MOVE RTD-VL-PAGO TO WRK-PAGO-EDIT
           MOVE SPACES TO REG-RELRETB
           STRING "NN "              DELIMITED BY SIZE
                  RTD-NOSSO-NUMERO   DELIMITED BY SIZE
                  " OC "             DELIMITED BY SIZE
                  RTD-CD-OCORRENCIA  DELIMITED BY SIZE
                  " REF "            DELIMITED BY SIZE
                  RTD-USO-EMPRESA    DELIMITED BY SIZE
                  " PAGO "           DELIMITED BY SIZE
                  WRK-PAGO-EDIT      DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WRK-MOTIVO         DELIMITED BY SIZE
               INTO REG-RELRETB
           WRITE REG-RELRETB
       .
       0280-GRAVA-EXCECAO-ARQUIVO  SECTION.
           ADD 1 TO WRK-CT-EXCECOES
           MOVE SPACES TO REG-RELRETB
           STRING "ARQUIVO: "  DELIMITED BY SIZE
                  WRK-MOTIVO   DELIMITED BY SIZE
               INTO REG-RELRETB
           WRITE REG-RELRETB
       .
       0290-CONFERE-TRAILER        SECTION.
           IF RTT-QT-TITULOS NOT EQUAL WRK-CT-LIDOS
               MOVE SPACES TO WRK-MOTIVO
               STRING "TRAILER DIZ "     DELIMITED BY SIZE
                      RTT-QT-TITULOS     DELIMITED BY SIZE
                      " TITULOS, LIDOS " DELIMITED BY SIZE
                      WRK-CT-LIDOS       DELIMITED BY SIZE
                   INTO WRK-MOTIVO
               END-STRING
               PERFORM 0280-GRAVA-EXCECAO-ARQUIVO
           END-IF
       .
       0400-FECHA-ARQUIVOS         SECTION.
           MOVE "============================================"
               TO REG-RELRETB
           WRITE REG-RELRETB
           MOVE WRK-VL-LIQUIDADO TO WRK-TOTAL-EDIT
           MOVE SPACES TO REG-RELRETB
           STRING "TITULOS LIDOS: "   DELIMITED BY SIZE
                  WRK-CT-LIDOS        DELIMITED BY SIZE
                  "  LIQUIDADOS: "    DELIMITED BY SIZE
                  WRK-CT-LIQUIDADOS   DELIMITED BY SIZE
                  "  VALOR PAGO: "    DELIMITED BY SIZE
                  WRK-TOTAL-EDIT      DELIMITED BY SIZE
               INTO REG-RELRETB
           WRITE REG-RELRETB
           MOVE SPACES TO REG-RELRETB
           STRING "CONFIRMADOS: "     DELIMITED BY SIZE
                  WRK-CT-CONFIRMADOS  DELIMITED BY SIZE
                  "  REJEITADOS: "    DELIMITED BY SIZE
                  WRK-CT-REJEITADOS   DELIMITED BY SIZE
                  "  BAIXADOS: "      DELIMITED BY SIZE
                  WRK-CT-BAIXADOS     DELIMITED BY SIZE
                  "  OUTRAS OCORR.: " DELIMITED BY SIZE
                  WRK-CT-OUTRAS       DELIMITED BY SIZE
                  "  EXCECOES: "      DELIMITED BY SIZE
                  WRK-CT-EXCECOES     DELIMITED BY SIZE
               INTO REG-RELRETB
           WRITE REG-RELRETB
           CLOSE RELRETB
           PERFORM 0410-FECHA-DADOS

           DISPLAY "RETORNO PROCESSADO. EXCECOES EM RELRETB.DAT."
           DISPLAY "LIQUIDADOS: " WRK-CT-LIQUIDADOS
                   "  VALOR: " WRK-TOTAL-EDIT
           DISPLAY "CONFIRMADOS: " WRK-CT-CONFIRMADOS
                   "  REJEITADOS: " WRK-CT-REJEITADOS
                   "  BAIXADOS: " WRK-CT-BAIXADOS
           DISPLAY "EXCECOES: " WRK-CT-EXCECOES
           IF WRK-CT-EXCECOES > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF
       .
       0410-FECHA-DADOS            SECTION.
           CLOSE RETORNO
           CLOSE BOLETO
           IF WRK-CREDIARIO-OK
               CLOSE CREDIARIO
           END-IF
           IF WRK-MENSALID-OK
               CLOSE MENSALID
           END-IF
           IF WRK-CREDREC-OK
               CLOSE CREDREC
           END-IF
       .
       END PROGRAM PROGRETB.
