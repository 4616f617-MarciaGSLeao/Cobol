      *           INADIMPLENCIA POR ALUNO E TURMA COM OS DIAS DE
      *           ATRASO. GERAR O MESMO MES DUAS VEZES NAO DUPLICA
      *           NADA: A CHAVE ALUNO+MES JA GRAVADA E PULADA.
      *
      * Historico de alteracoes:
      * 15/10/2026 - A cobranca passa a sair em nome do responsavel
      *              financeiro do aluno no cadastro de responsaveis
      *              (ESTRESP/RESPONS, mantido pelo PGM00041), com o
      *              CPF gravado no novo campo MEN-CPF-RESPONSAVEL.
      *              Aluno sem responsavel financeiro continua pelo
      *              vinculo ESTUDDOC -> CADDOC.
      * 15/10/2026 - Bolsas e descontos: arquivo DESCONTO por aluno
      *              (bolsa, filho de funcionario ou outro; percentual
      *              ou valor fixo; meses de validade e referencia da
      *              aprovacao) e desconto automatico de irmaos para o
      *              segundo filho em diante do mesmo responsavel
      *              financeiro (percentual no registro 000 do
      *              MENSPAR). Os descontos nao se somam: vale o maior.
      *              O MENSALID passa a guardar bruto, desconto e tipo
      *              (MEN-VALOR continua sendo o valor cobrado, ja
      *              liquido) e ha o relatorio do mes com o total de
      *              desconto concedido por tipo.
      * 15/10/2026 - MENSALID no layout anterior ao CPF e aos
      *              descontos (FS=39 na abertura) para o programa com
      *              aviso de conversao pelo PGM00043.

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

           SELECT DESCONTO ASSIGN TO 'DESCONTO'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DSC-CHAVE
           FILE STATUS IS WS-FS-DESCONTO.

      *                                                  DATA DIVISION
       DATA DIVISION.

       01  REG-MENSPAR.
           03  MPA-TURMA             PIC 9(03).
           03  MPA-VALOR             PIC 9(08).
      * REGISTRO 000: PARAMETROS DE DESCONTO DA ESCOLA.
       01  REG-MENSPAR-DESCONTO.
           03  MPD-CHAVE             PIC 9(03).
           03  MPD-PC-IRMAO          PIC 9(03)V99.
           03  FILLER                PIC X(03).

       FD  MENSALID.
       01  REG-MENSALID.
           03  MEN-DT-PAGAMENTO      PIC 9(08).
           03  MEN-RESPONSAVEL       PIC X(40).
           03  MEN-STATUS            PIC X(01).
           03  MEN-CPF-RESPONSAVEL   PIC 9(11).
           03  MEN-VALOR-BRUTO       PIC 9(08).
           03  MEN-VALOR-DESCONTO    PIC 9(08).
           03  MEN-TIPO-DESCONTO     PIC X(01).

       FD  ESTUDDOC.
       01  REG-ESTUDDOC.
           03  TP-DOC-CADDOC               PIC X(01).
           03  NM-CADDOC                   PIC X(40).

       FD  ESTRESP.
       01  REG-ESTRESP.
           03  ERS-CHAVE.
               05  ERS-ESTUDANTE     PIC 9(05).
               05  ERS-PAPEL         PIC X(01).
                   88  ERS-FINANCEIRO          VALUE 'F'.
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

      * TIPOS: B-BOLSA DE ESTUDO, F-FILHO DE FUNCIONARIO, O-OUTROS.
      * O DESCONTO DE IRMAOS (TIPO I) E AUTOMATICO, NAO FICA AQUI.
       FD  DESCONTO.
       01  REG-DESCONTO.
           03  DSC-CHAVE.
               05  DSC-ESTUDANTE     PIC 9(05).
               05  DSC-TIPO          PIC X(01).
                   88  DSC-TIPO-VALIDO         VALUE 'B' 'F' 'O'.
           03  DSC-MODO              PIC X(01).
               88  DSC-POR-PERCENTUAL          VALUE 'P'.
               88  DSC-POR-VALOR               VALUE 'V'.
           03  DSC-PERCENTUAL        PIC 9(03)V99.
           03  DSC-VALOR             PIC 9(08).
           03  DSC-MES-INICIO        PIC 9(06).
           03  DSC-MES-FIM           PIC 9(06).
           03  DSC-APROVACAO         PIC X(20).
           03  DSC-DT-CADASTRO       PIC 9(08).

       WORKING-STORAGE SECTION.
       77  WS-FS-ESTUDANTE     PIC X(02) VALUE SPACES.
       77  WS-FS-TURMA         PIC X(02) VALUE SPACES.
       77  WS-FS-MENSALID      PIC X(02) VALUE SPACES.
       77  WS-FS-ESTUDDOC      PIC X(02) VALUE SPACES.
       77  WS-FS-CADDOC        PIC X(02) VALUE SPACES.
       77  WS-FS-ESTRESP       PIC X(02) VALUE SPACES.
       77  WS-FS-RESPONS       PIC X(02) VALUE SPACES.
       77  WS-FS-DESCONTO      PIC X(02) VALUE SPACES.

       77  WS-OPCAO            PIC 9(01) VALUE ZEROS.
           88  WS-OPC-VALOR              VALUE 1.
           88  WS-OPC-GERAR              VALUE 2.
           88  WS-OPC-RECEBER            VALUE 3.
           88  WS-OPC-INADIMPLENCIA      VALUE 4.
           88  WS-OPC-DESCONTOS          VALUE 5.
           88  WS-OPC-REL-DESCONTOS      VALUE 6.
           88  WS-OPC-SAIR               VALUE 7.
       77  WS-SUBOPCAO         PIC 9(01) VALUE ZEROS.
       77  WS-CONTINUA         PIC X(01) VALUE 'S'.
           88  WS-FIM-PROGRAMA           VALUE 'N'.
       77  WS-EOF              PIC X(01) VALUE SPACE.
       77  WS-DIAS-ATRASO      PIC S9(05) VALUE ZEROS.
       77  WS-VALOR-FORM       PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77  WS-CONFIRMA         PIC X(01) VALUE SPACES.
       77  WS-EOF-DSC          PIC X(01) VALUE SPACE.
       77  WS-VALOR-BRUTO      PIC 9(08) VALUE ZEROS.
       77  WS-VALOR-DESCONTO   PIC 9(08) VALUE ZEROS.
       77  WS-VALOR-CALC       PIC 9(08) VALUE ZEROS.
       77  WS-TIPO-DESCONTO    PIC X(01) VALUE SPACE.
       77  WS-RESPONSAVEL      PIC X(40) VALUE SPACES.
       77  WS-CPF-RESPONSAVEL  PIC 9(11) VALUE ZEROS.
       77  WS-TEM-IRMAO        PIC X(01) VALUE 'N'.
       77  WS-CT-COM-DESCONTO  PIC 9(05) VALUE ZEROS.
       77  WS-PC-DIGITADO      PIC 9(05) VALUE ZEROS.
       77  WS-PC-FORM          PIC ZZ9,99 VALUE ZEROS.
       77  WS-MES-RELATORIO    PIC 9(06) VALUE ZEROS.
       77  WS-T                PIC 9(01) VALUE ZEROS.
       77  WS-TOTAL-FORM       PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WS-TOTAL-FORM-2     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  TAB-TIPOS-DESCONTO-VALORES.
           03  FILLER          PIC X(21) VALUE 'BBOLSA DE ESTUDO'.
           03  FILLER          PIC X(21) VALUE 'IDESCONTO DE IRMAOS'.
           03  FILLER          PIC X(21) VALUE 'FFILHO DE FUNCIONARIO'.
           03  FILLER          PIC X(21) VALUE 'OOUTROS DESCONTOS'.
       01  TAB-TIPOS-DESCONTO REDEFINES TAB-TIPOS-DESCONTO-VALORES.
           03  TAB-TIPO OCCURS 4 TIMES.
               05  TT-CODIGO         PIC X(01).
               05  TT-DESCRICAO      PIC X(20).
       01  TAB-TOTAIS-DESCONTO.
           03  TAB-TOT OCCURS 4 TIMES.
               05  TT-QTDE           PIC 9(05).
               05  TT-BRUTO          PIC 9(11).
               05  TT-DESCONTO       PIC 9(11).
       77  WS-QT-SEM-DESCONTO  PIC 9(05) VALUE ZEROS.
       77  WS-BRUTO-TOTAL      PIC 9(11) VALUE ZEROS.
       77  WS-DESCONTO-TOTAL   PIC 9(11) VALUE ZEROS.

      *                                             PROCEDURE DIVISION
       PROCEDURE DIVISION.
               CLOSE MENSALID
               OPEN I-O MENSALID
           END-IF.
           IF WS-FS-MENSALID EQUAL '39'
               DISPLAY 'MENSALID NO LAYOUT ANTIGO. RENOMEIE-O PARA '
                       'MENSALID-ANT E CONVERTA COM O PGM00043.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ESTUDANTE.
           OPEN INPUT TURMA.
           OPEN INPUT ESTUDDOC.
           OPEN INPUT CADDOC.
           OPEN INPUT ESTRESP.
           OPEN INPUT RESPONS.
           OPEN I-O DESCONTO.
           IF WS-FS-DESCONTO EQUAL '35'
               CLOSE DESCONTO
               OPEN OUTPUT DESCONTO
               CLOSE DESCONTO
               OPEN I-O DESCONTO
           END-IF.

           PERFORM UNTIL WS-FIM-PROGRAMA
               DISPLAY '1-VALOR POR TURMA  2-GERAR MES  3-RECEBER  '
                       '4-INADIMPLENCIA'
               DISPLAY '5-BOLSAS E DESCONTOS  6-RELATORIO DE '
                       'DESCONTOS DO MES  7-SAIR'
               DISPLAY 'OPCAO: '
               ACCEPT WS-OPCAO
               EVALUATE TRUE
                       PERFORM RECEBE-MENSALIDADE
                   WHEN WS-OPC-INADIMPLENCIA
                       PERFORM RELATORIO-INADIMPLENCIA
                   WHEN WS-OPC-DESCONTOS
                       PERFORM MANTEM-DESCONTOS THRU
                               MANTEM-DESCONTOS-FIM
                   WHEN WS-OPC-REL-DESCONTOS
                       PERFORM RELATORIO-DESCONTOS THRU
                               RELATORIO-DESCONTOS-FIM
                   WHEN WS-OPC-SAIR
                       MOVE 'N' TO WS-CONTINUA
                   WHEN OTHER
           IF WS-FS-CADDOC EQUAL '00'
               CLOSE CADDOC
           END-IF.
           IF WS-FS-ESTRESP EQUAL '00'
               CLOSE ESTRESP
           END-IF.
           IF WS-FS-RESPONS EQUAL '00'
               CLOSE RESPONS
           END-IF.
           IF WS-FS-DESCONTO EQUAL '00'
               CLOSE DESCONTO
           END-IF.
           STOP RUN.

      *----------------------------------------------------------------
           END-IF

           MOVE ZEROS TO WS-CT-GERADAS WS-CT-JA-GERADAS
                         WS-CT-SEM-VALOR WS-CT-COM-DESCONTO
           MOVE SPACE TO WS-EOF
           MOVE ZEROS TO CD-ESTUDANTE
           START ESTUDANTE KEY IS NOT LESS THAN CD-ESTUDANTE
                       MOVE 'F' TO WS-EOF
                   NOT AT END
                       IF TU-ESTUDANTE > ZEROS
                           PERFORM GERA-COBRANCA THRU GERA-COBRANCA-FIM
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY 'COBRANCAS GERADAS: ' WS-CT-GERADAS
                   '  JA EXISTIAM: ' WS-CT-JA-GERADAS
                   '  TURMA SEM VALOR: ' WS-CT-SEM-VALOR
           DISPLAY 'COBRANCAS COM BOLSA/DESCONTO: ' WS-CT-COM-DESCONTO.
       GERA-MES-FIM.
           EXIT.

                   ADD 1 TO WS-CT-SEM-VALOR
                   GO TO GERA-COBRANCA-FIM
           END-READ
           MOVE MPA-VALOR TO WS-VALOR-BRUTO

           MOVE CD-ESTUDANTE    TO MEN-ESTUDANTE
           MOVE WS-MES-GERACAO  TO MEN-MES
           READ MENSALID
               NOT INVALID KEY
                   ADD 1 TO WS-CT-JA-GERADAS
                   GO TO GERA-COBRANCA-FIM
           END-READ

           PERFORM RESOLVE-RESPONSAVEL THRU RESOLVE-FIM
           MOVE MEN-RESPONSAVEL     TO WS-RESPONSAVEL
           MOVE MEN-CPF-RESPONSAVEL TO WS-CPF-RESPONSAVEL
           PERFORM CALCULA-DESCONTO

           MOVE CD-ESTUDANTE    TO MEN-ESTUDANTE
           MOVE WS-MES-GERACAO  TO MEN-MES
           MOVE TU-ESTUDANTE    TO MEN-TURMA
           MOVE WS-VALOR-BRUTO  TO MEN-VALOR-BRUTO
           MOVE WS-VALOR-DESCONTO TO MEN-VALOR-DESCONTO
           MOVE WS-TIPO-DESCONTO  TO MEN-TIPO-DESCONTO
           COMPUTE MEN-VALOR = WS-VALOR-BRUTO - WS-VALOR-DESCONTO
           MOVE WS-DT-VENCIMENTO TO MEN-DT-VENCIMENTO
           MOVE ZEROS           TO MEN-DT-PAGAMENTO
           MOVE 'A'             TO MEN-STATUS
           MOVE WS-RESPONSAVEL     TO MEN-RESPONSAVEL
           MOVE WS-CPF-RESPONSAVEL TO MEN-CPF-RESPONSAVEL
           WRITE REG-MENSALID
               INVALID KEY
                   ADD 1 TO WS-CT-JA-GERADAS
               NOT INVALID KEY
                   ADD 1 TO WS-CT-GERADAS
                   IF WS-VALOR-DESCONTO > ZEROS
                       ADD 1 TO WS-CT-COM-DESCONTO
                   END-IF
           END-WRITE.
       GERA-COBRANCA-FIM.
           EXIT.

      *----------------------------------------------------------------
      * RESOLVE-RESPONSAVEL: PRIMEIRO O RESPONSAVEL FINANCEIRO DO
      * CADASTRO DE RESPONSAVEIS (ESTRESP -> RESPONS); SEM ELE, DO
      * ALUNO PARA O DOCUMENTO (ESTUDDOC) E DO DOCUMENTO PARA O NOME
      * (CADDOC).
      *----------------------------------------------------------------
       RESOLVE-RESPONSAVEL.

           MOVE ZEROS TO MEN-CPF-RESPONSAVEL
           PERFORM RESPONSAVEL-FINANCEIRO
               THRU RESPONSAVEL-FINANCEIRO-FIM
           IF MEN-CPF-RESPONSAVEL > ZEROS
               GO TO RESOLVE-FIM
           END-IF
           MOVE '(SEM VINCULO ESTUDDOC)' TO MEN-RESPONSAVEL
           IF WS-FS-ESTUDDOC NOT EQUAL '00'
               GO TO RESOLVE-FIM
       RESOLVE-FIM.
           EXIT.

       RESPONSAVEL-FINANCEIRO.

           IF WS-FS-ESTRESP NOT EQUAL '00'
               GO TO RESPONSAVEL-FINANCEIRO-FIM
           END-IF
           MOVE CD-ESTUDANTE TO ERS-ESTUDANTE
           MOVE 'F'          TO ERS-PAPEL
           MOVE ZEROS        TO ERS-CPF-CHAVE
           START ESTRESP KEY IS NOT LESS THAN ERS-CHAVE
               INVALID KEY
                   GO TO RESPONSAVEL-FINANCEIRO-FIM
           END-START
           READ ESTRESP NEXT RECORD
               AT END
                   GO TO RESPONSAVEL-FINANCEIRO-FIM
           END-READ
           IF ERS-ESTUDANTE NOT EQUAL CD-ESTUDANTE
              OR NOT ERS-FINANCEIRO
               GO TO RESPONSAVEL-FINANCEIRO-FIM
           END-IF
           MOVE ERS-CPF TO MEN-CPF-RESPONSAVEL
           MOVE '(RESPONSAVEL SEM CADASTRO)' TO MEN-RESPONSAVEL
           IF WS-FS-RESPONS EQUAL '00'
               MOVE ERS-CPF TO RSP-CPF
               READ RESPONS
                   NOT INVALID KEY
                       MOVE RSP-NOME TO MEN-RESPONSAVEL
               END-READ
           END-IF.
       RESPONSAVEL-FINANCEIRO-FIM.
           EXIT.

      *----------------------------------------------------------------
      * CALCULA-DESCONTO: O MAIOR DESCONTO VALIDO NO MES ENTRE OS DO
      * ARQUIVO DESCONTO DO ALUNO E O DE IRMAOS (NAO SE SOMAM). O
      * DESCONTO NUNCA PASSA DO VALOR BRUTO.
      *----------------------------------------------------------------
       CALCULA-DESCONTO.

           MOVE ZEROS TO WS-VALOR-DESCONTO
           MOVE SPACE TO WS-TIPO-DESCONTO
           IF WS-FS-DESCONTO EQUAL '00'
               MOVE CD-ESTUDANTE TO DSC-ESTUDANTE
               MOVE LOW-VALUES   TO DSC-TIPO
               MOVE SPACE TO WS-EOF-DSC
               START DESCONTO KEY IS NOT LESS THAN DSC-CHAVE
                   INVALID KEY
                       MOVE 'F' TO WS-EOF-DSC
               END-START
               PERFORM UNTIL WS-EOF-DSC EQUAL 'F'
                   READ DESCONTO NEXT RECORD
                       AT END
                           MOVE 'F' TO WS-EOF-DSC
                       NOT AT END
                           IF DSC-ESTUDANTE NOT EQUAL CD-ESTUDANTE
                               MOVE 'F' TO WS-EOF-DSC
                           ELSE
                               PERFORM AVALIA-DESCONTO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           PERFORM DESCONTO-IRMAO THRU DESCONTO-IRMAO-FIM.

       AVALIA-DESCONTO.

           IF DSC-MES-INICIO <= WS-MES-GERACAO
              AND (DSC-MES-FIM EQUAL ZEROS
                   OR DSC-MES-FIM >= WS-MES-GERACAO)
               IF DSC-POR-PERCENTUAL
                   COMPUTE WS-VALOR-CALC ROUNDED =
                       WS-VALOR-BRUTO * DSC-PERCENTUAL / 100
               ELSE
                   MOVE DSC-VALOR TO WS-VALOR-CALC
               END-IF
               IF WS-VALOR-CALC > WS-VALOR-BRUTO
                   MOVE WS-VALOR-BRUTO TO WS-VALOR-CALC
               END-IF
               IF WS-VALOR-CALC > WS-VALOR-DESCONTO
                   MOVE WS-VALOR-CALC TO WS-VALOR-DESCONTO
                   MOVE DSC-TIPO      TO WS-TIPO-DESCONTO
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * DESCONTO-IRMAO: IRMAO E OUTRO ALUNO DO MESMO RESPONSAVEL
      * FINANCEIRO (CHAVE ALTERNATIVA DO CPF NO ESTRESP). O FILHO DE
      * MENOR CODIGO PAGA CHEIO; TEM DESCONTO QUEM TEM IRMAO DE CODIGO
      * MENOR JA COBRADO NO MESMO MES (ALUNO EXPURGADO OU SEM TURMA
      * NAO E COBRADO E NAO CONTA).
      *----------------------------------------------------------------
       DESCONTO-IRMAO.

           IF WS-CPF-RESPONSAVEL EQUAL ZEROS
              OR WS-FS-ESTRESP NOT EQUAL '00'
               GO TO DESCONTO-IRMAO-FIM
           END-IF
           MOVE ZEROS TO MPD-CHAVE
           READ MENSPAR
               INVALID KEY
                   GO TO DESCONTO-IRMAO-FIM
           END-READ
           IF MPD-PC-IRMAO EQUAL ZEROS
               GO TO DESCONTO-IRMAO-FIM
           END-IF

           MOVE 'N' TO WS-TEM-IRMAO
           MOVE WS-CPF-RESPONSAVEL TO ERS-CPF
           MOVE SPACE TO WS-EOF-DSC
           START ESTRESP KEY IS EQUAL ERS-CPF
               INVALID KEY
                   MOVE 'F' TO WS-EOF-DSC
           END-START
           PERFORM UNTIL WS-EOF-DSC EQUAL 'F'
               READ ESTRESP NEXT RECORD
                   AT END
                       MOVE 'F' TO WS-EOF-DSC
                   NOT AT END
                       IF ERS-CPF NOT EQUAL WS-CPF-RESPONSAVEL
                           MOVE 'F' TO WS-EOF-DSC
                       ELSE
                           IF ERS-FINANCEIRO
                              AND ERS-ESTUDANTE < CD-ESTUDANTE
                               MOVE ERS-ESTUDANTE  TO MEN-ESTUDANTE
                               MOVE WS-MES-GERACAO TO MEN-MES
                               READ MENSALID
                                   NOT INVALID KEY
                                       MOVE 'S' TO WS-TEM-IRMAO
                                       MOVE 'F' TO WS-EOF-DSC
                               END-READ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TEM-IRMAO EQUAL 'S'
               COMPUTE WS-VALOR-CALC ROUNDED =
                   WS-VALOR-BRUTO * MPD-PC-IRMAO / 100
               IF WS-VALOR-CALC > WS-VALOR-DESCONTO
                   MOVE WS-VALOR-CALC TO WS-VALOR-DESCONTO
                   MOVE 'I'           TO WS-TIPO-DESCONTO
               END-IF
           END-IF.
       DESCONTO-IRMAO-FIM.
           EXIT.

      *----------------------------------------------------------------
      * RECEBE-MENSALIDADE: BAIXA UMA COBRANCA, MOSTRANDO OS DIAS DE
      * ATRASO QUANDO VENCIDA.
               GO TO RECEBE-FIM
           END-IF

           COMPUTE WS-VALOR-FORM = MEN-VALOR / 100
           PERFORM CALCULA-ATRASO
           DISPLAY 'VALOR: ' WS-VALOR-FORM
                   '  VENCIMENTO: ' MEN-DT-VENCIMENTO
                   '  RESPONSAVEL: ' MEN-RESPONSAVEL
           IF MEN-VALOR-DESCONTO > ZEROS
               COMPUTE WS-TOTAL-FORM = MEN-VALOR-BRUTO / 100
               COMPUTE WS-TOTAL-FORM-2 = MEN-VALOR-DESCONTO / 100
               DISPLAY 'BRUTO: ' WS-TOTAL-FORM '  DESCONTO ('
                       MEN-TIPO-DESCONTO '): ' WS-TOTAL-FORM-2
           END-IF
           IF MEN-CPF-RESPONSAVEL > ZEROS
               DISPLAY 'CPF DO RESPONSAVEL FINANCEIRO: '
                       MEN-CPF-RESPONSAVEL
           END-IF
           IF WS-DIAS-ATRASO > ZEROS
               DISPLAY 'COBRANCA COM ' WS-DIAS-ATRASO
                       ' DIAS DE ATRASO.'
                           PERFORM CALCULA-ATRASO
                           IF WS-DIAS-ATRASO > ZEROS
                               ADD 1 TO WS-CT-ABERTAS
                               COMPUTE WS-VALOR-FORM = MEN-VALOR / 100
                               DISPLAY 'ALUNO ' MEN-ESTUDANTE
                                       ' TURMA ' MEN-TURMA
                                       ' MES ' MEN-MES
           DISPLAY '==========================================='
           DISPLAY 'COBRANCAS VENCIDAS EM ABERTO: ' WS-CT-ABERTAS.

      *----------------------------------------------------------------
      * MANTEM-DESCONTOS: BOLSAS E DESCONTOS CONCEDIDOS AO ALUNO E O
      * PERCENTUAL DO DESCONTO DE IRMAOS. PERCENTUAIS SAO DIGITADOS EM
      * CENTESIMOS (1000 = 10,00%), VALORES EM CENTAVOS.
      *----------------------------------------------------------------
       MANTEM-DESCONTOS.

           IF WS-FS-DESCONTO NOT EQUAL '00'
               CALL 'SUBERRLOG' USING BY CONTENT 'PGM00031  '
                   'DESCONTO  ' WS-FS-DESCONTO
               MOVE 16 TO RETURN-CODE
               DISPLAY 'ARQUIVO DE DESCONTOS INDISPONIVEL.'
               GO TO MANTEM-DESCONTOS-FIM
           END-IF
           DISPLAY '1-GRAVAR DESCONTO  2-EXCLUIR DESCONTO  '
                   '3-DESCONTOS DO ALUNO  4-PERCENTUAL DE IRMAOS'
           ACCEPT WS-SUBOPCAO
           EVALUATE WS-SUBOPCAO
               WHEN 1
                   PERFORM GRAVA-DESCONTO THRU GRAVA-DESCONTO-FIM
               WHEN 2
                   PERFORM EXCLUI-DESCONTO THRU EXCLUI-DESCONTO-FIM
               WHEN 3
                   PERFORM LISTA-DESCONTOS
               WHEN 4
                   PERFORM PERCENTUAL-IRMAOS
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.
       MANTEM-DESCONTOS-FIM.
           EXIT.

       GRAVA-DESCONTO.

           DISPLAY 'CODIGO DO ALUNO: '
           ACCEPT DSC-ESTUDANTE
           MOVE DSC-ESTUDANTE TO CD-ESTUDANTE
           READ ESTUDANTE
               INVALID KEY
                   DISPLAY 'ALUNO NAO CADASTRADO.'
                   GO TO GRAVA-DESCONTO-FIM
           END-READ
           DISPLAY 'ALUNO: ' NM-ESTUDANTE
           DISPLAY 'TIPO (B-BOLSA  F-FILHO DE FUNCIONARIO  O-OUTROS): '
           ACCEPT DSC-TIPO
           IF NOT DSC-TIPO-VALIDO
               DISPLAY 'TIPO INVALIDO.'
               GO TO GRAVA-DESCONTO-FIM
           END-IF
           DISPLAY 'MODO (P-PERCENTUAL  V-VALOR FIXO): '
           ACCEPT DSC-MODO
           MOVE ZEROS TO DSC-PERCENTUAL DSC-VALOR
           EVALUATE TRUE
               WHEN DSC-POR-PERCENTUAL
                   DISPLAY 'PERCENTUAL (CENTESIMOS, 1000 = 10,00%): '
                   ACCEPT WS-PC-DIGITADO
                   IF WS-PC-DIGITADO EQUAL ZEROS
                      OR WS-PC-DIGITADO > 10000
                       DISPLAY 'PERCENTUAL INVALIDO.'
                       GO TO GRAVA-DESCONTO-FIM
                   END-IF
                   COMPUTE DSC-PERCENTUAL = WS-PC-DIGITADO / 100
               WHEN DSC-POR-VALOR
                   DISPLAY 'VALOR DO DESCONTO (CENTAVOS): '
                   ACCEPT DSC-VALOR
                   IF DSC-VALOR EQUAL ZEROS
                       DISPLAY 'VALOR INVALIDO.'
                       GO TO GRAVA-DESCONTO-FIM
                   END-IF
               WHEN OTHER
                   DISPLAY 'MODO INVALIDO.'
                   GO TO GRAVA-DESCONTO-FIM
           END-EVALUATE
           DISPLAY 'MES INICIAL (AAAAMM): '
           ACCEPT DSC-MES-INICIO
           DISPLAY 'MES FINAL (AAAAMM, 0 = SEM FIM): '
           ACCEPT DSC-MES-FIM
           IF DSC-MES-INICIO EQUAL ZEROS
              OR (DSC-MES-FIM NOT EQUAL ZEROS
                  AND DSC-MES-FIM < DSC-MES-INICIO)
               DISPLAY 'PERIODO INVALIDO.'
               GO TO GRAVA-DESCONTO-FIM
           END-IF
           DISPLAY 'REFERENCIA DA APROVACAO: '
           ACCEPT DSC-APROVACAO
           IF DSC-APROVACAO EQUAL SPACES
               DISPLAY 'APROVACAO OBRIGATORIA.'
               GO TO GRAVA-DESCONTO-FIM
           END-IF
           MOVE WS-DATA-SISTEMA TO DSC-DT-CADASTRO
           WRITE REG-DESCONTO
               INVALID KEY
                   REWRITE REG-DESCONTO
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR O DESCONTO.'
                       NOT INVALID KEY
                           DISPLAY 'DESCONTO ATUALIZADO.'
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY 'DESCONTO GRAVADO.'
           END-WRITE.
       GRAVA-DESCONTO-FIM.
           EXIT.

       EXCLUI-DESCONTO.

           DISPLAY 'CODIGO DO ALUNO: '
           ACCEPT DSC-ESTUDANTE
           DISPLAY 'TIPO (B/F/O): '
           ACCEPT DSC-TIPO
           READ DESCONTO
               INVALID KEY
                   DISPLAY 'DESCONTO NAO ENCONTRADO.'
                   GO TO EXCLUI-DESCONTO-FIM
           END-READ
           DISPLAY 'APROVACAO: ' DSC-APROVACAO
                   '  VIGENCIA: ' DSC-MES-INICIO ' A ' DSC-MES-FIM
           DISPLAY 'CONFIRMA A EXCLUSAO (S/N)? '
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S'
               GO TO EXCLUI-DESCONTO-FIM
           END-IF
           DELETE DESCONTO
               INVALID KEY
                   DISPLAY 'ERRO AO EXCLUIR O DESCONTO.'
               NOT INVALID KEY
                   DISPLAY 'DESCONTO EXCLUIDO.'
           END-DELETE.
       EXCLUI-DESCONTO-FIM.
           EXIT.

       LISTA-DESCONTOS.

           DISPLAY 'CODIGO DO ALUNO: '
           ACCEPT CD-ESTUDANTE
           MOVE CD-ESTUDANTE TO DSC-ESTUDANTE
           MOVE LOW-VALUES   TO DSC-TIPO
           MOVE SPACE TO WS-EOF-DSC
           START DESCONTO KEY IS NOT LESS THAN DSC-CHAVE
               INVALID KEY
                   MOVE 'F' TO WS-EOF-DSC
           END-START
           PERFORM UNTIL WS-EOF-DSC EQUAL 'F'
               READ DESCONTO NEXT RECORD
                   AT END
                       MOVE 'F' TO WS-EOF-DSC
                   NOT AT END
                       IF DSC-ESTUDANTE NOT EQUAL CD-ESTUDANTE
                           MOVE 'F' TO WS-EOF-DSC
                       ELSE
                           IF DSC-POR-PERCENTUAL
                               MOVE DSC-PERCENTUAL TO WS-PC-FORM
                               DISPLAY 'TIPO ' DSC-TIPO ' '
                                       WS-PC-FORM '%'
                                       '  DE ' DSC-MES-INICIO
                                       ' A ' DSC-MES-FIM
                                       '  APROV: ' DSC-APROVACAO
                           ELSE
                               COMPUTE WS-VALOR-FORM =
                                   DSC-VALOR / 100
                               DISPLAY 'TIPO ' DSC-TIPO ' VALOR '
                                       WS-VALOR-FORM
                                       '  DE ' DSC-MES-INICIO
                                       ' A ' DSC-MES-FIM
                                       '  APROV: ' DSC-APROVACAO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PERCENTUAL-IRMAOS.

           MOVE ZEROS TO MPD-CHAVE
           READ MENSPAR
               INVALID KEY
                   MOVE ZEROS TO MPD-PC-IRMAO
           END-READ
           MOVE MPD-PC-IRMAO TO WS-PC-FORM
           DISPLAY 'DESCONTO DE IRMAOS ATUAL: ' WS-PC-FORM '%'
           DISPLAY 'NOVO PERCENTUAL (CENTESIMOS, 1000 = 10,00%): '
           ACCEPT WS-PC-DIGITADO
           IF WS-PC-DIGITADO > 10000
               DISPLAY 'PERCENTUAL INVALIDO.'
           ELSE
               MOVE ZEROS TO MPD-CHAVE
               COMPUTE MPD-PC-IRMAO = WS-PC-DIGITADO / 100
               MOVE SPACES TO REG-MENSPAR-DESCONTO(9:3)
               WRITE REG-MENSPAR-DESCONTO
                   INVALID KEY
                       REWRITE REG-MENSPAR-DESCONTO
                           INVALID KEY
                               DISPLAY 'ERRO AO GRAVAR O PERCENTUAL.'
                           NOT INVALID KEY
                               DISPLAY 'PERCENTUAL ATUALIZADO.'
                       END-REWRITE
                   NOT INVALID KEY
                       DISPLAY 'PERCENTUAL GRAVADO.'
               END-WRITE
           END-IF.

      *----------------------------------------------------------------
      * RELATORIO-DESCONTOS: COBRANCAS DO MES COM VALOR BRUTO E
      * DESCONTO CONCEDIDO, TOTALIZADOS POR TIPO DE DESCONTO.
      *----------------------------------------------------------------
       RELATORIO-DESCONTOS.

           DISPLAY 'MES DE REFERENCIA (AAAAMM): '
           ACCEPT WS-MES-RELATORIO
           IF WS-MES-RELATORIO EQUAL ZEROS
               GO TO RELATORIO-DESCONTOS-FIM
           END-IF
           INITIALIZE TAB-TOTAIS-DESCONTO
           MOVE ZEROS TO WS-QT-SEM-DESCONTO WS-BRUTO-TOTAL
                         WS-DESCONTO-TOTAL
           MOVE SPACE TO WS-EOF
           MOVE LOW-VALUES TO MEN-CHAVE
           START MENSALID KEY IS NOT LESS THAN MEN-CHAVE
               INVALID KEY
                   MOVE 'F' TO WS-EOF
           END-START
           DISPLAY '==========================================='
           DISPLAY 'DESCONTOS CONCEDIDOS NO MES ' WS-MES-RELATORIO
           DISPLAY '==========================================='
           PERFORM UNTIL WS-EOF EQUAL 'F'
               READ MENSALID NEXT RECORD
                   AT END
                       MOVE 'F' TO WS-EOF
                   NOT AT END
                       IF MEN-MES EQUAL WS-MES-RELATORIO
                           PERFORM ACUMULA-DESCONTO
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 4
               COMPUTE WS-TOTAL-FORM = TT-BRUTO(WS-T) / 100
               COMPUTE WS-TOTAL-FORM-2 = TT-DESCONTO(WS-T) / 100
               DISPLAY TT-DESCRICAO(WS-T) ' QTDE ' TT-QTDE(WS-T)
                       ' BRUTO ' WS-TOTAL-FORM
                       ' DESCONTO ' WS-TOTAL-FORM-2
           END-PERFORM
           DISPLAY '==========================================='
           COMPUTE WS-TOTAL-FORM = WS-BRUTO-TOTAL / 100
           COMPUTE WS-TOTAL-FORM-2 = WS-DESCONTO-TOTAL / 100
           DISPLAY 'COBRANCAS SEM DESCONTO: ' WS-QT-SEM-DESCONTO
           DISPLAY 'TOTAL BRUTO DO MES:  ' WS-TOTAL-FORM
           DISPLAY 'TOTAL DE DESCONTOS:  ' WS-TOTAL-FORM-2.
       RELATORIO-DESCONTOS-FIM.
           EXIT.

       ACUMULA-DESCONTO.

           IF MEN-VALOR-BRUTO EQUAL ZEROS
               MOVE MEN-VALOR TO MEN-VALOR-BRUTO
               MOVE ZEROS     TO MEN-VALOR-DESCONTO
           END-IF
           ADD MEN-VALOR-BRUTO    TO WS-BRUTO-TOTAL
           ADD MEN-VALOR-DESCONTO TO WS-DESCONTO-TOTAL
           IF MEN-VALOR-DESCONTO EQUAL ZEROS
               ADD 1 TO WS-QT-SEM-DESCONTO
           ELSE
               PERFORM VARYING WS-T FROM 1 BY 1
                       UNTIL WS-T > 4
                          OR TT-CODIGO(WS-T) EQUAL MEN-TIPO-DESCONTO
                   CONTINUE
               END-PERFORM
               IF WS-T > 4
                   MOVE 4 TO WS-T
               END-IF
               ADD 1                  TO TT-QTDE(WS-T)
               ADD MEN-VALOR-BRUTO    TO TT-BRUTO(WS-T)
               ADD MEN-VALOR-DESCONTO TO TT-DESCONTO(WS-T)
           END-IF.

       END PROGRAM PGM00031.
