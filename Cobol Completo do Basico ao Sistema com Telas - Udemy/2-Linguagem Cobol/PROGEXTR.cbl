       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGEXTR.
      *-----------------------------------------------------------------
      *== AUTOR: MARCIA GAMELEIRA
      *== OBJETIVO: EXTRATO DE CONTA DO CLIENTE (CD-CLIENTE), NUM SO
      *==           LUGAR: COMPRAS DO PERIODO (CABECALHOS 'H' DO
      *==           VENDAS.DAT E DOS ARQUIVOS MORTOS VENDAS-AAAAMM.DAT)
      *==           COM AS DEVOLUCOES ('V') DE CADA UMA, PONTOS GANHOS
      *==           E RESGATADOS EM CADA COMPRA E O SALDO DO PONTOS.DAT,
      *==           PARCELAS DO CREDIARIO EM ABERTO (COM MULTA E JUROS
      *==           DO DIA, PELO CREDPAR.DAT COMO NO PROGCRED) E PAGAS
      *==           NO PERIODO, E OS VALES-TROCA EM ABERTO EMITIDOS
      *==           SOBRE COMPRAS DO CLIENTE. DUAS FORMAS: CONSULTA NA
      *==           TELA, PARA O BALCAO ATENDER O CLIENTE, OU EXTRATO
      *==           IMPRESSO DO PERIODO EM EXTRATO-<CLIENTE>.DAT PARA
      *==           ENTREGAR OU MANDAR PELO CORREIO.
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
           SELECT VENDAS ASSIGN TO "VENDAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-VND-CHAVE
               FILE STATUS IS WRK-FS-VENDAS.
           SELECT CREDIARIO ASSIGN TO "CREDIARIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-CHAVE
               FILE STATUS IS WRK-FS-CREDIARIO.
           SELECT CREDPAR ASSIGN TO "CREDPAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CREDPAR.
           SELECT PONTOS ASSIGN TO "PONTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CLIENTE-PTS
               FILE STATUS IS WRK-FS-PONTOS.
           SELECT VALETROC ASSIGN TO "VALETROC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-VALE
               FILE STATUS IS WRK-FS-VALETROC.
           SELECT EXTRATO ASSIGN TO DYNAMIC WRK-NOME-EXTRATO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXTRATO.
           SELECT ARQMORTO ASSIGN TO DYNAMIC WRK-NOME-MORTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQMORTO.
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

       FD  VENDAS.
       COPY VENDFD.

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

       FD  CREDPAR.
       01  REG-CREDPAR.
           03  PAR-PC-MULTA          PIC 9(02)V99.
           03  FILLER                PIC X(01).
           03  PAR-PC-JUROS-DIA      PIC 9(01)V9999.
           03  FILLER                PIC X(01).
           03  PAR-DIAS-CARENCIA     PIC 9(02).
           03  FILLER                PIC X(01).
           03  PAR-DT-ALTERACAO      PIC 9(08).

       FD  PONTOS.
       01  REG-PONTOS.
           03  CD-CLIENTE-PTS        PIC 9(05).
           03  QT-PONTOS             PIC 9(08).

       FD  VALETROC.
       01  REG-VALETROC.
           03  CD-VALE               PIC 9(06).
           03  VT-DT-EMISSAO         PIC 9(08).
           03  VT-VND-ORIGEM         PIC X(14).
           03  VT-VALOR-EMITIDO      PIC 9(08).
           03  VT-SALDO              PIC 9(08).
           03  VT-DT-ULT-USO         PIC 9(08).
           03  VT-STATUS             PIC X(01).

       FD  EXTRATO.
       01  REG-EXTRATO               PIC X(100).

       FD  ARQMORTO.
       01  REG-ARQMORTO              PIC X(100).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-CLIENTE==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-VENDAS==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-CREDIARIO==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-CREDPAR==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PONTOS==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-VALETROC==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-EXTRATO==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-ARQMORTO==.

       77 WRK-MODO                  PIC 9(01)       VALUE ZEROS.
           88  WRK-MODO-TELA                        VALUE 1.
           88  WRK-MODO-IMPRESSO                    VALUE 2.
           88  WRK-MODO-SAIR                        VALUE 3.
       77 WRK-CONTINUA              PIC X(01)       VALUE 'S'.
           88  WRK-FIM-CONSULTA                     VALUE 'N'.
       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-PAUSA                 PIC X(01)       VALUE SPACE.
       77 WRK-EOF-MORTO             PIC X(01)       VALUE SPACE.
       77 WRK-DATA-SISTEMA          PIC 9(08)       VALUE ZEROS.
       77 WRK-CD-CLIENTE            PIC 9(05)       VALUE ZEROS.
       77 WRK-DATA-INI              PIC 9(08)       VALUE ZEROS.
       77 WRK-DATA-FIM              PIC 9(08)       VALUE ZEROS.
       77 WRK-VND-DATA              PIC 9(08)       VALUE ZEROS.
       77 WRK-NOME-EXTRATO          PIC X(30)       VALUE SPACES.
       77 WRK-NOME-MORTO            PIC X(20)       VALUE SPACES.
       77 WRK-MES                   PIC 9(06)       VALUE ZEROS.
       01  WRK-MES-PARTES.
           03  WRK-MES-ANO          PIC 9(04).
           03  WRK-MES-MM           PIC 9(02).

      *==  ARQUIVOS OPCIONAIS: SEM ELES A PARTE CORRESPONDENTE DO
      *==  EXTRATO SAI COM O AVISO DE ARQUIVO AUSENTE.
       77 WRK-CREDIARIO-ABERTO      PIC X(02)       VALUE SPACES.
           88  WRK-CREDIARIO-OK                     VALUE '00'.
       77 WRK-PONTOS-ABERTO         PIC X(02)       VALUE SPACES.
           88  WRK-PONTOS-OK                        VALUE '00'.
       77 WRK-VALETROC-ABERTO       PIC X(02)       VALUE SPACES.
           88  WRK-VALETROC-OK                      VALUE '00'.

      *==  VENDA CORRENTE: SO ENTRA LINHA DE VENDA FECHADA ('H') DO
      *==  CLIENTE E DENTRO DO PERIODO.
       77 WRK-CAB-ID                PIC X(14)       VALUE SPACES.
       77 WRK-TEM-CAB               PIC X(01)       VALUE 'N'.

      *==  MULTA E JUROS DE MORA, COMO NO PROGCRED.
       77 WRK-PC-MULTA              PIC 9(02)V99    VALUE 2,00.
       77 WRK-PC-JUROS-DIA          PIC 9(01)V9999  VALUE 0,0333.
       77 WRK-DIAS-CARENCIA         PIC 9(02)       VALUE ZEROS.
       77 WRK-DIAS-ATRASO           PIC S9(05)      VALUE ZEROS.
       77 WRK-VLR-MULTA             PIC 9(08)       VALUE ZEROS.
       77 WRK-VLR-JUROS             PIC 9(08)       VALUE ZEROS.
       77 WRK-VLR-A-RECEBER         PIC 9(08)       VALUE ZEROS.

      *==  TOTAIS DO EXTRATO.
       77 WRK-CT-COMPRAS            PIC 9(05)       VALUE ZEROS.
       77 WRK-TOT-COMPRAS           PIC 9(10)       VALUE ZEROS.
       77 WRK-TOT-DEVOLVIDO         PIC 9(10)       VALUE ZEROS.
       77 WRK-PTS-GANHOS            PIC 9(08)       VALUE ZEROS.
       77 WRK-PTS-RESGATADOS        PIC 9(08)       VALUE ZEROS.
       77 WRK-PTS-VENDA             PIC 9(08)       VALUE ZEROS.
       77 WRK-SALDO-PONTOS          PIC 9(08)       VALUE ZEROS.
       77 WRK-CT-ABERTAS            PIC 9(05)       VALUE ZEROS.
       77 WRK-CT-PAGAS              PIC 9(05)       VALUE ZEROS.
       77 WRK-CT-RENEGOCIADAS       PIC 9(05)       VALUE ZEROS.
       77 WRK-TOT-ABERTO            PIC 9(10)       VALUE ZEROS.
       77 WRK-TOT-ENCARGOS          PIC 9(10)       VALUE ZEROS.
       77 WRK-TOT-PAGO              PIC 9(10)       VALUE ZEROS.
       77 WRK-CT-VALES              PIC 9(05)       VALUE ZEROS.
       77 WRK-TOT-VALES             PIC 9(10)       VALUE ZEROS.
       77 WRK-VALE-CLIENTE          PIC 9(05)       VALUE ZEROS.
       77 WRK-CT-LINHAS-TELA        PIC 9(02)       VALUE ZEROS.

      *==  EDICAO DAS LINHAS.
       77 WRK-LINHA                 PIC X(100)      VALUE SPACES.
       77 WRK-VALOR-FORM            PIC ZZZ.ZZ9,99  VALUE ZEROS.
       77 WRK-VALOR2-FORM           PIC ZZZ.ZZ9,99  VALUE ZEROS.
       77 WRK-TOT-FORM              PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-QTD-FORM              PIC ZZZ.ZZ9,999 VALUE ZEROS.
       77 WRK-PTS-FORM              PIC ZZ.ZZZ.ZZ9  VALUE ZEROS.
       77 WRK-CT-FORM               PIC ZZZZ9       VALUE ZEROS.
       77 WRK-ATRASO-FORM           PIC ZZZZ9       VALUE ZEROS.
       01  WRK-DT-EDITAR            PIC 9(08)       VALUE ZEROS.
       01  WRK-DT-PARTES REDEFINES WRK-DT-EDITAR.
           03  WRK-DT-ANO           PIC 9(04).
           03  WRK-DT-MES           PIC 9(02).
           03  WRK-DT-DIA           PIC 9(02).
       01  WRK-DT-FORM.
           03  WRK-DTF-DIA          PIC 9(02).
           03  FILLER               PIC X(01)       VALUE '/'.
           03  WRK-DTF-MES          PIC 9(02).
           03  FILLER               PIC X(01)       VALUE '/'.
           03  WRK-DTF-ANO          PIC 9(04).
       77 WRK-DT-FORM-2             PIC X(10)       VALUE SPACES.
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 0100-ABRE-ARQUIVOS
           PERFORM 0050-CARREGA-ENCARGOS

           PERFORM UNTIL WRK-FIM-CONSULTA
               DISPLAY "1-CONSULTA NA TELA 2-EXTRATO IMPRESSO 3-SAIR"
               DISPLAY "OPCAO: "
               ACCEPT WRK-MODO
               EVALUATE TRUE
                   WHEN WRK-MODO-TELA
                   WHEN WRK-MODO-IMPRESSO
                       PERFORM 0200-EXTRATO-CLIENTE
                   WHEN WRK-MODO-SAIR
                       MOVE 'N' TO WRK-CONTINUA
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA."
               END-EVALUATE
           END-PERFORM

           PERFORM 0900-FECHA-ARQUIVOS
           STOP RUN.

       0050-CARREGA-ENCARGOS       SECTION.
      **** PERCENTUAIS DE MULTA E JUROS EM VIGOR. SEM O CREDPAR.DAT
      **** (OU COM REGISTRO INVALIDO) FICAM OS VALUE DO FONTE.
           OPEN INPUT CREDPAR
           IF FS-OK IN WRK-FS-CREDPAR
               READ CREDPAR
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PAR-PC-MULTA NUMERIC
                          AND PAR-PC-JUROS-DIA NUMERIC
                          AND PAR-DIAS-CARENCIA NUMERIC
                           MOVE PAR-PC-MULTA      TO WRK-PC-MULTA
                           MOVE PAR-PC-JUROS-DIA  TO WRK-PC-JUROS-DIA
                           MOVE PAR-DIAS-CARENCIA TO WRK-DIAS-CARENCIA
                       END-IF
               END-READ
               CLOSE CREDPAR
           END-IF
       .
       0100-ABRE-ARQUIVOS          SECTION.
           OPEN INPUT CLIENTE
           IF NOT FS-OK IN WRK-FS-CLIENTE
               DISPLAY "ERRO AO ABRIR O ARQUIVO CLIENTE. FS="
                       WRK-FS-CLIENTE
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGEXTR  '
                    'CLIENTE   ' WRK-FS-CLIENTE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT VENDAS
           IF NOT FS-OK IN WRK-FS-VENDAS
               DISPLAY "ERRO AO ABRIR O ARQUIVO VENDAS. FS="
                       WRK-FS-VENDAS
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGEXTR  '
                    'VENDAS    ' WRK-FS-VENDAS
               CLOSE CLIENTE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      **** CLIENTE QUE NUNCA COMPROU NO CREDIARIO, NUNCA JUNTOU PONTOS
      **** OU LOJA SEM VALE EMITIDO: O ARQUIVO PODE NAO EXISTIR.
           OPEN INPUT CREDIARIO
           MOVE WRK-FS-CREDIARIO TO WRK-CREDIARIO-ABERTO
           OPEN INPUT PONTOS
           MOVE WRK-FS-PONTOS TO WRK-PONTOS-ABERTO
           OPEN INPUT VALETROC
           MOVE WRK-FS-VALETROC TO WRK-VALETROC-ABERTO
       .
       0200-EXTRATO-CLIENTE        SECTION.
           DISPLAY "CODIGO DO CLIENTE: "
           ACCEPT WRK-CD-CLIENTE
           MOVE WRK-CD-CLIENTE TO CD-CLIENTE
           READ CLIENTE
               INVALID KEY
                   DISPLAY "CLIENTE NAO CADASTRADO."
                   GO TO 0200-FIM
           END-READ

      **** A CONSULTA DO BALCAO OLHA OS ULTIMOS 90 DIAS SE O PERIODO
      **** NAO FOR INFORMADO; O IMPRESSO SEGUE O MESMO PADRAO.
           DISPLAY "PERIODO - DATA INICIAL (AAAAMMDD, ZEROS = "
                   "ULTIMOS 90 DIAS): "
           ACCEPT WRK-DATA-INI
           DISPLAY "PERIODO - DATA FINAL (AAAAMMDD, ZEROS = HOJE): "
           ACCEPT WRK-DATA-FIM
           IF WRK-DATA-FIM EQUAL ZEROS
               MOVE WRK-DATA-SISTEMA TO WRK-DATA-FIM
           END-IF
           IF WRK-DATA-INI EQUAL ZEROS
               COMPUTE WRK-DATA-INI = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WRK-DATA-FIM) - 90)
           END-IF
           IF WRK-DATA-INI > WRK-DATA-FIM
               DISPLAY "PERIODO INVALIDO."
               GO TO 0200-FIM
           END-IF

           IF WRK-MODO-IMPRESSO
               MOVE SPACES TO WRK-NOME-EXTRATO
               STRING "EXTRATO-"     DELIMITED BY SIZE
                      CD-CLIENTE     DELIMITED BY SIZE
                      ".DAT"         DELIMITED BY SIZE
                   INTO WRK-NOME-EXTRATO
               END-STRING
               OPEN OUTPUT EXTRATO
               IF NOT FS-OK IN WRK-FS-EXTRATO
                   DISPLAY "ERRO AO ABRIR O EXTRATO. FS="
                           WRK-FS-EXTRATO
                   CALL 'SUBERRLOG' USING BY CONTENT 'PROGEXTR  '
                        'EXTRATO   ' WRK-FS-EXTRATO
                   MOVE 8 TO RETURN-CODE
                   GO TO 0200-FIM
               END-IF
           END-IF

           MOVE ZEROS TO WRK-CT-LINHAS-TELA
           MOVE ZEROS TO WRK-CT-COMPRAS
           MOVE ZEROS TO WRK-TOT-COMPRAS
           MOVE ZEROS TO WRK-TOT-DEVOLVIDO
           MOVE ZEROS TO WRK-PTS-GANHOS
           MOVE ZEROS TO WRK-PTS-RESGATADOS
           MOVE ZEROS TO WRK-CT-ABERTAS
           MOVE ZEROS TO WRK-CT-PAGAS
           MOVE ZEROS TO WRK-CT-RENEGOCIADAS
           MOVE ZEROS TO WRK-TOT-ABERTO
           MOVE ZEROS TO WRK-TOT-ENCARGOS
           MOVE ZEROS TO WRK-TOT-PAGO
           MOVE ZEROS TO WRK-CT-VALES
           MOVE ZEROS TO WRK-TOT-VALES

           PERFORM 0300-GRAVA-CABECALHO
           PERFORM 0400-COMPRAS
           PERFORM 0500-PONTOS
           PERFORM 0600-CREDIARIO
           PERFORM 0700-VALES-TROCA
           PERFORM 0750-RESUMO

           IF WRK-MODO-IMPRESSO
               CLOSE EXTRATO
               DISPLAY "EXTRATO GRAVADO EM " WRK-NOME-EXTRATO
           END-IF
       0200-FIM.
           EXIT.
       0300-GRAVA-CABECALHO        SECTION.
           MOVE "============================================"
               TO WRK-LINHA
           PERFORM 0800-EMITE-LINHA
           MOVE "   EXTRATO DE CONTA DO CLIENTE" TO WRK-LINHA
           PERFORM 0800-EMITE-LINHA
           MOVE "============================================"
               TO WRK-LINHA
           PERFORM 0800-EMITE-LINHA
           MOVE SPACES TO WRK-LINHA
           STRING "CLIENTE: "   DELIMITED BY SIZE
                  CD-CLIENTE    DELIMITED BY SIZE
                  " - "         DELIMITED BY SIZE
                  NM-CLIENTE    DELIMITED BY SIZE
               INTO WRK-LINHA
           PERFORM 0800-EMITE-LINHA
           MOVE SPACES TO WRK-LINHA
           STRING "ENDERECO: "  DELIMITED BY SIZE
                  NM-ENDERECO   DELIMITED BY SIZE
               INTO WRK-LINHA
           PERFORM 0800-EMITE-LINHA
           MOVE SPACES TO WRK-LINHA
           STRING "          "  DELIMITED BY SIZE
                  NM-CIDADE     DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  UF-CLIENTE    DELIMITED BY SIZE
                  "  CEP "      DELIMITED BY SIZE
                  DS-CEP        DELIMITED BY SIZE
               INTO WRK-LINHA
           PERFORM 0800-EMITE-LINHA
           MOVE WRK-DATA-INI TO WRK-DT-EDITAR
           PERFORM 0810-FORMATA-DATA
           MOVE WRK-DT-FORM TO WRK-DT-FORM-2
           MOVE WRK-DATA-FIM TO WRK-DT-EDITAR
           PERFORM 0810-FORMATA-DATA
           MOVE SPACES TO WRK-LINHA
           STRING "PERIODO: "   DELIMITED BY SIZE
                  WRK-DT-FORM-2 DELIMITED BY SIZE
                  " A "         DELIMITED BY SIZE
                  WRK-DT-FORM   DELIMITED BY SIZE
               INTO WRK-LINHA
           PERFORM 0800-EMITE-LINHA
           MOVE WRK-DATA-SISTEMA TO WRK-DT-EDITAR
           PERFORM 0810-FORMATA-DATA
           MOVE SPACES TO WRK-LINHA
           STRING "EMITIDO EM: " DELIMITED BY SIZE
                  WRK-DT-FORM    DELIMITED BY SIZE
               INTO WRK-LINHA
           PERFORM 0800-EMITE-LINHA
       .
       0400-COMPRAS                SECTION.
           MOVE SPACES TO WRK-LINHA
           PERFORM 0800-EMITE-LINHA
           MOVE "COMPRAS E DEVOLUCOES NO PERIODO" TO WRK-LINHA
           PERFORM 0800-EMITE-LINHA
           MOVE "--------------------------------------------"
               TO WRK-LINHA
           PERFORM 0800-EMITE-LINHA

      **** OS MESES ARQUIVADOS SAO OS MAIS ANTIGOS: PRIMEIRO OS MORTOS
      **** DO PERIODO, DEPOIS O VENDAS.DAT, PARA SAIR EM ORDEM DE DATA.
           MOVE SPACES TO WRK-CAB-ID
           MOVE 'N'    TO WRK-TEM-CAB
           MOVE WRK-DATA-INI(1:6) TO WRK-MES
           PERFORM UNTIL WRK-MES > WRK-DATA-FIM(1:6)
               PERFORM 0450-COMPRAS-MORTO
               PERFORM 0460-PROXIMO-MES
           END-PERFORM

      **** A CHAVE COMECA PELA DATA DA VENDA (AAAAMMDD + HORA), ENTAO
      **** O START JA CAI NO PRIMEIRO DIA DO PERIODO.
           MOVE SPACE TO WRK-EOF
           MOVE LOW-VALUES TO REG-VND-CHAVE
           MOVE WRK-DATA-INI TO REG-VND-ID(1:8)
           START VENDAS KEY IS NOT LESS THAN REG-VND-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ VENDAS NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF REG-VND-ID(1:8) NOT NUMERIC
                           MOVE 'F' TO WRK-EOF
                       ELSE
                           MOVE REG-VND-ID(1:8) TO WRK-VND-DATA
                           IF WRK-VND-DATA > WRK-DATA-FIM
                               MOVE 'F' TO WRK-EOF
                           ELSE
                               PERFORM 0410-TRATA-LINHA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WRK-CT-COMPRAS EQUAL ZEROS
               MOVE "   NENHUMA COMPRA NO PERIODO." TO WRK-LINHA
               PERFORM 0800-EMITE-LINHA
           END-IF
       .
       0410-TRATA-LINHA            SECTION.
      **** O 'H' (SEQUENCIAL 0000) VEM ANTES DAS LINHAS DA VENDA; A
      **** DEVOLUCAO ('V') FICA NA VENDA ORIGINAL, LOGO SAI LOGO
      **** ABAIXO DA COMPRA DEVOLVIDA.
           IF REG-ITM-ID NOT EQUAL WRK-CAB-ID
               MOVE REG-ITM-ID TO WRK-CAB-ID
               MOVE 'N'        TO WRK-TEM-CAB
           END-IF
           IF REG-VND-TIPO EQUAL 'H'
               IF REG-VND-CLIENTE EQUAL WRK-CD-CLIENTE
                  AND REG-VND-DATA NUMERIC
                   MOVE REG-VND-DATA TO WRK-VND-DATA
                   IF WRK-VND-DATA >= WRK-DATA-INI
                      AND WRK-VND-DATA <= WRK-DATA-FIM
                       MOVE 'S' TO WRK-TEM-CAB
                       PERFORM 0420-GRAVA-COMPRA
                   END-IF
               END-IF
               GO TO 0410-FIM
           END-IF
           IF WRK-TEM-CAB NOT EQUAL 'S'
               GO TO 0410-FIM
           END-IF
           IF REG-ITM-TIPO EQUAL 'V'
               PERFORM 0430-GRAVA-DEVOLUCAO
               GO TO 0410-FIM
           END-IF
           IF REG-PAG-TIPO EQUAL 'P'
              AND REG-PAG-FORMA EQUAL 4
               ADD REG-PAG-VALOR TO WRK-PTS-RESGATADOS
               MOVE REG-PAG-VALOR TO WRK-PTS-FORM
               MOVE SPACES TO WRK-LINHA
               STRING "      PAGO COM PONTOS......: -" DELIMITED BY SIZE
                      WRK-PTS-FORM                    DELIMITED BY SIZE
                      " PONTOS"                       DELIMITED BY SIZE
                   INTO WRK-LINHA
               PERFORM 0800-EMITE-LINHA
           END-IF
       0410-FIM.
           EXIT.
       0420-GRAVA-COMPRA           SECTION.
      **** PONTOS GANHOS COMO NO 0460-ACUMULA-PONTOS DO PROGVEND:
      **** 1 PONTO POR REAL DO TOTAL DA VENDA.
           ADD 1 TO WRK-CT-COMPRAS
           ADD REG-VND-TOTAL TO WRK-TOT-COMPRAS
           COMPUTE WRK-PTS-VENDA = REG-VND-TOTAL / 100
           ADD WRK-PTS-VENDA TO WRK-PTS-GANHOS
           MOVE WRK-VND-DATA TO WRK-DT-EDITAR
           PERFORM 0810-FORMATA-DATA
           MOVE REG-VND-TOTAL TO WRK-VALOR-FORM
           MOVE WRK-PTS-VENDA TO WRK-PTS-FORM
           MOVE SPACES TO WRK-LINHA
           STRING WRK-DT-FORM       DELIMITED BY SIZE
                  " CUPOM "         DELIMITED BY SIZE
                  REG-VND-NR-CUPOM  DELIMITED BY SIZE
                  " PDV "           DELIMITED BY SIZE
                  REG-VND-PDV       DELIMITED BY SIZE
                  " ITENS "         DELIMITED BY SIZE
                  REG-VND-QTD-ITENS DELIMITED BY SIZE
                  " TOTAL "         DELIMITED BY SIZE
                  WRK-VALOR-FORM    DELIMITED BY SIZE
                  " PONTOS +"       DELIMITED BY SIZE
                  WRK-PTS-FORM      DELIMITED BY SIZE
               INTO WRK-LINHA
           PERFORM 0800-EMITE-LINHA
       .
       0430-GRAVA-DEVOLUCAO        SECTION.
           ADD REG-ITM-PRECO-TOTAL TO WRK-TOT-DEVOLVIDO
           MOVE REG-ITM-QTD         TO WRK-QTD-FORM
           MOVE REG-ITM-PRECO-TOTAL TO WRK-VALOR-FORM
           MOVE SPACES TO WRK-LINHA
           STRING "      DEVOLVIDO: "  DELIMITED BY SIZE
                  REG-ITM-NOME         DELIMITED BY SIZE
                  " QTD "              DELIMITED BY SIZE
                  WRK-QTD-FORM         DELIMITED BY SIZE
                  " VALOR -"           DELIMITED BY SIZE
                  WRK-VALOR-FORM       DELIMITED BY SIZE
               INTO WRK-LINHA
           PERFORM 0800-EMITE-LINHA
       .
       0450-COMPRAS-MORTO          SECTION.
      **** ARQUIVO MORTO DO MES (VENDAS-AAAAMM.DAT, MESMO LAYOUT DO
      **** VENDFD, VENDA INTEIRA EM SEQUENCIA). MES AINDA NAO
      **** ARQUIVADO (FS=35) ESTA TODO NO VENDAS.DAT. A LINHA E LEVADA
      **** PARA A AREA DO VENDAS, QUE SEGUE ABERTO.
           MOVE SPACES TO WRK-NOME-MORTO
           STRING "VENDAS-"        DELIMITED BY SIZE
                  WRK-MES          DELIMITED BY SIZE
                  ".DAT"           DELIMITED BY SIZE
               INTO WRK-NOME-MORTO
           END-STRING
           OPEN INPUT ARQMORTO
           IF WRK-FS-ARQMORTO EQUAL '35'
               GO TO 0450-FIM
           END-IF
           IF NOT FS-OK IN WRK-FS-ARQMORTO
               DISPLAY "AVISO: " WRK-NOME-MORTO " NAO ABRIU. FS="
                       WRK-FS-ARQMORTO " - MES FORA DO EXTRATO."
               MOVE 8 TO RETURN-CODE
               GO TO 0450-FIM
           END-IF
           MOVE SPACE TO WRK-EOF
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ ARQMORTO
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       MOVE REG-ARQMORTO(1:92) TO REG-VENDA-ITEM
                       PERFORM 0410-TRATA-LINHA
               END-READ
           END-PERFORM
           CLOSE ARQMORTO
       0450-FIM.
           EXIT.
       0460-PROXIMO-MES            SECTION.
           MOVE WRK-MES TO WRK-MES-PARTES
           IF WRK-MES-MM >= 12
               ADD 1 TO WRK-MES-ANO
               MOVE 1 TO WRK-MES-MM
           ELSE
               ADD 1 TO WRK-MES-MM
           END-IF
           MOVE WRK-MES-PARTES TO WRK-MES
       .
       0500-PONTOS                 SECTION.
           MOVE SPACES TO WRK-LINHA
           PERFORM 0800-EMITE-LINHA
           MOVE "PROGRAMA DE PONTOS (1 PONTO = R$0,01)" TO WRK-LINHA
           PERFORM 0800-EMITE-LINHA
           MOVE "--------------------------------------------"
               TO WRK-LINHA
           PERFORM 0800-EMITE-LINHA
           MOVE ZEROS TO WRK-SALDO-PONTOS
           IF NOT WRK-PONTOS-OK
               MOVE "   ARQUIVO DE PONTOS INDISPONIVEL." TO WRK-LINHA
               PERFORM 0800-EMITE-LINHA
               GO TO 0500-FIM
           END-IF
           MOVE WRK-CD-CLIENTE TO CD-CLIENTE-PTS
           READ PONTOS
               NOT INVALID KEY
                   MOVE QT-PONTOS TO WRK-SALDO-PONTOS
           END-READ
           MOVE WRK-PTS-GANHOS TO WRK-PTS-FORM
           MOVE SPACES TO WRK-LINHA
           STRING "   GANHOS NO PERIODO.......: " DELIMITED BY SIZE
                  WRK-PTS-FORM                   DELIMITED BY SIZE
               INTO WRK-LINHA
           PERFORM 0800-EMITE-LINHA
           MOVE WRK-PTS-RESGATADOS TO WRK-PTS-FORM
           MOVE SPACES TO WRK-LINHA
           STRING "   RESGATADOS NO PERIODO...: " DELIMITED BY SIZE
                  WRK-PTS-FORM                   DELIMITED BY SIZE
               INTO WRK-LINHA
           PERFORM 0800-EMITE-LINHA
           MOVE WRK-SALDO-PONTOS TO WRK-PTS-FORM
           MOVE SPACES TO WRK-LINHA
           STRING "   SALDO ATUAL.............: " DELIMITED BY SIZE
                  WRK-PTS-FORM                   DELIMITED BY SIZE
               INTO WRK-LINHA
           PERFORM 0800-EMITE-LINHA
       0500-FIM.
           EXIT.
       0600-CREDIARIO              SECTION.
           MOVE SPACES TO WRK-LINHA
           PERFORM 0800-EMITE-LINHA
           MOVE "CREDIARIO" TO WRK-LINHA
           PERFORM 0800-EMITE-LINHA
           MOVE "--------------------------------------------"
               TO WRK-LINHA
           PERFORM 0800-EMITE-LINHA
           IF NOT WRK-CREDIARIO-OK
               MOVE "   NENHUMA PARCELA DE CREDIARIO." TO WRK-LINHA
               PERFORM 0800-EMITE-LINHA
               GO TO 0600-FIM
           END-IF
      **** A PARCELA EM ABERTO SAI QUALQUER QUE SEJA O VENCIMENTO (E O
      **** QUE O CLIENTE DEVE HOJE); A PAGA, SO SE FOI PAGA NO PERIODO.
           MOVE SPACE TO WRK-EOF
           MOVE WRK-CD-CLIENTE TO CRD-CLIENTE
           MOVE LOW-VALUES     TO CRD-VND-ID
           MOVE ZEROS          TO CRD-PARCELA
           START CREDIARIO KEY IS NOT LESS THAN CRD-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ CREDIARIO NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF CRD-CLIENTE NOT EQUAL WRK-CD-CLIENTE
                           MOVE 'F' TO WRK-EOF
                       ELSE
                           PERFORM 0610-TRATA-PARCELA
                       END-IF
               END-READ
           END-PERFORM
           IF WRK-CT-ABERTAS EQUAL ZEROS
               MOVE "   NENHUMA PARCELA EM ABERTO." TO WRK-LINHA
               PERFORM 0800-EMITE-LINHA
           END-IF
           IF WRK-CT-RENEGOCIADAS > ZEROS
               MOVE WRK-CT-RENEGOCIADAS TO WRK-CT-FORM
               MOVE SPACES TO WRK-LINHA
               STRING "   PARCELAS RENEGOCIADAS (SUBSTITUIDAS POR "
                                                 DELIMITED BY SIZE
                      "ACORDO): "                DELIMITED BY SIZE
                      WRK-CT-FORM                DELIMITED BY SIZE
                   INTO WRK-LINHA
               PERFORM 0800-EMITE-LINHA
           END-IF
       0600-FIM.
           EXIT.
       0610-TRATA-PARCELA          SECTION.
           EVALUATE CRD-STATUS
               WHEN 'A'
                   ADD 1 TO WRK-CT-ABERTAS
                   PERFORM 0620-CALCULA-ENCARGOS
                   ADD CRD-VALOR TO WRK-TOT-ABERTO
                   COMPUTE WRK-TOT-ENCARGOS = WRK-TOT-ENCARGOS
                       + WRK-VLR-MULTA + WRK-VLR-JUROS
                   MOVE CRD-DT-VENCIMENTO TO WRK-DT-EDITAR
                   PERFORM 0810-FORMATA-DATA
                   MOVE CRD-VALOR TO WRK-VALOR-FORM
                   COMPUTE WRK-VALOR2-FORM =
                       WRK-VLR-MULTA + WRK-VLR-JUROS
                   MOVE SPACES TO WRK-LINHA
                   IF WRK-DIAS-ATRASO > ZEROS
                       MOVE WRK-DIAS-ATRASO TO WRK-ATRASO-FORM
                       STRING "   EM ABERTO VENC " DELIMITED BY SIZE
                              WRK-DT-FORM          DELIMITED BY SIZE
                              " PARC "             DELIMITED BY SIZE
                              CRD-PARCELA          DELIMITED BY SIZE
                              " VALOR "            DELIMITED BY SIZE
                              WRK-VALOR-FORM       DELIMITED BY SIZE
                              " ATRASO "           DELIMITED BY SIZE
                              WRK-ATRASO-FORM      DELIMITED BY SIZE
                              " ENCARGOS "         DELIMITED BY SIZE
                              WRK-VALOR2-FORM      DELIMITED BY SIZE
                           INTO WRK-LINHA
                   ELSE
                       STRING "   EM ABERTO VENC " DELIMITED BY SIZE
                              WRK-DT-FORM          DELIMITED BY SIZE
                              " PARC "             DELIMITED BY SIZE
                              CRD-PARCELA          DELIMITED BY SIZE
                              " VALOR "            DELIMITED BY SIZE
                              WRK-VALOR-FORM       DELIMITED BY SIZE
                              " EM DIA"            DELIMITED BY SIZE
                           INTO WRK-LINHA
                   END-IF
                   PERFORM 0800-EMITE-LINHA
               WHEN 'P'
                   IF CRD-DT-PAGAMENTO >= WRK-DATA-INI
                      AND CRD-DT-PAGAMENTO <= WRK-DATA-FIM
                       ADD 1 TO WRK-CT-PAGAS
                       ADD CRD-VALOR TO WRK-TOT-PAGO
                       MOVE CRD-DT-PAGAMENTO TO WRK-DT-EDITAR
                       PERFORM 0810-FORMATA-DATA
                       MOVE CRD-VALOR TO WRK-VALOR-FORM
                       MOVE SPACES TO WRK-LINHA
                       STRING "   PAGA EM "        DELIMITED BY SIZE
                              WRK-DT-FORM          DELIMITED BY SIZE
                              "     PARC "         DELIMITED BY SIZE
                              CRD-PARCELA          DELIMITED BY SIZE
                              " VALOR "            DELIMITED BY SIZE
                              WRK-VALOR-FORM       DELIMITED BY SIZE
                              " VENDA "            DELIMITED BY SIZE
                              CRD-VND-ID           DELIMITED BY SIZE
                           INTO WRK-LINHA
                       PERFORM 0800-EMITE-LINHA
                   END-IF
               WHEN 'R'
                   ADD 1 TO WRK-CT-RENEGOCIADAS
           END-EVALUATE
       .
       0620-CALCULA-ENCARGOS       SECTION.
      **** MESMA CONTA DO 0150/0160 DO PROGCRED: MULTA UNICA E JUROS
      **** SIMPLES POR DIA CORRIDO, SO DEPOIS DA CARENCIA.
           IF CRD-DT-VENCIMENTO > ZEROS
              AND CRD-DT-VENCIMENTO < WRK-DATA-SISTEMA
               COMPUTE WRK-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-SISTEMA)
                   - FUNCTION INTEGER-OF-DATE(CRD-DT-VENCIMENTO)
           ELSE
               MOVE ZEROS TO WRK-DIAS-ATRASO
           END-IF
           MOVE ZEROS TO WRK-VLR-MULTA
           MOVE ZEROS TO WRK-VLR-JUROS
           IF WRK-DIAS-ATRASO > WRK-DIAS-CARENCIA
               COMPUTE WRK-VLR-MULTA ROUNDED =
                   CRD-VALOR * WRK-PC-MULTA / 100
               COMPUTE WRK-VLR-JUROS ROUNDED =
                   CRD-VALOR * WRK-PC-JUROS-DIA / 100
                   * WRK-DIAS-ATRASO
           END-IF
           COMPUTE WRK-VLR-A-RECEBER =
               CRD-VALOR + WRK-VLR-MULTA + WRK-VLR-JUROS
       .
       0700-VALES-TROCA            SECTION.
           MOVE SPACES TO WRK-LINHA
           PERFORM 0800-EMITE-LINHA
           MOVE "VALES-TROCA EM ABERTO" TO WRK-LINHA
           PERFORM 0800-EMITE-LINHA
           MOVE "--------------------------------------------"
               TO WRK-LINHA
           PERFORM 0800-EMITE-LINHA
           IF NOT WRK-VALETROC-OK
               MOVE "   NENHUM VALE-TROCA EMITIDO." TO WRK-LINHA
               PERFORM 0800-EMITE-LINHA
               GO TO 0700-FIM
           END-IF
      **** O VALE NAO GUARDA O CLIENTE: E DELE O VALE EMITIDO SOBRE
      **** UMA COMPRA SUA (VT-VND-ORIGEM APONTA O 'H' DA VENDA).
           MOVE SPACE TO WRK-EOF
           MOVE ZEROS TO CD-VALE
           START VALETROC KEY IS NOT LESS THAN CD-VALE
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ VALETROC NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF VT-STATUS EQUAL 'A'
                          AND VT-SALDO > ZEROS
                           PERFORM 0710-CLIENTE-DO-VALE
                           IF WRK-VALE-CLIENTE EQUAL WRK-CD-CLIENTE
                               PERFORM 0720-GRAVA-VALE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WRK-CT-VALES EQUAL ZEROS
               MOVE "   NENHUM VALE-TROCA EM ABERTO." TO WRK-LINHA
               PERFORM 0800-EMITE-LINHA
           END-IF
       0700-FIM.
           EXIT.
       0710-CLIENTE-DO-VALE        SECTION.
      **** VENDA DE ORIGEM NO VENDAS.DAT OU, SE O MES JA FOI
      **** ARQUIVADO, NO MORTO DO MES DA VENDA.
           MOVE ZEROS TO WRK-VALE-CLIENTE
           MOVE VT-VND-ORIGEM TO REG-VND-ID
           MOVE ZEROS         TO REG-VND-SEQ
           READ VENDAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF REG-VND-TIPO EQUAL 'H'
                       MOVE REG-VND-CLIENTE TO WRK-VALE-CLIENTE
                   END-IF
                   GO TO 0710-FIM
           END-READ
           IF VT-VND-ORIGEM(1:6) NOT NUMERIC
               GO TO 0710-FIM
           END-IF
           MOVE VT-VND-ORIGEM(1:6) TO WRK-MES
           MOVE SPACES TO WRK-NOME-MORTO
           STRING "VENDAS-"        DELIMITED BY SIZE
                  WRK-MES          DELIMITED BY SIZE
                  ".DAT"           DELIMITED BY SIZE
               INTO WRK-NOME-MORTO
           END-STRING
           OPEN INPUT ARQMORTO
           IF NOT FS-OK IN WRK-FS-ARQMORTO
               GO TO 0710-FIM
           END-IF
           MOVE SPACE TO WRK-EOF-MORTO
           PERFORM UNTIL WRK-EOF-MORTO EQUAL 'F'
               READ ARQMORTO
                   AT END
                       MOVE 'F' TO WRK-EOF-MORTO
                   NOT AT END
                       MOVE REG-ARQMORTO(1:92) TO REG-VENDA-ITEM
                       IF REG-VND-TIPO EQUAL 'H'
                          AND REG-VND-ID EQUAL VT-VND-ORIGEM
                           MOVE REG-VND-CLIENTE TO WRK-VALE-CLIENTE
                           MOVE 'F' TO WRK-EOF-MORTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQMORTO
       0710-FIM.
           EXIT.
       0720-GRAVA-VALE             SECTION.
           ADD 1 TO WRK-CT-VALES
           ADD VT-SALDO TO WRK-TOT-VALES
           MOVE VT-DT-EMISSAO TO WRK-DT-EDITAR
           PERFORM 0810-FORMATA-DATA
           MOVE VT-VALOR-EMITIDO TO WRK-VALOR-FORM
           MOVE VT-SALDO         TO WRK-VALOR2-FORM
           MOVE SPACES TO WRK-LINHA
           STRING "   VALE "          DELIMITED BY SIZE
                  CD-VALE             DELIMITED BY SIZE
                  " EMITIDO "         DELIMITED BY SIZE
                  WRK-DT-FORM         DELIMITED BY SIZE
                  " VALOR "           DELIMITED BY SIZE
                  WRK-VALOR-FORM      DELIMITED BY SIZE
                  " SALDO "           DELIMITED BY SIZE
                  WRK-VALOR2-FORM     DELIMITED BY SIZE
               INTO WRK-LINHA
           PERFORM 0800-EMITE-LINHA
       .
       0750-RESUMO                 SECTION.
           MOVE SPACES TO WRK-LINHA
           PERFORM 0800-EMITE-LINHA
           MOVE "RESUMO" TO WRK-LINHA
           PERFORM 0800-EMITE-LINHA
           MOVE "--------------------------------------------"
               TO WRK-LINHA
           PERFORM 0800-EMITE-LINHA
           MOVE WRK-CT-COMPRAS  TO WRK-CT-FORM
           MOVE WRK-TOT-COMPRAS TO WRK-TOT-FORM
           MOVE SPACES TO WRK-LINHA
           STRING "   COMPRAS NO PERIODO......: " DELIMITED BY SIZE
                  WRK-CT-FORM                    DELIMITED BY SIZE
                  "  VALOR "                     DELIMITED BY SIZE
                  WRK-TOT-FORM                   DELIMITED BY SIZE
               INTO WRK-LINHA
           PERFORM 0800-EMITE-LINHA
           MOVE WRK-TOT-DEVOLVIDO TO WRK-TOT-FORM
           MOVE SPACES TO WRK-LINHA
           STRING "   DEVOLVIDO DESSAS COMPRAS:        "
                                                 DELIMITED BY SIZE
                  "  VALOR "                     DELIMITED BY SIZE
                  WRK-TOT-FORM                   DELIMITED BY SIZE
               INTO WRK-LINHA
           PERFORM 0800-EMITE-LINHA
           MOVE WRK-CT-PAGAS TO WRK-CT-FORM
           MOVE WRK-TOT-PAGO TO WRK-TOT-FORM
           MOVE SPACES TO WRK-LINHA
           STRING "   PARCELAS PAGAS NO PERIODO: " DELIMITED BY SIZE
                  WRK-CT-FORM                     DELIMITED BY SIZE
                  " VALOR "                       DELIMITED BY SIZE
                  WRK-TOT-FORM                    DELIMITED BY SIZE
               INTO WRK-LINHA
           PERFORM 0800-EMITE-LINHA
           MOVE WRK-CT-ABERTAS TO WRK-CT-FORM
           MOVE WRK-TOT-ABERTO TO WRK-TOT-FORM
           MOVE SPACES TO WRK-LINHA
           STRING "   PARCELAS EM ABERTO......: " DELIMITED BY SIZE
                  WRK-CT-FORM                    DELIMITED BY SIZE
                  "  VALOR "                     DELIMITED BY SIZE
                  WRK-TOT-FORM                   DELIMITED BY SIZE
               INTO WRK-LINHA
           PERFORM 0800-EMITE-LINHA
           MOVE WRK-TOT-ENCARGOS TO WRK-TOT-FORM
           MOVE SPACES TO WRK-LINHA
           STRING "   MULTA E JUROS ATE HOJE..:        "
                                                 DELIMITED BY SIZE
                  "  VALOR "                     DELIMITED BY SIZE
                  WRK-TOT-FORM                   DELIMITED BY SIZE
               INTO WRK-LINHA
           PERFORM 0800-EMITE-LINHA
           COMPUTE WRK-TOT-FORM = WRK-TOT-ABERTO + WRK-TOT-ENCARGOS
           MOVE SPACES TO WRK-LINHA
           STRING "   TOTAL DEVIDO HOJE.......:        "
                                                 DELIMITED BY SIZE
                  "  VALOR "                     DELIMITED BY SIZE
                  WRK-TOT-FORM                   DELIMITED BY SIZE
               INTO WRK-LINHA
           PERFORM 0800-EMITE-LINHA
           MOVE WRK-SALDO-PONTOS TO WRK-PTS-FORM
           MOVE SPACES TO WRK-LINHA
           STRING "   SALDO DE PONTOS.........: " DELIMITED BY SIZE
                  WRK-PTS-FORM                   DELIMITED BY SIZE
               INTO WRK-LINHA
           PERFORM 0800-EMITE-LINHA
           MOVE WRK-CT-VALES  TO WRK-CT-FORM
           MOVE WRK-TOT-VALES TO WRK-TOT-FORM
           MOVE SPACES TO WRK-LINHA
           STRING "   VALES-TROCA EM ABERTO...: " DELIMITED BY SIZE
                  WRK-CT-FORM                    DELIMITED BY SIZE
                  "  SALDO "                     DELIMITED BY SIZE
                  WRK-TOT-FORM                   DELIMITED BY SIZE
               INTO WRK-LINHA
           PERFORM 0800-EMITE-LINHA
           MOVE "============================================"
               TO WRK-LINHA
           PERFORM 0800-EMITE-LINHA
       .
       0800-EMITE-LINHA            SECTION.
      **** NA TELA PARA A CADA 20 LINHAS; NO IMPRESSO VAI PARA O
      **** EXTRATO-<CLIENTE>.DAT.
           IF WRK-MODO-IMPRESSO
               MOVE WRK-LINHA TO REG-EXTRATO
               WRITE REG-EXTRATO
           ELSE
               DISPLAY WRK-LINHA
               ADD 1 TO WRK-CT-LINHAS-TELA
               IF WRK-CT-LINHAS-TELA >= 20
                   DISPLAY "TECLE ENTER PARA CONTINUAR..."
                   ACCEPT WRK-PAUSA
                   MOVE SPACE TO WRK-PAUSA
                   MOVE ZEROS TO WRK-CT-LINHAS-TELA
               END-IF
           END-IF
       .
       0810-FORMATA-DATA           SECTION.
           MOVE WRK-DT-DIA TO WRK-DTF-DIA
           MOVE WRK-DT-MES TO WRK-DTF-MES
           MOVE WRK-DT-ANO TO WRK-DTF-ANO
       .
       0900-FECHA-ARQUIVOS         SECTION.
           CLOSE CLIENTE
           CLOSE VENDAS
           IF WRK-CREDIARIO-OK
               CLOSE CREDIARIO
           END-IF
           IF WRK-PONTOS-OK
               CLOSE PONTOS
           END-IF
           IF WRK-VALETROC-OK
               CLOSE VALETROC
           END-IF
       .
       END PROGRAM PROGEXTR.
