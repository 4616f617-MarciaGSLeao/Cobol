       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCTBL.
      *-----------------------------------------------------------------
      *== AUTOR: MARCIA GAMELEIRA
      *== OBJETIVO: LANCAMENTOS CONTABEIS DO MES PARA O ESCRITORIO DE
      *==           CONTABILIDADE, EM PARTIDAS DOBRADAS, NO LAYOUT DE
      *==           IMPORTACAO DO CONTADOR (LANCCTB-AAAAMM.DAT, UMA
      *==           LINHA POR PARTIDA: LOTE;DATA;CONTA;D/C;VALOR;
      *==           HISTORICO, UM LOTE POR DIA). FONTES: VENDAS, ICMS
      *==           E RECEBIMENTO POR FORMA DOS DIAS FECHADOS
      *==           (RESVDIA.DAT DO PROGFECH), VALES-TROCA EMITIDOS
      *==           (VALETROC.DAT), RECEBIMENTOS DO CREDIARIO
      *==           (CREDREC.DAT), LIQUIDACOES E TAXAS DE CARTAO/PIX
      *==           (LIQUIDA.DAT, O MESMO DO PROGCONC) E PAGAMENTOS A
      *==           FORNECEDORES (CTPAGAR.DAT). CADA EVENTO E LANCADO
      *==           NA CONTA DO PLANO DO CONTADOR INFORMADA NO MAPA
      *==           CTBMAP.DAT, MANTIDO PELAS OPCOES 1 E 2 DO MENU.
      *==           O LOTE DE CADA DIA TEM DE FECHAR (DEBITOS =
      *==           CREDITOS): SE UM DIA NAO FECHAR, A GERACAO PARA,
      *==           O ARQUIVO DO CONTADOR FICA VAZIO E O RC E 8. O
      *==           RESUMO POR DIA SAI NO RELCTB-AAAAMM.DAT.
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
           SELECT CTBMAP ASSIGN TO "CTBMAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAP-EVENTO
               FILE STATUS IS WRK-FS-CTBMAP.
           SELECT RESVDIA ASSIGN TO "RESVDIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSV-CHAVE
               FILE STATUS IS WRK-FS-RESVDIA.
           SELECT VALETROC ASSIGN TO "VALETROC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CD-VALE
               FILE STATUS IS WRK-FS-VALETROC.
           SELECT CREDREC ASSIGN TO "CREDREC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CREDREC.
           SELECT LIQUIDA ASSIGN TO "LIQUIDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LIQUIDA.
           SELECT CTPAGAR ASSIGN TO "CTPAGAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CPG-CHAVE
               FILE STATUS IS WRK-FS-CTPAGAR.
           SELECT LANCCTB ASSIGN TO DYNAMIC WRK-NOME-LANCCTB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LANCCTB.
           SELECT RELCTB ASSIGN TO DYNAMIC WRK-NOME-RELCTB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELCTB.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
      *==  MAPA EVENTO -> CONTA DO PLANO DE CONTAS DO CONTADOR.
       FD  CTBMAP.
       01  REG-CTBMAP.
           03  MAP-EVENTO            PIC X(08).
           03  MAP-CONTA             PIC X(20).
           03  MAP-DT-ALTERACAO      PIC 9(08).

       FD  RESVDIA.
       COPY RESVFD.

       FD  VALETROC.
       01  REG-VALETROC.
           03  CD-VALE               PIC 9(06).
           03  VT-DT-EMISSAO         PIC 9(08).
           03  VT-VND-ORIGEM         PIC X(14).
           03  VT-VALOR-EMITIDO      PIC 9(08).
           03  VT-SALDO              PIC 9(08).
           03  VT-DT-ULT-USO         PIC 9(08).
           03  VT-STATUS             PIC X(01).

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

       FD  LIQUIDA.
       01  REG-LIQUIDA.
           03  LIQ-DATA              PIC 9(08).
           03  FILLER                PIC X(01).
           03  LIQ-PDV               PIC 9(02).
           03  FILLER                PIC X(01).
           03  LIQ-FORMA             PIC 9(01).
           03  FILLER                PIC X(01).
           03  LIQ-VALOR-BRUTO       PIC 9(08).
           03  FILLER                PIC X(01).
           03  LIQ-VALOR-LIQUIDO     PIC 9(08).

       FD  CTPAGAR.
       COPY CTPAGFD.

       FD  LANCCTB.
       01  REG-LANCCTB               PIC X(100).

       FD  RELCTB.
       01  REG-RELCTB                PIC X(80).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-CTBMAP==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-RESVDIA==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-VALETROC==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-CREDREC==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-LIQUIDA==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-CTPAGAR==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-LANCCTB==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-RELCTB==.

       77 WRK-OPCAO                 PIC 9(01)       VALUE ZEROS.
           88  WRK-OPC-LISTAR                       VALUE 1.
           88  WRK-OPC-MANTER                       VALUE 2.
           88  WRK-OPC-GERAR                        VALUE 3.
           88  WRK-OPC-SAIR                         VALUE 4.
       77 WRK-CONTINUA              PIC X(01)       VALUE 'S'.
           88  WRK-FIM-MENU                         VALUE 'N'.
       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-DATA-SISTEMA          PIC 9(08)       VALUE ZEROS.
       77 WRK-NOME-LANCCTB          PIC X(20)       VALUE SPACES.
       77 WRK-NOME-RELCTB           PIC X(20)       VALUE SPACES.

      *==  EVENTOS CONTABEIS. A ORDEM DA TABELA E A DOS INDICES
      *==  WRK-EV-... USADOS NOS LANCAMENTOS.
       01  TAB-EVENTOS-DADOS.
           03  FILLER PIC X(38) VALUE
               "CAIXA   CAIXA DAS LOJAS (DINHEIRO)".
           03  FILLER PIC X(38) VALUE
               "CARTAO  CARTOES A RECEBER".
           03  FILLER PIC X(38) VALUE
               "PIX     PIX A RECEBER".
           03  FILLER PIC X(38) VALUE
               "PONTOS  PONTOS DE FIDELIDADE".
           03  FILLER PIC X(38) VALUE
               "VALETROCVALES-TROCA A RESGATAR".
           03  FILLER PIC X(38) VALUE
               "CREDIAR CLIENTES DO CREDIARIO".
           03  FILLER PIC X(38) VALUE
               "RECVENDARECEITA BRUTA DE VENDAS".
           03  FILLER PIC X(38) VALUE
               "DEVOLUC DEVOLUCOES DE VENDAS".
           03  FILLER PIC X(38) VALUE
               "ICMSDESPICMS SOBRE VENDAS".
           03  FILLER PIC X(38) VALUE
               "ICMSREC ICMS A RECOLHER".
           03  FILLER PIC X(38) VALUE
               "BANCO   BANCO CONTA MOVIMENTO".
           03  FILLER PIC X(38) VALUE
               "TAXACARTTAXAS DE CARTAO E PIX".
           03  FILLER PIC X(38) VALUE
               "MULTACRDMULTAS RECEBIDAS CREDIARIO".
           03  FILLER PIC X(38) VALUE
               "JUROSCRDJUROS RECEBIDOS CREDIARIO".
           03  FILLER PIC X(38) VALUE
               "FORNEC  FORNECEDORES".
           03  FILLER PIC X(38) VALUE
               "JUROSPAGJUROS E MULTAS PAGOS".
           03  FILLER PIC X(38) VALUE
               "DESCOBT DESCONTOS OBTIDOS".
       01  TAB-EVENTOS REDEFINES TAB-EVENTOS-DADOS.
           03  TAB-EVT               OCCURS 17 TIMES.
               05  TAB-EVT-CODIGO    PIC X(08).
               05  TAB-EVT-DESCR     PIC X(30).
       01  TAB-CONTAS.
           03  TAB-EVT-CONTA         PIC X(20)      OCCURS 17 TIMES.
       77 WRK-QT-EVENTOS            PIC 9(02)       VALUE 17.
       77 WRK-EV-CAIXA              PIC 9(02)       VALUE 1.
       77 WRK-EV-CARTAO             PIC 9(02)       VALUE 2.
       77 WRK-EV-PIX                PIC 9(02)       VALUE 3.
       77 WRK-EV-PONTOS             PIC 9(02)       VALUE 4.
       77 WRK-EV-VALETROC           PIC 9(02)       VALUE 5.
       77 WRK-EV-CREDIAR            PIC 9(02)       VALUE 6.
       77 WRK-EV-RECVENDA           PIC 9(02)       VALUE 7.
       77 WRK-EV-DEVOLUC            PIC 9(02)       VALUE 8.
       77 WRK-EV-ICMSDESP           PIC 9(02)       VALUE 9.
       77 WRK-EV-ICMSREC            PIC 9(02)       VALUE 10.
       77 WRK-EV-BANCO              PIC 9(02)       VALUE 11.
       77 WRK-EV-TAXACART           PIC 9(02)       VALUE 12.
       77 WRK-EV-MULTACRD           PIC 9(02)       VALUE 13.
       77 WRK-EV-JUROSCRD           PIC 9(02)       VALUE 14.
       77 WRK-EV-FORNEC             PIC 9(02)       VALUE 15.
       77 WRK-EV-JUROSPAG           PIC 9(02)       VALUE 16.
       77 WRK-EV-DESCOBT            PIC 9(02)       VALUE 17.
       77 WRK-E                     PIC 9(02)       VALUE ZEROS.
       77 WRK-SEM-CONTA             PIC 9(02)       VALUE ZEROS.
       77 WRK-EVENTO-INF            PIC X(08)       VALUE SPACES.
       77 WRK-CONTA-INF             PIC X(20)       VALUE SPACES.

      *==  MES DE REFERENCIA E TOTAIS DE CADA DIA DO MES, SOMADOS NA
      *==  LEITURA DAS FONTES.
       77 WRK-MES-REF               PIC 9(06)       VALUE ZEROS.
       01  WRK-DATA-INI.
           03  WRK-INI-ANO-MES      PIC 9(06).
           03  WRK-INI-DIA          PIC 9(02).
       01  WRK-DATA-INI-NUM REDEFINES WRK-DATA-INI PIC 9(08).
       77 WRK-DATA-FIM              PIC 9(08)       VALUE ZEROS.
       77 WRK-ULTIMO-DIA            PIC 9(02)       VALUE ZEROS.
       77 WRK-INT-DATA              PIC 9(08)       VALUE ZEROS.
       77 WRK-DIA                   PIC 9(02)       VALUE ZEROS.
       77 WRK-F                     PIC 9(01)       VALUE ZEROS.
       01  TAB-DIAS.
           03  TAB-DIA               OCCURS 31 TIMES.
               05  DIA-FECHADO       PIC X(01).
               05  DIA-VENDIDO       PIC 9(12).
               05  DIA-DEVOL         PIC 9(12).
               05  DIA-ICMS-VENDA    PIC 9(12).
               05  DIA-ICMS-DEVOL    PIC 9(12).
               05  DIA-FORMA         PIC 9(12)      OCCURS 6 TIMES.
               05  DIA-VALES         PIC 9(12).
               05  DIA-REC-LOJA      PIC 9(12).
               05  DIA-REC-BANCO     PIC 9(12).
               05  DIA-REC-PRINC     PIC 9(12).
               05  DIA-REC-MULTA     PIC 9(12).
               05  DIA-REC-JUROS     PIC 9(12).
               05  DIA-LIQ-CARTAO    PIC 9(12).
               05  DIA-LIQ-PIX       PIC 9(12).
               05  DIA-LIQ-LIQUIDO   PIC 9(12).
               05  DIA-FORN-VALOR    PIC 9(12).
               05  DIA-FORN-PAGO     PIC 9(12).

      *==  PARTIDAS DO DIA EM MONTAGEM (CONFERIDAS ANTES DE GRAVAR).
       01  TAB-PARTIDAS.
           03  TAB-PTD               OCCURS 40 TIMES.
               05  PTD-EVENTO        PIC 9(02).
               05  PTD-NATUREZA      PIC X(01).
               05  PTD-VALOR         PIC 9(12).
               05  PTD-HISTORICO     PIC X(40).
       77 WRK-QT-PARTIDAS           PIC 9(02)       VALUE ZEROS.
       77 WRK-P                     PIC 9(02)       VALUE ZEROS.
       77 WRK-LC-EVENTO             PIC 9(02)       VALUE ZEROS.
       77 WRK-LC-NATUREZA           PIC X(01)       VALUE SPACE.
       77 WRK-LC-VALOR              PIC 9(12)       VALUE ZEROS.
       77 WRK-LC-HISTORICO          PIC X(40)       VALUE SPACES.
       77 WRK-TOT-DEBITO            PIC 9(12)       VALUE ZEROS.
       77 WRK-TOT-CREDITO           PIC 9(12)       VALUE ZEROS.
       77 WRK-MES-DEBITO            PIC 9(12)       VALUE ZEROS.
       77 WRK-MES-CREDITO           PIC 9(12)       VALUE ZEROS.
       77 WRK-SOMA-FORMAS           PIC 9(12)       VALUE ZEROS.
       77 WRK-BRUTO                 PIC 9(12)       VALUE ZEROS.
       77 WRK-DIFERENCA             PIC 9(12)       VALUE ZEROS.
       77 WRK-DIAS-SEM-FECH         PIC 9(02)       VALUE ZEROS.
       77 WRK-CT-PARTIDAS           PIC 9(05)       VALUE ZEROS.

      *==  CAMPOS DA LINHA DO CONTADOR E DO RELATORIO.
       01  WRK-DATA-LANC.
           03  WRK-DL-ANO           PIC 9(04).
           03  WRK-DL-MES           PIC 9(02).
           03  WRK-DL-DIA           PIC 9(02).
       01  WRK-DATA-LANC-NUM REDEFINES WRK-DATA-LANC PIC 9(08).
       01  WRK-DATA-BARRAS.
           03  WRK-DB-DIA           PIC 9(02).
           03  FILLER               PIC X(01)       VALUE '/'.
           03  WRK-DB-MES           PIC 9(02).
           03  FILLER               PIC X(01)       VALUE '/'.
           03  WRK-DB-ANO           PIC 9(04).
       77 WRK-VALOR-REAIS           PIC 9(10)V99    VALUE ZEROS.
       77 WRK-VALOR-CAMPO           PIC 9(10),99    VALUE ZEROS.
       77 WRK-VALOR-FORM            PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-FORM2           PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           OPEN I-O CTBMAP
           IF WRK-FS-CTBMAP EQUAL '35'
               OPEN OUTPUT CTBMAP
               CLOSE CTBMAP
               OPEN I-O CTBMAP
           END-IF
           IF NOT FS-OK IN WRK-FS-CTBMAP
               DISPLAY "ERRO AO ABRIR O MAPA DE CONTAS CTBMAP. FS="
                       WRK-FS-CTBMAP
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGCTBL  '
                    'CTBMAP    ' WRK-FS-CTBMAP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WRK-FIM-MENU
               DISPLAY "1-LISTAR MAPA DE CONTAS 2-ALTERAR CONTA DE UM "
                       "EVENTO 3-GERAR LANCAMENTOS DO MES 4-SAIR"
               DISPLAY "OPCAO: "
               ACCEPT WRK-OPCAO
               EVALUATE TRUE
                   WHEN WRK-OPC-LISTAR
                       PERFORM 0100-LISTA-MAPA
                   WHEN WRK-OPC-MANTER
                       PERFORM 0200-MANTEM-MAPA
                   WHEN WRK-OPC-GERAR
                       PERFORM 0300-GERA-LANCAMENTOS
                   WHEN WRK-OPC-SAIR
                       MOVE 'N' TO WRK-CONTINUA
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA."
               END-EVALUATE
           END-PERFORM

           CLOSE CTBMAP
           STOP RUN.

       0050-CARREGA-CONTAS         SECTION.
      **** TRAZ PARA A TAB-CONTAS A CONTA DE CADA EVENTO E CONTA OS
      **** EVENTOS AINDA SEM CONTA NO MAPA.
           MOVE ZEROS TO WRK-SEM-CONTA
           PERFORM VARYING WRK-E FROM 1 BY 1
                   UNTIL WRK-E > WRK-QT-EVENTOS
               MOVE TAB-EVT-CODIGO(WRK-E) TO MAP-EVENTO
               READ CTBMAP
                   INVALID KEY
                       MOVE SPACES TO TAB-EVT-CONTA(WRK-E)
                   NOT INVALID KEY
                       MOVE MAP-CONTA TO TAB-EVT-CONTA(WRK-E)
               END-READ
               IF TAB-EVT-CONTA(WRK-E) EQUAL SPACES
                   ADD 1 TO WRK-SEM-CONTA
               END-IF
           END-PERFORM
       .
       0100-LISTA-MAPA             SECTION.
           PERFORM 0050-CARREGA-CONTAS
           DISPLAY "EVENTO   DESCRICAO                      CONTA"
           PERFORM VARYING WRK-E FROM 1 BY 1
                   UNTIL WRK-E > WRK-QT-EVENTOS
               IF TAB-EVT-CONTA(WRK-E) EQUAL SPACES
                   DISPLAY TAB-EVT-CODIGO(WRK-E) " "
                           TAB-EVT-DESCR(WRK-E) " *** SEM CONTA ***"
               ELSE
                   DISPLAY TAB-EVT-CODIGO(WRK-E) " "
                           TAB-EVT-DESCR(WRK-E) " "
                           TAB-EVT-CONTA(WRK-E)
               END-IF
           END-PERFORM
           IF WRK-SEM-CONTA > ZEROS
               DISPLAY WRK-SEM-CONTA " EVENTO(S) SEM CONTA. A GERACAO "
                       "DOS LANCAMENTOS EXIGE O MAPA COMPLETO."
           END-IF
       .
       0200-MANTEM-MAPA            SECTION.
           DISPLAY "CODIGO DO EVENTO (VER A LISTA NA OPCAO 1): "
           ACCEPT WRK-EVENTO-INF
           MOVE ZEROS TO WRK-P
           PERFORM VARYING WRK-E FROM 1 BY 1
                   UNTIL WRK-E > WRK-QT-EVENTOS
               IF TAB-EVT-CODIGO(WRK-E) EQUAL WRK-EVENTO-INF
                   MOVE WRK-E TO WRK-P
               END-IF
           END-PERFORM
           IF WRK-P EQUAL ZEROS
               DISPLAY "EVENTO NAO EXISTE."
               GO TO 0200-FIM
           END-IF
           MOVE WRK-EVENTO-INF TO MAP-EVENTO
           READ CTBMAP
               INVALID KEY
                   DISPLAY TAB-EVT-DESCR(WRK-P) " - SEM CONTA."
                   MOVE SPACES TO MAP-CONTA
               NOT INVALID KEY
                   DISPLAY TAB-EVT-DESCR(WRK-P) " - CONTA ATUAL: "
                           MAP-CONTA
           END-READ
           DISPLAY "CONTA NO PLANO DO CONTADOR (EM BRANCO = MANTEM): "
           MOVE SPACES TO WRK-CONTA-INF
           ACCEPT WRK-CONTA-INF
           IF WRK-CONTA-INF EQUAL SPACES
               DISPLAY "CONTA NAO ALTERADA."
               GO TO 0200-FIM
           END-IF
           MOVE WRK-EVENTO-INF   TO MAP-EVENTO
           MOVE WRK-CONTA-INF    TO MAP-CONTA
           MOVE WRK-DATA-SISTEMA TO MAP-DT-ALTERACAO
           IF FS-OK IN WRK-FS-CTBMAP
               REWRITE REG-CTBMAP
           ELSE
               WRITE REG-CTBMAP
           END-IF
           IF FS-OK IN WRK-FS-CTBMAP
               DISPLAY "CONTA GRAVADA NO MAPA."
           ELSE
               DISPLAY "ERRO AO GRAVAR O MAPA. FS=" WRK-FS-CTBMAP
           END-IF
       0200-FIM.
           EXIT.
       0300-GERA-LANCAMENTOS       SECTION.
           PERFORM 0050-CARREGA-CONTAS
           IF WRK-SEM-CONTA > ZEROS
               DISPLAY "MAPA DE CONTAS INCOMPLETO: " WRK-SEM-CONTA
                       " EVENTO(S) SEM CONTA. CONFIRA NA OPCAO 1."
               MOVE 8 TO RETURN-CODE
               GO TO 0300-FIM
           END-IF
           DISPLAY "MES DE REFERENCIA (AAAAMM, ZERO = MES ATUAL): "
           ACCEPT WRK-MES-REF
           IF WRK-MES-REF NOT NUMERIC OR WRK-MES-REF EQUAL ZEROS
               MOVE WRK-DATA-SISTEMA(1:6) TO WRK-MES-REF
           END-IF
           IF WRK-MES-REF(5:2) < '01' OR WRK-MES-REF(5:2) > '12'
               DISPLAY "MES INVALIDO."
               GO TO 0300-FIM
           END-IF
           MOVE WRK-MES-REF TO WRK-INI-ANO-MES
           MOVE 1           TO WRK-INI-DIA
      **** ULTIMO DIA DO MES: VESPERA DO DIA 1 DO MES SEGUINTE.
           IF WRK-MES-REF(5:2) EQUAL '12'
               COMPUTE WRK-DATA-FIM = (WRK-MES-REF + 89) * 100 + 1
           ELSE
               COMPUTE WRK-DATA-FIM = (WRK-MES-REF + 1) * 100 + 1
           END-IF
           COMPUTE WRK-INT-DATA =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-FIM) - 1
           COMPUTE WRK-DATA-FIM = FUNCTION DATE-OF-INTEGER(WRK-INT-DATA)
           MOVE WRK-DATA-FIM(7:2) TO WRK-ULTIMO-DIA

           INITIALIZE TAB-DIAS
           PERFORM VARYING WRK-DIA FROM 1 BY 1 UNTIL WRK-DIA > 31
               MOVE 'N' TO DIA-FECHADO(WRK-DIA)
           END-PERFORM
           MOVE ZEROS TO WRK-MES-DEBITO WRK-MES-CREDITO
           MOVE ZEROS TO WRK-DIAS-SEM-FECH WRK-CT-PARTIDAS

           PERFORM 0310-SOMA-RESUMO
           PERFORM 0320-SOMA-VALES
           PERFORM 0330-SOMA-CREDIARIO
           PERFORM 0340-SOMA-LIQUIDACOES
           PERFORM 0350-SOMA-FORNECEDORES

           STRING "LANCCTB-"   DELIMITED BY SIZE
                  WRK-MES-REF  DELIMITED BY SIZE
                  ".DAT"       DELIMITED BY SIZE
               INTO WRK-NOME-LANCCTB
           STRING "RELCTB-"    DELIMITED BY SIZE
                  WRK-MES-REF  DELIMITED BY SIZE
                  ".DAT"       DELIMITED BY SIZE
               INTO WRK-NOME-RELCTB
           OPEN OUTPUT LANCCTB
           IF NOT FS-OK IN WRK-FS-LANCCTB
               DISPLAY "ERRO AO CRIAR O " WRK-NOME-LANCCTB " FS="
                       WRK-FS-LANCCTB
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGCTBL  '
                    'LANCCTB   ' WRK-FS-LANCCTB
               MOVE 16 TO RETURN-CODE
               GO TO 0300-FIM
           END-IF
           OPEN OUTPUT RELCTB
           MOVE SPACES TO REG-RELCTB
           STRING "LANCAMENTOS CONTABEIS DO MES " DELIMITED BY SIZE
                  WRK-MES-REF(5:2)                 DELIMITED BY SIZE
                  "/"                              DELIMITED BY SIZE
                  WRK-MES-REF(1:4)                 DELIMITED BY SIZE
               INTO REG-RELCTB
           WRITE REG-RELCTB
           MOVE "DIA                DEBITOS        CREDITOS  PARTIDAS"
               TO REG-RELCTB
           WRITE REG-RELCTB

           PERFORM VARYING WRK-DIA FROM 1 BY 1
                   UNTIL WRK-DIA > WRK-ULTIMO-DIA
               PERFORM 0400-LANCA-DIA
               IF WRK-TOT-DEBITO NOT EQUAL WRK-TOT-CREDITO
                   PERFORM 0490-DIA-NAO-FECHA
                   GO TO 0300-FIM
               END-IF
           END-PERFORM

           MOVE SPACES TO REG-RELCTB
           WRITE REG-RELCTB
           MOVE WRK-MES-DEBITO  TO WRK-VALOR-REAIS
           MOVE WRK-VALOR-REAIS TO WRK-VALOR-FORM
           MOVE WRK-MES-CREDITO TO WRK-VALOR-REAIS
           MOVE WRK-VALOR-REAIS TO WRK-VALOR-FORM2
           MOVE SPACES TO REG-RELCTB
           STRING "TOTAL DO MES " DELIMITED BY SIZE
                  WRK-VALOR-FORM  DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WRK-VALOR-FORM2 DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  WRK-CT-PARTIDAS DELIMITED BY SIZE
               INTO REG-RELCTB
           WRITE REG-RELCTB
           IF WRK-DIAS-SEM-FECH > ZEROS
               MOVE SPACES TO REG-RELCTB
               STRING "ATENCAO: "        DELIMITED BY SIZE
                      WRK-DIAS-SEM-FECH  DELIMITED BY SIZE
                      " DIA(S) ATE HOJE SEM FECHAMENTO (PROGFECH) - "
                                         DELIMITED BY SIZE
                      "VENDAS FORA"      DELIMITED BY SIZE
                   INTO REG-RELCTB
               WRITE REG-RELCTB
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO RETURN-CODE
           END-IF
           CLOSE LANCCTB
           CLOSE RELCTB
           DISPLAY "LANCAMENTOS GRAVADOS EM " WRK-NOME-LANCCTB
                   " (" WRK-CT-PARTIDAS " PARTIDAS)."
           DISPLAY "RESUMO POR DIA EM " WRK-NOME-RELCTB "."
       0300-FIM.
           EXIT.
       0310-SOMA-RESUMO            SECTION.
      **** DIAS FECHADOS: VENDAS, ICMS E RECEBIDO POR FORMA. O TOTAL
      **** VENDIDO DOS CABECALHOS JA VEM LIQUIDO DAS DEVOLUCOES
      **** REGISTRADAS NA VENDA, QUE SAO SOMADAS A PARTE.
           OPEN INPUT RESVDIA
           IF NOT FS-OK IN WRK-FS-RESVDIA
               DISPLAY "AVISO: RESUMO DIARIO (RESVDIA.DAT) "
                       "INDISPONIVEL. FS=" WRK-FS-RESVDIA
               GO TO 0310-FIM
           END-IF
           MOVE SPACE TO WRK-EOF
           MOVE LOW-VALUES       TO RSV-CHAVE
           MOVE WRK-DATA-INI-NUM TO RSV-DATA
           START RESVDIA KEY IS NOT LESS THAN RSV-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ RESVDIA NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF RSV-DATA > WRK-DATA-FIM
                           MOVE 'F' TO WRK-EOF
                       ELSE
                           MOVE RSV-DATA(7:2) TO WRK-DIA
                           MOVE 'S' TO DIA-FECHADO(WRK-DIA)
                           ADD RSV-VL-VENDIDO TO DIA-VENDIDO(WRK-DIA)
                           ADD RSV-VL-DEVOL   TO DIA-DEVOL(WRK-DIA)
                           COMPUTE DIA-ICMS-VENDA(WRK-DIA) =
                               DIA-ICMS-VENDA(WRK-DIA)
                               + RSV-ICMS-BRUTO - RSV-ICMS-CANCEL
                           ADD RSV-ICMS-DEVOL TO DIA-ICMS-DEVOL(WRK-DIA)
                           PERFORM VARYING WRK-F FROM 1 BY 1
                                   UNTIL WRK-F > 6
                               ADD RSV-VL-FORMA(WRK-F)
                                   TO DIA-FORMA(WRK-DIA WRK-F)
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESVDIA
       0310-FIM.
           EXIT.
       0320-SOMA-VALES             SECTION.
           OPEN INPUT VALETROC
           IF NOT FS-OK IN WRK-FS-VALETROC
               GO TO 0320-FIM
           END-IF
           MOVE SPACE TO WRK-EOF
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ VALETROC
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF VT-DT-EMISSAO(1:6) EQUAL WRK-INI-ANO-MES
                           MOVE VT-DT-EMISSAO(7:2) TO WRK-DIA
                           ADD VT-VALOR-EMITIDO TO DIA-VALES(WRK-DIA)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VALETROC
       0320-FIM.
           EXIT.
       0330-SOMA-CREDIARIO         SECTION.
      **** RECEBIMENTO NO BALCAO ENTRA NO CAIXA; O LIQUIDADO POR
      **** BOLETO (CANAL 'B') ENTRA NO BANCO.
           OPEN INPUT CREDREC
           IF NOT FS-OK IN WRK-FS-CREDREC
               GO TO 0330-FIM
           END-IF
           MOVE SPACE TO WRK-EOF
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ CREDREC
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF REC-DATA(1:6) EQUAL WRK-INI-ANO-MES
                           MOVE REC-DATA(7:2) TO WRK-DIA
                           IF REC-CANAL EQUAL 'B'
                               ADD REC-TOTAL TO DIA-REC-BANCO(WRK-DIA)
                           ELSE
                               ADD REC-TOTAL TO DIA-REC-LOJA(WRK-DIA)
                           END-IF
                           ADD REC-PRINCIPAL TO DIA-REC-PRINC(WRK-DIA)
                           ADD REC-MULTA     TO DIA-REC-MULTA(WRK-DIA)
                           ADD REC-JUROS     TO DIA-REC-JUROS(WRK-DIA)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CREDREC
       0330-FIM.
           EXIT.
       0340-SOMA-LIQUIDACOES       SECTION.
           OPEN INPUT LIQUIDA
           IF NOT FS-OK IN WRK-FS-LIQUIDA
               GO TO 0340-FIM
           END-IF
           MOVE SPACE TO WRK-EOF
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ LIQUIDA
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF LIQ-DATA NUMERIC
                          AND LIQ-DATA(1:6) EQUAL WRK-INI-ANO-MES
                          AND (LIQ-FORMA EQUAL 2 OR LIQ-FORMA EQUAL 3)
                           MOVE LIQ-DATA(7:2) TO WRK-DIA
                           IF LIQ-FORMA EQUAL 2
                               ADD LIQ-VALOR-BRUTO
                                   TO DIA-LIQ-CARTAO(WRK-DIA)
                           ELSE
                               ADD LIQ-VALOR-BRUTO
                                   TO DIA-LIQ-PIX(WRK-DIA)
                           END-IF
                           ADD LIQ-VALOR-LIQUIDO
                               TO DIA-LIQ-LIQUIDO(WRK-DIA)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LIQUIDA
       0340-FIM.
           EXIT.
       0350-SOMA-FORNECEDORES      SECTION.
           OPEN INPUT CTPAGAR
           IF NOT FS-OK IN WRK-FS-CTPAGAR
               GO TO 0350-FIM
           END-IF
           MOVE SPACE TO WRK-EOF
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ CTPAGAR
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF CPG-PAGA
                          AND CPG-DT-PAGAMENTO(1:6) EQUAL
                              WRK-INI-ANO-MES
                           MOVE CPG-DT-PAGAMENTO(7:2) TO WRK-DIA
                           ADD CPG-VALOR    TO DIA-FORN-VALOR(WRK-DIA)
                           ADD CPG-VLR-PAGO TO DIA-FORN-PAGO(WRK-DIA)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CTPAGAR
       0350-FIM.
           EXIT.
       0400-LANCA-DIA              SECTION.
      **** MONTA AS PARTIDAS DO DIA, CONFERE DEBITO = CREDITO E SO
      **** ENTAO GRAVA O LOTE DO DIA NO ARQUIVO DO CONTADOR.
           MOVE ZEROS TO WRK-QT-PARTIDAS
           MOVE ZEROS TO WRK-TOT-DEBITO WRK-TOT-CREDITO
           MOVE WRK-INI-ANO-MES TO WRK-DATA-LANC(1:6)
           MOVE WRK-DIA         TO WRK-DL-DIA
           IF DIA-FECHADO(WRK-DIA) EQUAL 'N'
              AND WRK-DATA-LANC-NUM < WRK-DATA-SISTEMA
               ADD 1 TO WRK-DIAS-SEM-FECH
           END-IF

      **** VENDAS: RECEBIDO POR FORMA CONTRA A RECEITA BRUTA (VENDIDO
      **** MAIS AS DEVOLUCOES DO DIA). O QUE A SOMA DAS FORMAS PASSAR
      **** DA RECEITA E TROCO DADO EM DINHEIRO.
           MOVE ZEROS TO WRK-SOMA-FORMAS
           PERFORM VARYING WRK-F FROM 1 BY 1 UNTIL WRK-F > 6
               ADD DIA-FORMA(WRK-DIA WRK-F) TO WRK-SOMA-FORMAS
           END-PERFORM
           MOVE 'D' TO WRK-LC-NATUREZA
           MOVE WRK-EV-CAIXA  TO WRK-LC-EVENTO
           MOVE DIA-FORMA(WRK-DIA 1) TO WRK-LC-VALOR
           MOVE "VENDAS RECEBIDAS EM DINHEIRO" TO WRK-LC-HISTORICO
           PERFORM 0450-GUARDA-PARTIDA
           MOVE WRK-EV-CARTAO TO WRK-LC-EVENTO
           MOVE DIA-FORMA(WRK-DIA 2) TO WRK-LC-VALOR
           MOVE "VENDAS RECEBIDAS EM CARTAO" TO WRK-LC-HISTORICO
           PERFORM 0450-GUARDA-PARTIDA
           MOVE WRK-EV-PIX    TO WRK-LC-EVENTO
           MOVE DIA-FORMA(WRK-DIA 3) TO WRK-LC-VALOR
           MOVE "VENDAS RECEBIDAS EM PIX" TO WRK-LC-HISTORICO
           PERFORM 0450-GUARDA-PARTIDA
           MOVE WRK-EV-PONTOS TO WRK-LC-EVENTO
           MOVE DIA-FORMA(WRK-DIA 4) TO WRK-LC-VALOR
           MOVE "VENDAS PAGAS COM PONTOS DE FIDELIDADE"
               TO WRK-LC-HISTORICO
           PERFORM 0450-GUARDA-PARTIDA
           MOVE WRK-EV-VALETROC TO WRK-LC-EVENTO
           MOVE DIA-FORMA(WRK-DIA 5) TO WRK-LC-VALOR
           MOVE "VALES-TROCA RESGATADOS EM VENDAS" TO WRK-LC-HISTORICO
           PERFORM 0450-GUARDA-PARTIDA
           MOVE WRK-EV-CREDIAR TO WRK-LC-EVENTO
           MOVE DIA-FORMA(WRK-DIA 6) TO WRK-LC-VALOR
           MOVE "VENDAS NO CREDIARIO (PARCELAS EMITIDAS)"
               TO WRK-LC-HISTORICO
           PERFORM 0450-GUARDA-PARTIDA
           COMPUTE WRK-BRUTO = DIA-VENDIDO(WRK-DIA) + DIA-DEVOL(WRK-DIA)
           MOVE 'C' TO WRK-LC-NATUREZA
           MOVE WRK-EV-RECVENDA TO WRK-LC-EVENTO
           MOVE WRK-BRUTO TO WRK-LC-VALOR
           MOVE "RECEITA BRUTA DE VENDAS" TO WRK-LC-HISTORICO
           PERFORM 0450-GUARDA-PARTIDA
           IF WRK-SOMA-FORMAS > WRK-BRUTO
               MOVE WRK-EV-CAIXA TO WRK-LC-EVENTO
               COMPUTE WRK-LC-VALOR = WRK-SOMA-FORMAS - WRK-BRUTO
               MOVE "TROCO DAS VENDAS" TO WRK-LC-HISTORICO
               PERFORM 0450-GUARDA-PARTIDA
           END-IF

      **** DEVOLUCOES: DEVOLVIDO CONTRA OS VALES EMITIDOS; O QUE
      **** PASSAR DOS VALES FOI DEVOLVIDO EM DINHEIRO.
           MOVE 'D' TO WRK-LC-NATUREZA
           MOVE WRK-EV-DEVOLUC TO WRK-LC-EVENTO
           MOVE DIA-DEVOL(WRK-DIA) TO WRK-LC-VALOR
           MOVE "DEVOLUCOES DE VENDAS" TO WRK-LC-HISTORICO
           PERFORM 0450-GUARDA-PARTIDA
           MOVE 'C' TO WRK-LC-NATUREZA
           MOVE WRK-EV-VALETROC TO WRK-LC-EVENTO
           MOVE DIA-VALES(WRK-DIA) TO WRK-LC-VALOR
           MOVE "VALES-TROCA EMITIDOS" TO WRK-LC-HISTORICO
           PERFORM 0450-GUARDA-PARTIDA
           IF DIA-DEVOL(WRK-DIA) > DIA-VALES(WRK-DIA)
               MOVE WRK-EV-CAIXA TO WRK-LC-EVENTO
               COMPUTE WRK-LC-VALOR =
                   DIA-DEVOL(WRK-DIA) - DIA-VALES(WRK-DIA)
               MOVE "DEVOLUCOES PAGAS EM DINHEIRO" TO WRK-LC-HISTORICO
               PERFORM 0450-GUARDA-PARTIDA
           END-IF

      **** ICMS DAS VENDAS (JA SEM OS ITENS CANCELADOS) E O ESTORNO DO
      **** ICMS DAS DEVOLUCOES.
           MOVE 'D' TO WRK-LC-NATUREZA
           MOVE WRK-EV-ICMSDESP TO WRK-LC-EVENTO
           MOVE DIA-ICMS-VENDA(WRK-DIA) TO WRK-LC-VALOR
           MOVE "ICMS SOBRE VENDAS" TO WRK-LC-HISTORICO
           PERFORM 0450-GUARDA-PARTIDA
           MOVE 'C' TO WRK-LC-NATUREZA
           MOVE WRK-EV-ICMSREC TO WRK-LC-EVENTO
           PERFORM 0450-GUARDA-PARTIDA
           MOVE 'D' TO WRK-LC-NATUREZA
           MOVE WRK-EV-ICMSREC TO WRK-LC-EVENTO
           MOVE DIA-ICMS-DEVOL(WRK-DIA) TO WRK-LC-VALOR
           MOVE "ESTORNO DO ICMS DAS DEVOLUCOES" TO WRK-LC-HISTORICO
           PERFORM 0450-GUARDA-PARTIDA
           MOVE 'C' TO WRK-LC-NATUREZA
           MOVE WRK-EV-ICMSDESP TO WRK-LC-EVENTO
           PERFORM 0450-GUARDA-PARTIDA

      **** PARCELAS DO CREDIARIO RECEBIDAS: PRINCIPAL, MULTA E JUROS.
           MOVE 'D' TO WRK-LC-NATUREZA
           MOVE WRK-EV-CAIXA TO WRK-LC-EVENTO
           MOVE DIA-REC-LOJA(WRK-DIA) TO WRK-LC-VALOR
           MOVE "RECEBIMENTO DE CREDIARIO NA LOJA" TO WRK-LC-HISTORICO
           PERFORM 0450-GUARDA-PARTIDA
           MOVE WRK-EV-BANCO TO WRK-LC-EVENTO
           MOVE DIA-REC-BANCO(WRK-DIA) TO WRK-LC-VALOR
           MOVE "RECEBIMENTO DE CREDIARIO POR BOLETO"
               TO WRK-LC-HISTORICO
           PERFORM 0450-GUARDA-PARTIDA
           MOVE 'C' TO WRK-LC-NATUREZA
           MOVE WRK-EV-CREDIAR TO WRK-LC-EVENTO
           MOVE DIA-REC-PRINC(WRK-DIA) TO WRK-LC-VALOR
           MOVE "PARCELAS DO CREDIARIO RECEBIDAS" TO WRK-LC-HISTORICO
           PERFORM 0450-GUARDA-PARTIDA
           MOVE WRK-EV-MULTACRD TO WRK-LC-EVENTO
           MOVE DIA-REC-MULTA(WRK-DIA) TO WRK-LC-VALOR
           MOVE "MULTA POR ATRASO DO CREDIARIO" TO WRK-LC-HISTORICO
           PERFORM 0450-GUARDA-PARTIDA
           MOVE WRK-EV-JUROSCRD TO WRK-LC-EVENTO
           MOVE DIA-REC-JUROS(WRK-DIA) TO WRK-LC-VALOR
           MOVE "JUROS DE MORA DO CREDIARIO" TO WRK-LC-HISTORICO
           PERFORM 0450-GUARDA-PARTIDA

      **** LIQUIDACAO DA ADQUIRENTE: LIQUIDO NO BANCO, A TAXA
      **** (BRUTO - LIQUIDO) EM DESPESA, BAIXANDO O BRUTO A RECEBER.
           MOVE 'D' TO WRK-LC-NATUREZA
           MOVE WRK-EV-BANCO TO WRK-LC-EVENTO
           MOVE DIA-LIQ-LIQUIDO(WRK-DIA) TO WRK-LC-VALOR
           MOVE "LIQUIDACAO DE CARTAO E PIX" TO WRK-LC-HISTORICO
           PERFORM 0450-GUARDA-PARTIDA
           IF DIA-LIQ-CARTAO(WRK-DIA) + DIA-LIQ-PIX(WRK-DIA) >
              DIA-LIQ-LIQUIDO(WRK-DIA)
               MOVE WRK-EV-TAXACART TO WRK-LC-EVENTO
               COMPUTE WRK-LC-VALOR = DIA-LIQ-CARTAO(WRK-DIA)
                   + DIA-LIQ-PIX(WRK-DIA) - DIA-LIQ-LIQUIDO(WRK-DIA)
               MOVE "TAXAS DA ADQUIRENTE (CARTAO E PIX)"
                   TO WRK-LC-HISTORICO
               PERFORM 0450-GUARDA-PARTIDA
           END-IF
           MOVE 'C' TO WRK-LC-NATUREZA
           MOVE WRK-EV-CARTAO TO WRK-LC-EVENTO
           MOVE DIA-LIQ-CARTAO(WRK-DIA) TO WRK-LC-VALOR
           MOVE "LIQUIDACAO DE CARTAO (BRUTO)" TO WRK-LC-HISTORICO
           PERFORM 0450-GUARDA-PARTIDA
           MOVE WRK-EV-PIX TO WRK-LC-EVENTO
           MOVE DIA-LIQ-PIX(WRK-DIA) TO WRK-LC-VALOR
           MOVE "LIQUIDACAO DE PIX (BRUTO)" TO WRK-LC-HISTORICO
           PERFORM 0450-GUARDA-PARTIDA

      **** PAGAMENTOS A FORNECEDORES: O TITULO BAIXADO PELO VALOR DA
      **** PARCELA; A DIFERENCA PARA O PAGO E JUROS OU DESCONTO.
           MOVE 'D' TO WRK-LC-NATUREZA
           MOVE WRK-EV-FORNEC TO WRK-LC-EVENTO
           MOVE DIA-FORN-VALOR(WRK-DIA) TO WRK-LC-VALOR
           MOVE "PAGAMENTO A FORNECEDORES" TO WRK-LC-HISTORICO
           PERFORM 0450-GUARDA-PARTIDA
           IF DIA-FORN-PAGO(WRK-DIA) > DIA-FORN-VALOR(WRK-DIA)
               MOVE WRK-EV-JUROSPAG TO WRK-LC-EVENTO
               COMPUTE WRK-LC-VALOR =
                   DIA-FORN-PAGO(WRK-DIA) - DIA-FORN-VALOR(WRK-DIA)
               MOVE "JUROS E MULTAS PAGOS A FORNECEDORES"
                   TO WRK-LC-HISTORICO
               PERFORM 0450-GUARDA-PARTIDA
           END-IF
           MOVE 'C' TO WRK-LC-NATUREZA
           MOVE WRK-EV-BANCO TO WRK-LC-EVENTO
           MOVE DIA-FORN-PAGO(WRK-DIA) TO WRK-LC-VALOR
           MOVE "PAGAMENTO A FORNECEDORES" TO WRK-LC-HISTORICO
           PERFORM 0450-GUARDA-PARTIDA
           IF DIA-FORN-VALOR(WRK-DIA) > DIA-FORN-PAGO(WRK-DIA)
               MOVE WRK-EV-DESCOBT TO WRK-LC-EVENTO
               COMPUTE WRK-LC-VALOR =
                   DIA-FORN-VALOR(WRK-DIA) - DIA-FORN-PAGO(WRK-DIA)
               MOVE "DESCONTOS OBTIDOS DE FORNECEDORES"
                   TO WRK-LC-HISTORICO
               PERFORM 0450-GUARDA-PARTIDA
           END-IF

           IF WRK-TOT-DEBITO EQUAL WRK-TOT-CREDITO
              AND WRK-QT-PARTIDAS > ZEROS
               PERFORM 0460-GRAVA-LOTE
           END-IF
       .
       0450-GUARDA-PARTIDA         SECTION.
           IF WRK-LC-VALOR EQUAL ZEROS
               GO TO 0450-FIM
           END-IF
           ADD 1 TO WRK-QT-PARTIDAS
           MOVE WRK-LC-EVENTO    TO PTD-EVENTO(WRK-QT-PARTIDAS)
           MOVE WRK-LC-NATUREZA  TO PTD-NATUREZA(WRK-QT-PARTIDAS)
           MOVE WRK-LC-VALOR     TO PTD-VALOR(WRK-QT-PARTIDAS)
           MOVE WRK-LC-HISTORICO TO PTD-HISTORICO(WRK-QT-PARTIDAS)
           IF WRK-LC-NATUREZA EQUAL 'D'
               ADD WRK-LC-VALOR TO WRK-TOT-DEBITO
           ELSE
               ADD WRK-LC-VALOR TO WRK-TOT-CREDITO
           END-IF
       0450-FIM.
           EXIT.
       0460-GRAVA-LOTE             SECTION.
           MOVE WRK-DL-DIA TO WRK-DB-DIA
           MOVE WRK-DL-MES TO WRK-DB-MES
           MOVE WRK-DL-ANO TO WRK-DB-ANO
           PERFORM VARYING WRK-P FROM 1 BY 1
                   UNTIL WRK-P > WRK-QT-PARTIDAS
               MOVE PTD-EVENTO(WRK-P) TO WRK-E
               COMPUTE WRK-VALOR-REAIS = PTD-VALOR(WRK-P) / 100
               MOVE WRK-VALOR-REAIS TO WRK-VALOR-CAMPO
               MOVE SPACES TO REG-LANCCTB
               STRING WRK-DATA-LANC-NUM     DELIMITED BY SIZE
                      ";"                   DELIMITED BY SIZE
                      WRK-DATA-BARRAS       DELIMITED BY SIZE
                      ";"                   DELIMITED BY SIZE
                      TAB-EVT-CONTA(WRK-E)  DELIMITED BY SPACE
                      ";"                   DELIMITED BY SIZE
                      PTD-NATUREZA(WRK-P)   DELIMITED BY SIZE
                      ";"                   DELIMITED BY SIZE
                      WRK-VALOR-CAMPO       DELIMITED BY SIZE
                      ";"                   DELIMITED BY SIZE
                      PTD-HISTORICO(WRK-P)  DELIMITED BY "  "
                   INTO REG-LANCCTB
               WRITE REG-LANCCTB
               ADD 1 TO WRK-CT-PARTIDAS
           END-PERFORM
           ADD WRK-TOT-DEBITO  TO WRK-MES-DEBITO
           ADD WRK-TOT-CREDITO TO WRK-MES-CREDITO
           MOVE WRK-TOT-DEBITO  TO WRK-VALOR-REAIS
           MOVE WRK-VALOR-REAIS TO WRK-VALOR-FORM
           MOVE WRK-TOT-CREDITO TO WRK-VALOR-REAIS
           MOVE WRK-VALOR-REAIS TO WRK-VALOR-FORM2
           MOVE SPACES TO REG-RELCTB
           STRING WRK-DATA-BARRAS  DELIMITED BY SIZE
                  "   "            DELIMITED BY SIZE
                  WRK-VALOR-FORM   DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WRK-VALOR-FORM2  DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  WRK-QT-PARTIDAS  DELIMITED BY SIZE
               INTO REG-RELCTB
           WRITE REG-RELCTB
       .
       0490-DIA-NAO-FECHA          SECTION.
      **** LOTE DO DIA NAO FECHA: NADA DO MES VAI PARA O CONTADOR. O
      **** ARQUIVO E RECRIADO VAZIO E O RELATORIO MOSTRA AS PARTIDAS
      **** DO DIA PARA A CONFERENCIA.
           CLOSE LANCCTB
           OPEN OUTPUT LANCCTB
           CLOSE LANCCTB
           MOVE WRK-DL-DIA TO WRK-DB-DIA
           MOVE WRK-DL-MES TO WRK-DB-MES
           MOVE WRK-DL-ANO TO WRK-DB-ANO
           MOVE WRK-TOT-DEBITO  TO WRK-VALOR-REAIS
           MOVE WRK-VALOR-REAIS TO WRK-VALOR-FORM
           MOVE WRK-TOT-CREDITO TO WRK-VALOR-REAIS
           MOVE WRK-VALOR-REAIS TO WRK-VALOR-FORM2
           MOVE SPACES TO REG-RELCTB
           STRING WRK-DATA-BARRAS  DELIMITED BY SIZE
                  "   "            DELIMITED BY SIZE
                  WRK-VALOR-FORM   DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WRK-VALOR-FORM2  DELIMITED BY SIZE
                  "  NAO FECHA"    DELIMITED BY SIZE
               INTO REG-RELCTB
           WRITE REG-RELCTB
           DISPLAY "LANCAMENTOS DO DIA " WRK-DATA-BARRAS " NAO FECHAM: "
                   "DEBITOS " WRK-VALOR-FORM " X CREDITOS "
                   WRK-VALOR-FORM2 "."
           PERFORM VARYING WRK-P FROM 1 BY 1
                   UNTIL WRK-P > WRK-QT-PARTIDAS
               MOVE PTD-EVENTO(WRK-P) TO WRK-E
               COMPUTE WRK-VALOR-REAIS = PTD-VALOR(WRK-P) / 100
               MOVE WRK-VALOR-REAIS TO WRK-VALOR-FORM
               MOVE SPACES TO REG-RELCTB
               STRING "   "                 DELIMITED BY SIZE
                      PTD-NATUREZA(WRK-P)   DELIMITED BY SIZE
                      " "                   DELIMITED BY SIZE
                      TAB-EVT-CODIGO(WRK-E) DELIMITED BY SIZE
                      " "                   DELIMITED BY SIZE
                      WRK-VALOR-FORM        DELIMITED BY SIZE
                      " "                   DELIMITED BY SIZE
                      PTD-HISTORICO(WRK-P)  DELIMITED BY SIZE
                   INTO REG-RELCTB
               WRITE REG-RELCTB
           END-PERFORM
           CLOSE RELCTB
           DISPLAY "GERACAO INTERROMPIDA. " WRK-NOME-LANCCTB
                   " FICOU VAZIO; PARTIDAS DO DIA EM "
                   WRK-NOME-RELCTB "."
           MOVE 8 TO RETURN-CODE
       .
       END PROGRAM PROGCTBL.
