       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGROTL.
      *-----------------------------------------------------------------
      *== AUTOR: MARCIA GAMELEIRA
      *== OBJETIVO: RETENCAO E ROTACAO DOS LOGS QUE SO CRESCEM
      *==           (AUDITORIA, CALCLOG, ERRLOG, ESTMOV, PROMOHIS E
      *==           RUNLOG). A TABELA DE RETENCAO (RETENCAO.DAT,
      *==           LAYOUT RETENFD) DIZ QUANTOS MESES DE CADA LOG
      *==           FICAM NO ARQUIVO VIVO, CONTANDO O MES CORRENTE;
      *==           SEM ELA VALEM OS PADROES DA TAB-PADRAO.
      *==           OPCAO 1: RODADA MENSAL - MOVE AS LINHAS MAIS
      *==           ANTIGAS QUE O CORTE (PRIMEIRO DIA DO MES MAIS
      *==           ANTIGO QUE FICA) PARA O ARQUIVO MORTO DATADO DO
      *==           MES DA LINHA, NOME-AAAAMM.DAT (MESMA CONVENCAO DO
      *==           VENDAS-AAAAMM.DAT DO PROGARQV), E REGRAVA O VIVO SO
      *==           COM O RESTO. LINHA SEM DATA AAAAMMDD NAS POSICOES
      *==           1 A 8 FICA NO VIVO.
      *==           OPCAO 2: CONSULTA E ALTERACAO DA TABELA.
      *==           CADA LOG PASSA POR QUATRO FASES, E O FIM DE CADA
      *==           UMA FICA GRAVADO NO PONTO DE CONTROLE ROTACAO.CKP:
      *==            1 SEPARA: O VIVO E LIDO E DIVIDIDO EM NOME.ANT
      *==              (VAI PARA O MORTO) E NOME.NOV (FICA); AS DUAS
      *==              PARTES SAO RECONTADAS CONTRA AS LINHAS LIDAS E
      *==              O TAMANHO DE CADA MORTO ANTES DA CARGA TAMBEM
      *==              VAI PARA O CONTROLE;
      *==            2 ARQUIVA: O NOME.ANT E ACRESCENTADO AOS MORTOS
      *==              E CADA MORTO E RECONTADO (TAMANHO ANTERIOR MAIS
      *==              AS LINHAS DO MES);
      *==            3 SEPARA AS LINHAS GRAVADAS NO VIVO DEPOIS DA
      *==              FASE 1 (NOME.EXT), PARA NAO SE PERDEREM;
      *==            4 TROCA: O VIVO E REGRAVADO COM NOME.NOV MAIS
      *==              NOME.EXT E RECONTADO.
      *==           SE O PROGRAMA CAIR, RODAR DE NOVO RETOMA A MESMA
      *==           RODADA (MESMA DATA, MESMOS CORTES) NA FASE QUE
      *==           FALTOU. NA FASE 2 AS LINHAS QUE JA TINHAM CHEGADO
      *==           AO MORTO ANTES DA QUEDA SAO PULADAS PELA CONTAGEM,
      *==           SEM DUPLICAR NEM PERDER LINHA.
      *==           NO FIM A TABELA E REGRAVADA COM O CORTE E O MES DO
      *==           MORTO MAIS ANTIGO DE CADA LOG, QUE O PROGKARD, O
      *==           PGM02003 E O PROGCAMP USAM PARA LER OS MORTOS
      *==           QUANDO A CONSULTA PEDE UM PERIODO ANTIGO.
      *==           RELATORIO EM RELROTL.DAT. RC 0 = RODADA COMPLETA;
      *==           8 = OPCAO OU VALOR INVALIDO; 16 = FALHA DE ARQUIVO
      *==           OU CONTAGEM QUE NAO CONFERE (A RODADA FICA
      *==           PENDENTE NO ROTACAO.CKP PARA SER RETOMADA).
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
           SELECT LOGVIVO ASSIGN TO DYNAMIC WRK-NOME-VIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOGVIVO.
           SELECT LOGANT ASSIGN TO DYNAMIC WRK-NOME-ANT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOGANT.
           SELECT LOGNOV ASSIGN TO DYNAMIC WRK-NOME-NOV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOGNOV.
           SELECT LOGEXT ASSIGN TO DYNAMIC WRK-NOME-EXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOGEXT.
           SELECT ARQMORTO ASSIGN TO DYNAMIC WRK-NOME-MORTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQMORTO.
           SELECT RETENCAO ASSIGN TO "RETENCAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RETENCAO.
           SELECT ROTACAO ASSIGN TO "ROTACAO.CKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ROTACAO.
           SELECT RELROTL ASSIGN TO "RELROTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELROTL.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
      *==  A MAIOR LINHA DOS LOGS E A DA AUDITORIA (500 POSICOES).
       FD  LOGVIVO.
       01  REG-LOGVIVO               PIC X(500).

       FD  LOGANT.
       01  REG-LOGANT                PIC X(500).

       FD  LOGNOV.
       01  REG-LOGNOV                PIC X(500).

       FD  LOGEXT.
       01  REG-LOGEXT                PIC X(500).

       FD  ARQMORTO.
       01  REG-ARQMORTO              PIC X(500).

       FD  RETENCAO.
       COPY RETENFD.

       FD  ROTACAO.
       01  REG-ROTACAO               PIC X(80).

       FD  RELROTL.
       01  REG-RELROTL               PIC X(100).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-LOGVIVO==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-LOGANT==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-LOGNOV==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-LOGEXT==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-ARQMORTO==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-RETENCAO==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-ROTACAO==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-RELROTL==.

       77 WRK-OPCAO                 PIC X(01)       VALUE SPACE.
           88  WRK-OPC-RODADA                       VALUE '1'.
           88  WRK-OPC-TABELA                       VALUE '2'.
       77 WRK-CONFIRMA              PIC X(01)       VALUE SPACE.
       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-DATA-SISTEMA          PIC 9(08)       VALUE ZEROS.
       77 WRK-DATA-RODADA           PIC 9(08)       VALUE ZEROS.
       77 WRK-RETOMADA              PIC X(01)       VALUE 'N'.
           88  WRK-EM-RETOMADA                      VALUE 'S'.
       77 WRK-REL-ABERTO            PIC X(01)       VALUE 'N'.
           88  WRK-TEM-RELATORIO                    VALUE 'S'.
       77 WRK-MORTO-ABERTO          PIC X(01)       VALUE 'N'.
           88  WRK-TEM-MORTO-ABERTO                 VALUE 'S'.
       77 WRK-RETENCAO-GRAVADA      PIC X(01)       VALUE 'N'.
           88  WRK-TABELA-GRAVADA                   VALUE 'S'.
       77 WRK-PODE-INCLUIR          PIC X(01)       VALUE 'N'.
           88  WRK-INCLUI-MES                       VALUE 'S'.

      *==  NOMES DOS ARQUIVOS DO LOG CORRENTE.
       77 WRK-NOME-VIVO             PIC X(24)       VALUE SPACES.
       77 WRK-NOME-ANT              PIC X(24)       VALUE SPACES.
       77 WRK-NOME-NOV              PIC X(24)       VALUE SPACES.
       77 WRK-NOME-EXT              PIC X(24)       VALUE SPACES.
       77 WRK-NOME-MORTO            PIC X(24)       VALUE SPACES.
       77 WRK-MES-ABERTO            PIC X(06)       VALUE SPACES.

      *==  SUBSCRITOS E CONTADORES.
       77 WRK-L                     PIC 9(02)       VALUE ZEROS.
       77 WRK-B                     PIC 9(02)       VALUE ZEROS.
       77 WRK-I                     PIC 9(03)       VALUE ZEROS.
       77 WRK-M                     PIC 9(03)       VALUE ZEROS.
       77 WRK-QT-MESES              PIC 9(03)       VALUE ZEROS.
       77 WRK-CT-LINHA              PIC 9(09)       VALUE ZEROS.
       77 WRK-CT-ARQ                PIC 9(09)       VALUE ZEROS.
       77 WRK-CT-CONF-ANT           PIC 9(09)       VALUE ZEROS.
       77 WRK-CT-CONF-NOV           PIC 9(09)       VALUE ZEROS.
       77 WRK-TOT-ARQUIVADAS        PIC 9(09)       VALUE ZEROS.
       77 WRK-DATA-LINHA            PIC 9(08)       VALUE ZEROS.
       77 WRK-MES-LINHA             PIC 9(06)       VALUE ZEROS.
       77 WRK-BUS-NOME              PIC X(10)       VALUE SPACES.
       77 WRK-NOVOS-MESES           PIC 9(03)       VALUE ZEROS.

      *==  CONTA DE MESES PARA O CORTE.
       01  WRK-CALC-DATA.
           03  WRK-CALC-ANO          PIC 9(04).
           03  WRK-CALC-MES          PIC 9(02).
           03  WRK-CALC-DIA          PIC 9(02).
       77 WRK-CALC-TOTAL            PIC 9(06)       VALUE ZEROS.

      *==  ERRO QUE INTERROMPE A RODADA (0990-ABORTA).
       77 WRK-MSG-ERRO              PIC X(60)       VALUE SPACES.
       77 WRK-NOME-ARQ              PIC X(10)       VALUE SPACES.
       77 WRK-FS-TESTE              PIC X(02)       VALUE SPACES.

       77 WRK-CT-FORM               PIC Z.ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-CT2-FORM              PIC Z.ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-CT3-FORM              PIC Z.ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-MESES-FORM            PIC ZZ9         VALUE ZEROS.
       77 WRK-DATA-FORM             PIC X(10)       VALUE SPACES.

      *==  RETENCAO PADRAO, EM MESES NO VIVO CONTANDO O CORRENTE. O
      *==  CALCLOG GANHA UMA LINHA POR CHAMADA DO SUBCALCL (VARIAS POR
      *==  ITEM VENDIDO) E FICA COM POUCO; A AUDITORIA, O KARDEX
      *==  (ESTMOV) E O HISTORICO DE PROMOCOES FICAM DOIS ANOS.
       01  TAB-PADRAO-VALORES.
           03  FILLER  PIC X(10) VALUE "AUDITORIA".
           03  FILLER  PIC 9(03) VALUE 24.
           03  FILLER  PIC X(10) VALUE "CALCLOG".
           03  FILLER  PIC 9(03) VALUE 3.
           03  FILLER  PIC X(10) VALUE "ERRLOG".
           03  FILLER  PIC 9(03) VALUE 12.
           03  FILLER  PIC X(10) VALUE "ESTMOV".
           03  FILLER  PIC 9(03) VALUE 24.
           03  FILLER  PIC X(10) VALUE "PROMOHIS".
           03  FILLER  PIC 9(03) VALUE 24.
           03  FILLER  PIC X(10) VALUE "RUNLOG".
           03  FILLER  PIC 9(03) VALUE 12.
       01  TAB-PADRAO REDEFINES TAB-PADRAO-VALORES.
           03  TAB-PAD               OCCURS 6 TIMES.
               05  TAB-PAD-NOME      PIC X(10).
               05  TAB-PAD-MESES     PIC 9(03).

      *==  SITUACAO DE CADA LOG NA TABELA E NA RODADA.
       01  TAB-LOGS.
           03  TAB-LOG               OCCURS 6 TIMES.
               05  TAB-LOG-NOME      PIC X(10).
               05  TAB-LOG-MESES     PIC 9(03).
               05  TAB-LOG-PRIMEIRO  PIC 9(06).
               05  TAB-LOG-CORTE     PIC 9(08).
               05  TAB-LOG-DT-ALT    PIC 9(08).
               05  TAB-LOG-FASE      PIC 9(01).
               05  TAB-LOG-LIDOS     PIC 9(09).
               05  TAB-LOG-ANTIGOS   PIC 9(09).
               05  TAB-LOG-MANTIDOS  PIC 9(09).
               05  TAB-LOG-EXTRAS    PIC 9(09).

      *==  MESES QUE O LOG CORRENTE MANDA PARA OS MORTOS: LINHAS QUE JA
      *==  HAVIA NO MORTO ANTES DA CARGA, LINHAS DO MES NO NOME.ANT E,
      *==  NA RETOMADA, QUANTAS DELAS JA ESTAO LA. ALEM DE 120 MESES A
      *==  LINHA FICA NO VIVO PARA A RODADA SEGUINTE.
       01  TAB-MESES.
           03  TAB-MES               OCCURS 120 TIMES.
               05  TAB-MES-AAAAMM    PIC 9(06).
               05  TAB-MES-ANTES     PIC 9(09).
               05  TAB-MES-QTD       PIC 9(09).
               05  TAB-MES-PULAR     PIC 9(09).

      *==  LINHA DO PONTO DE CONTROLE (ROTACAO.CKP). 'I' = INICIO DA
      *==  RODADA (DATA EM CKP-CORTE); 'A' = FIM DE FASE DE UM LOG;
      *==  'M' = MES QUE O LOG MANDA PARA O MORTO; 'F' = RODADA
      *==  CONCLUIDA.
       01  WRK-CKP.
           03  CKP-TIPO              PIC X(01).
           03  CKP-ARQUIVO           PIC X(10).
           03  CKP-FASE              PIC 9(01).
           03  CKP-CORTE             PIC 9(08).
           03  CKP-LIDOS             PIC 9(09).
           03  CKP-ANTIGOS           PIC 9(09).
           03  CKP-MANTIDOS          PIC 9(09).
           03  CKP-EXTRAS            PIC 9(09).
           03  FILLER                PIC X(24).
       01  WRK-CKP-MES REDEFINES WRK-CKP.
           03  FILLER                PIC X(01).
           03  FILLER                PIC X(10).
           03  CKM-MES               PIC 9(06).
           03  CKM-ANTES             PIC 9(09).
           03  CKM-QTD               PIC 9(09).
           03  FILLER                PIC X(45).
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 0050-CARREGA-RETENCAO
           DISPLAY "1-RODADA MENSAL DE ROTACAO DOS LOGS "
                   "2-TABELA DE RETENCAO"
           DISPLAY "OPCAO: "
           ACCEPT WRK-OPCAO
           EVALUATE TRUE
               WHEN WRK-OPC-RODADA
                   PERFORM 0100-PREPARA-RODADA
                   PERFORM VARYING WRK-L FROM 1 BY 1 UNTIL WRK-L > 6
                       PERFORM 0200-ROTACIONA-LOG
                   END-PERFORM
                   PERFORM 0650-GRAVA-RETENCAO
                   IF NOT WRK-TABELA-GRAVADA
                       MOVE "TABELA DE RETENCAO NAO FOI REGRAVADA"
                           TO WRK-MSG-ERRO
                       PERFORM 0990-ABORTA
                   END-IF
                   MOVE SPACES TO WRK-CKP
                   MOVE 'F'    TO CKP-TIPO
                   PERFORM 0800-GRAVA-CHECKPOINT
                   PERFORM 0900-FINALIZA
               WHEN WRK-OPC-TABELA
                   PERFORM 0600-CONFIGURA-RETENCAO
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       0050-CARREGA-RETENCAO       SECTION.
      **** PADROES DO FONTE, SOBREPOSTOS PELO QUE ESTIVER NO
      **** RETENCAO.DAT (SEM O ARQUIVO, SO OS PADROES).
           INITIALIZE TAB-LOGS
           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 6
               MOVE TAB-PAD-NOME (WRK-I)  TO TAB-LOG-NOME (WRK-I)
               MOVE TAB-PAD-MESES (WRK-I) TO TAB-LOG-MESES (WRK-I)
           END-PERFORM
           OPEN INPUT RETENCAO
           IF NOT FS-OK IN WRK-FS-RETENCAO
               GO TO 0050-FIM
           END-IF
           MOVE SPACE TO WRK-EOF
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ RETENCAO
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       MOVE RTC-ARQUIVO TO WRK-BUS-NOME
                       PERFORM 0060-LOCALIZA-LOG
                       IF WRK-B > ZEROS
                          AND RTC-MESES NUMERIC
                          AND RTC-MESES > ZEROS
                           MOVE RTC-MESES TO TAB-LOG-MESES (WRK-B)
                           IF RTC-PRIMEIRO-MES NUMERIC
                               MOVE RTC-PRIMEIRO-MES
                                   TO TAB-LOG-PRIMEIRO (WRK-B)
                           END-IF
                           IF RTC-ULTIMO-CORTE NUMERIC
                               MOVE RTC-ULTIMO-CORTE
                                   TO TAB-LOG-CORTE (WRK-B)
                           END-IF
                           IF RTC-DT-ALTERACAO NUMERIC
                               MOVE RTC-DT-ALTERACAO
                                   TO TAB-LOG-DT-ALT (WRK-B)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RETENCAO
       0050-FIM.
           EXIT.
       0060-LOCALIZA-LOG           SECTION.
      **** POSICAO DO LOG WRK-BUS-NOME NA TABELA (ZERO = DESCONHECIDO).
           MOVE ZEROS TO WRK-B
           PERFORM VARYING WRK-I FROM 1 BY 1
                     UNTIL WRK-I > 6 OR WRK-B > ZEROS
               IF TAB-LOG-NOME (WRK-I) EQUAL WRK-BUS-NOME
                   MOVE WRK-I TO WRK-B
               END-IF
           END-PERFORM
       .
       0100-PREPARA-RODADA         SECTION.
      **** RODADA ANTERIOR SEM O 'F' NO PONTO DE CONTROLE FOI
      **** INTERROMPIDA: ELA E RETOMADA COM A DATA E OS CORTES DELA.
           MOVE 'N' TO WRK-RETOMADA
           OPEN INPUT ROTACAO
           IF FS-OK IN WRK-FS-ROTACAO
               MOVE SPACE TO WRK-EOF
               PERFORM UNTIL WRK-EOF EQUAL 'F'
                   READ ROTACAO INTO WRK-CKP
                       AT END
                           MOVE 'F' TO WRK-EOF
                       NOT AT END
                           PERFORM 0110-APLICA-CHECKPOINT
                   END-READ
               END-PERFORM
               CLOSE ROTACAO
           ELSE
               IF WRK-FS-ROTACAO NOT EQUAL '35'
                   MOVE "PONTO DE CONTROLE ILEGIVEL" TO WRK-MSG-ERRO
                   MOVE "ROTACAO"      TO WRK-NOME-ARQ
                   MOVE WRK-FS-ROTACAO TO WRK-FS-TESTE
                   PERFORM 0990-ABORTA
               END-IF
           END-IF

           IF WRK-EM-RETOMADA
               MOVE WRK-DATA-RODADA TO WRK-CALC-DATA
               PERFORM 0260-FORMATA-DATA
               DISPLAY "RODADA DE " WRK-DATA-FORM
                       " FOI INTERROMPIDA. RETOMANDO."
           ELSE
               MOVE WRK-DATA-SISTEMA TO WRK-DATA-RODADA
               OPEN OUTPUT ROTACAO
               IF NOT FS-OK IN WRK-FS-ROTACAO
                   MOVE "PONTO DE CONTROLE NAO ABRIU" TO WRK-MSG-ERRO
                   MOVE "ROTACAO"      TO WRK-NOME-ARQ
                   MOVE WRK-FS-ROTACAO TO WRK-FS-TESTE
                   PERFORM 0990-ABORTA
               END-IF
               CLOSE ROTACAO
               MOVE SPACES TO WRK-CKP
               MOVE 'I'             TO CKP-TIPO
               MOVE WRK-DATA-RODADA TO CKP-CORTE
               PERFORM 0800-GRAVA-CHECKPOINT
           END-IF

           OPEN OUTPUT RELROTL
           IF NOT FS-OK IN WRK-FS-RELROTL
               MOVE "RELATORIO NAO ABRIU" TO WRK-MSG-ERRO
               MOVE "RELROTL"      TO WRK-NOME-ARQ
               MOVE WRK-FS-RELROTL TO WRK-FS-TESTE
               PERFORM 0990-ABORTA
           END-IF
           MOVE 'S' TO WRK-REL-ABERTO
           MOVE ALL "=" TO REG-RELROTL
           WRITE REG-RELROTL
           MOVE WRK-DATA-RODADA TO WRK-CALC-DATA
           PERFORM 0260-FORMATA-DATA
           MOVE SPACES TO REG-RELROTL
           STRING "ROTACAO DOS LOGS - RODADA DE " DELIMITED BY SIZE
                  WRK-DATA-FORM                   DELIMITED BY SIZE
               INTO REG-RELROTL
           IF WRK-EM-RETOMADA
               MOVE "(RETOMADA)" TO REG-RELROTL (41:10)
           END-IF
           WRITE REG-RELROTL
           MOVE ALL "=" TO REG-RELROTL
           WRITE REG-RELROTL
       .
       0110-APLICA-CHECKPOINT      SECTION.
           EVALUATE CKP-TIPO
               WHEN 'I'
                   MOVE 'S'       TO WRK-RETOMADA
                   MOVE CKP-CORTE TO WRK-DATA-RODADA
                   PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 6
                       MOVE ZEROS TO TAB-LOG-FASE (WRK-I)
                       MOVE ZEROS TO TAB-LOG-LIDOS (WRK-I)
                       MOVE ZEROS TO TAB-LOG-ANTIGOS (WRK-I)
                       MOVE ZEROS TO TAB-LOG-MANTIDOS (WRK-I)
                       MOVE ZEROS TO TAB-LOG-EXTRAS (WRK-I)
                   END-PERFORM
               WHEN 'A'
                   MOVE CKP-ARQUIVO TO WRK-BUS-NOME
                   PERFORM 0060-LOCALIZA-LOG
                   IF WRK-B > ZEROS
                       MOVE CKP-FASE     TO TAB-LOG-FASE (WRK-B)
                       MOVE CKP-CORTE    TO TAB-LOG-CORTE (WRK-B)
                       MOVE CKP-LIDOS    TO TAB-LOG-LIDOS (WRK-B)
                       MOVE CKP-ANTIGOS  TO TAB-LOG-ANTIGOS (WRK-B)
                       MOVE CKP-MANTIDOS TO TAB-LOG-MANTIDOS (WRK-B)
                       MOVE CKP-EXTRAS   TO TAB-LOG-EXTRAS (WRK-B)
                   END-IF
               WHEN 'F'
                   MOVE 'N' TO WRK-RETOMADA
           END-EVALUATE
       .
       0200-ROTACIONA-LOG          SECTION.
      **** LEVA O LOG WRK-L DA FASE EM QUE ESTA ATE A 4. CADA FASE
      **** AVANCA TAB-LOG-FASE E GRAVA O PONTO DE CONTROLE.
           PERFORM 0210-MONTA-NOMES
           MOVE ZEROS TO WRK-QT-MESES
           IF TAB-LOG-FASE (WRK-L) EQUAL 0
               PERFORM 0250-CALCULA-CORTE
               PERFORM 0300-SEPARA
           END-IF
           IF TAB-LOG-FASE (WRK-L) EQUAL 1
               PERFORM 0400-ARQUIVA
           END-IF
           IF TAB-LOG-FASE (WRK-L) EQUAL 2
               PERFORM 0500-SEPARA-EXTRAS
           END-IF
           IF TAB-LOG-FASE (WRK-L) EQUAL 3
               PERFORM 0550-TROCA-VIVO
           END-IF
           PERFORM 0580-RESUMO-LOG
       .
       0210-MONTA-NOMES            SECTION.
           MOVE SPACES TO WRK-NOME-VIVO
           STRING TAB-LOG-NOME (WRK-L) DELIMITED BY SPACE
                  ".DAT"               DELIMITED BY SIZE
               INTO WRK-NOME-VIVO
           MOVE SPACES TO WRK-NOME-ANT
           STRING TAB-LOG-NOME (WRK-L) DELIMITED BY SPACE
                  ".ANT"               DELIMITED BY SIZE
               INTO WRK-NOME-ANT
           MOVE SPACES TO WRK-NOME-NOV
           STRING TAB-LOG-NOME (WRK-L) DELIMITED BY SPACE
                  ".NOV"               DELIMITED BY SIZE
               INTO WRK-NOME-NOV
           MOVE SPACES TO WRK-NOME-EXT
           STRING TAB-LOG-NOME (WRK-L) DELIMITED BY SPACE
                  ".EXT"               DELIMITED BY SIZE
               INTO WRK-NOME-EXT
       .
       0220-NOME-MORTO             SECTION.
      **** NOME-AAAAMM.DAT DO MES WRK-MES-LINHA.
           MOVE SPACES TO WRK-NOME-MORTO
           STRING TAB-LOG-NOME (WRK-L) DELIMITED BY SPACE
                  "-"                  DELIMITED BY SIZE
                  WRK-MES-LINHA        DELIMITED BY SIZE
                  ".DAT"               DELIMITED BY SIZE
               INTO WRK-NOME-MORTO
       .
       0250-CALCULA-CORTE          SECTION.
      **** PRIMEIRO DIA DO MES MAIS ANTIGO QUE FICA NO VIVO: O MES DA
      **** RODADA MENOS (MESES - 1).
           MOVE WRK-DATA-RODADA TO WRK-CALC-DATA
           COMPUTE WRK-CALC-TOTAL = WRK-CALC-ANO * 12
               + WRK-CALC-MES - 1 - (TAB-LOG-MESES (WRK-L) - 1)
           DIVIDE WRK-CALC-TOTAL BY 12 GIVING WRK-CALC-ANO
               REMAINDER WRK-CALC-MES
           ADD 1 TO WRK-CALC-MES
           MOVE 1 TO WRK-CALC-DIA
           MOVE WRK-CALC-DATA TO TAB-LOG-CORTE (WRK-L)
       .
       0260-FORMATA-DATA           SECTION.
           MOVE SPACES TO WRK-DATA-FORM
           STRING WRK-CALC-DIA  DELIMITED BY SIZE
                  "/"           DELIMITED BY SIZE
                  WRK-CALC-MES  DELIMITED BY SIZE
                  "/"           DELIMITED BY SIZE
                  WRK-CALC-ANO  DELIMITED BY SIZE
               INTO WRK-DATA-FORM
       .
       0300-SEPARA                 SECTION.
      **** FASE 1. O VIVO SO E LIDO; AS DUAS PARTES VAO PARA NOME.ANT
      **** E NOME.NOV, ABERTOS EM OUTPUT (REFAZER A FASE E SEGURO).
           MOVE ZEROS TO TAB-LOG-LIDOS (WRK-L)
           MOVE ZEROS TO TAB-LOG-ANTIGOS (WRK-L)
           MOVE ZEROS TO TAB-LOG-MANTIDOS (WRK-L)
           MOVE ZEROS TO TAB-LOG-EXTRAS (WRK-L)
           OPEN INPUT LOGVIVO
           IF WRK-FS-LOGVIVO EQUAL '35'
               MOVE 4 TO TAB-LOG-FASE (WRK-L)
               PERFORM 0810-CHECKPOINT-FASE
               GO TO 0300-FIM
           END-IF
           IF NOT FS-OK IN WRK-FS-LOGVIVO
               MOVE "LOG NAO ABRIU PARA LEITURA" TO WRK-MSG-ERRO
               MOVE TAB-LOG-NOME (WRK-L) TO WRK-NOME-ARQ
               MOVE WRK-FS-LOGVIVO       TO WRK-FS-TESTE
               PERFORM 0990-ABORTA
           END-IF
           OPEN OUTPUT LOGANT
           IF NOT FS-OK IN WRK-FS-LOGANT
               MOVE "ARQUIVO DE SEPARACAO (.ANT) NAO ABRIU"
                   TO WRK-MSG-ERRO
               MOVE TAB-LOG-NOME (WRK-L) TO WRK-NOME-ARQ
               MOVE WRK-FS-LOGANT        TO WRK-FS-TESTE
               PERFORM 0990-ABORTA
           END-IF
           OPEN OUTPUT LOGNOV
           IF NOT FS-OK IN WRK-FS-LOGNOV
               MOVE "ARQUIVO DE SEPARACAO (.NOV) NAO ABRIU"
                   TO WRK-MSG-ERRO
               MOVE TAB-LOG-NOME (WRK-L) TO WRK-NOME-ARQ
               MOVE WRK-FS-LOGNOV        TO WRK-FS-TESTE
               PERFORM 0990-ABORTA
           END-IF
           MOVE 'S' TO WRK-PODE-INCLUIR
           MOVE SPACE TO WRK-EOF
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ LOGVIVO
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       ADD 1 TO TAB-LOG-LIDOS (WRK-L)
                       PERFORM 0310-CLASSIFICA-LINHA
               END-READ
           END-PERFORM
           CLOSE LOGVIVO
           CLOSE LOGANT
           CLOSE LOGNOV
           PERFORM 0320-CONFERE-SEPARACAO

           IF TAB-LOG-ANTIGOS (WRK-L) EQUAL ZEROS
               MOVE 4 TO TAB-LOG-FASE (WRK-L)
               PERFORM 0810-CHECKPOINT-FASE
               GO TO 0300-FIM
           END-IF

      **** TAMANHO DE CADA MORTO ANTES DA CARGA, PARA A FASE 2 SABER
      **** NA RETOMADA O QUE JA FOI ACRESCENTADO.
           PERFORM VARYING WRK-M FROM 1 BY 1 UNTIL WRK-M > WRK-QT-MESES
               MOVE TAB-MES-AAAAMM (WRK-M) TO WRK-MES-LINHA
               PERFORM 0220-NOME-MORTO
               PERFORM 0700-CONTA-MORTO
               MOVE WRK-CT-ARQ TO TAB-MES-ANTES (WRK-M)
               MOVE SPACES TO WRK-CKP
               MOVE 'M'                    TO CKP-TIPO
               MOVE TAB-LOG-NOME (WRK-L)   TO CKP-ARQUIVO
               MOVE TAB-MES-AAAAMM (WRK-M) TO CKM-MES
               MOVE TAB-MES-ANTES (WRK-M)  TO CKM-ANTES
               MOVE TAB-MES-QTD (WRK-M)    TO CKM-QTD
               PERFORM 0800-GRAVA-CHECKPOINT
           END-PERFORM
           MOVE 1 TO TAB-LOG-FASE (WRK-L)
           PERFORM 0810-CHECKPOINT-FASE
       0300-FIM.
           EXIT.
       0310-CLASSIFICA-LINHA       SECTION.
           MOVE ZEROS TO WRK-M
           IF REG-LOGVIVO (1:8) NUMERIC
               MOVE REG-LOGVIVO (1:8) TO WRK-DATA-LINHA
               IF WRK-DATA-LINHA < TAB-LOG-CORTE (WRK-L)
                   MOVE REG-LOGVIVO (1:6) TO WRK-MES-LINHA
                   PERFORM 0330-LOCALIZA-MES
               END-IF
           END-IF
           IF WRK-M > ZEROS
               WRITE REG-LOGANT FROM REG-LOGVIVO
               IF NOT FS-OK IN WRK-FS-LOGANT
                   MOVE "FALHA AO GRAVAR O .ANT" TO WRK-MSG-ERRO
                   MOVE TAB-LOG-NOME (WRK-L) TO WRK-NOME-ARQ
                   MOVE WRK-FS-LOGANT        TO WRK-FS-TESTE
                   PERFORM 0990-ABORTA
               END-IF
               ADD 1 TO TAB-LOG-ANTIGOS (WRK-L)
               ADD 1 TO TAB-MES-QTD (WRK-M)
           ELSE
               WRITE REG-LOGNOV FROM REG-LOGVIVO
               IF NOT FS-OK IN WRK-FS-LOGNOV
                   MOVE "FALHA AO GRAVAR O .NOV" TO WRK-MSG-ERRO
                   MOVE TAB-LOG-NOME (WRK-L) TO WRK-NOME-ARQ
                   MOVE WRK-FS-LOGNOV        TO WRK-FS-TESTE
                   PERFORM 0990-ABORTA
               END-IF
               ADD 1 TO TAB-LOG-MANTIDOS (WRK-L)
           END-IF
       .
       0320-CONFERE-SEPARACAO      SECTION.
      **** AS DUAS PARTES RELIDAS TEM DE SOMAR AS LINHAS DO VIVO.
           MOVE ZEROS TO WRK-CT-CONF-ANT
           MOVE ZEROS TO WRK-CT-CONF-NOV
           OPEN INPUT LOGANT
           MOVE SPACE TO WRK-EOF
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ LOGANT
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       ADD 1 TO WRK-CT-CONF-ANT
               END-READ
           END-PERFORM
           CLOSE LOGANT
           OPEN INPUT LOGNOV
           MOVE SPACE TO WRK-EOF
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ LOGNOV
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       ADD 1 TO WRK-CT-CONF-NOV
               END-READ
           END-PERFORM
           CLOSE LOGNOV
           IF WRK-CT-CONF-ANT NOT EQUAL TAB-LOG-ANTIGOS (WRK-L)
              OR WRK-CT-CONF-NOV NOT EQUAL TAB-LOG-MANTIDOS (WRK-L)
              OR TAB-LOG-LIDOS (WRK-L) NOT EQUAL
                 TAB-LOG-ANTIGOS (WRK-L) + TAB-LOG-MANTIDOS (WRK-L)
               MOVE "SEPARACAO NAO CONFERE COM AS LINHAS LIDAS"
                   TO WRK-MSG-ERRO
               MOVE SPACES TO WRK-FS-TESTE
               PERFORM 0990-ABORTA
           END-IF
       .
       0330-LOCALIZA-MES           SECTION.
      **** POSICAO DO MES WRK-MES-LINHA NA TAB-MES; COM
      **** WRK-PODE-INCLUIR = 'S' O MES NOVO E INCLUIDO. ZERO = FORA.
           MOVE ZEROS TO WRK-M
           PERFORM VARYING WRK-I FROM 1 BY 1
                     UNTIL WRK-I > WRK-QT-MESES OR WRK-M > ZEROS
               IF TAB-MES-AAAAMM (WRK-I) EQUAL WRK-MES-LINHA
                   MOVE WRK-I TO WRK-M
               END-IF
           END-PERFORM
           IF WRK-M EQUAL ZEROS
              AND WRK-INCLUI-MES
              AND WRK-QT-MESES < 120
               ADD 1 TO WRK-QT-MESES
               MOVE WRK-QT-MESES  TO WRK-M
               MOVE WRK-MES-LINHA TO TAB-MES-AAAAMM (WRK-M)
               MOVE ZEROS         TO TAB-MES-ANTES (WRK-M)
               MOVE ZEROS         TO TAB-MES-QTD (WRK-M)
               MOVE ZEROS         TO TAB-MES-PULAR (WRK-M)
           END-IF
       .
       0400-ARQUIVA                SECTION.
      **** FASE 2. O QUE O MORTO TEM ALEM DO TAMANHO ANTERIOR JA VEIO
      **** DESTE NOME.ANT NUMA TENTATIVA QUE CAIU: ESSAS LINHAS, AS
      **** PRIMEIRAS DO MES NO NOME.ANT, SAO PULADAS.
           IF WRK-QT-MESES EQUAL ZEROS
               PERFORM 0410-CARREGA-MESES
           END-IF
           PERFORM VARYING WRK-M FROM 1 BY 1 UNTIL WRK-M > WRK-QT-MESES
               MOVE TAB-MES-AAAAMM (WRK-M) TO WRK-MES-LINHA
               PERFORM 0220-NOME-MORTO
               PERFORM 0700-CONTA-MORTO
               IF WRK-CT-ARQ < TAB-MES-ANTES (WRK-M)
                  OR WRK-CT-ARQ > TAB-MES-ANTES (WRK-M)
                                + TAB-MES-QTD (WRK-M)
                   MOVE "MORTO COM TAMANHO FORA DO ESPERADO"
                       TO WRK-MSG-ERRO
                   MOVE SPACES TO WRK-FS-TESTE
                   PERFORM 0990-ABORTA
               END-IF
               COMPUTE TAB-MES-PULAR (WRK-M) =
                   WRK-CT-ARQ - TAB-MES-ANTES (WRK-M)
           END-PERFORM

           MOVE 'N' TO WRK-PODE-INCLUIR
           MOVE SPACES TO WRK-MES-ABERTO
           OPEN INPUT LOGANT
           IF NOT FS-OK IN WRK-FS-LOGANT
               MOVE "ARQUIVO DE SEPARACAO (.ANT) NAO ABRIU"
                   TO WRK-MSG-ERRO
               MOVE TAB-LOG-NOME (WRK-L) TO WRK-NOME-ARQ
               MOVE WRK-FS-LOGANT        TO WRK-FS-TESTE
               PERFORM 0990-ABORTA
           END-IF
           MOVE SPACE TO WRK-EOF
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ LOGANT
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       PERFORM 0420-GRAVA-MORTO
               END-READ
           END-PERFORM
           CLOSE LOGANT
           IF WRK-TEM-MORTO-ABERTO
               CLOSE ARQMORTO
               MOVE 'N' TO WRK-MORTO-ABERTO
           END-IF

      **** CONFERENCIA: CADA MORTO = TAMANHO ANTERIOR + LINHAS DO MES.
           PERFORM VARYING WRK-M FROM 1 BY 1 UNTIL WRK-M > WRK-QT-MESES
               MOVE TAB-MES-AAAAMM (WRK-M) TO WRK-MES-LINHA
               PERFORM 0220-NOME-MORTO
               PERFORM 0700-CONTA-MORTO
               IF WRK-CT-ARQ NOT EQUAL TAB-MES-ANTES (WRK-M)
                                     + TAB-MES-QTD (WRK-M)
                   MOVE "CONTAGEM DO MORTO NAO CONFERE"
                       TO WRK-MSG-ERRO
                   MOVE SPACES TO WRK-FS-TESTE
                   PERFORM 0990-ABORTA
               END-IF
           END-PERFORM
           MOVE 2 TO TAB-LOG-FASE (WRK-L)
           PERFORM 0810-CHECKPOINT-FASE
       .
       0410-CARREGA-MESES          SECTION.
      **** NA RETOMADA OS MESES DO LOG VEM DAS LINHAS 'M' DO CONTROLE.
           MOVE ZEROS TO WRK-QT-MESES
           MOVE 'S' TO WRK-PODE-INCLUIR
           OPEN INPUT ROTACAO
           IF NOT FS-OK IN WRK-FS-ROTACAO
               MOVE "PONTO DE CONTROLE ILEGIVEL" TO WRK-MSG-ERRO
               MOVE "ROTACAO"      TO WRK-NOME-ARQ
               MOVE WRK-FS-ROTACAO TO WRK-FS-TESTE
               PERFORM 0990-ABORTA
           END-IF
           MOVE SPACE TO WRK-EOF
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ ROTACAO INTO WRK-CKP
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF CKP-TIPO EQUAL 'M'
                          AND CKP-ARQUIVO EQUAL TAB-LOG-NOME (WRK-L)
                           MOVE CKM-MES TO WRK-MES-LINHA
                           PERFORM 0330-LOCALIZA-MES
                           IF WRK-M > ZEROS
                               MOVE CKM-ANTES TO TAB-MES-ANTES (WRK-M)
                               MOVE CKM-QTD   TO TAB-MES-QTD (WRK-M)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROTACAO
       .
       0420-GRAVA-MORTO            SECTION.
           MOVE REG-LOGANT (1:6) TO WRK-MES-LINHA
           PERFORM 0330-LOCALIZA-MES
           IF WRK-M EQUAL ZEROS
               MOVE "LINHA DO .ANT SEM MES NO CONTROLE" TO WRK-MSG-ERRO
               MOVE SPACES TO WRK-FS-TESTE
               PERFORM 0990-ABORTA
           END-IF
           IF TAB-MES-PULAR (WRK-M) > ZEROS
               SUBTRACT 1 FROM TAB-MES-PULAR (WRK-M)
               GO TO 0420-FIM
           END-IF
      **** UM MORTO POR MES; O ARQUIVO SO TROCA NA VIRADA DO MES.
           IF REG-LOGANT (1:6) NOT EQUAL WRK-MES-ABERTO
               IF WRK-TEM-MORTO-ABERTO
                   CLOSE ARQMORTO
               END-IF
               MOVE REG-LOGANT (1:6) TO WRK-MES-ABERTO
               PERFORM 0220-NOME-MORTO
               OPEN EXTEND ARQMORTO
               IF WRK-FS-ARQMORTO EQUAL '35'
                   CLOSE ARQMORTO
                   OPEN OUTPUT ARQMORTO
               END-IF
               IF NOT FS-OK IN WRK-FS-ARQMORTO
                   MOVE "ARQUIVO MORTO NAO ABRIU" TO WRK-MSG-ERRO
                   MOVE "ARQMORTO"       TO WRK-NOME-ARQ
                   MOVE WRK-FS-ARQMORTO  TO WRK-FS-TESTE
                   PERFORM 0990-ABORTA
               END-IF
               MOVE 'S' TO WRK-MORTO-ABERTO
           END-IF
           WRITE REG-ARQMORTO FROM REG-LOGANT
           IF NOT FS-OK IN WRK-FS-ARQMORTO
               MOVE "FALHA AO GRAVAR O ARQUIVO MORTO" TO WRK-MSG-ERRO
               MOVE "ARQMORTO"       TO WRK-NOME-ARQ
               MOVE WRK-FS-ARQMORTO  TO WRK-FS-TESTE
               PERFORM 0990-ABORTA
           END-IF
       0420-FIM.
           EXIT.
       0500-SEPARA-EXTRAS          SECTION.
      **** FASE 3. LINHAS GRAVADAS NO VIVO DEPOIS DA SEPARACAO (ALEM
      **** DAS TAB-LOG-LIDOS PRIMEIRAS) VAO PARA NOME.EXT E VOLTAM AO
      **** VIVO NA FASE 4.
           MOVE ZEROS TO TAB-LOG-EXTRAS (WRK-L)
           MOVE ZEROS TO WRK-CT-LINHA
           OPEN OUTPUT LOGEXT
           IF NOT FS-OK IN WRK-FS-LOGEXT
               MOVE "ARQUIVO DE SEPARACAO (.EXT) NAO ABRIU"
                   TO WRK-MSG-ERRO
               MOVE TAB-LOG-NOME (WRK-L) TO WRK-NOME-ARQ
               MOVE WRK-FS-LOGEXT        TO WRK-FS-TESTE
               PERFORM 0990-ABORTA
           END-IF
           OPEN INPUT LOGVIVO
           IF NOT FS-OK IN WRK-FS-LOGVIVO
               MOVE "LOG NAO ABRIU PARA LEITURA" TO WRK-MSG-ERRO
               MOVE TAB-LOG-NOME (WRK-L) TO WRK-NOME-ARQ
               MOVE WRK-FS-LOGVIVO       TO WRK-FS-TESTE
               PERFORM 0990-ABORTA
           END-IF
           MOVE SPACE TO WRK-EOF
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ LOGVIVO
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       ADD 1 TO WRK-CT-LINHA
                       IF WRK-CT-LINHA > TAB-LOG-LIDOS (WRK-L)
                           WRITE REG-LOGEXT FROM REG-LOGVIVO
                           ADD 1 TO TAB-LOG-EXTRAS (WRK-L)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOGVIVO
           CLOSE LOGEXT
           IF WRK-CT-LINHA < TAB-LOG-LIDOS (WRK-L)
               MOVE "LOG ENCOLHEU DEPOIS DA SEPARACAO" TO WRK-MSG-ERRO
               MOVE SPACES TO WRK-FS-TESTE
               PERFORM 0990-ABORTA
           END-IF
           MOVE 3 TO TAB-LOG-FASE (WRK-L)
           PERFORM 0810-CHECKPOINT-FASE
       .
       0550-TROCA-VIVO             SECTION.
      **** FASE 4. O VIVO E REGRAVADO COM O QUE FICA; NOME.NOV E
      **** NOME.EXT SO SAO ESVAZIADOS DEPOIS DO PONTO DE CONTROLE, PARA
      **** A FASE PODER SER REFEITA INTEIRA SE CAIR NO MEIO.
           OPEN OUTPUT LOGVIVO
           IF NOT FS-OK IN WRK-FS-LOGVIVO
               MOVE "LOG NAO ABRIU PARA REGRAVACAO" TO WRK-MSG-ERRO
               MOVE TAB-LOG-NOME (WRK-L) TO WRK-NOME-ARQ
               MOVE WRK-FS-LOGVIVO       TO WRK-FS-TESTE
               PERFORM 0990-ABORTA
           END-IF
           OPEN INPUT LOGNOV
           IF NOT FS-OK IN WRK-FS-LOGNOV
               MOVE "ARQUIVO DE SEPARACAO (.NOV) NAO ABRIU"
                   TO WRK-MSG-ERRO
               MOVE TAB-LOG-NOME (WRK-L) TO WRK-NOME-ARQ
               MOVE WRK-FS-LOGNOV        TO WRK-FS-TESTE
               PERFORM 0990-ABORTA
           END-IF
           MOVE SPACE TO WRK-EOF
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ LOGNOV
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       WRITE REG-LOGVIVO FROM REG-LOGNOV
               END-READ
           END-PERFORM
           CLOSE LOGNOV
           OPEN INPUT LOGEXT
           IF FS-OK IN WRK-FS-LOGEXT
               MOVE SPACE TO WRK-EOF
               PERFORM UNTIL WRK-EOF EQUAL 'F'
                   READ LOGEXT
                       AT END
                           MOVE 'F' TO WRK-EOF
                       NOT AT END
                           WRITE REG-LOGVIVO FROM REG-LOGEXT
                   END-READ
               END-PERFORM
               CLOSE LOGEXT
           END-IF
           CLOSE LOGVIVO

           PERFORM 0710-CONTA-VIVO
           IF WRK-CT-ARQ NOT EQUAL TAB-LOG-MANTIDOS (WRK-L)
                                 + TAB-LOG-EXTRAS (WRK-L)
               MOVE "LOG REGRAVADO NAO CONFERE" TO WRK-MSG-ERRO
               MOVE SPACES TO WRK-FS-TESTE
               PERFORM 0990-ABORTA
           END-IF
           MOVE 4 TO TAB-LOG-FASE (WRK-L)
           PERFORM 0810-CHECKPOINT-FASE

           OPEN OUTPUT LOGANT
           CLOSE LOGANT
           OPEN OUTPUT LOGNOV
           CLOSE LOGNOV
           OPEN OUTPUT LOGEXT
           CLOSE LOGEXT
       .
       0580-RESUMO-LOG             SECTION.
      **** LINHAS DO LOG NO RELATORIO E MES DO MORTO MAIS ANTIGO NA
      **** TABELA DE RETENCAO.
           IF WRK-QT-MESES EQUAL ZEROS
              AND TAB-LOG-ANTIGOS (WRK-L) > ZEROS
               PERFORM 0410-CARREGA-MESES
           END-IF
           ADD TAB-LOG-ANTIGOS (WRK-L) TO WRK-TOT-ARQUIVADAS

           MOVE SPACES TO REG-RELROTL
           WRITE REG-RELROTL
           MOVE TAB-LOG-MESES (WRK-L) TO WRK-MESES-FORM
           MOVE TAB-LOG-CORTE (WRK-L) TO WRK-CALC-DATA
           PERFORM 0260-FORMATA-DATA
           MOVE SPACES TO REG-RELROTL
           STRING TAB-LOG-NOME (WRK-L) DELIMITED BY SIZE
                  " RETENCAO: "        DELIMITED BY SIZE
                  WRK-MESES-FORM       DELIMITED BY SIZE
                  " MESES  CORTE: "    DELIMITED BY SIZE
                  WRK-DATA-FORM        DELIMITED BY SIZE
               INTO REG-RELROTL
           WRITE REG-RELROTL
           IF TAB-LOG-LIDOS (WRK-L) EQUAL ZEROS
               MOVE "           LOG VAZIO OU AINDA NAO CRIADO"
                   TO REG-RELROTL
               WRITE REG-RELROTL
               GO TO 0580-FIM
           END-IF
           MOVE TAB-LOG-LIDOS (WRK-L)   TO WRK-CT-FORM
           MOVE TAB-LOG-ANTIGOS (WRK-L) TO WRK-CT2-FORM
           MOVE SPACES TO REG-RELROTL
           STRING "           LIDAS: "  DELIMITED BY SIZE
                  WRK-CT-FORM           DELIMITED BY SIZE
                  "  ARQUIVADAS: "      DELIMITED BY SIZE
                  WRK-CT2-FORM          DELIMITED BY SIZE
               INTO REG-RELROTL
           WRITE REG-RELROTL
           MOVE TAB-LOG-MANTIDOS (WRK-L) TO WRK-CT-FORM
           MOVE TAB-LOG-EXTRAS (WRK-L)   TO WRK-CT2-FORM
           MOVE SPACES TO REG-RELROTL
           STRING "           NO VIVO: "       DELIMITED BY SIZE
                  WRK-CT-FORM                  DELIMITED BY SIZE
                  "  GRAVADAS DURANTE: "       DELIMITED BY SIZE
                  WRK-CT2-FORM                 DELIMITED BY SIZE
               INTO REG-RELROTL
           WRITE REG-RELROTL
           PERFORM VARYING WRK-M FROM 1 BY 1 UNTIL WRK-M > WRK-QT-MESES
               MOVE TAB-MES-AAAAMM (WRK-M) TO WRK-MES-LINHA
               IF TAB-LOG-PRIMEIRO (WRK-L) EQUAL ZEROS
                  OR WRK-MES-LINHA < TAB-LOG-PRIMEIRO (WRK-L)
                   MOVE WRK-MES-LINHA TO TAB-LOG-PRIMEIRO (WRK-L)
               END-IF
               PERFORM 0220-NOME-MORTO
               MOVE TAB-MES-QTD (WRK-M) TO WRK-CT-FORM
               COMPUTE WRK-CT-ARQ = TAB-MES-ANTES (WRK-M)
                                  + TAB-MES-QTD (WRK-M)
               MOVE WRK-CT-ARQ TO WRK-CT2-FORM
               MOVE SPACES TO REG-RELROTL
               STRING "           "     DELIMITED BY SIZE
                      WRK-NOME-MORTO    DELIMITED BY SIZE
                      " +"              DELIMITED BY SIZE
                      WRK-CT-FORM       DELIMITED BY SIZE
                      " = "             DELIMITED BY SIZE
                      WRK-CT2-FORM      DELIMITED BY SIZE
                   INTO REG-RELROTL
               WRITE REG-RELROTL
           END-PERFORM
       0580-FIM.
           EXIT.
       0600-CONFIGURA-RETENCAO     SECTION.
      **** CONSULTA A TABELA E ALTERA OS MESES DE UM LOG. VALE A
      **** PARTIR DA PROXIMA RODADA.
           DISPLAY "LOG        MESES NO VIVO  MORTO MAIS ANTIGO  "
                   "ULTIMO CORTE"
           PERFORM VARYING WRK-L FROM 1 BY 1 UNTIL WRK-L > 6
               MOVE TAB-LOG-MESES (WRK-L) TO WRK-MESES-FORM
               MOVE TAB-LOG-CORTE (WRK-L) TO WRK-CALC-DATA
               PERFORM 0260-FORMATA-DATA
               DISPLAY TAB-LOG-NOME (WRK-L) " " WRK-MESES-FORM
                       "            " TAB-LOG-PRIMEIRO (WRK-L)
                       "             " WRK-DATA-FORM
           END-PERFORM
           DISPLAY "LOG A ALTERAR (BRANCO = NENHUM): "
           ACCEPT WRK-BUS-NOME
           IF WRK-BUS-NOME EQUAL SPACES
               GO TO 0600-FIM
           END-IF
           PERFORM 0060-LOCALIZA-LOG
           IF WRK-B EQUAL ZEROS
               DISPLAY "LOG DESCONHECIDO: " WRK-BUS-NOME
               MOVE 8 TO RETURN-CODE
               GO TO 0600-FIM
           END-IF
           DISPLAY "MESES NO ARQUIVO VIVO, CONTANDO O CORRENTE "
                   "(001 A 120): "
           ACCEPT WRK-NOVOS-MESES
           IF WRK-NOVOS-MESES NOT NUMERIC
              OR WRK-NOVOS-MESES EQUAL ZEROS
              OR WRK-NOVOS-MESES > 120
               DISPLAY "VALOR INVALIDO. RETENCAO NAO ALTERADA."
               MOVE 8 TO RETURN-CODE
               GO TO 0600-FIM
           END-IF
           DISPLAY "CONFIRMA A NOVA RETENCAO (S/N)? "
           ACCEPT WRK-CONFIRMA
           IF WRK-CONFIRMA NOT EQUAL 'S' AND NOT EQUAL 's'
               DISPLAY "RETENCAO NAO ALTERADA."
               GO TO 0600-FIM
           END-IF
           MOVE WRK-NOVOS-MESES  TO TAB-LOG-MESES (WRK-B)
           MOVE WRK-DATA-SISTEMA TO TAB-LOG-DT-ALT (WRK-B)
           PERFORM 0650-GRAVA-RETENCAO
           IF WRK-TABELA-GRAVADA
               DISPLAY "RETENCAO GRAVADA NO RETENCAO.DAT."
           END-IF
       0600-FIM.
           EXIT.
       0650-GRAVA-RETENCAO         SECTION.
      **** REGRAVA A TABELA INTEIRA (UM REGISTRO POR LOG).
           MOVE 'N' TO WRK-RETENCAO-GRAVADA
           OPEN OUTPUT RETENCAO
           IF NOT FS-OK IN WRK-FS-RETENCAO
               DISPLAY "ERRO AO GRAVAR O RETENCAO. FS=" WRK-FS-RETENCAO
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGROTL  '
                    'RETENCAO  ' WRK-FS-RETENCAO
               MOVE 16 TO RETURN-CODE
               GO TO 0650-FIM
           END-IF
           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 6
               MOVE SPACES TO REG-RETENCAO
               MOVE TAB-LOG-NOME (WRK-I)     TO RTC-ARQUIVO
               MOVE TAB-LOG-MESES (WRK-I)    TO RTC-MESES
               MOVE TAB-LOG-PRIMEIRO (WRK-I) TO RTC-PRIMEIRO-MES
               MOVE TAB-LOG-CORTE (WRK-I)    TO RTC-ULTIMO-CORTE
               MOVE TAB-LOG-DT-ALT (WRK-I)   TO RTC-DT-ALTERACAO
               WRITE REG-RETENCAO
           END-PERFORM
           CLOSE RETENCAO
           MOVE 'S' TO WRK-RETENCAO-GRAVADA
       0650-FIM.
           EXIT.
       0700-CONTA-MORTO            SECTION.
      **** LINHAS DO MORTO WRK-NOME-MORTO (ZERO SE AINDA NAO EXISTE).
           MOVE ZEROS TO WRK-CT-ARQ
           OPEN INPUT ARQMORTO
           IF WRK-FS-ARQMORTO EQUAL '35'
               GO TO 0700-FIM
           END-IF
           IF NOT FS-OK IN WRK-FS-ARQMORTO
               MOVE "ARQUIVO MORTO NAO ABRIU" TO WRK-MSG-ERRO
               MOVE "ARQMORTO"      TO WRK-NOME-ARQ
               MOVE WRK-FS-ARQMORTO TO WRK-FS-TESTE
               PERFORM 0990-ABORTA
           END-IF
           MOVE SPACE TO WRK-EOF
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ ARQMORTO
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       ADD 1 TO WRK-CT-ARQ
               END-READ
           END-PERFORM
           CLOSE ARQMORTO
       0700-FIM.
           EXIT.
       0710-CONTA-VIVO             SECTION.
           MOVE ZEROS TO WRK-CT-ARQ
           OPEN INPUT LOGVIVO
           IF NOT FS-OK IN WRK-FS-LOGVIVO
               MOVE "LOG NAO ABRIU PARA CONFERENCIA" TO WRK-MSG-ERRO
               MOVE TAB-LOG-NOME (WRK-L) TO WRK-NOME-ARQ
               MOVE WRK-FS-LOGVIVO       TO WRK-FS-TESTE
               PERFORM 0990-ABORTA
           END-IF
           MOVE SPACE TO WRK-EOF
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ LOGVIVO
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       ADD 1 TO WRK-CT-ARQ
               END-READ
           END-PERFORM
           CLOSE LOGVIVO
       .
       0800-GRAVA-CHECKPOINT       SECTION.
      **** UMA LINHA POR VEZ, ABRINDO E FECHANDO, PARA O CONTROLE
      **** ESTAR NO DISCO ANTES DO PASSO SEGUINTE.
           OPEN EXTEND ROTACAO
           IF WRK-FS-ROTACAO EQUAL '35'
               CLOSE ROTACAO
               OPEN OUTPUT ROTACAO
           END-IF
           IF NOT FS-OK IN WRK-FS-ROTACAO
               MOVE "PONTO DE CONTROLE NAO ABRIU" TO WRK-MSG-ERRO
               MOVE "ROTACAO"      TO WRK-NOME-ARQ
               MOVE WRK-FS-ROTACAO TO WRK-FS-TESTE
               PERFORM 0990-ABORTA
           END-IF
           WRITE REG-ROTACAO FROM WRK-CKP
           CLOSE ROTACAO
       .
       0810-CHECKPOINT-FASE        SECTION.
           MOVE SPACES TO WRK-CKP
           MOVE 'A'                      TO CKP-TIPO
           MOVE TAB-LOG-NOME (WRK-L)     TO CKP-ARQUIVO
           MOVE TAB-LOG-FASE (WRK-L)     TO CKP-FASE
           MOVE TAB-LOG-CORTE (WRK-L)    TO CKP-CORTE
           MOVE TAB-LOG-LIDOS (WRK-L)    TO CKP-LIDOS
           MOVE TAB-LOG-ANTIGOS (WRK-L)  TO CKP-ANTIGOS
           MOVE TAB-LOG-MANTIDOS (WRK-L) TO CKP-MANTIDOS
           MOVE TAB-LOG-EXTRAS (WRK-L)   TO CKP-EXTRAS
           PERFORM 0800-GRAVA-CHECKPOINT
       .
       0900-FINALIZA               SECTION.
           MOVE SPACES TO REG-RELROTL
           WRITE REG-RELROTL
           MOVE ALL "=" TO REG-RELROTL
           WRITE REG-RELROTL
           MOVE WRK-TOT-ARQUIVADAS TO WRK-CT-FORM
           MOVE SPACES TO REG-RELROTL
           STRING "TOTAL DE LINHAS ARQUIVADAS: " DELIMITED BY SIZE
                  WRK-CT-FORM                    DELIMITED BY SIZE
               INTO REG-RELROTL
           WRITE REG-RELROTL
           MOVE "RODADA CONCLUIDA. TABELA DE RETENCAO ATUALIZADA."
               TO REG-RELROTL
           WRITE REG-RELROTL
           CLOSE RELROTL
           DISPLAY "ROTACAO CONCLUIDA. LINHAS ARQUIVADAS: " WRK-CT-FORM
           DISPLAY "RELATORIO GRAVADO EM RELROTL.DAT."
       .
       0990-ABORTA                 SECTION.
      **** A RODADA PARA AQUI E FICA PENDENTE NO ROTACAO.CKP: RODAR DE
      **** NOVO RETOMA A PARTIR DA ULTIMA FASE CONCLUIDA.
           DISPLAY "ROTACAO INTERROMPIDA: " WRK-MSG-ERRO
           IF WRK-FS-TESTE NOT EQUAL SPACES
               DISPLAY "ARQUIVO: " WRK-NOME-ARQ " FS=" WRK-FS-TESTE
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGROTL  '
                    WRK-NOME-ARQ WRK-FS-TESTE
           END-IF
           IF WRK-L > ZEROS AND WRK-L < 7
               DISPLAY "LOG EM ROTACAO: " TAB-LOG-NOME (WRK-L)
           END-IF
           IF WRK-TEM-RELATORIO
               MOVE SPACES TO REG-RELROTL
               WRITE REG-RELROTL
               MOVE SPACES TO REG-RELROTL
               STRING "ROTACAO INTERROMPIDA: " DELIMITED BY SIZE
                      WRK-MSG-ERRO            DELIMITED BY SIZE
                   INTO REG-RELROTL
               WRITE REG-RELROTL
               MOVE "RODAR DE NOVO RETOMA DA ULTIMA FASE CONCLUIDA."
                   TO REG-RELROTL
               WRITE REG-RELROTL
               CLOSE RELROTL
           END-IF
           MOVE 16 TO RETURN-CODE
           STOP RUN
       .
       END PROGRAM PROGROTL.
