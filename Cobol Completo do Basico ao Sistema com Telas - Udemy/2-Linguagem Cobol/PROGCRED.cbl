      *==           TOTAL - PARA FINALMENTE ENXERGAR QUEM DEVE O QUE.
      *== DATA: 02/09/2026
      *== OBSERVACOES:
      *== 15/10/2026: MULTA E JUROS DE MORA NA PARCELA PAGA EM ATRASO.
      *==             OS PERCENTUAIS (MULTA SOBRE A PARCELA, JUROS POR
      *==             DIA DE ATRASO) E OS DIAS DE CARENCIA FICAM NO
      *==             CREDPAR.DAT, MANTIDO PELA NOVA OPCAO 4 DO MENU
      *==             (SEM O ARQUIVO VALEM 2% DE MULTA, 0,0333% AO DIA
      *==             E NENHUMA CARENCIA). O RECEBIMENTO MOSTRA O
      *==             PRINCIPAL, A MULTA E OS JUROS SEPARADOS E GRAVA
      *==             CADA RECEBIMENTO NO CREDREC.DAT COM OS TRES
      *==             VALORES APARTADOS, LIDO PELO RELATORIO Z
      *==             (PROGFECH). A LISTA DO CLIENTE E O AGING
      *==             MOSTRAM OS ENCARGOS ACUMULADOS ATE HOJE AO LADO
      *==             DO PRINCIPAL, E O AGING FECHA COM O RECEBIDO NO
      *==             MES (PRINCIPAL X MULTA X JUROS).
      *== 15/10/2026: RENEGOCIACAO (NOVA OPCAO 5): JUNTA AS PARCELAS EM
      *==             ABERTO DO CLIENTE (TODAS OU SO AS VENCIDAS) COM
      *==             A MULTA E OS JUROS DO DIA NUM ACORDO NOVO, CUJO
      *==             NUMERO ('RN' + AAMMDD + HHMMSS) OCUPA O LUGAR DA
      *==             VENDA NAS NOVAS PARCELAS DO CREDIARIO.DAT. AS
      *==             PARCELAS ANTIGAS FICAM COM STATUS 'R'
      *==             (RENEGOCIADA) E CADA UMA GANHA UM REGISTRO NO
      *==             RENEGOC.DAT, PELA MESMA CHAVE DA PARCELA, COM O
      *==             ACORDO, O PRINCIPAL, A MULTA, OS JUROS E O
      *==             OPERADOR - A DIVIDA ORIGINAL SEGUE RASTREAVEL. O
      *==             TERMO DO ACORDO PARA O CLIENTE ASSINAR SAI EM
      *==             ACORDO-<NUMERO>.DAT. PARCELA 'R' NAO PODE SER
      *==             RECEBIDA E APARECE NA LISTA DO CLIENTE COM O
      *==             NUMERO DO ACORDO.
      *== 15/10/2026: O CREDREC.DAT GANHA O CANAL DO RECEBIMENTO NO
      *==             FIM DA LINHA (BRANCO = BALCAO, 'B' = BOLETO
      *==             LIQUIDADO NO BANCO, GRAVADO PELO PROGRETB). O
      *==             RECEBIDO NO MES DO AGING SOMA OS DOIS CANAIS.
      *== 15/10/2026: MULTA E JUROS DOS ENCARGOS DIGITADOS COM VIRGULA
      *==             (EX. 02,00 E 0,0333); NUMERO SEM VIRGULA ERA LIDO
      *==             COMO INTEIRO E IA ERRADO PARA O CREDPAR.DAT.
      *==             MULTA ACIMA DE 20% OU JUROS ACIMA DE 0,5% AO DIA
      *==             SAO RECUSADOS.
      *-----------------------------------------------------------------

      *=================================================================
           SELECT RELAGING ASSIGN TO "RELAGING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELAGING.
           SELECT CREDPAR ASSIGN TO "CREDPAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CREDPAR.
           SELECT CREDREC ASSIGN TO "CREDREC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CREDREC.
           SELECT RENEGOC ASSIGN TO "RENEGOC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REN-CHAVE-ORIGEM
               FILE STATUS IS WRK-FS-RENEGOC.
           SELECT TERMO ASSIGN TO DYNAMIC WRK-NOME-TERMO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TERMO.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
           03  UF-CLIENTE            PIC X(02).

       FD  RELAGING.
       01  REG-RELAGING              PIC X(120).

       FD  CREDPAR.
       01  REG-CREDPAR.
           03  PAR-PC-MULTA          PIC 9(02)V99.
           03  FILLER                PIC X(01).
           03  PAR-PC-JUROS-DIA      PIC 9(01)V9999.
           03  FILLER                PIC X(01).
           03  PAR-DIAS-CARENCIA     PIC 9(02).
           03  FILLER                PIC X(01).
           03  PAR-DT-ALTERACAO      PIC 9(08).

       FD  CREDREC.
       01  REG-CREDREC.
           03  REC-DATA.
               05  REC-ANO-MES       PIC 9(06).
               05  REC-DIA           PIC 9(02).
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

       FD  RENEGOC.
       01  REG-RENEGOC.
           03  REN-CHAVE-ORIGEM.
               05  REN-CLIENTE       PIC 9(05).
               05  REN-VND-ID        PIC X(14).
               05  REN-PARCELA       PIC 9(02).
           03  REN-ACORDO            PIC X(14).
           03  REN-DATA              PIC 9(08).
           03  REN-DT-VENCIMENTO     PIC 9(08).
           03  REN-DIAS-ATRASO       PIC 9(05).
           03  REN-PRINCIPAL         PIC 9(08).
           03  REN-MULTA             PIC 9(08).
           03  REN-JUROS             PIC 9(08).
           03  REN-OPERADOR          PIC X(10).

       FD  TERMO.
       01  REG-TERMO                 PIC X(80).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-CREDIARIO==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-CLIENTE==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-RELAGING==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-CREDPAR==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-CREDREC==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-RENEGOC==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-TERMO==.

       77 WRK-OPCAO                 PIC 9(1)        VALUE ZEROS.
           88  WRK-OPC-RECEBER                      VALUE 1.
           88  WRK-OPC-LISTAR                       VALUE 2.
           88  WRK-OPC-AGING                        VALUE 3.
           88  WRK-OPC-ENCARGOS                     VALUE 4.
           88  WRK-OPC-RENEGOCIAR                   VALUE 5.
           88  WRK-OPC-SAIR                         VALUE 6.
       77 WRK-CONTINUA              PIC X(1)        VALUE 'S'.
           88  WRK-FIM-COBRANCA                     VALUE 'N'.
       77 WRK-EOF                   PIC X(1)        VALUE SPACE.
       77 WRK-VALOR-FORM            PIC ZZZ.ZZ9,99  VALUE ZEROS.
       77 WRK-TOT-FORM              PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-CT-ABERTAS            PIC 9(05)       VALUE ZEROS.
       77 WRK-HORA-SISTEMA          PIC 9(08)       VALUE ZEROS.
       77 WRK-PC-MULTA              PIC 9(02)V99    VALUE 2,00.
       77 WRK-PC-JUROS-DIA          PIC 9(01)V9999  VALUE 0,0333.
       77 WRK-DIAS-CARENCIA         PIC 9(02)       VALUE ZEROS.
       77 WRK-VLR-MULTA             PIC 9(08)       VALUE ZEROS.
       77 WRK-VLR-JUROS             PIC 9(08)       VALUE ZEROS.
       77 WRK-VLR-A-RECEBER         PIC 9(08)       VALUE ZEROS.
       77 WRK-ENCARGOS-FORM         PIC ZZZ.ZZ9,99  VALUE ZEROS.
       77 WRK-PC-FORM               PIC Z9,9999     VALUE ZEROS.
       77 WRK-ENC-TOT-FORM          PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-NOVA-MULTA            PIC 9(02)V99    VALUE ZEROS.
       77 WRK-NOVOS-JUROS           PIC 9(01)V9999  VALUE ZEROS.
       77 WRK-NOVA-CARENCIA         PIC 9(02)       VALUE ZEROS.
       77 WRK-ENTRA-MULTA           PIC 99,99       VALUE ZEROS.
       77 WRK-ENTRA-JUROS           PIC 9,9999      VALUE ZEROS.
       77 WRK-EOF-REC               PIC X(01)       VALUE SPACE.
       77 WRK-REC-PRINCIPAL         PIC 9(10)       VALUE ZEROS.
       77 WRK-REC-MULTA             PIC 9(10)       VALUE ZEROS.
       77 WRK-REC-JUROS             PIC 9(10)       VALUE ZEROS.
       77 WRK-ANO-MES               PIC 9(06)       VALUE ZEROS.
       77 WRK-CLIENTE-ABERTO        PIC X(02)       VALUE SPACES.
           88  WRK-CLIENTE-OK                       VALUE '00'.
       77 WRK-RENEGOC-ABERTO        PIC X(02)       VALUE SPACES.
           88  WRK-RENEGOC-OK                       VALUE '00'.
       77 WRK-NOME-TERMO            PIC X(30)       VALUE SPACES.
       77 WRK-OPERADOR              PIC X(10)       VALUE SPACES.
       77 WRK-ACORDO                PIC X(14)       VALUE SPACES.
       77 WRK-REN-ESCOPO            PIC X(01)       VALUE 'V'.
           88  WRK-REN-TODAS                        VALUE 'T'.
           88  WRK-REN-VENCIDAS                     VALUE 'V'.
       77 WRK-REN-NM-CLIENTE        PIC X(40)       VALUE SPACES.
       77 WRK-REN-DOCUMENTO         PIC X(16)       VALUE SPACES.
       77 WRK-REN-QTD               PIC 9(03)       VALUE ZEROS.
       77 WRK-REN-I                 PIC 9(03)       VALUE ZEROS.
       77 WRK-REN-PRINCIPAL         PIC 9(10)       VALUE ZEROS.
       77 WRK-REN-MULTA             PIC 9(10)       VALUE ZEROS.
       77 WRK-REN-JUROS             PIC 9(10)       VALUE ZEROS.
       77 WRK-REN-TOTAL             PIC 9(10)       VALUE ZEROS.
       77 WRK-REN-NR-PARCELAS       PIC 9(02)       VALUE ZEROS.
       77 WRK-REN-VLR-PARCELA       PIC 9(08)       VALUE ZEROS.
       77 WRK-REN-VLR-ULTIMA        PIC 9(08)       VALUE ZEROS.
       77 WRK-REN-PARC-I            PIC 9(02)       VALUE ZEROS.
       77 WRK-DIAS-UTEIS            PIC S9(03)      VALUE ZEROS.
       77 WRK-DT-VENCIMENTO         PIC 9(08)       VALUE ZEROS.
       77 WRK-DUTIL-SIT             PIC X(01)       VALUE SPACES.
       77 WRK-ERRO-RENEG            PIC X(01)       VALUE 'N'.
           88  WRK-RENEG-COM-ERRO                   VALUE 'S'.

       01  TAB-RENEGOCIACAO.
           03  TAB-REN OCCURS 60 TIMES
                       INDEXED BY IDX-REN.
               05  TAB-REN-VND-ID    PIC X(14).
               05  TAB-REN-PARCELA   PIC 9(02).
               05  TAB-REN-VENC      PIC 9(08).
               05  TAB-REN-ATRASO    PIC 9(05).
               05  TAB-REN-VALOR     PIC 9(08).
               05  TAB-REN-MULTA     PIC 9(08).
               05  TAB-REN-JUROS     PIC 9(08).

       01  TAB-AGING.
           03  TAB-AGE OCCURS 5 TIMES
                       INDEXED BY IDX-AGE.
               05  TAB-AGE-QTD       PIC 9(05).
               05  TAB-AGE-TOTAL     PIC 9(10).
               05  TAB-AGE-ENCARGOS  PIC 9(10).
       77 WRK-FAIXA                  PIC 9(01)       VALUE ZEROS.
       77 WRK-FAIXA-NOME             PIC X(12)       VALUE SPACES.
      *=================================================================
               STOP RUN
           END-IF
           OPEN INPUT CLIENTE
           MOVE WRK-FS-CLIENTE TO WRK-CLIENTE-ABERTO
           PERFORM 0050-CARREGA-ENCARGOS

           PERFORM UNTIL WRK-FIM-COBRANCA
               DISPLAY "1-RECEBER PARCELA 2-PARCELAS DO CLIENTE "
                       "3-AGING 4-MULTA/JUROS 5-RENEGOCIAR 6-SAIR"
               DISPLAY "OPCAO: "
               ACCEPT WRK-OPCAO
               EVALUATE TRUE
                       PERFORM 0200-LISTAR-CLIENTE
                   WHEN WRK-OPC-AGING
                       PERFORM 0300-GRAVA-AGING
                   WHEN WRK-OPC-ENCARGOS
                       PERFORM 0400-CONFIGURA-ENCARGOS
                   WHEN WRK-OPC-RENEGOCIAR
                       PERFORM 0500-RENEGOCIA
                   WHEN WRK-OPC-SAIR
                       MOVE 'N' TO WRK-CONTINUA
                   WHEN OTHER
           END-PERFORM

           CLOSE CREDIARIO
           IF WRK-CLIENTE-OK
               CLOSE CLIENTE
           END-IF
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
           MOVE WRK-PC-MULTA TO WRK-PC-FORM
           DISPLAY "MULTA POR ATRASO (%).....: " WRK-PC-FORM
           MOVE WRK-PC-JUROS-DIA TO WRK-PC-FORM
           DISPLAY "JUROS DE MORA AO DIA (%).: " WRK-PC-FORM
           DISPLAY "DIAS DE CARENCIA.........: " WRK-DIAS-CARENCIA
       .
       0100-RECEBER-PARCELA        SECTION.
           DISPLAY "CODIGO DO CLIENTE: "
           ACCEPT WRK-CD-CLIENTE
               INVALID KEY
                   DISPLAY "PARCELA NAO ENCONTRADA."
               NOT INVALID KEY
                   EVALUATE CRD-STATUS
                       WHEN 'P'
                           DISPLAY "PARCELA JA PAGA EM "
                                   CRD-DT-PAGAMENTO "."
                       WHEN 'R'
                           PERFORM 0250-BUSCA-ACORDO
                           DISPLAY "PARCELA RENEGOCIADA NO ACORDO "
                                   WRK-ACORDO ". RECEBA AS PARCELAS "
                                   "DO ACORDO."
                       WHEN OTHER
                           PERFORM 0110-BAIXA-PARCELA
                   END-EVALUATE
           END-READ
       .
       0110-BAIXA-PARCELA          SECTION.
           MOVE CRD-VALOR TO WRK-VALOR-FORM
           PERFORM 0150-CALCULA-ATRASO
           PERFORM 0160-CALCULA-ENCARGOS
           DISPLAY "VALOR: " WRK-VALOR-FORM
                   "  VENCIMENTO: " CRD-DT-VENCIMENTO
           IF WRK-DIAS-ATRASO > ZEROS
               DISPLAY "PARCELA COM " WRK-DIAS-ATRASO
                       " DIAS DE ATRASO."
               DISPLAY "PRINCIPAL.......: " WRK-VALOR-FORM
               MOVE WRK-VLR-MULTA TO WRK-ENCARGOS-FORM
               DISPLAY "MULTA...........: " WRK-ENCARGOS-FORM
               MOVE WRK-VLR-JUROS TO WRK-ENCARGOS-FORM
               DISPLAY "JUROS DE MORA...: " WRK-ENCARGOS-FORM
               MOVE WRK-VLR-A-RECEBER TO WRK-ENCARGOS-FORM
               DISPLAY "TOTAL A RECEBER.: " WRK-ENCARGOS-FORM
           END-IF
           DISPLAY "CONFIRMA O RECEBIMENTO (S/N)? "
           ACCEPT WRK-CONTINUA
               MOVE 'P'              TO CRD-STATUS
               MOVE WRK-DATA-SISTEMA TO CRD-DT-PAGAMENTO
               REWRITE REG-CREDIARIO
               PERFORM 0170-GRAVA-RECEBIMENTO
               DISPLAY "PARCELA RECEBIDA."
           ELSE
               DISPLAY "RECEBIMENTO CANCELADO."
               MOVE ZEROS TO WRK-DIAS-ATRASO
           END-IF
       .
       0160-CALCULA-ENCARGOS       SECTION.
      **** MULTA UNICA SOBRE A PARCELA E JUROS SIMPLES POR DIA
      **** CORRIDO DESDE O VENCIMENTO, SO QUANDO O ATRASO PASSA DA
      **** CARENCIA. VALORES EM CENTAVOS, COMO O CRD-VALOR.
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
       0170-GRAVA-RECEBIMENTO      SECTION.
      **** CADA RECEBIMENTO VAI PARA O CREDREC.DAT COM O PRINCIPAL E
      **** OS ENCARGOS APARTADOS, PARA O Z E O AGING.
           OPEN EXTEND CREDREC
           IF WRK-FS-CREDREC EQUAL '35'
               CLOSE CREDREC
               OPEN OUTPUT CREDREC
           END-IF
           IF NOT FS-OK IN WRK-FS-CREDREC
               DISPLAY "ERRO AO GRAVAR O RECEBIMENTO NO CREDREC. FS="
                       WRK-FS-CREDREC
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGCRED  '
                    'CREDREC   ' WRK-FS-CREDREC
           ELSE
               ACCEPT WRK-HORA-SISTEMA FROM TIME
               MOVE SPACES TO REG-CREDREC
               MOVE WRK-DATA-SISTEMA       TO REC-DATA
               MOVE WRK-HORA-SISTEMA(1:6)  TO REC-HORA
               MOVE CRD-CLIENTE            TO REC-CLIENTE
               MOVE CRD-VND-ID             TO REC-VND-ID
               MOVE CRD-PARCELA            TO REC-PARCELA
               MOVE WRK-DIAS-ATRASO        TO REC-DIAS-ATRASO
               MOVE CRD-VALOR              TO REC-PRINCIPAL
               MOVE WRK-VLR-MULTA          TO REC-MULTA
               MOVE WRK-VLR-JUROS          TO REC-JUROS
               MOVE WRK-VLR-A-RECEBER      TO REC-TOTAL
               WRITE REG-CREDREC
               CLOSE CREDREC
           END-IF
       .
       0200-LISTAR-CLIENTE         SECTION.
           DISPLAY "CODIGO DO CLIENTE: "
           ACCEPT WRK-CD-CLIENTE
                               ADD 1 TO WRK-CT-ABERTAS
                               MOVE CRD-VALOR TO WRK-VALOR-FORM
                               PERFORM 0150-CALCULA-ATRASO
                               PERFORM 0160-CALCULA-ENCARGOS
                               COMPUTE WRK-ENCARGOS-FORM =
                                   WRK-VLR-MULTA + WRK-VLR-JUROS
                               DISPLAY "VENDA " CRD-VND-ID
                                       " PARC " CRD-PARCELA
                                       " VALOR " WRK-VALOR-FORM
                                       " VENC " CRD-DT-VENCIMENTO
                                       " ATRASO " WRK-DIAS-ATRASO
                                       " ENCARGOS " WRK-ENCARGOS-FORM
                           END-IF
                           IF CRD-STATUS EQUAL 'R'
                               PERFORM 0250-BUSCA-ACORDO
                               MOVE CRD-VALOR TO WRK-VALOR-FORM
                               DISPLAY "VENDA " CRD-VND-ID
                                       " PARC " CRD-PARCELA
                                       " VALOR " WRK-VALOR-FORM
                                       " RENEGOCIADA NO ACORDO "
                                       WRK-ACORDO
                           END-IF
                       END-IF
               END-READ
               DISPLAY "CLIENTE SEM PARCELAS EM ABERTO."
           END-IF
       .
       0250-BUSCA-ACORDO           SECTION.
      **** ACORDO QUE SUBSTITUIU A PARCELA RENEGOCIADA CORRENTE.
           MOVE "(SEM REGISTRO)" TO WRK-ACORDO
           OPEN INPUT RENEGOC
           IF FS-OK IN WRK-FS-RENEGOC
               MOVE CRD-CHAVE TO REN-CHAVE-ORIGEM
               READ RENEGOC
                   NOT INVALID KEY
                       MOVE REN-ACORDO TO WRK-ACORDO
               END-READ
               CLOSE RENEGOC
           END-IF
       .
       0300-GRAVA-AGING            SECTION.
           PERFORM VARYING IDX-AGE FROM 1 BY 1 UNTIL IDX-AGE > 5
               MOVE ZEROS TO TAB-AGE-QTD(IDX-AGE)
               MOVE ZEROS TO TAB-AGE-TOTAL(IDX-AGE)
               MOVE ZEROS TO TAB-AGE-ENCARGOS(IDX-AGE)
           END-PERFORM

           OPEN OUTPUT RELAGING
                   UNTIL WRK-FAIXA > 5
               PERFORM 0320-GRAVA-FAIXA
           END-PERFORM
           MOVE "--------------------------------------------"
               TO REG-RELAGING
           WRITE REG-RELAGING
           PERFORM 0330-GRAVA-RECEBIDO-MES
           MOVE "============================================"
               TO REG-RELAGING
           WRITE REG-RELAGING
               WHEN OTHER
                   MOVE 5 TO WRK-FAIXA
           END-EVALUATE
           PERFORM 0160-CALCULA-ENCARGOS
           SET IDX-AGE TO WRK-FAIXA
           ADD 1 TO TAB-AGE-QTD(IDX-AGE)
           ADD CRD-VALOR TO TAB-AGE-TOTAL(IDX-AGE)
           ADD WRK-VLR-MULTA WRK-VLR-JUROS
               TO TAB-AGE-ENCARGOS(IDX-AGE)

           MOVE SPACES TO NM-CLIENTE
           IF WRK-CLIENTE-OK
               MOVE CRD-CLIENTE TO CD-CLIENTE
               READ CLIENTE
                   INVALID KEY
               END-READ
           END-IF
           MOVE CRD-VALOR TO WRK-VALOR-FORM
           COMPUTE WRK-ENCARGOS-FORM = WRK-VLR-MULTA + WRK-VLR-JUROS
           MOVE SPACES TO REG-RELAGING
           STRING CRD-CLIENTE       DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WRK-VALOR-FORM    DELIMITED BY SIZE
                  " ATRASO "        DELIMITED BY SIZE
                  WRK-DIAS-ATRASO   DELIMITED BY SIZE
                  " ENC "           DELIMITED BY SIZE
                  WRK-ENCARGOS-FORM DELIMITED BY SIZE
               INTO REG-RELAGING
           WRITE REG-RELAGING
       .
           END-EVALUATE
           SET IDX-AGE TO WRK-FAIXA
           MOVE TAB-AGE-TOTAL(IDX-AGE) TO WRK-TOT-FORM
           MOVE TAB-AGE-ENCARGOS(IDX-AGE) TO WRK-ENC-TOT-FORM
           MOVE SPACES TO REG-RELAGING
           STRING WRK-FAIXA-NOME         DELIMITED BY SIZE
                  " PARCELAS: "          DELIMITED BY SIZE
                  TAB-AGE-QTD(IDX-AGE)   DELIMITED BY SIZE
                  "  PRINCIPAL: "        DELIMITED BY SIZE
                  WRK-TOT-FORM           DELIMITED BY SIZE
                  "  ENCARGOS: "         DELIMITED BY SIZE
                  WRK-ENC-TOT-FORM       DELIMITED BY SIZE
               INTO REG-RELAGING
           WRITE REG-RELAGING
       .
       0330-GRAVA-RECEBIDO-MES     SECTION.
      **** RECEBIMENTOS DO MES CORRENTE NO CREDREC.DAT, COM O
      **** PRINCIPAL SEPARADO DA MULTA E DOS JUROS COBRADOS.
           MOVE ZEROS TO WRK-REC-PRINCIPAL
           MOVE ZEROS TO WRK-REC-MULTA
           MOVE ZEROS TO WRK-REC-JUROS
           MOVE WRK-DATA-SISTEMA(1:6) TO WRK-ANO-MES
           MOVE SPACE TO WRK-EOF-REC
           OPEN INPUT CREDREC
           IF FS-OK IN WRK-FS-CREDREC
               PERFORM UNTIL WRK-EOF-REC EQUAL 'F'
                   READ CREDREC
                       AT END
                           MOVE 'F' TO WRK-EOF-REC
                       NOT AT END
                           IF REC-ANO-MES EQUAL WRK-ANO-MES
                               ADD REC-PRINCIPAL TO WRK-REC-PRINCIPAL
                               ADD REC-MULTA     TO WRK-REC-MULTA
                               ADD REC-JUROS     TO WRK-REC-JUROS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDREC
           END-IF
           MOVE SPACES TO REG-RELAGING
           STRING "RECEBIDO NO MES " DELIMITED BY SIZE
                  WRK-ANO-MES        DELIMITED BY SIZE
                  ":"                DELIMITED BY SIZE
               INTO REG-RELAGING
           WRITE REG-RELAGING
           MOVE WRK-REC-PRINCIPAL TO WRK-TOT-FORM
           MOVE SPACES TO REG-RELAGING
           STRING "  PRINCIPAL......: " DELIMITED BY SIZE
                  WRK-TOT-FORM          DELIMITED BY SIZE
               INTO REG-RELAGING
           WRITE REG-RELAGING
           MOVE WRK-REC-MULTA TO WRK-TOT-FORM
           MOVE SPACES TO REG-RELAGING
           STRING "  MULTA..........: " DELIMITED BY SIZE
                  WRK-TOT-FORM          DELIMITED BY SIZE
               INTO REG-RELAGING
           WRITE REG-RELAGING
           MOVE WRK-REC-JUROS TO WRK-TOT-FORM
           MOVE SPACES TO REG-RELAGING
           STRING "  JUROS DE MORA..: " DELIMITED BY SIZE
                  WRK-TOT-FORM          DELIMITED BY SIZE
               INTO REG-RELAGING
           WRITE REG-RELAGING
       .
       0400-CONFIGURA-ENCARGOS     SECTION.
      **** REGRAVA O CREDPAR.DAT (REGISTRO UNICO) COM OS NOVOS
      **** PERCENTUAIS. VALEM A PARTIR DO PROXIMO RECEBIMENTO.
           MOVE WRK-PC-MULTA TO WRK-PC-FORM
           DISPLAY "MULTA ATUAL (%): " WRK-PC-FORM
           DISPLAY "NOVA MULTA POR ATRASO EM % (EX. 02,00): "
           ACCEPT WRK-ENTRA-MULTA
           MOVE WRK-ENTRA-MULTA TO WRK-NOVA-MULTA
           MOVE WRK-PC-JUROS-DIA TO WRK-PC-FORM
           DISPLAY "JUROS AO DIA ATUAIS (%): " WRK-PC-FORM
           DISPLAY "NOVOS JUROS DE MORA AO DIA EM % "
                   "(EX. 0,0333): "
           ACCEPT WRK-ENTRA-JUROS
           MOVE WRK-ENTRA-JUROS TO WRK-NOVOS-JUROS
           DISPLAY "DIAS DE CARENCIA ATUAIS: " WRK-DIAS-CARENCIA
           DISPLAY "NOVOS DIAS DE CARENCIA: "
           ACCEPT WRK-NOVA-CARENCIA
           IF WRK-NOVA-MULTA NOT NUMERIC
              OR WRK-NOVOS-JUROS NOT NUMERIC
              OR WRK-NOVA-CARENCIA NOT NUMERIC
               DISPLAY "VALORES INVALIDOS. ENCARGOS NAO ALTERADOS."
               GO TO 0400-FIM
           END-IF
           IF WRK-NOVA-MULTA > 20
               DISPLAY "MULTA ACIMA DE 20%. ENCARGOS NAO ALTERADOS."
               GO TO 0400-FIM
           END-IF
           IF WRK-NOVOS-JUROS > 0,5
               DISPLAY "JUROS ACIMA DE 0,5% AO DIA. ENCARGOS NAO "
                       "ALTERADOS."
               GO TO 0400-FIM
           END-IF
           MOVE WRK-NOVA-MULTA TO WRK-PC-FORM
           DISPLAY "MULTA..........: " WRK-PC-FORM "%"
           MOVE WRK-NOVOS-JUROS TO WRK-PC-FORM
           DISPLAY "JUROS AO DIA...: " WRK-PC-FORM "%"
           DISPLAY "CARENCIA.......: " WRK-NOVA-CARENCIA " DIAS"
           DISPLAY "CONFIRMA OS NOVOS ENCARGOS (S/N)? "
           ACCEPT WRK-CONTINUA
           IF WRK-CONTINUA NOT EQUAL 'S' AND NOT EQUAL 's'
               DISPLAY "ENCARGOS NAO ALTERADOS."
               MOVE 'S' TO WRK-CONTINUA
               GO TO 0400-FIM
           END-IF
           MOVE 'S' TO WRK-CONTINUA
           OPEN OUTPUT CREDPAR
           IF NOT FS-OK IN WRK-FS-CREDPAR
               DISPLAY "ERRO AO GRAVAR O CREDPAR. FS=" WRK-FS-CREDPAR
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGCRED  '
                    'CREDPAR   ' WRK-FS-CREDPAR
               GO TO 0400-FIM
           END-IF
           MOVE WRK-NOVA-MULTA    TO WRK-PC-MULTA
           MOVE WRK-NOVOS-JUROS   TO WRK-PC-JUROS-DIA
           MOVE WRK-NOVA-CARENCIA TO WRK-DIAS-CARENCIA
           MOVE SPACES            TO REG-CREDPAR
           MOVE WRK-PC-MULTA      TO PAR-PC-MULTA
           MOVE WRK-PC-JUROS-DIA  TO PAR-PC-JUROS-DIA
           MOVE WRK-DIAS-CARENCIA TO PAR-DIAS-CARENCIA
           MOVE WRK-DATA-SISTEMA  TO PAR-DT-ALTERACAO
           WRITE REG-CREDPAR
           CLOSE CREDPAR
           DISPLAY "ENCARGOS GRAVADOS NO CREDPAR.DAT."
       0400-FIM.
           EXIT.
       0500-RENEGOCIA              SECTION.
      **** RENEGOCIACAO: SELECIONA AS PARCELAS EM ABERTO DO CLIENTE,
      **** SOMA PRINCIPAL + MULTA + JUROS DO DIA E GERA O NOVO PLANO.
           DISPLAY "CODIGO DO CLIENTE: "
           ACCEPT WRK-CD-CLIENTE
           MOVE "(CLIENTE SEM CADASTRO)" TO WRK-REN-NM-CLIENTE
           MOVE SPACES TO WRK-REN-DOCUMENTO
           IF WRK-CLIENTE-OK
               MOVE WRK-CD-CLIENTE TO CD-CLIENTE
               READ CLIENTE
                   INVALID KEY
                       DISPLAY "CLIENTE NAO CADASTRADO."
                   NOT INVALID KEY
                       MOVE NM-CLIENTE TO WRK-REN-NM-CLIENTE
                       STRING TP-DOCUMENTO  DELIMITED BY SIZE
                              " "           DELIMITED BY SIZE
                              NR-DOCUMENTO  DELIMITED BY SIZE
                           INTO WRK-REN-DOCUMENTO
                       END-STRING
               END-READ
           END-IF
           DISPLAY "CLIENTE: " WRK-REN-NM-CLIENTE
           DISPLAY "RENEGOCIAR (T)ODAS AS PARCELAS EM ABERTO OU SO "
                   "AS (V)ENCIDAS? "
           ACCEPT WRK-REN-ESCOPO
           IF NOT WRK-REN-TODAS
               MOVE 'V' TO WRK-REN-ESCOPO
           END-IF

           PERFORM 0510-SELECIONA-PARCELAS
           IF WRK-REN-QTD EQUAL ZEROS
               DISPLAY "NENHUMA PARCELA PARA RENEGOCIAR."
               GO TO 0500-FIM
           END-IF

           MOVE WRK-REN-PRINCIPAL TO WRK-TOT-FORM
           DISPLAY "PARCELAS SELECIONADAS: " WRK-REN-QTD
           DISPLAY "PRINCIPAL.......: " WRK-TOT-FORM
           MOVE WRK-REN-MULTA TO WRK-TOT-FORM
           DISPLAY "MULTA...........: " WRK-TOT-FORM
           MOVE WRK-REN-JUROS TO WRK-TOT-FORM
           DISPLAY "JUROS DE MORA...: " WRK-TOT-FORM
           MOVE WRK-REN-TOTAL TO WRK-TOT-FORM
           DISPLAY "TOTAL DO ACORDO.: " WRK-TOT-FORM

           DISPLAY "NUMERO DE PARCELAS DO ACORDO (1 A 24): "
           ACCEPT WRK-REN-NR-PARCELAS
           PERFORM UNTIL WRK-REN-NR-PARCELAS >= 1
                   AND WRK-REN-NR-PARCELAS <= 24
               DISPLAY "NUMERO INVALIDO. INFORME DE 1 A 24: "
               ACCEPT WRK-REN-NR-PARCELAS
           END-PERFORM
           COMPUTE WRK-REN-VLR-PARCELA =
               WRK-REN-TOTAL / WRK-REN-NR-PARCELAS
           COMPUTE WRK-REN-VLR-ULTIMA =
               WRK-REN-TOTAL
               - (WRK-REN-VLR-PARCELA * (WRK-REN-NR-PARCELAS - 1))
           MOVE WRK-REN-VLR-PARCELA TO WRK-VALOR-FORM
           DISPLAY WRK-REN-NR-PARCELAS " PARCELAS DE " WRK-VALOR-FORM
                   " (A ULTIMA COM O RESTO DA DIVISAO)."

           DISPLAY "CODIGO DO OPERADOR: "
           ACCEPT WRK-OPERADOR
           DISPLAY "CONFIRMA A RENEGOCIACAO (S/N)? "
           ACCEPT WRK-CONTINUA
           IF WRK-CONTINUA NOT EQUAL 'S' AND NOT EQUAL 's'
               DISPLAY "RENEGOCIACAO CANCELADA."
               MOVE 'S' TO WRK-CONTINUA
               GO TO 0500-FIM
           END-IF
           MOVE 'S' TO WRK-CONTINUA

           OPEN I-O RENEGOC
           IF WRK-FS-RENEGOC EQUAL '35'
               CLOSE RENEGOC
               OPEN OUTPUT RENEGOC
               CLOSE RENEGOC
               OPEN I-O RENEGOC
           END-IF
           MOVE WRK-FS-RENEGOC TO WRK-RENEGOC-ABERTO
           IF NOT WRK-RENEGOC-OK
               DISPLAY "ERRO AO ABRIR O RENEGOC. FS=" WRK-FS-RENEGOC
                       ". RENEGOCIACAO NAO FEITA."
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGCRED  '
                    'RENEGOC   ' WRK-FS-RENEGOC
               GO TO 0500-FIM
           END-IF

           ACCEPT WRK-HORA-SISTEMA FROM TIME
           MOVE SPACES TO WRK-ACORDO
           STRING "RN"                    DELIMITED BY SIZE
                  WRK-DATA-SISTEMA(3:6)   DELIMITED BY SIZE
                  WRK-HORA-SISTEMA(1:6)   DELIMITED BY SIZE
               INTO WRK-ACORDO
           END-STRING

           MOVE 'N' TO WRK-ERRO-RENEG
           PERFORM VARYING IDX-REN FROM 1 BY 1
                   UNTIL IDX-REN > WRK-REN-QTD
               PERFORM 0520-BAIXA-PARCELA-ANTIGA
           END-PERFORM
           PERFORM VARYING WRK-REN-PARC-I FROM 1 BY 1
                   UNTIL WRK-REN-PARC-I > WRK-REN-NR-PARCELAS
               PERFORM 0530-GRAVA-PARCELA-NOVA
           END-PERFORM
           CLOSE RENEGOC

           IF WRK-RENEG-COM-ERRO
               DISPLAY "ATENCAO: HOUVE ERRO DE GRAVACAO NO ACORDO "
                       WRK-ACORDO ". CONFIRA NA LISTA DO CLIENTE."
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGCRED  '
                    'CREDIARIO ' WRK-FS-CREDIARIO
           END-IF
           PERFORM 0540-GRAVA-TERMO
           DISPLAY "ACORDO " WRK-ACORDO " GRAVADO."
       0500-FIM.
           EXIT.
       0510-SELECIONA-PARCELAS     SECTION.
           MOVE ZEROS TO WRK-REN-QTD
           MOVE ZEROS TO WRK-REN-PRINCIPAL
           MOVE ZEROS TO WRK-REN-MULTA
           MOVE ZEROS TO WRK-REN-JUROS
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
                           IF CRD-STATUS EQUAL 'A'
                               PERFORM 0150-CALCULA-ATRASO
                               IF WRK-REN-TODAS
                                  OR WRK-DIAS-ATRASO > ZEROS
                                   PERFORM 0515-GUARDA-PARCELA
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           COMPUTE WRK-REN-TOTAL =
               WRK-REN-PRINCIPAL + WRK-REN-MULTA + WRK-REN-JUROS
       .
       0515-GUARDA-PARCELA         SECTION.
           IF WRK-REN-QTD >= 60
               DISPLAY "LIMITE DE 60 PARCELAS POR ACORDO. PARCELA "
                       CRD-VND-ID "/" CRD-PARCELA " FICA DE FORA."
               GO TO 0515-FIM
           END-IF
           PERFORM 0160-CALCULA-ENCARGOS
           ADD 1 TO WRK-REN-QTD
           SET IDX-REN TO WRK-REN-QTD
           MOVE CRD-VND-ID        TO TAB-REN-VND-ID(IDX-REN)
           MOVE CRD-PARCELA       TO TAB-REN-PARCELA(IDX-REN)
           MOVE CRD-DT-VENCIMENTO TO TAB-REN-VENC(IDX-REN)
           MOVE WRK-DIAS-ATRASO   TO TAB-REN-ATRASO(IDX-REN)
           MOVE CRD-VALOR         TO TAB-REN-VALOR(IDX-REN)
           MOVE WRK-VLR-MULTA     TO TAB-REN-MULTA(IDX-REN)
           MOVE WRK-VLR-JUROS     TO TAB-REN-JUROS(IDX-REN)
           ADD CRD-VALOR     TO WRK-REN-PRINCIPAL
           ADD WRK-VLR-MULTA TO WRK-REN-MULTA
           ADD WRK-VLR-JUROS TO WRK-REN-JUROS
           MOVE CRD-VALOR TO WRK-VALOR-FORM
           COMPUTE WRK-ENCARGOS-FORM = WRK-VLR-MULTA + WRK-VLR-JUROS
           DISPLAY "VENDA " CRD-VND-ID " PARC " CRD-PARCELA
                   " VALOR " WRK-VALOR-FORM
                   " ATRASO " WRK-DIAS-ATRASO
                   " ENCARGOS " WRK-ENCARGOS-FORM
       0515-FIM.
           EXIT.
       0520-BAIXA-PARCELA-ANTIGA   SECTION.
      **** A PARCELA ANTIGA FICA NO ARQUIVO COMO 'R' E O RENEGOC
      **** GUARDA, NA MESMA CHAVE, O ACORDO E A COMPOSICAO DA DIVIDA.
           MOVE WRK-CD-CLIENTE          TO CRD-CLIENTE
           MOVE TAB-REN-VND-ID(IDX-REN)  TO CRD-VND-ID
           MOVE TAB-REN-PARCELA(IDX-REN) TO CRD-PARCELA
           READ CREDIARIO
               INVALID KEY
                   MOVE 'S' TO WRK-ERRO-RENEG
                   GO TO 0520-FIM
           END-READ
           MOVE 'R'              TO CRD-STATUS
           MOVE WRK-DATA-SISTEMA TO CRD-DT-PAGAMENTO
           REWRITE REG-CREDIARIO
               INVALID KEY
                   MOVE 'S' TO WRK-ERRO-RENEG
           END-REWRITE

           MOVE CRD-CHAVE                TO REN-CHAVE-ORIGEM
           MOVE WRK-ACORDO               TO REN-ACORDO
           MOVE WRK-DATA-SISTEMA         TO REN-DATA
           MOVE TAB-REN-VENC(IDX-REN)    TO REN-DT-VENCIMENTO
           MOVE TAB-REN-ATRASO(IDX-REN)  TO REN-DIAS-ATRASO
           MOVE TAB-REN-VALOR(IDX-REN)   TO REN-PRINCIPAL
           MOVE TAB-REN-MULTA(IDX-REN)   TO REN-MULTA
           MOVE TAB-REN-JUROS(IDX-REN)   TO REN-JUROS
           MOVE WRK-OPERADOR             TO REN-OPERADOR
           WRITE REG-RENEGOC
               INVALID KEY
                   MOVE 'S' TO WRK-ERRO-RENEG
           END-WRITE
       0520-FIM.
           EXIT.
       0530-GRAVA-PARCELA-NOVA     SECTION.
      **** MESMA REGRA DE VENCIMENTO DO PROGVEND: 22 DIAS UTEIS POR
      **** PARCELA A PARTIR DE HOJE, PELO SUBDUTIL.
           MOVE WRK-CD-CLIENTE TO CRD-CLIENTE
           MOVE WRK-ACORDO     TO CRD-VND-ID
           MOVE WRK-REN-PARC-I TO CRD-PARCELA
           IF WRK-REN-PARC-I EQUAL WRK-REN-NR-PARCELAS
               MOVE WRK-REN-VLR-ULTIMA  TO CRD-VALOR
           ELSE
               MOVE WRK-REN-VLR-PARCELA TO CRD-VALOR
           END-IF
           COMPUTE WRK-DIAS-UTEIS = WRK-REN-PARC-I * 22
           CALL 'SUBDUTIL' USING WRK-DATA-SISTEMA
                                  WRK-DIAS-UTEIS
                                  WRK-DT-VENCIMENTO
                                  WRK-DUTIL-SIT
           IF WRK-DUTIL-SIT NOT EQUAL 'S'
               MOVE WRK-DATA-SISTEMA TO WRK-DT-VENCIMENTO
           END-IF
           MOVE WRK-DT-VENCIMENTO TO CRD-DT-VENCIMENTO
           MOVE ZEROS             TO CRD-DT-PAGAMENTO
           MOVE 'A'               TO CRD-STATUS
           WRITE REG-CREDIARIO
               INVALID KEY
                   MOVE 'S' TO WRK-ERRO-RENEG
                   DISPLAY "ERRO AO GRAVAR A PARCELA " WRK-REN-PARC-I
                           " DO ACORDO."
           END-WRITE
       .
       0540-GRAVA-TERMO            SECTION.
      **** TERMO DE CONFISSAO E RENEGOCIACAO DE DIVIDA PARA O CLIENTE
      **** ASSINAR, NO MESMO MOLDE DOS DOCUMENTOS DO PROGDEVF.
           MOVE SPACES TO WRK-NOME-TERMO
           STRING "ACORDO-"  DELIMITED BY SIZE
                  WRK-ACORDO DELIMITED BY SIZE
                  ".DAT"     DELIMITED BY SIZE
               INTO WRK-NOME-TERMO
           END-STRING
           OPEN OUTPUT TERMO
           IF NOT FS-OK IN WRK-FS-TERMO
               DISPLAY "ERRO AO ABRIR O TERMO DO ACORDO. FS="
                       WRK-FS-TERMO
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGCRED  '
                    'TERMO     ' WRK-FS-TERMO
               MOVE 8 TO RETURN-CODE
               GO TO 0540-FIM
           END-IF

           MOVE "============================================"
               TO REG-TERMO
           WRITE REG-TERMO
           MOVE "   TERMO DE RENEGOCIACAO DE DIVIDA - CREDIARIO"
               TO REG-TERMO
           WRITE REG-TERMO
           MOVE "============================================"
               TO REG-TERMO
           WRITE REG-TERMO
           MOVE SPACES TO REG-TERMO
           STRING "ACORDO: "          DELIMITED BY SIZE
                  WRK-ACORDO          DELIMITED BY SIZE
                  "  DATA: "          DELIMITED BY SIZE
                  WRK-DATA-SISTEMA    DELIMITED BY SIZE
                  "  OPERADOR: "      DELIMITED BY SIZE
                  WRK-OPERADOR        DELIMITED BY SIZE
               INTO REG-TERMO
           WRITE REG-TERMO
           MOVE SPACES TO REG-TERMO
           STRING "CLIENTE: "         DELIMITED BY SIZE
                  WRK-CD-CLIENTE      DELIMITED BY SIZE
                  " - "               DELIMITED BY SIZE
                  WRK-REN-NM-CLIENTE  DELIMITED BY SIZE
               INTO REG-TERMO
           WRITE REG-TERMO
           MOVE SPACES TO REG-TERMO
           STRING "DOCUMENTO: "       DELIMITED BY SIZE
                  WRK-REN-DOCUMENTO   DELIMITED BY SIZE
               INTO REG-TERMO
           WRITE REG-TERMO
           MOVE "--------------------------------------------"
               TO REG-TERMO
           WRITE REG-TERMO
           MOVE "PARCELAS RENEGOCIADAS (DIVIDA ORIGINAL):"
               TO REG-TERMO
           WRITE REG-TERMO
           PERFORM VARYING IDX-REN FROM 1 BY 1
                   UNTIL IDX-REN > WRK-REN-QTD
               MOVE TAB-REN-VALOR(IDX-REN) TO WRK-VALOR-FORM
               COMPUTE WRK-ENCARGOS-FORM =
                   TAB-REN-MULTA(IDX-REN) + TAB-REN-JUROS(IDX-REN)
               MOVE SPACES TO REG-TERMO
               STRING " VENDA "                  DELIMITED BY SIZE
                      TAB-REN-VND-ID(IDX-REN)    DELIMITED BY SIZE
                      " P"                       DELIMITED BY SIZE
                      TAB-REN-PARCELA(IDX-REN)   DELIMITED BY SIZE
                      " VENC "                   DELIMITED BY SIZE
                      TAB-REN-VENC(IDX-REN)      DELIMITED BY SIZE
                      " "                        DELIMITED BY SIZE
                      WRK-VALOR-FORM             DELIMITED BY SIZE
                      " +ENC "                   DELIMITED BY SIZE
                      WRK-ENCARGOS-FORM          DELIMITED BY SIZE
                   INTO REG-TERMO
               WRITE REG-TERMO
           END-PERFORM
           MOVE "--------------------------------------------"
               TO REG-TERMO
           WRITE REG-TERMO
           MOVE WRK-REN-PRINCIPAL TO WRK-TOT-FORM
           MOVE SPACES TO REG-TERMO
           STRING "PRINCIPAL.......: " DELIMITED BY SIZE
                  WRK-TOT-FORM         DELIMITED BY SIZE
               INTO REG-TERMO
           WRITE REG-TERMO
           MOVE WRK-REN-MULTA TO WRK-TOT-FORM
           MOVE SPACES TO REG-TERMO
           STRING "MULTA...........: " DELIMITED BY SIZE
                  WRK-TOT-FORM         DELIMITED BY SIZE
               INTO REG-TERMO
           WRITE REG-TERMO
           MOVE WRK-REN-JUROS TO WRK-TOT-FORM
           MOVE SPACES TO REG-TERMO
           STRING "JUROS DE MORA...: " DELIMITED BY SIZE
                  WRK-TOT-FORM         DELIMITED BY SIZE
               INTO REG-TERMO
           WRITE REG-TERMO
           MOVE WRK-REN-TOTAL TO WRK-TOT-FORM
           MOVE SPACES TO REG-TERMO
           STRING "TOTAL CONFESSADO: " DELIMITED BY SIZE
                  WRK-TOT-FORM         DELIMITED BY SIZE
               INTO REG-TERMO
           WRITE REG-TERMO
           MOVE "--------------------------------------------"
               TO REG-TERMO
           WRITE REG-TERMO
           MOVE "NOVO PLANO DE PAGAMENTO:" TO REG-TERMO
           WRITE REG-TERMO
           MOVE WRK-CD-CLIENTE TO CRD-CLIENTE
           MOVE WRK-ACORDO     TO CRD-VND-ID
           PERFORM VARYING WRK-REN-PARC-I FROM 1 BY 1
                   UNTIL WRK-REN-PARC-I > WRK-REN-NR-PARCELAS
               MOVE WRK-REN-PARC-I TO CRD-PARCELA
               READ CREDIARIO
                   INVALID KEY
                       MOVE ZEROS TO CRD-VALOR
                       MOVE ZEROS TO CRD-DT-VENCIMENTO
               END-READ
               MOVE CRD-VALOR TO WRK-VALOR-FORM
               MOVE SPACES TO REG-TERMO
               STRING " PARCELA "          DELIMITED BY SIZE
                      WRK-REN-PARC-I       DELIMITED BY SIZE
                      " VENCIMENTO "       DELIMITED BY SIZE
                      CRD-DT-VENCIMENTO    DELIMITED BY SIZE
                      " VALOR "            DELIMITED BY SIZE
                      WRK-VALOR-FORM       DELIMITED BY SIZE
                   INTO REG-TERMO
               WRITE REG-TERMO
           END-PERFORM
           MOVE "--------------------------------------------"
               TO REG-TERMO
           WRITE REG-TERMO
           MOVE "O CLIENTE RECONHECE A DIVIDA ACIMA E ACEITA O NOVO"
               TO REG-TERMO
           WRITE REG-TERMO
           MOVE "PLANO, QUE SUBSTITUI AS PARCELAS RENEGOCIADAS."
               TO REG-TERMO
           WRITE REG-TERMO
           MOVE SPACES TO REG-TERMO
           WRITE REG-TERMO
           MOVE "______________________________    _______________"
               TO REG-TERMO
           WRITE REG-TERMO
           MOVE "ASSINATURA DO CLIENTE             DATA"
               TO REG-TERMO
           WRITE REG-TERMO
           MOVE SPACES TO REG-TERMO
           WRITE REG-TERMO
           MOVE "______________________________"
               TO REG-TERMO
           WRITE REG-TERMO
           MOVE "ASSINATURA DA LOJA" TO REG-TERMO
           WRITE REG-TERMO
           CLOSE TERMO
           DISPLAY "TERMO DO ACORDO GRAVADO EM " WRK-NOME-TERMO
       0540-FIM.
           EXIT.
       END PROGRAM PROGCRED.
