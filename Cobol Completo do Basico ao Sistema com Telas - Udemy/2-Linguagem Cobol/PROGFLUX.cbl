       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGFLUX.
      *-----------------------------------------------------------------
      *== AUTOR: MARCIA GAMELEIRA
      *== OBJETIVO: PROJECAO DO FLUXO DE CAIXA PARA OS PROXIMOS 30, 60
      *==           OU 90 DIAS. ENTRADAS: PARCELAS EM ABERTO DO
      *==           CREDIARIO (CREDIARIO.DAT), MENSALIDADES EM ABERTO
      *==           DA ESCOLA (MENSALID) E LIQUIDACOES DE CARTAO/PIX
      *==           PREVISTAS PELA ADQUIRENTE (LIQUIDA.DAT, VALOR
      *==           LIQUIDO, DATAS DE HOJE EM DIANTE). SAIDAS: CONTAS
      *==           A PAGAR DOS FORNECEDORES EM ABERTO (CTPAGAR.DAT).
      *==           O RELATORIO RELFLUX.DAT MOSTRA DIA A DIA (SO OS
      *==           DIAS COM MOVIMENTO) AS ENTRADAS, AS SAIDAS E O
      *==           SALDO ACUMULADO A PARTIR DO SALDO INFORMADO, COM
      *==           SUBTOTAL POR SEMANA E O ACUMULADO EM 30/60/90
      *==           DIAS. O QUE JA VENCEU E NAO FOI PAGO/RECEBIDO FICA
      *==           FORA DO SALDO, NUM QUADRO A PARTE NO FIM.
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
           SELECT CREDIARIO ASSIGN TO "CREDIARIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRD-CHAVE
               FILE STATUS IS WRK-FS-CREDIARIO.
           SELECT MENSALID ASSIGN TO "MENSALID"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS WRK-FS-MENSALID.
           SELECT LIQUIDA ASSIGN TO "LIQUIDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LIQUIDA.
           SELECT CTPAGAR ASSIGN TO "CTPAGAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CPG-CHAVE
               FILE STATUS IS WRK-FS-CTPAGAR.
           SELECT RELFLUX ASSIGN TO "RELFLUX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELFLUX.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
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

       FD  RELFLUX.
       01  REG-RELFLUX               PIC X(132).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-CREDIARIO==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-MENSALID==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-LIQUIDA==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-CTPAGAR==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-RELFLUX==.

       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-DATA-SISTEMA          PIC 9(08)       VALUE ZEROS.
       77 WRK-INT-HOJE              PIC 9(08)       VALUE ZEROS.
       77 WRK-HORIZONTE             PIC 9(03)       VALUE 90.
       77 WRK-SALDO-INICIAL         PIC S9(10)      VALUE ZEROS.
       77 WRK-DT-ITEM               PIC 9(08)       VALUE ZEROS.
       77 WRK-VLR-ITEM              PIC 9(08)       VALUE ZEROS.
       77 WRK-DIAS                  PIC S9(05)      VALUE ZEROS.
       77 WRK-IDX-DIA               PIC 9(03)       VALUE ZEROS.
       77 WRK-SITUACAO-ITEM         PIC X(01)       VALUE SPACE.
           88  WRK-ITEM-NO-PRAZO                    VALUE 'P'.
           88  WRK-ITEM-VENCIDO                     VALUE 'V'.
           88  WRK-ITEM-FORA                        VALUE 'F'.
       77 WRK-K                     PIC 9(03)       VALUE ZEROS.
       77 WRK-SEMANA                PIC 9(02)       VALUE ZEROS.
       77 WRK-DT-INICIO-SEM         PIC 9(08)       VALUE ZEROS.
       77 WRK-ENT-DIA               PIC 9(10)       VALUE ZEROS.
       77 WRK-SAI-DIA               PIC 9(10)       VALUE ZEROS.
       77 WRK-SALDO-DIA             PIC S9(10)      VALUE ZEROS.
       77 WRK-SALDO-ACUM            PIC S9(11)      VALUE ZEROS.
       77 WRK-ENT-SEMANA            PIC 9(11)       VALUE ZEROS.
       77 WRK-SAI-SEMANA            PIC 9(11)       VALUE ZEROS.
       77 WRK-SALDO-SEMANA          PIC S9(11)      VALUE ZEROS.
       77 WRK-ENT-PERIODO           PIC 9(11)       VALUE ZEROS.
       77 WRK-SAI-PERIODO           PIC 9(11)       VALUE ZEROS.
       77 WRK-VENC-CRD              PIC 9(11)       VALUE ZEROS.
       77 WRK-VENC-MEN              PIC 9(11)       VALUE ZEROS.
       77 WRK-VENC-PAG              PIC 9(11)       VALUE ZEROS.
       77 WRK-CT-VENC-CRD           PIC 9(06)       VALUE ZEROS.
       77 WRK-CT-VENC-MEN           PIC 9(06)       VALUE ZEROS.
       77 WRK-CT-VENC-PAG           PIC 9(06)       VALUE ZEROS.
       77 WRK-DEBITOS-FORN          PIC 9(11)       VALUE ZEROS.
       77 WRK-SALDO-C-VENCIDOS      PIC S9(11)      VALUE ZEROS.
       77 WRK-CT-SEM-ARQUIVO        PIC 9(01)       VALUE ZEROS.
       77 WRK-DIAS-PERIODO          PIC 9(02)       VALUE ZEROS.
       77 WRK-CREDIARIO-ABERTO      PIC X(02)       VALUE SPACES.
           88  WRK-CREDIARIO-OK                     VALUE '00'.
       77 WRK-MENSALID-ABERTO       PIC X(02)       VALUE SPACES.
           88  WRK-MENSALID-OK                      VALUE '00'.
       77 WRK-LIQUIDA-ABERTO        PIC X(02)       VALUE SPACES.
           88  WRK-LIQUIDA-OK                       VALUE '00'.
       77 WRK-CTPAGAR-ABERTO        PIC X(02)       VALUE SPACES.
           88  WRK-CTPAGAR-OK                       VALUE '00'.
       77 WRK-VLR-EDIT              PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VLR-EDIT-2            PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VLR-EDIT-3            PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VLR-EDIT-4            PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-SALDO-EDIT            PIC --.---.---.--9,99 VALUE ZEROS.
       77 WRK-SALDO-EDIT-2          PIC --.---.---.--9,99 VALUE ZEROS.

       01  WRK-DT-EDIT-NUM          PIC 9(08)       VALUE ZEROS.
       01  WRK-DT-EDIT-R REDEFINES WRK-DT-EDIT-NUM.
           03  WRK-DT-EDIT-ANO      PIC 9(04).
           03  WRK-DT-EDIT-MES      PIC 9(02).
           03  WRK-DT-EDIT-DIA      PIC 9(02).
       01  WRK-DT-FORM.
           03  WRK-DT-FORM-DIA      PIC 9(02).
           03  FILLER               PIC X(01)       VALUE '/'.
           03  WRK-DT-FORM-MES      PIC 9(02).
           03  FILLER               PIC X(01)       VALUE '/'.
           03  WRK-DT-FORM-ANO      PIC 9(04).

      *==  UMA POSICAO POR DIA, DE HOJE (1) ATE HOJE + 90 (91).
       01  TAB-FLUXO.
           03  TAB-FLX-DIA OCCURS 91 TIMES
                           INDEXED BY IDX-FLX.
               05  TAB-FLX-DATA      PIC 9(08).
               05  TAB-FLX-ENT-CRD   PIC 9(10).
               05  TAB-FLX-ENT-MEN   PIC 9(10).
               05  TAB-FLX-ENT-CAR   PIC 9(10).
               05  TAB-FLX-SAI-PAG   PIC 9(10).
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           DISPLAY "HORIZONTE DA PROJECAO EM DIAS (30, 60 OU 90): "
           ACCEPT WRK-HORIZONTE
           IF WRK-HORIZONTE NOT EQUAL 30 AND NOT EQUAL 60
               MOVE 90 TO WRK-HORIZONTE
           END-IF
           DISPLAY "SALDO ATUAL EM CAIXA/BANCO EM CENTAVOS "
                   "(ZEROS = PROJETAR SO O MOVIMENTO): "
           ACCEPT WRK-SALDO-INICIAL
           PERFORM 0100-ABRE-ARQUIVOS
           PERFORM 0200-LE-CREDIARIO
           PERFORM 0300-LE-MENSALIDADES
           PERFORM 0400-LE-LIQUIDACOES
           PERFORM 0500-LE-CONTAS-PAGAR
           PERFORM 0600-GRAVA-RELATORIO
           PERFORM 0700-FECHA-ARQUIVOS
           STOP RUN.

       0100-ABRE-ARQUIVOS          SECTION.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           COMPUTE WRK-INT-HOJE =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-SISTEMA)
           PERFORM VARYING WRK-K FROM 1 BY 1 UNTIL WRK-K > 91
               COMPUTE TAB-FLX-DATA(WRK-K) =
                   FUNCTION DATE-OF-INTEGER(WRK-INT-HOJE + WRK-K - 1)
               MOVE ZEROS TO TAB-FLX-ENT-CRD(WRK-K)
               MOVE ZEROS TO TAB-FLX-ENT-MEN(WRK-K)
               MOVE ZEROS TO TAB-FLX-ENT-CAR(WRK-K)
               MOVE ZEROS TO TAB-FLX-SAI-PAG(WRK-K)
           END-PERFORM

           OPEN OUTPUT RELFLUX
           IF NOT FS-OK IN WRK-FS-RELFLUX
               DISPLAY "ERRO AO ABRIR O ARQUIVO RELFLUX. FS="
                       WRK-FS-RELFLUX
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGFLUX  '
                    'RELFLUX   ' WRK-FS-RELFLUX
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      **** TODAS AS FONTES SAO OPCIONAIS: A QUE NAO EXISTE (FS=35)
      **** SO NAO ENTRA NA PROJECAO, COM AVISO NO RELATORIO.
           OPEN INPUT CREDIARIO
           PERFORM 0110-CONFERE-ABERTURA-CRD
           OPEN INPUT MENSALID
           PERFORM 0120-CONFERE-ABERTURA-MEN
           OPEN INPUT LIQUIDA
           PERFORM 0130-CONFERE-ABERTURA-LIQ
           OPEN INPUT CTPAGAR
           PERFORM 0140-CONFERE-ABERTURA-PAG

           MOVE "============================================"
               TO REG-RELFLUX
           WRITE REG-RELFLUX
           MOVE SPACES TO REG-RELFLUX
           STRING "PROJECAO DO FLUXO DE CAIXA - "  DELIMITED BY SIZE
                  WRK-HORIZONTE                    DELIMITED BY SIZE
                  " DIAS A PARTIR DE "             DELIMITED BY SIZE
                  WRK-DATA-SISTEMA                 DELIMITED BY SIZE
               INTO REG-RELFLUX
           WRITE REG-RELFLUX
           MOVE "============================================"
               TO REG-RELFLUX
           WRITE REG-RELFLUX
       .
       0110-CONFERE-ABERTURA-CRD   SECTION.
           MOVE WRK-FS-CREDIARIO TO WRK-CREDIARIO-ABERTO
           IF NOT WRK-CREDIARIO-OK
               ADD 1 TO WRK-CT-SEM-ARQUIVO
               DISPLAY "AVISO: CREDIARIO NAO ABRIU. FS="
                       WRK-FS-CREDIARIO
               IF WRK-FS-CREDIARIO NOT EQUAL '35'
                   CALL 'SUBERRLOG' USING BY CONTENT 'PROGFLUX  '
                        'CREDIARIO ' WRK-FS-CREDIARIO
               END-IF
           END-IF
       .
       0120-CONFERE-ABERTURA-MEN   SECTION.
           MOVE WRK-FS-MENSALID TO WRK-MENSALID-ABERTO
           IF NOT WRK-MENSALID-OK
               ADD 1 TO WRK-CT-SEM-ARQUIVO
               DISPLAY "AVISO: MENSALID NAO ABRIU. FS="
                       WRK-FS-MENSALID
               IF WRK-FS-MENSALID NOT EQUAL '35'
                   CALL 'SUBERRLOG' USING BY CONTENT 'PROGFLUX  '
                        'MENSALID  ' WRK-FS-MENSALID
               END-IF
           END-IF
       .
       0130-CONFERE-ABERTURA-LIQ   SECTION.
           MOVE WRK-FS-LIQUIDA TO WRK-LIQUIDA-ABERTO
           IF NOT WRK-LIQUIDA-OK
               ADD 1 TO WRK-CT-SEM-ARQUIVO
               DISPLAY "AVISO: LIQUIDA NAO ABRIU. FS="
                       WRK-FS-LIQUIDA
               IF WRK-FS-LIQUIDA NOT EQUAL '35'
                   CALL 'SUBERRLOG' USING BY CONTENT 'PROGFLUX  '
                        'LIQUIDA   ' WRK-FS-LIQUIDA
               END-IF
           END-IF
       .
       0140-CONFERE-ABERTURA-PAG   SECTION.
           MOVE WRK-FS-CTPAGAR TO WRK-CTPAGAR-ABERTO
           IF NOT WRK-CTPAGAR-OK
               ADD 1 TO WRK-CT-SEM-ARQUIVO
               DISPLAY "AVISO: CTPAGAR NAO ABRIU. FS="
                       WRK-FS-CTPAGAR
               IF WRK-FS-CTPAGAR NOT EQUAL '35'
                   CALL 'SUBERRLOG' USING BY CONTENT 'PROGFLUX  '
                        'CTPAGAR   ' WRK-FS-CTPAGAR
               END-IF
           END-IF
       .
       0150-LOCALIZA-DIA           SECTION.
      **** POSICIONA WRK-DT-ITEM NA TABELA: VENCIDO (ANTES DE HOJE),
      **** NO PRAZO (ATE O HORIZONTE) OU FORA DA PROJECAO.
           IF WRK-DT-ITEM EQUAL ZEROS
              OR WRK-DT-ITEM NOT NUMERIC
               MOVE 'F' TO WRK-SITUACAO-ITEM
               GO TO 0150-FIM
           END-IF
           IF WRK-DT-ITEM < WRK-DATA-SISTEMA
               MOVE 'V' TO WRK-SITUACAO-ITEM
               GO TO 0150-FIM
           END-IF
           COMPUTE WRK-DIAS =
               FUNCTION INTEGER-OF-DATE(WRK-DT-ITEM) - WRK-INT-HOJE
           IF WRK-DIAS > WRK-HORIZONTE
               MOVE 'F' TO WRK-SITUACAO-ITEM
               GO TO 0150-FIM
           END-IF
           COMPUTE WRK-IDX-DIA = WRK-DIAS + 1
           MOVE 'P' TO WRK-SITUACAO-ITEM
       0150-FIM.
           EXIT.
       0200-LE-CREDIARIO           SECTION.
           IF NOT WRK-CREDIARIO-OK
               GO TO 0200-FIM
           END-IF
           MOVE SPACE TO WRK-EOF
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ CREDIARIO
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF CRD-STATUS EQUAL 'A'
                           MOVE CRD-DT-VENCIMENTO TO WRK-DT-ITEM
                           PERFORM 0150-LOCALIZA-DIA
                           EVALUATE TRUE
                               WHEN WRK-ITEM-NO-PRAZO
                                   ADD CRD-VALOR TO
                                       TAB-FLX-ENT-CRD(WRK-IDX-DIA)
                               WHEN WRK-ITEM-VENCIDO
                                   ADD CRD-VALOR TO WRK-VENC-CRD
                                   ADD 1 TO WRK-CT-VENC-CRD
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
       0200-FIM.
           EXIT.
       0300-LE-MENSALIDADES        SECTION.
           IF NOT WRK-MENSALID-OK
               GO TO 0300-FIM
           END-IF
           MOVE SPACE TO WRK-EOF
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ MENSALID
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF MEN-STATUS EQUAL 'A'
                           MOVE MEN-DT-VENCIMENTO TO WRK-DT-ITEM
                           PERFORM 0150-LOCALIZA-DIA
                           EVALUATE TRUE
                               WHEN WRK-ITEM-NO-PRAZO
                                   ADD MEN-VALOR TO
                                       TAB-FLX-ENT-MEN(WRK-IDX-DIA)
                               WHEN WRK-ITEM-VENCIDO
                                   ADD MEN-VALOR TO WRK-VENC-MEN
                                   ADD 1 TO WRK-CT-VENC-MEN
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
       0300-FIM.
           EXIT.
       0400-LE-LIQUIDACOES         SECTION.
      **** DA AGENDA DA ADQUIRENTE SO INTERESSA O QUE AINDA VAI CAIR
      **** NA CONTA: DATA DE HOJE EM DIANTE, PELO VALOR LIQUIDO. O
      **** QUE JA PASSOU FOI CONCILIADO PELO PROGCONC.
           IF NOT WRK-LIQUIDA-OK
               GO TO 0400-FIM
           END-IF
           MOVE SPACE TO WRK-EOF
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ LIQUIDA
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF LIQ-DATA NUMERIC
                          AND LIQ-VALOR-LIQUIDO NUMERIC
                           MOVE LIQ-DATA TO WRK-DT-ITEM
                           PERFORM 0150-LOCALIZA-DIA
                           IF WRK-ITEM-NO-PRAZO
                               ADD LIQ-VALOR-LIQUIDO TO
                                   TAB-FLX-ENT-CAR(WRK-IDX-DIA)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       0400-FIM.
           EXIT.
       0500-LE-CONTAS-PAGAR        SECTION.
      **** DEBITO DE DEVOLUCAO ('D') NAO TEM DATA: E ABATIDO NO
      **** PROXIMO PAGAMENTO AO FORNECEDOR E APARECE SO NO QUADRO
      **** FINAL, COMO REDUTOR DAS SAIDAS.
           IF NOT WRK-CTPAGAR-OK
               GO TO 0500-FIM
           END-IF
           MOVE SPACE TO WRK-EOF
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ CTPAGAR
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN CPG-ABERTA
                               MOVE CPG-DT-VENCIMENTO TO WRK-DT-ITEM
                               PERFORM 0150-LOCALIZA-DIA
                               EVALUATE TRUE
                                   WHEN WRK-ITEM-NO-PRAZO
                                       ADD CPG-VALOR TO
                                           TAB-FLX-SAI-PAG(WRK-IDX-DIA)
                                   WHEN WRK-ITEM-VENCIDO
                                       ADD CPG-VALOR TO WRK-VENC-PAG
                                       ADD 1 TO WRK-CT-VENC-PAG
                               END-EVALUATE
                           WHEN CPG-DEBITO
                               ADD CPG-VALOR TO WRK-DEBITOS-FORN
                       END-EVALUATE
               END-READ
           END-PERFORM
       0500-FIM.
           EXIT.
       0600-GRAVA-RELATORIO        SECTION.
           MOVE WRK-SALDO-INICIAL TO WRK-SALDO-ACUM
           MOVE WRK-SALDO-INICIAL TO WRK-SALDO-EDIT
           MOVE SPACES TO REG-RELFLUX
           STRING "SALDO INICIAL INFORMADO: " DELIMITED BY SIZE
                  WRK-SALDO-EDIT              DELIMITED BY SIZE
               INTO REG-RELFLUX
           WRITE REG-RELFLUX
           MOVE SPACES TO REG-RELFLUX
           WRITE REG-RELFLUX
           MOVE SPACES            TO REG-RELFLUX
           MOVE "DATA"            TO REG-RELFLUX(1:4)
           MOVE "CREDIARIO"       TO REG-RELFLUX(16:9)
           MOVE "MENSALIDADES"    TO REG-RELFLUX(27:12)
           MOVE "CARTAO/PIX"      TO REG-RELFLUX(43:10)
           MOVE "FORNECEDORES"    TO REG-RELFLUX(55:12)
           MOVE "SALDO DO DIA"    TO REG-RELFLUX(73:12)
           MOVE "SALDO ACUMULADO" TO REG-RELFLUX(88:15)
           WRITE REG-RELFLUX
           MOVE "--------------------------------------------"
               TO REG-RELFLUX
           WRITE REG-RELFLUX

           MOVE ZEROS TO WRK-ENT-SEMANA
           MOVE ZEROS TO WRK-SAI-SEMANA
           MOVE ZEROS TO WRK-ENT-PERIODO
           MOVE ZEROS TO WRK-SAI-PERIODO
           MOVE 1     TO WRK-SEMANA
           MOVE TAB-FLX-DATA(1) TO WRK-DT-INICIO-SEM
           PERFORM VARYING WRK-K FROM 1 BY 1
                   UNTIL WRK-K > WRK-HORIZONTE + 1
               PERFORM 0610-GRAVA-DIA
      **** SEMANA = 7 DIAS CORRIDOS A PARTIR DE HOJE; A ULTIMA
      **** FECHA NO FIM DO HORIZONTE.
               IF FUNCTION MOD(WRK-K, 7) EQUAL ZEROS
                  OR WRK-K EQUAL WRK-HORIZONTE + 1
                   PERFORM 0620-GRAVA-SEMANA
               END-IF
               IF WRK-K EQUAL 31 OR WRK-K EQUAL 61 OR WRK-K EQUAL 91
                   PERFORM 0630-GRAVA-PERIODO
               END-IF
           END-PERFORM

           PERFORM 0640-GRAVA-VENCIDOS
       .
       0610-GRAVA-DIA              SECTION.
           COMPUTE WRK-ENT-DIA = TAB-FLX-ENT-CRD(WRK-K)
                               + TAB-FLX-ENT-MEN(WRK-K)
                               + TAB-FLX-ENT-CAR(WRK-K)
           MOVE TAB-FLX-SAI-PAG(WRK-K) TO WRK-SAI-DIA
           COMPUTE WRK-SALDO-DIA = WRK-ENT-DIA - WRK-SAI-DIA
           ADD WRK-SALDO-DIA TO WRK-SALDO-ACUM
           ADD WRK-ENT-DIA   TO WRK-ENT-SEMANA
           ADD WRK-SAI-DIA   TO WRK-SAI-SEMANA
           ADD WRK-ENT-DIA   TO WRK-ENT-PERIODO
           ADD WRK-SAI-DIA   TO WRK-SAI-PERIODO
           IF WRK-ENT-DIA EQUAL ZEROS AND WRK-SAI-DIA EQUAL ZEROS
               GO TO 0610-FIM
           END-IF

           MOVE TAB-FLX-DATA(WRK-K) TO WRK-DT-EDIT-NUM
           PERFORM 0650-FORMATA-DATA
           MOVE TAB-FLX-ENT-CRD(WRK-K) TO WRK-VLR-EDIT
           MOVE TAB-FLX-ENT-MEN(WRK-K) TO WRK-VLR-EDIT-2
           MOVE TAB-FLX-ENT-CAR(WRK-K) TO WRK-VLR-EDIT-3
           MOVE TAB-FLX-SAI-PAG(WRK-K) TO WRK-VLR-EDIT-4
           MOVE WRK-SALDO-DIA          TO WRK-SALDO-EDIT
           MOVE WRK-SALDO-ACUM         TO WRK-SALDO-EDIT-2
           MOVE SPACES TO REG-RELFLUX
           STRING WRK-DT-FORM          DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WRK-VLR-EDIT         DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WRK-VLR-EDIT-2       DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WRK-VLR-EDIT-3       DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WRK-VLR-EDIT-4       DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WRK-SALDO-EDIT       DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WRK-SALDO-EDIT-2     DELIMITED BY SIZE
               INTO REG-RELFLUX
           WRITE REG-RELFLUX
       0610-FIM.
           EXIT.
       0620-GRAVA-SEMANA           SECTION.
           COMPUTE WRK-SALDO-SEMANA = WRK-ENT-SEMANA - WRK-SAI-SEMANA
           MOVE WRK-DT-INICIO-SEM TO WRK-DT-EDIT-NUM
           PERFORM 0650-FORMATA-DATA
           MOVE WRK-ENT-SEMANA   TO WRK-VLR-EDIT
           MOVE WRK-SAI-SEMANA   TO WRK-VLR-EDIT-2
           MOVE WRK-SALDO-SEMANA TO WRK-SALDO-EDIT
           MOVE WRK-SALDO-ACUM   TO WRK-SALDO-EDIT-2
           MOVE SPACES TO REG-RELFLUX
           STRING "  SEMANA "          DELIMITED BY SIZE
                  WRK-SEMANA           DELIMITED BY SIZE
                  " DE "               DELIMITED BY SIZE
                  WRK-DT-FORM          DELIMITED BY SIZE
                  " ENTRADAS "         DELIMITED BY SIZE
                  WRK-VLR-EDIT         DELIMITED BY SIZE
                  " SAIDAS "           DELIMITED BY SIZE
                  WRK-VLR-EDIT-2       DELIMITED BY SIZE
                  " SALDO "            DELIMITED BY SIZE
                  WRK-SALDO-EDIT       DELIMITED BY SIZE
                  " ACUM "             DELIMITED BY SIZE
                  WRK-SALDO-EDIT-2     DELIMITED BY SIZE
               INTO REG-RELFLUX
           WRITE REG-RELFLUX
           MOVE "--------------------------------------------"
               TO REG-RELFLUX
           WRITE REG-RELFLUX
           ADD 1 TO WRK-SEMANA
           MOVE ZEROS TO WRK-ENT-SEMANA
           MOVE ZEROS TO WRK-SAI-SEMANA
           IF WRK-K < 91
               MOVE TAB-FLX-DATA(WRK-K + 1) TO WRK-DT-INICIO-SEM
           END-IF
       .
       0630-GRAVA-PERIODO          SECTION.
      **** ACUMULADO DESDE HOJE ATE 30, 60 E 90 DIAS (O QUE O DONO
      **** PERGUNTA TODA SEGUNDA-FEIRA).
           COMPUTE WRK-DIAS-PERIODO = WRK-K - 1
           MOVE WRK-ENT-PERIODO TO WRK-VLR-EDIT
           MOVE WRK-SAI-PERIODO TO WRK-VLR-EDIT-2
           MOVE WRK-SALDO-ACUM  TO WRK-SALDO-EDIT-2
           MOVE SPACES TO REG-RELFLUX
           STRING "*** ATE "           DELIMITED BY SIZE
                  WRK-DIAS-PERIODO     DELIMITED BY SIZE
                  " DIAS: ENTRADAS "   DELIMITED BY SIZE
                  WRK-VLR-EDIT         DELIMITED BY SIZE
                  "  SAIDAS "          DELIMITED BY SIZE
                  WRK-VLR-EDIT-2       DELIMITED BY SIZE
                  "  SALDO PROJETADO " DELIMITED BY SIZE
                  WRK-SALDO-EDIT-2     DELIMITED BY SIZE
               INTO REG-RELFLUX
           WRITE REG-RELFLUX
           MOVE "--------------------------------------------"
               TO REG-RELFLUX
           WRITE REG-RELFLUX
       .
       0640-GRAVA-VENCIDOS         SECTION.
      **** VENCIDOS FICAM FORA DO SALDO ACIMA: NAO HA DATA CERTA PARA
      **** ENTRAR OU SAIR. O SALDO "COM OS VENCIDOS" SUPOE TUDO
      **** ACERTADO NO PERIODO.
           MOVE "============================================"
               TO REG-RELFLUX
           WRITE REG-RELFLUX
           MOVE "VENCIDOS E NAO LIQUIDADOS (FORA DO SALDO ACIMA)"
               TO REG-RELFLUX
           WRITE REG-RELFLUX
           MOVE WRK-VENC-CRD TO WRK-VLR-EDIT
           MOVE SPACES TO REG-RELFLUX
           STRING "  A RECEBER - CREDIARIO....: " DELIMITED BY SIZE
                  WRK-VLR-EDIT                    DELIMITED BY SIZE
                  "  PARCELAS: "                  DELIMITED BY SIZE
                  WRK-CT-VENC-CRD                 DELIMITED BY SIZE
               INTO REG-RELFLUX
           WRITE REG-RELFLUX
           MOVE WRK-VENC-MEN TO WRK-VLR-EDIT
           MOVE SPACES TO REG-RELFLUX
           STRING "  A RECEBER - MENSALIDADES.: " DELIMITED BY SIZE
                  WRK-VLR-EDIT                    DELIMITED BY SIZE
                  "  COBRANCAS: "                 DELIMITED BY SIZE
                  WRK-CT-VENC-MEN                 DELIMITED BY SIZE
               INTO REG-RELFLUX
           WRITE REG-RELFLUX
           MOVE WRK-VENC-PAG TO WRK-VLR-EDIT
           MOVE SPACES TO REG-RELFLUX
           STRING "  A PAGAR - FORNECEDORES...: " DELIMITED BY SIZE
                  WRK-VLR-EDIT                    DELIMITED BY SIZE
                  "  PARCELAS: "                  DELIMITED BY SIZE
                  WRK-CT-VENC-PAG                 DELIMITED BY SIZE
               INTO REG-RELFLUX
           WRITE REG-RELFLUX
           MOVE WRK-DEBITOS-FORN TO WRK-VLR-EDIT
           MOVE SPACES TO REG-RELFLUX
           STRING "  DEBITOS DE DEVOLUCAO A ABATER DOS FORNECEDORES: "
                                                  DELIMITED BY SIZE
                  WRK-VLR-EDIT                    DELIMITED BY SIZE
               INTO REG-RELFLUX
           WRITE REG-RELFLUX
           COMPUTE WRK-SALDO-C-VENCIDOS =
               WRK-SALDO-ACUM + WRK-VENC-CRD + WRK-VENC-MEN
               - WRK-VENC-PAG + WRK-DEBITOS-FORN
           MOVE WRK-SALDO-C-VENCIDOS TO WRK-SALDO-EDIT-2
           MOVE SPACES TO REG-RELFLUX
           STRING "SALDO FINAL COM OS VENCIDOS ACERTADOS: "
                                                  DELIMITED BY SIZE
                  WRK-SALDO-EDIT-2                DELIMITED BY SIZE
               INTO REG-RELFLUX
           WRITE REG-RELFLUX
           IF WRK-CT-SEM-ARQUIVO > ZEROS
               MOVE "ATENCAO: FONTE(S) SEM ARQUIVO FICARAM FORA DA "
                   & "PROJECAO (VER AVISOS NO TERMINAL)."
                   TO REG-RELFLUX
               WRITE REG-RELFLUX
           END-IF
       .
       0650-FORMATA-DATA           SECTION.
           MOVE WRK-DT-EDIT-DIA TO WRK-DT-FORM-DIA
           MOVE WRK-DT-EDIT-MES TO WRK-DT-FORM-MES
           MOVE WRK-DT-EDIT-ANO TO WRK-DT-FORM-ANO
       .
       0700-FECHA-ARQUIVOS         SECTION.
           IF WRK-CREDIARIO-OK
               CLOSE CREDIARIO
           END-IF
           IF WRK-MENSALID-OK
               CLOSE MENSALID
           END-IF
           IF WRK-LIQUIDA-OK
               CLOSE LIQUIDA
           END-IF
           IF WRK-CTPAGAR-OK
               CLOSE CTPAGAR
           END-IF
           CLOSE RELFLUX
           MOVE WRK-SALDO-ACUM TO WRK-SALDO-EDIT-2
           DISPLAY "PROJECAO GRAVADA EM RELFLUX.DAT."
           DISPLAY "SALDO PROJETADO EM " WRK-HORIZONTE " DIAS: "
                   WRK-SALDO-EDIT-2
           IF WRK-CT-SEM-ARQUIVO > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
       .
       END PROGRAM PROGFLUX.
