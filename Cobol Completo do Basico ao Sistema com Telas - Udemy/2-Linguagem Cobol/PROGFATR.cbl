       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGFATR.
      *-----------------------------------------------------------------
      *== AUTOR: MARCIA GAMELEIRA
      *== OBJETIVO: CONFERENCIA DAS FATURAS DAS TRANSPORTADORAS CONTRA
      *==           O FRETE COTADO, ANTES DO PAGAMENTO. O OPERADOR
      *==           INFORMA O MES DE REFERENCIA E O ARQUIVO DAS FATURAS
      *==           (PADRAO FATURA-AAAAMM.DAT, PODE TRAZER AS FATURAS
      *==           DE VARIAS TRANSPORTADORAS), UMA LINHA POR ENTREGA
      *==           COBRADA EM POSICOES FIXAS:
      *==             001-012 TRANSPORTADORA (COMO EM ENT-TRANSP)
      *==             013-026 NUMERO DA VENDA (ENT-VND-ID)
      *==             027-034 PESO COBRADO 99999V999
      *==             035-042 VALOR COBRADO EM CENTAVOS
      *==           CADA LINHA E CONFRONTADA COM A ORDEM DE ENTREGA
      *==           (ENTREGAS.DAT) E COM A COTACAO GRAVADA PELO
      *==           SUBFRETE NO FRETEHIS.DAT (MESMA DATA, UF, PESO E
      *==           TRANSPORTADORA). O RELATORIO RELFATR.DAT LISTA:
      *==             - COBRANCA ACIMA DO FRETE COTADO;
      *==             - ENTREGA COBRADA DUAS VEZES;
      *==             - ENTREGA COBRADA SEM TER SAIDO COM ELA (SEM
      *==               ORDEM, OUTRA TRANSPORTADORA OU AINDA NA FILA);
      *==             - ENTREGA DESPACHADA NO MES E AINDA NAO COBRADA;
      *==           COM OS TOTAIS POR TRANSPORTADORA. HAVENDO QUALQUER
      *==           DIVERGENCIA O PROGRAMA TERMINA COM RC 4.
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
           SELECT FATURA ASSIGN TO DYNAMIC WRK-NOME-FATURA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FATURA.
           SELECT ENTREGAS ASSIGN TO "ENTREGAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENT-VND-ID
               FILE STATUS IS WRK-FS-ENTREGAS.
           SELECT FRETEHIS ASSIGN TO "FRETEHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRETEHIS.
           SELECT RELFATR ASSIGN TO "RELFATR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELFATR.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD  FATURA.
       01  REG-FATURA.
           03  FAT-TRANSP            PIC X(12).
           03  FAT-VND-ID            PIC X(14).
           03  FAT-PESO              PIC 9(05)V999.
           03  FAT-VALOR             PIC 9(08).

       FD  ENTREGAS.
       COPY ENTRFD.

      **** MESMAS POSICOES FIXAS LIDAS PELO PROGFANA.
       FD  FRETEHIS.
       01  REG-FRETEHIS              PIC X(100).
       01  REG-FRETEHIS-R REDEFINES REG-FRETEHIS.
           03  FH-DATA               PIC 9(08).
           03  FILLER                PIC X(01).
           03  FH-HORA               PIC X(06).
           03  FILLER                PIC X(04).
           03  FH-UF                 PIC X(02).
           03  FILLER                PIC X(06).
           03  FH-PESO-ED            PIC X(10).
           03  FILLER                PIC X(07).
           03  FH-PRECO-ED           PIC X(10).
           03  FILLER                PIC X(07).
           03  FH-FRETE-ED           PIC X(10).
           03  FILLER                PIC X(08).
           03  FH-TRANSP             PIC X(12).
           03  FILLER                PIC X(09).

       FD  RELFATR.
       01  REG-RELFATR               PIC X(100).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-FATURA==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-ENTREGAS==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-FRETEHIS==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-RELFATR==.

       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-DATA-SISTEMA          PIC 9(08)       VALUE ZEROS.
       77 WRK-MES-REF               PIC 9(06)       VALUE ZEROS.
       77 WRK-MES-ENTREGA           PIC 9(06)       VALUE ZEROS.
       77 WRK-DT-SAIDA              PIC 9(08)       VALUE ZEROS.
       77 WRK-NOME-FATURA           PIC X(30)       VALUE SPACES.
       77 WRK-NOME-INFORMADO        PIC X(30)       VALUE SPACES.
       77 WRK-I                     PIC 9(04)       VALUE ZEROS.
       77 WRK-T                     PIC 9(02)       VALUE ZEROS.
       77 WRK-POS-VISTA             PIC 9(04)       VALUE ZEROS.
       77 WRK-CT-LIDAS              PIC 9(06)       VALUE ZEROS.
       77 WRK-CT-REJEITADAS         PIC 9(06)       VALUE ZEROS.
       77 WRK-CT-DIVERGENCIAS       PIC 9(06)       VALUE ZEROS.
       77 WRK-CT-SEM-COTACAO        PIC 9(06)       VALUE ZEROS.
       77 WRK-DIFERENCA             PIC 9(08)       VALUE ZEROS.
       77 WRK-FRETE-COTADO          PIC 9(08)       VALUE ZEROS.
       77 WRK-FRETE-HIS             PIC 9(08)       VALUE ZEROS.
       77 WRK-PESO-ED               PIC ZZ.ZZ9,999  VALUE ZEROS.
       77 WRK-ACHOU-COTACAO         PIC X(01)       VALUE 'N'.
           88 WRK-COTACAO-ACHADA                    VALUE 'S'.
       77 WRK-OCORRENCIA            PIC X(30)       VALUE SPACES.
       77 WRK-DIGITOS               PIC 9(09)       VALUE ZEROS.
       77 WRK-DIGITO                PIC 9(01)       VALUE ZEROS.
       77 WRK-DEEDIT-I              PIC 9(02)       VALUE ZEROS.
       77 WRK-VALOR-FORM            PIC ZZZ.ZZ9,99  VALUE ZEROS.
       77 WRK-COTADO-FORM           PIC ZZZ.ZZ9,99  VALUE ZEROS.
       77 WRK-TOT-FORM              PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-QTD-FORM              PIC ZZZZZ9      VALUE ZEROS.
       77 WRK-FRETEHIS-ABERTO       PIC X(02)       VALUE SPACES.
           88 WRK-FRETEHIS-OK                       VALUE '00'.

      *==  COTACOES DO FRETEHIS.DAT (DATA, UF, PESO EDITADO COMO O
      *==  SUBFRETE GRAVA, TRANSPORTADORA E FRETE EM CENTAVOS).
       01  TAB-COTACOES.
           03  TAB-COT-REG OCCURS 5000 TIMES.
               05  TAB-COT-DATA      PIC 9(08).
               05  TAB-COT-UF        PIC X(02).
               05  TAB-COT-PESO-ED   PIC X(10).
               05  TAB-COT-TRANSP    PIC X(12).
               05  TAB-COT-FRETE     PIC 9(08).
       77 WRK-CT-COTACOES           PIC 9(04)       VALUE ZEROS.

      *==  VENDAS JA COBRADAS NESTAS FATURAS (DUPLICIDADE E "NAO
      *==  COBRADAS").
       01  TAB-VISTAS.
           03  TAB-VIS-VND-ID        PIC X(14) OCCURS 5000 TIMES.
       77 WRK-CT-VISTAS             PIC 9(04)       VALUE ZEROS.

      *==  TOTAIS POR TRANSPORTADORA.
       01  TAB-TRANSP.
           03  TAB-TRP-REG OCCURS 10 TIMES.
               05  TAB-TRP-NOME      PIC X(12).
               05  TAB-TRP-LINHAS    PIC 9(06).
               05  TAB-TRP-COBRADO   PIC 9(10).
               05  TAB-TRP-COTADO    PIC 9(10).
               05  TAB-TRP-CT-ACIMA  PIC 9(06).
               05  TAB-TRP-VL-ACIMA  PIC 9(10).
               05  TAB-TRP-CT-DUPL   PIC 9(06).
               05  TAB-TRP-VL-DUPL   PIC 9(10).
               05  TAB-TRP-CT-SEMDES PIC 9(06).
               05  TAB-TRP-VL-SEMDES PIC 9(10).
               05  TAB-TRP-CT-NAOCOB PIC 9(06).
               05  TAB-TRP-VL-NAOCOB PIC 9(10).
       77 WRK-CT-TRANSP             PIC 9(02)       VALUE ZEROS.
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY "MES DE REFERENCIA AAAAMM (ZEROS = MES ATUAL): "
           ACCEPT WRK-MES-REF
           IF WRK-MES-REF EQUAL ZEROS
               MOVE WRK-DATA-SISTEMA(1:6) TO WRK-MES-REF
           END-IF
           MOVE SPACES TO WRK-NOME-FATURA
           STRING "FATURA-"   DELIMITED BY SIZE
                  WRK-MES-REF DELIMITED BY SIZE
                  ".DAT"      DELIMITED BY SIZE
               INTO WRK-NOME-FATURA
           END-STRING
           DISPLAY "ARQUIVO DAS FATURAS (BRANCO = " WRK-NOME-FATURA
                   "): "
           ACCEPT WRK-NOME-INFORMADO
           IF WRK-NOME-INFORMADO NOT EQUAL SPACES
               MOVE WRK-NOME-INFORMADO TO WRK-NOME-FATURA
           END-IF
           INITIALIZE TAB-TRANSP
           PERFORM 0100-ABRE-ARQUIVOS
           PERFORM 0150-CARREGA-COTACOES
           PERFORM 0200-CONFERE-FATURAS
           PERFORM 0300-PROCURA-NAO-COBRADAS
           PERFORM 0400-GRAVA-TOTAIS
           PERFORM 0900-FECHA-ARQUIVOS
           STOP RUN.

       0100-ABRE-ARQUIVOS          SECTION.
           OPEN INPUT FATURA
           IF NOT FS-OK IN WRK-FS-FATURA
               DISPLAY "ERRO AO ABRIR AS FATURAS " WRK-NOME-FATURA
                       " FS=" WRK-FS-FATURA
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGFATR  '
                    'FATURA    ' WRK-FS-FATURA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ENTREGAS
           IF NOT FS-OK IN WRK-FS-ENTREGAS
               DISPLAY "ERRO AO ABRIR O ARQUIVO ENTREGAS. FS="
                       WRK-FS-ENTREGAS
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGFATR  '
                    'ENTREGAS  ' WRK-FS-ENTREGAS
               CLOSE FATURA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      **** SEM O HISTORICO A CONFERENCIA SEGUE SO PELA ORDEM DE
      **** ENTREGA; AS LINHAS SAEM COMO "SEM COTACAO NO HISTORICO".
           OPEN INPUT FRETEHIS
           MOVE WRK-FS-FRETEHIS TO WRK-FRETEHIS-ABERTO
           IF NOT WRK-FRETEHIS-OK AND WRK-FS-FRETEHIS NOT EQUAL '35'
               DISPLAY "ERRO AO ABRIR O ARQUIVO FRETEHIS. FS="
                       WRK-FS-FRETEHIS
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGFATR  '
                    'FRETEHIS  ' WRK-FS-FRETEHIS
               MOVE 8 TO RETURN-CODE
           END-IF

           OPEN OUTPUT RELFATR
           IF NOT FS-OK IN WRK-FS-RELFATR
               DISPLAY "ERRO AO ABRIR O ARQUIVO RELFATR. FS="
                       WRK-FS-RELFATR
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGFATR  '
                    'RELFATR   ' WRK-FS-RELFATR
               CLOSE FATURA
               CLOSE ENTREGAS
               IF WRK-FRETEHIS-OK
                   CLOSE FRETEHIS
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "============================================"
               TO REG-RELFATR
           WRITE REG-RELFATR
           MOVE SPACES TO REG-RELFATR
           STRING "CONFERENCIA DE FATURAS DE FRETE - MES "
                      DELIMITED BY SIZE
                  WRK-MES-REF     DELIMITED BY SIZE
                  " - ARQUIVO "   DELIMITED BY SIZE
                  WRK-NOME-FATURA DELIMITED BY SPACE
               INTO REG-RELFATR
           WRITE REG-RELFATR
           MOVE "============================================"
               TO REG-RELFATR
           WRITE REG-RELFATR
       .
       0150-CARREGA-COTACOES       SECTION.
           IF NOT WRK-FRETEHIS-OK
               GO TO 0150-FIM
           END-IF
           MOVE SPACE TO WRK-EOF
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ FRETEHIS
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF FH-DATA NUMERIC
                          AND FH-TRANSP NOT EQUAL SPACES
                           PERFORM 0160-GUARDA-COTACAO
                       END-IF
               END-READ
           END-PERFORM
       0150-FIM.
           EXIT.
       0160-GUARDA-COTACAO         SECTION.
           IF WRK-CT-COTACOES >= 5000
               DISPLAY "HISTORICO DE FRETE COM MAIS DE 5000 COTACOES."
                       " AS SEGUINTES FICAM FORA DA CONFERENCIA."
               MOVE 'F' TO WRK-EOF
               GO TO 0160-FIM
           END-IF
           ADD 1 TO WRK-CT-COTACOES
           MOVE FH-DATA     TO TAB-COT-DATA(WRK-CT-COTACOES)
           MOVE FH-UF       TO TAB-COT-UF(WRK-CT-COTACOES)
           MOVE FH-PESO-ED  TO TAB-COT-PESO-ED(WRK-CT-COTACOES)
           MOVE FH-TRANSP   TO TAB-COT-TRANSP(WRK-CT-COTACOES)
      **** O FRETE ESTA GRAVADO COM MASCARA (ZZZ.ZZ9,99): SOBRAM SO
      **** OS DIGITOS, QUE JA SAO O VALOR EM CENTAVOS.
           MOVE ZEROS TO WRK-DIGITOS
           PERFORM VARYING WRK-DEEDIT-I FROM 1 BY 1
                   UNTIL WRK-DEEDIT-I > 10
               IF FH-FRETE-ED(WRK-DEEDIT-I:1) >= '0'
                  AND FH-FRETE-ED(WRK-DEEDIT-I:1) <= '9'
                   MOVE FH-FRETE-ED(WRK-DEEDIT-I:1) TO WRK-DIGITO
                   COMPUTE WRK-DIGITOS =
                       (WRK-DIGITOS * 10) + WRK-DIGITO
               END-IF
           END-PERFORM
           MOVE WRK-DIGITOS TO TAB-COT-FRETE(WRK-CT-COTACOES)
       0160-FIM.
           EXIT.
       0200-CONFERE-FATURAS        SECTION.
           MOVE SPACE TO WRK-EOF
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ FATURA
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       ADD 1 TO WRK-CT-LIDAS
                       PERFORM 0210-CONFERE-LINHA
               END-READ
           END-PERFORM
       .
       0210-CONFERE-LINHA          SECTION.
           IF FAT-PESO NOT NUMERIC
              OR FAT-VALOR NOT NUMERIC
              OR FAT-VND-ID EQUAL SPACES
              OR FAT-TRANSP EQUAL SPACES
               ADD 1 TO WRK-CT-REJEITADAS
               DISPLAY "LINHA " WRK-CT-LIDAS
                       " DA FATURA REJEITADA (CAMPO INVALIDO): "
                       REG-FATURA
               GO TO 0210-FIM
           END-IF

           PERFORM 0220-ACHA-TRANSPORTADORA
           IF WRK-T EQUAL ZEROS
               GO TO 0210-FIM
           END-IF
           ADD 1         TO TAB-TRP-LINHAS(WRK-T)
           ADD FAT-VALOR TO TAB-TRP-COBRADO(WRK-T)

      **** COBRADA DUAS VEZES: A VENDA JA APARECEU NESTAS FATURAS.
           MOVE ZEROS TO WRK-POS-VISTA
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-CT-VISTAS OR WRK-POS-VISTA > 0
               IF TAB-VIS-VND-ID(WRK-I) EQUAL FAT-VND-ID
                   MOVE WRK-I TO WRK-POS-VISTA
               END-IF
           END-PERFORM
           IF WRK-POS-VISTA > ZEROS
               ADD 1         TO TAB-TRP-CT-DUPL(WRK-T)
               ADD FAT-VALOR TO TAB-TRP-VL-DUPL(WRK-T)
               MOVE "COBRADA EM DUPLICIDADE" TO WRK-OCORRENCIA
               MOVE ZEROS TO WRK-FRETE-COTADO
               PERFORM 0290-GRAVA-OCORRENCIA
               PERFORM 0250-AVISA-REENTREGA
               GO TO 0210-FIM
           END-IF
           IF WRK-CT-VISTAS < 5000
               ADD 1 TO WRK-CT-VISTAS
               MOVE FAT-VND-ID TO TAB-VIS-VND-ID(WRK-CT-VISTAS)
           END-IF

      **** COBRADA SEM TER SAIDO COM ELA: SEM ORDEM DE ENTREGA, ORDEM
      **** DE OUTRA TRANSPORTADORA, OU ORDEM AINDA NA FILA SEM NENHUMA
      **** TENTATIVA DE ENTREGA.
           MOVE FAT-VND-ID TO ENT-VND-ID
           READ ENTREGAS
               INVALID KEY
                   MOVE "COBRADA SEM ORDEM DE ENTREGA"
                       TO WRK-OCORRENCIA
                   PERFORM 0230-GRAVA-SEM-DESPACHO
                   GO TO 0210-FIM
           END-READ
           IF ENT-TRANSP NOT EQUAL FAT-TRANSP
               MOVE "ENTREGA DE OUTRA TRANSPORTADORA"
                   TO WRK-OCORRENCIA
               PERFORM 0230-GRAVA-SEM-DESPACHO
               GO TO 0210-FIM
           END-IF
           IF ENT-NA-FILA AND ENT-TENTATIVAS EQUAL ZEROS
               MOVE "COBRADA SEM TER SIDO DESPACHADA"
                   TO WRK-OCORRENCIA
               PERFORM 0230-GRAVA-SEM-DESPACHO
               GO TO 0210-FIM
           END-IF

           MOVE ENT-FRETE TO WRK-FRETE-COTADO
           ADD WRK-FRETE-COTADO TO TAB-TRP-COTADO(WRK-T)
           PERFORM 0240-ACHA-COTACAO

           IF FAT-VALOR > WRK-FRETE-COTADO
               COMPUTE WRK-DIFERENCA = FAT-VALOR - WRK-FRETE-COTADO
               ADD 1             TO TAB-TRP-CT-ACIMA(WRK-T)
               ADD WRK-DIFERENCA TO TAB-TRP-VL-ACIMA(WRK-T)
               IF FAT-PESO > ENT-PESO
                   MOVE "ACIMA DO COTADO (PESO MAIOR)"
                       TO WRK-OCORRENCIA
               ELSE
                   MOVE "ACIMA DO FRETE COTADO" TO WRK-OCORRENCIA
               END-IF
               PERFORM 0290-GRAVA-OCORRENCIA
           END-IF
       0210-FIM.
           EXIT.
       0220-ACHA-TRANSPORTADORA    SECTION.
           MOVE ZEROS TO WRK-T
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-CT-TRANSP OR WRK-T > ZEROS
               IF TAB-TRP-NOME(WRK-I) EQUAL FAT-TRANSP
                   MOVE WRK-I TO WRK-T
               END-IF
           END-PERFORM
           IF WRK-T EQUAL ZEROS
               IF WRK-CT-TRANSP >= 10
                   DISPLAY "MAIS DE 10 TRANSPORTADORAS. LINHA DA "
                           FAT-TRANSP " FORA DA CONFERENCIA."
                   ADD 1 TO WRK-CT-REJEITADAS
               ELSE
                   ADD 1 TO WRK-CT-TRANSP
                   MOVE WRK-CT-TRANSP TO WRK-T
                   MOVE FAT-TRANSP TO TAB-TRP-NOME(WRK-T)
               END-IF
           END-IF
       .
       0230-GRAVA-SEM-DESPACHO     SECTION.
           ADD 1         TO TAB-TRP-CT-SEMDES(WRK-T)
           ADD FAT-VALOR TO TAB-TRP-VL-SEMDES(WRK-T)
           MOVE ZEROS TO WRK-FRETE-COTADO
           PERFORM 0290-GRAVA-OCORRENCIA
       .
       0240-ACHA-COTACAO           SECTION.
      **** A COTACAO DO HISTORICO E A DA DATA DA VENDA, MESMA UF, PESO
      **** E TRANSPORTADORA. ACHADA, ELA PREVALECE SOBRE O ENT-FRETE
      **** SE FOR MENOR (O VALOR QUE A TRANSPORTADORA NOS PASSOU).
           MOVE 'N' TO WRK-ACHOU-COTACAO
           MOVE ENT-PESO TO WRK-PESO-ED
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-CT-COTACOES
                      OR WRK-COTACAO-ACHADA
               IF TAB-COT-DATA(WRK-I) EQUAL ENT-DATA
                  AND TAB-COT-UF(WRK-I) EQUAL ENT-UF
                  AND TAB-COT-PESO-ED(WRK-I) EQUAL WRK-PESO-ED
                  AND TAB-COT-TRANSP(WRK-I) EQUAL ENT-TRANSP
                   MOVE 'S' TO WRK-ACHOU-COTACAO
                   MOVE TAB-COT-FRETE(WRK-I) TO WRK-FRETE-HIS
               END-IF
           END-PERFORM
           IF WRK-COTACAO-ACHADA
               IF WRK-FRETE-HIS < WRK-FRETE-COTADO
                   SUBTRACT WRK-FRETE-COTADO FROM TAB-TRP-COTADO(WRK-T)
                   MOVE WRK-FRETE-HIS TO WRK-FRETE-COTADO
                   ADD WRK-FRETE-COTADO TO TAB-TRP-COTADO(WRK-T)
               END-IF
           ELSE
               ADD 1 TO WRK-CT-SEM-COTACAO
           END-IF
       .
       0250-AVISA-REENTREGA        SECTION.
      **** A SEGUNDA COBRANCA PODE SER A REENTREGA DE UMA TENTATIVA
      **** FRUSTRADA; A NOTA AJUDA A DECIDIR SE CONTESTA.
           MOVE FAT-VND-ID TO ENT-VND-ID
           READ ENTREGAS
               INVALID KEY
                   GO TO 0250-FIM
           END-READ
           IF ENT-TENTATIVAS > ZEROS
               MOVE SPACES TO REG-RELFATR
               STRING "      (A ORDEM TEVE "  DELIMITED BY SIZE
                      ENT-TENTATIVAS          DELIMITED BY SIZE
                      " TENTATIVA(S) FRUSTRADA(S) - CONFERIR SE A "
                                              DELIMITED BY SIZE
                      "REENTREGA FOI COMBINADA)"
                                              DELIMITED BY SIZE
                   INTO REG-RELFATR
               WRITE REG-RELFATR
           END-IF
       0250-FIM.
           EXIT.
       0290-GRAVA-OCORRENCIA       SECTION.
           ADD 1 TO WRK-CT-DIVERGENCIAS
           MOVE FAT-VALOR        TO WRK-VALOR-FORM
           MOVE WRK-FRETE-COTADO TO WRK-COTADO-FORM
           MOVE SPACES TO REG-RELFATR
           STRING FAT-TRANSP       DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  FAT-VND-ID       DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WRK-OCORRENCIA   DELIMITED BY SIZE
                  " COBRADO "      DELIMITED BY SIZE
                  WRK-VALOR-FORM   DELIMITED BY SIZE
                  " COTADO "       DELIMITED BY SIZE
                  WRK-COTADO-FORM  DELIMITED BY SIZE
               INTO REG-RELFATR
           WRITE REG-RELFATR
       .
       0300-PROCURA-NAO-COBRADAS   SECTION.
      **** ENTREGA QUE SAIU NO MES (ROMANEIO, OU A DATA DA VENDA NAS
      **** ORDENS SEM ROMANEIO) E QUE NENHUMA FATURA COBROU.
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
                       IF ENT-EM-ROTA OR ENT-ENTREGUE
                          OR ENT-CONTATAR-CLIENTE
                          OR ENT-TENTATIVAS > ZEROS
                           PERFORM 0310-CONFERE-COBRANCA
                       END-IF
               END-READ
           END-PERFORM
       .
       0310-CONFERE-COBRANCA       SECTION.
           IF ENT-DT-ROMANEIO > ZEROS
               MOVE ENT-DT-ROMANEIO TO WRK-DT-SAIDA
           ELSE
               MOVE ENT-DATA TO WRK-DT-SAIDA
           END-IF
           MOVE WRK-DT-SAIDA(1:6) TO WRK-MES-ENTREGA
           IF WRK-MES-ENTREGA NOT EQUAL WRK-MES-REF
               GO TO 0310-FIM
           END-IF
           MOVE ZEROS TO WRK-POS-VISTA
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-CT-VISTAS OR WRK-POS-VISTA > 0
               IF TAB-VIS-VND-ID(WRK-I) EQUAL ENT-VND-ID
                   MOVE WRK-I TO WRK-POS-VISTA
               END-IF
           END-PERFORM
           IF WRK-POS-VISTA > ZEROS
               GO TO 0310-FIM
           END-IF

           MOVE ENT-TRANSP TO FAT-TRANSP
           PERFORM 0220-ACHA-TRANSPORTADORA
           IF WRK-T EQUAL ZEROS
               GO TO 0310-FIM
           END-IF
           ADD 1         TO TAB-TRP-CT-NAOCOB(WRK-T)
           ADD ENT-FRETE TO TAB-TRP-VL-NAOCOB(WRK-T)
           ADD 1 TO WRK-CT-DIVERGENCIAS
           MOVE ENT-FRETE TO WRK-COTADO-FORM
           MOVE SPACES TO REG-RELFATR
           STRING ENT-TRANSP       DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  ENT-VND-ID       DELIMITED BY SIZE
                  " DESPACHADA EM " DELIMITED BY SIZE
                  WRK-DT-SAIDA     DELIMITED BY SIZE
                  " E NAO COBRADA - COTADO "
                                   DELIMITED BY SIZE
                  WRK-COTADO-FORM  DELIMITED BY SIZE
               INTO REG-RELFATR
           WRITE REG-RELFATR
       0310-FIM.
           EXIT.
       0400-GRAVA-TOTAIS           SECTION.
           MOVE "============================================"
               TO REG-RELFATR
           WRITE REG-RELFATR
           PERFORM VARYING WRK-T FROM 1 BY 1
                   UNTIL WRK-T > WRK-CT-TRANSP
               PERFORM 0410-GRAVA-TRANSPORTADORA
           END-PERFORM
           MOVE SPACES TO REG-RELFATR
           STRING "LINHAS LIDAS: "        DELIMITED BY SIZE
                  WRK-CT-LIDAS            DELIMITED BY SIZE
                  "  REJEITADAS: "        DELIMITED BY SIZE
                  WRK-CT-REJEITADAS       DELIMITED BY SIZE
                  "  DIVERGENCIAS: "      DELIMITED BY SIZE
                  WRK-CT-DIVERGENCIAS     DELIMITED BY SIZE
                  "  SEM COTACAO NO HIST.: "
                                          DELIMITED BY SIZE
                  WRK-CT-SEM-COTACAO      DELIMITED BY SIZE
               INTO REG-RELFATR
           WRITE REG-RELFATR
       .
       0410-GRAVA-TRANSPORTADORA   SECTION.
           MOVE SPACES TO REG-RELFATR
           STRING "TRANSPORTADORA: "   DELIMITED BY SIZE
                  TAB-TRP-NOME(WRK-T)  DELIMITED BY SIZE
               INTO REG-RELFATR
           WRITE REG-RELFATR

           MOVE TAB-TRP-LINHAS(WRK-T)  TO WRK-QTD-FORM
           MOVE TAB-TRP-COBRADO(WRK-T) TO WRK-TOT-FORM
           MOVE SPACES TO REG-RELFATR
           STRING "   ENTREGAS COBRADAS.........: " DELIMITED BY SIZE
                  WRK-QTD-FORM                      DELIMITED BY SIZE
                  "  VALOR "                        DELIMITED BY SIZE
                  WRK-TOT-FORM                      DELIMITED BY SIZE
               INTO REG-RELFATR
           WRITE REG-RELFATR

           MOVE TAB-TRP-COTADO(WRK-T) TO WRK-TOT-FORM
           MOVE SPACES TO REG-RELFATR
           STRING "   FRETE COTADO DAS CONFERIDAS:        "
                                                    DELIMITED BY SIZE
                  "  VALOR "                        DELIMITED BY SIZE
                  WRK-TOT-FORM                      DELIMITED BY SIZE
               INTO REG-RELFATR
           WRITE REG-RELFATR

           MOVE TAB-TRP-CT-ACIMA(WRK-T) TO WRK-QTD-FORM
           MOVE TAB-TRP-VL-ACIMA(WRK-T) TO WRK-TOT-FORM
           MOVE SPACES TO REG-RELFATR
           STRING "   ACIMA DO COTADO...........: " DELIMITED BY SIZE
                  WRK-QTD-FORM                      DELIMITED BY SIZE
                  "  A MAIS "                       DELIMITED BY SIZE
                  WRK-TOT-FORM                      DELIMITED BY SIZE
               INTO REG-RELFATR
           WRITE REG-RELFATR

           MOVE TAB-TRP-CT-DUPL(WRK-T) TO WRK-QTD-FORM
           MOVE TAB-TRP-VL-DUPL(WRK-T) TO WRK-TOT-FORM
           MOVE SPACES TO REG-RELFATR
           STRING "   COBRADAS EM DUPLICIDADE...: " DELIMITED BY SIZE
                  WRK-QTD-FORM                      DELIMITED BY SIZE
                  "  VALOR "                        DELIMITED BY SIZE
                  WRK-TOT-FORM                      DELIMITED BY SIZE
               INTO REG-RELFATR
           WRITE REG-RELFATR

           MOVE TAB-TRP-CT-SEMDES(WRK-T) TO WRK-QTD-FORM
           MOVE TAB-TRP-VL-SEMDES(WRK-T) TO WRK-TOT-FORM
           MOVE SPACES TO REG-RELFATR
           STRING "   COBRADAS SEM DESPACHO.....: " DELIMITED BY SIZE
                  WRK-QTD-FORM                      DELIMITED BY SIZE
                  "  VALOR "                        DELIMITED BY SIZE
                  WRK-TOT-FORM                      DELIMITED BY SIZE
               INTO REG-RELFATR
           WRITE REG-RELFATR

           MOVE TAB-TRP-CT-NAOCOB(WRK-T) TO WRK-QTD-FORM
           MOVE TAB-TRP-VL-NAOCOB(WRK-T) TO WRK-TOT-FORM
           MOVE SPACES TO REG-RELFATR
           STRING "   DESPACHADAS NAO COBRADAS..: " DELIMITED BY SIZE
                  WRK-QTD-FORM                      DELIMITED BY SIZE
                  "  COTADO "                       DELIMITED BY SIZE
                  WRK-TOT-FORM                      DELIMITED BY SIZE
               INTO REG-RELFATR
           WRITE REG-RELFATR

           COMPUTE WRK-DIFERENCA = TAB-TRP-VL-ACIMA(WRK-T)
                                 + TAB-TRP-VL-DUPL(WRK-T)
                                 + TAB-TRP-VL-SEMDES(WRK-T)
           MOVE WRK-DIFERENCA TO WRK-TOT-FORM
           MOVE SPACES TO REG-RELFATR
           STRING "   VALOR A CONTESTAR.........:        "
                                                    DELIMITED BY SIZE
                  "  VALOR "                        DELIMITED BY SIZE
                  WRK-TOT-FORM                      DELIMITED BY SIZE
               INTO REG-RELFATR
           WRITE REG-RELFATR
           MOVE "--------------------------------------------"
               TO REG-RELFATR
           WRITE REG-RELFATR
       .
       0900-FECHA-ARQUIVOS         SECTION.
           CLOSE FATURA
           CLOSE ENTREGAS
           IF WRK-FRETEHIS-OK
               CLOSE FRETEHIS
           END-IF
           CLOSE RELFATR
           DISPLAY "CONFERENCIA GRAVADA EM RELFATR.DAT. LINHAS: "
                   WRK-CT-LIDAS " DIVERGENCIAS: " WRK-CT-DIVERGENCIAS
           IF (WRK-CT-DIVERGENCIAS > ZEROS OR WRK-CT-REJEITADAS > ZEROS)
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
       .
       END PROGRAM PROGFATR.
