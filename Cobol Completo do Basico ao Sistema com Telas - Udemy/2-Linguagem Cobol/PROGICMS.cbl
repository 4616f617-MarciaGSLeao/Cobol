      *==           DOS CUPONS.
      *== DATA: 02/09/2026
      *== OBSERVACOES:
      *== 15/10/2026: COM AS ALIQUOTAS NO ALIQICMS.DAT (COPY ALIQFD),
      *==             CADA CATEGORIA SAI QUEBRADA PELA ALIQUOTA
      *==             EFETIVAMENTE USADA: PARA CADA ITEM E BUSCADA A
      *==             ALIQUOTA DA CATEGORIA NA UF DA LOJA DO ITEM
      *==             (UF-FILIAL) EM VIGOR NA DATA DA VENDA - A MESMA
      *==             REGRA DO PROGVEND - E O RELATORIO MOSTRA BASE E
      *==             IMPOSTO POR ALIQUOTA. ITEM SEM ALIQUOTA NA
      *==             TABELA SAI NA LINHA "SEM ALIQUOTA CADASTRADA".
      *== 15/10/2026: A APURACAO DEIXOU DE VARRER AS LINHAS DE ITEM DO
      *==             VENDAS.DAT E PASSOU A LER O RESUMO DIARIO DE
      *==             VENDAS (RESVDIA.DAT, REGISTROS DE CATEGORIA 1 A
      *==             5), COM START NA DATA INICIAL: O ICMS DO DIA E O
      *==             BRUTO MENOS O CANCELADO E O DEVOLVIDO DE CADA
      *==             REGISTRO, E A ALIQUOTA SEGUE BUSCADA PELA FILIAL,
      *==             DATA E CATEGORIA DO RESUMO. PERIODO COM MES JA
      *==             ARQUIVADO PELO PROGARQV VOLTA A SER APURAVEL.
      *-----------------------------------------------------------------

      *=================================================================
      *=================================================================
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESVDIA ASSIGN TO "RESVDIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSV-CHAVE
               FILE STATUS IS WRK-FS-RESVDIA.
           SELECT RELICMS ASSIGN TO "RELICMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELICMS.
           SELECT ALIQICMS ASSIGN TO "ALIQICMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ALQ-CHAVE
               FILE STATUS IS WRK-FS-ALIQICMS.
           SELECT FILIAL ASSIGN TO "FILIAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CD-FILIAL
               FILE STATUS IS WRK-FS-FILIAL.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD  RESVDIA.
       COPY RESVFD.

       FD  RELICMS.
       01  REG-RELICMS               PIC X(70).

       FD  ALIQICMS.
       COPY ALIQFD.

       FD  FILIAL.
       01  REG-FILIAL.
           03  CD-FILIAL             PIC 9(02).
           03  NM-FILIAL             PIC X(30).
           03  UF-FILIAL             PIC X(02).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-RESVDIA==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-RELICMS==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-ALIQICMS==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-FILIAL==.

       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-DATA-INI              PIC 9(08)       VALUE ZEROS.
       77 WRK-VALOR-FORM            PIC ----.---.--9,99 VALUE ZEROS.
       77 WRK-POS-FORM              PIC 9           VALUE ZEROS.
       77 WRK-K                     PIC 9(02)       VALUE ZEROS.
       77 WRK-AUX-EOF               PIC X(01)       VALUE SPACE.
       77 WRK-ITM-FILIAL            PIC 9(02)       VALUE ZEROS.
       77 WRK-ITM-UF                PIC X(02)       VALUE SPACES.
       77 WRK-ITM-ALIQ              PIC 9V9999      VALUE ZEROS.
       77 WRK-ITM-ACHOU             PIC X(01)       VALUE 'N'.
       77 WRK-ITM-BASE              PIC S9(12)      VALUE ZEROS.
       77 WRK-ITM-ICMS              PIC S9(12)      VALUE ZEROS.
       77 WRK-QT-ALIQ               PIC 9(03)       VALUE ZEROS.
       77 WRK-QT-APU                PIC 9(03)       VALUE ZEROS.
       77 WRK-PERC-FORM             PIC Z9,99       VALUE ZEROS.
       77 WRK-BASE-FORM             PIC ----.---.--9,99 VALUE ZEROS.

       01  TAB-ICMS-CATEG.
           03  TAB-CAT-ICMS OCCURS 5 TIMES
                            INDEXED BY IDX-CAT.
               05  TAB-CAT-VALOR     PIC S9(12).

      **** UF DE CADA LOJA, CARREGADA DO FILIAL.DAT.
       01  TAB-FILIAIS.
           03  TAB-FIL-UF            PIC X(02) OCCURS 99 TIMES.

      **** ALIQICMS.DAT INTEIRO, NA ORDEM DA CHAVE.
       01  TAB-ALIQUOTAS.
           03  TAB-ALQ OCCURS 500 TIMES
                       INDEXED BY IDX-ALQ.
               05  TAB-ALQ-CATEGORIA PIC 9(01).
               05  TAB-ALQ-UF        PIC X(02).
               05  TAB-ALQ-VIGENCIA  PIC 9(08).
               05  TAB-ALQ-PERC      PIC 9V9999.

      **** ACUMULADO POR CATEGORIA + ALIQUOTA USADA.
       01  TAB-APURACAO.
           03  TAB-APU OCCURS 100 TIMES
                       INDEXED BY IDX-APU.
               05  TAB-APU-CATEGORIA PIC 9(01).
               05  TAB-APU-ACHOU     PIC X(01).
               05  TAB-APU-ALIQ      PIC 9V9999.
               05  TAB-APU-BASE      PIC S9(12).
               05  TAB-APU-VALOR     PIC S9(12).
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
               MOVE ZEROS TO TAB-CAT-VALOR(IDX-CAT)
           END-PERFORM

           OPEN INPUT RESVDIA
           IF NOT FS-OK IN WRK-FS-RESVDIA
               DISPLAY "ERRO AO ABRIR O ARQUIVO RESVDIA. FS="
                       WRK-FS-RESVDIA
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGICMS  '
                    'RESVDIA   ' WRK-FS-RESVDIA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
                       WRK-FS-RELICMS
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGICMS  '
                    'RELICMS   ' WRK-FS-RELICMS
               CLOSE RESVDIA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 0110-CARREGA-TABELAS
       .
       0110-CARREGA-TABELAS        SECTION.
           PERFORM VARYING WRK-K FROM 1 BY 1 UNTIL WRK-K > 99
               MOVE SPACES TO TAB-FIL-UF(WRK-K)
           END-PERFORM
           OPEN INPUT FILIAL
           IF FS-OK IN WRK-FS-FILIAL
               MOVE SPACE TO WRK-AUX-EOF
               PERFORM UNTIL WRK-AUX-EOF EQUAL 'F'
                   READ FILIAL NEXT RECORD
                       AT END
                           MOVE 'F' TO WRK-AUX-EOF
                       NOT AT END
                           IF CD-FILIAL > ZEROS
                               MOVE UF-FILIAL
                                   TO TAB-FIL-UF(CD-FILIAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FILIAL
           ELSE
               DISPLAY "AVISO: FILIAL.DAT INDISPONIVEL. FS="
                       WRK-FS-FILIAL
           END-IF

           MOVE ZEROS TO WRK-QT-ALIQ
           OPEN INPUT ALIQICMS
           IF FS-OK IN WRK-FS-ALIQICMS
               MOVE SPACE TO WRK-AUX-EOF
               PERFORM UNTIL WRK-AUX-EOF EQUAL 'F'
                   READ ALIQICMS NEXT RECORD
                       AT END
                           MOVE 'F' TO WRK-AUX-EOF
                       NOT AT END
                           IF WRK-QT-ALIQ < 500
                               ADD 1 TO WRK-QT-ALIQ
                               SET IDX-ALQ TO WRK-QT-ALIQ
                               MOVE ALQ-CATEGORIA
                                   TO TAB-ALQ-CATEGORIA(IDX-ALQ)
                               MOVE ALQ-UF
                                   TO TAB-ALQ-UF(IDX-ALQ)
                               MOVE ALQ-DT-VIGENCIA
                                   TO TAB-ALQ-VIGENCIA(IDX-ALQ)
                               MOVE ALQ-PERCENTUAL
                                   TO TAB-ALQ-PERC(IDX-ALQ)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALIQICMS
           ELSE
               DISPLAY "AVISO: ALIQICMS.DAT INDISPONIVEL. FS="
                       WRK-FS-ALIQICMS
           END-IF
       .
       0200-APURA-ICMS             SECTION.
      **** A DATA VEM NA FRENTE DA CHAVE DO RESUMO: O START CAI NA DATA
      **** INICIAL E A LEITURA PARA DEPOIS DA FINAL.
           MOVE LOW-VALUES TO RSV-CHAVE
           MOVE WRK-DATA-INI TO RSV-DATA
           START RESVDIA KEY IS NOT LESS THAN RSV-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ RESVDIA NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF WRK-DATA-FIM NOT EQUAL ZEROS
                          AND RSV-DATA > WRK-DATA-FIM
                           MOVE 'F' TO WRK-EOF
                       ELSE
                           MOVE RSV-DATA TO WRK-ITM-DATA
                           PERFORM 0210-ACUMULA-ITEM
                       END-IF
               END-READ
           END-PERFORM
       .
       0210-ACUMULA-ITEM           SECTION.
      **** CADA REGISTRO DE CATEGORIA 1-5 TRAZ O VENDIDO, O CANCELADO E
      **** O DEVOLVIDO DO DIA COM O SEU ICMS: O IMPOSTO E A BASE SAO
      **** OS LIQUIDOS.
           IF RSV-CATEGORIA >= 1 AND RSV-CATEGORIA <= 5
               ADD RSV-QT-ITENS  TO WRK-CT-ITENS
               ADD RSV-QT-CANCEL TO WRK-CT-ITENS
               ADD RSV-QT-DEVOL  TO WRK-CT-ITENS
               SET IDX-CAT TO RSV-CATEGORIA
               PERFORM 0220-BUSCA-ALIQUOTA
               PERFORM 0230-LOCALIZA-APURACAO
               COMPUTE WRK-ITM-ICMS =
                   RSV-ICMS-BRUTO - RSV-ICMS-CANCEL - RSV-ICMS-DEVOL
               COMPUTE WRK-ITM-BASE =
                   (RSV-VL-BRUTO - RSV-ICMS-BRUTO)
                   - (RSV-VL-CANCEL - RSV-ICMS-CANCEL)
                   - (RSV-VL-DEVOL - RSV-ICMS-DEVOL)
               ADD WRK-ITM-ICMS TO TAB-CAT-VALOR(IDX-CAT)
               ADD WRK-ITM-ICMS TO WRK-TOTAL-ICMS
               ADD WRK-ITM-ICMS TO TAB-APU-VALOR(IDX-APU)
               ADD WRK-ITM-BASE TO TAB-APU-BASE(IDX-APU)
           END-IF
       .
       0220-BUSCA-ALIQUOTA         SECTION.
      **** MESMA REGRA DO PROGVEND: UF DA LOJA DO ITEM, MAIOR VIGENCIA
      **** ATE A DATA DA VENDA (A TABELA ESTA NA ORDEM DA CHAVE).
           IF RSV-FILIAL > ZEROS
               MOVE RSV-FILIAL TO WRK-ITM-FILIAL
           ELSE
               MOVE 1 TO WRK-ITM-FILIAL
           END-IF
           MOVE TAB-FIL-UF(WRK-ITM-FILIAL) TO WRK-ITM-UF
           MOVE ZEROS TO WRK-ITM-ALIQ
           MOVE 'N'   TO WRK-ITM-ACHOU
           PERFORM VARYING IDX-ALQ FROM 1 BY 1
                   UNTIL IDX-ALQ > WRK-QT-ALIQ
               IF TAB-ALQ-CATEGORIA(IDX-ALQ) EQUAL RSV-CATEGORIA
                  AND TAB-ALQ-UF(IDX-ALQ) EQUAL WRK-ITM-UF
                  AND TAB-ALQ-VIGENCIA(IDX-ALQ) NOT > WRK-ITM-DATA
                   MOVE TAB-ALQ-PERC(IDX-ALQ) TO WRK-ITM-ALIQ
                   MOVE 'S' TO WRK-ITM-ACHOU
               END-IF
           END-PERFORM
       .
       0230-LOCALIZA-APURACAO      SECTION.
           SET IDX-APU TO 1
           SEARCH TAB-APU
               AT END
                   CONTINUE
               WHEN IDX-APU > WRK-QT-APU
                   CONTINUE
               WHEN TAB-APU-CATEGORIA(IDX-APU) EQUAL RSV-CATEGORIA
                AND TAB-APU-ACHOU(IDX-APU) EQUAL WRK-ITM-ACHOU
                AND TAB-APU-ALIQ(IDX-APU) EQUAL WRK-ITM-ALIQ
                   CONTINUE
           END-SEARCH
           IF IDX-APU > WRK-QT-APU
               IF WRK-QT-APU < 100
                   ADD 1 TO WRK-QT-APU
               END-IF
               SET IDX-APU TO WRK-QT-APU
               MOVE RSV-CATEGORIA     TO TAB-APU-CATEGORIA(IDX-APU)
               MOVE WRK-ITM-ACHOU     TO TAB-APU-ACHOU(IDX-APU)
               MOVE WRK-ITM-ALIQ      TO TAB-APU-ALIQ(IDX-APU)
               MOVE ZEROS             TO TAB-APU-BASE(IDX-APU)
               MOVE ZEROS             TO TAB-APU-VALOR(IDX-APU)
           END-IF
       .
       0300-GRAVA-RELATORIO        SECTION.
                      WRK-VALOR-FORM  DELIMITED BY SIZE
                   INTO REG-RELICMS
               WRITE REG-RELICMS
               PERFORM VARYING IDX-APU FROM 1 BY 1
                       UNTIL IDX-APU > WRK-QT-APU
                   IF TAB-APU-CATEGORIA(IDX-APU) EQUAL WRK-K
                       PERFORM 0310-GRAVA-LINHA-ALIQUOTA
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE "--------------------------------------------"
               TO REG-RELICMS
           WRITE REG-RELICMS
       .
       0310-GRAVA-LINHA-ALIQUOTA   SECTION.
           MOVE TAB-APU-BASE(IDX-APU)  TO WRK-BASE-FORM
           MOVE TAB-APU-VALOR(IDX-APU) TO WRK-VALOR-FORM
           MOVE SPACES TO REG-RELICMS
           IF TAB-APU-ACHOU(IDX-APU) EQUAL 'S'
               COMPUTE WRK-PERC-FORM = TAB-APU-ALIQ(IDX-APU) * 100
               STRING "   ALIQ "       DELIMITED BY SIZE
                      WRK-PERC-FORM     DELIMITED BY SIZE
                      "% BASE "         DELIMITED BY SIZE
                      WRK-BASE-FORM     DELIMITED BY SIZE
                      " ICMS "          DELIMITED BY SIZE
                      WRK-VALOR-FORM    DELIMITED BY SIZE
                   INTO REG-RELICMS
           ELSE
               STRING "   SEM ALIQUOTA CADASTRADA - ICMS "
                                        DELIMITED BY SIZE
                      WRK-VALOR-FORM    DELIMITED BY SIZE
                   INTO REG-RELICMS
           END-IF
           WRITE REG-RELICMS
       .
       0400-FECHA-ARQUIVOS         SECTION.
           CLOSE RESVDIA
           CLOSE RELICMS
           MOVE WRK-TOTAL-ICMS TO WRK-VALOR-FORM
           DISPLAY "APURACAO GRAVADA EM RELICMS.DAT. TOTAL: "
