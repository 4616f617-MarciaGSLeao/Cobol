       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGABC.
      *-----------------------------------------------------------------
      *== AUTOR: MARCIA GAMELEIRA
      *== OBJETIVO: CLASSIFICACAO ABC DO CADASTRO PRODUTO PELO VALOR
      *==           VENDIDO NOS ULTIMOS N MESES. SOMA AS LINHAS DE ITEM
      *==           DO VENDAS.DAT DO PERIODO ('D' SOMA, 'C' E 'V'
      *==           SUBTRAEM, CASADOS PELA DESCRICAO COMO NO PROGGIRO),
      *==           ORDENA OS PRODUTOS DO MAIOR PARA O MENOR VALOR E
      *==           GRAVA A CLASSE NO PROPRIO PRODUTO (CL-PRODUTO):
      *==           'A' ATE 80% DO VALOR ACUMULADO, 'B' ATE 95% E 'C' O
      *==           RESTO, INCLUSIVE OS SEM VENDA NO PERIODO. A CLASSE
      *==           ALIMENTA A CONTAGEM CICLICA DO PROGCICL. O RELATORIO
      *==           SAI EM RELABC.DAT.
      *== DATA: 15/10/2026
      *== OBSERVACOES:
      *== 15/10/2026: O VALOR VENDIDO E SOMADO PELO CODIGO DO PRODUTO
      *==             DA LINHA (REG-ITM-PRODUTO) E CRUZADO COM O
      *==             CADASTRO PELO CD-PRODUTO, E NAO MAIS PELA
      *==             DESCRICAO: PRODUTO RENOMEADO NAO CAI MAIS PARA A
      *==             CLASSE 'C'. LINHA SEM CODIGO (KIT, FRETE, SINAL)
      *==             FICA FORA.
      *-----------------------------------------------------------------

      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *=================================================================
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDAS ASSIGN TO "VENDAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-VND-CHAVE
               FILE STATUS IS WRK-FS-VENDAS.
           SELECT PRODUTO ASSIGN TO "PRODUTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-PRODUTO
               ALTERNATE RECORD KEY IS EA-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-PRODUTO.
           SELECT RELABC ASSIGN TO "RELABC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELABC.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD  VENDAS.
       COPY VENDFD.

       FD  PRODUTO.
       COPY PRODFD.

       FD  RELABC.
       01  REG-RELABC                PIC X(110).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-VENDAS==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PRODUTO==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-RELABC==.

       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-MESES                 PIC 9(02)       VALUE ZEROS.
       77 WRK-DATA-SISTEMA          PIC 9(08)       VALUE ZEROS.
       01  WRK-DATA-INI             PIC 9(08)       VALUE ZEROS.
       01  WRK-DATA-INI-R REDEFINES WRK-DATA-INI.
           03  WRK-INI-ANO          PIC 9(04).
           03  WRK-INI-MES          PIC 9(02).
           03  WRK-INI-DIA          PIC 9(02).
       77 WRK-ANO-MES               PIC 9(06)       VALUE ZEROS.
       77 WRK-ITM-DATA              PIC 9(08)       VALUE ZEROS.
       77 WRK-I                     PIC 9(04)       VALUE ZEROS.
       77 WRK-J                     PIC 9(04)       VALUE ZEROS.
       77 WRK-POS                   PIC 9(04)       VALUE ZEROS.
       77 WRK-CLASSE                PIC X(01)       VALUE SPACE.
       77 WRK-TOTAL-VALOR           PIC S9(12)      VALUE ZEROS.
       77 WRK-ACUMULADO             PIC S9(12)      VALUE ZEROS.
       77 WRK-PERC-ANTES            PIC 9(03)V99    VALUE ZEROS.
       77 WRK-PERC-ACUM             PIC 9(03)V99    VALUE ZEROS.
       77 WRK-LIMITE-A              PIC 9(03)V99    VALUE 80.
       77 WRK-LIMITE-B              PIC 9(03)V99    VALUE 95.
       77 WRK-CT-MUDARAM            PIC 9(05)       VALUE ZEROS.
       77 WRK-VALOR-FORM            PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PERC-FORM             PIC ZZ9,99      VALUE ZEROS.
       77 WRK-CT-FORM               PIC ZZZZ9       VALUE ZEROS.

      *==  VALOR VENDIDO POR CODIGO DO PRODUTO.
       01  TAB-VENDIDO.
           03  TAB-VND-REG OCCURS 999 TIMES
                           INDEXED BY IDX-VND.
               05  TAB-VND-CODIGO    PIC 9(06).
               05  TAB-VND-VALOR     PIC S9(10).
       77 WRK-CT-VND                 PIC 9(04)       VALUE ZEROS.

      *==  PRODUTOS COM O VALOR DO PERIODO, ORDENADOS DO MAIOR PARA O
      *==  MENOR PARA O CORTE DAS CLASSES.
       01  TAB-ABC.
           03  TAB-ABC-REG OCCURS 999 TIMES
                           INDEXED BY IDX-ABC.
               05  TAB-ABC-CODIGO    PIC 9(06).
               05  TAB-ABC-NOME      PIC X(30).
               05  TAB-ABC-VALOR     PIC S9(10).
       77 WRK-CT-ABC                 PIC 9(04)       VALUE ZEROS.
       01  TAB-ABC-TROCA.
           03  TAB-TRC-CODIGO        PIC 9(06).
           03  TAB-TRC-NOME          PIC X(30).
           03  TAB-TRC-VALOR         PIC S9(10).

      *==  TOTAIS POR CLASSE (1 = A, 2 = B, 3 = C).
       01  TAB-CLASSES.
           03  TAB-CLS-REG OCCURS 3 TIMES.
               05  TAB-CLS-QTD       PIC 9(05).
               05  TAB-CLS-VALOR     PIC S9(12).
       01  TAB-CLS-NOMES.
           03  FILLER                PIC X(01)       VALUE 'A'.
           03  FILLER                PIC X(01)       VALUE 'B'.
           03  FILLER                PIC X(01)       VALUE 'C'.
       01  TAB-CLS-NOMES-R REDEFINES TAB-CLS-NOMES.
           03  TAB-CLS-NOME          PIC X(01) OCCURS 3 TIMES.
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY "MESES DE VENDA PARA A CLASSIFICACAO (ZEROS = 6): "
           ACCEPT WRK-MESES
           IF WRK-MESES EQUAL ZEROS
               MOVE 6 TO WRK-MESES
           END-IF
           PERFORM 0050-CALCULA-PERIODO

           PERFORM 0100-ABRE-ARQUIVOS
           PERFORM 0200-APURA-VENDAS
           PERFORM 0300-MONTA-PRODUTOS
           PERFORM 0400-ORDENA-VALOR
           PERFORM 0500-CLASSIFICA
           PERFORM 0900-FECHA-ARQUIVOS
           STOP RUN.

       0050-CALCULA-PERIODO        SECTION.
      **** INICIO DO PERIODO: O MESMO DIA DE N MESES ATRAS (DIA 29 A
      **** 31 VIRA 28, PARA A DATA EXISTIR EM QUALQUER MES).
           MOVE WRK-DATA-SISTEMA TO WRK-DATA-INI
           COMPUTE WRK-ANO-MES =
               (WRK-INI-ANO * 12) + WRK-INI-MES - 1 - WRK-MESES
           DIVIDE WRK-ANO-MES BY 12 GIVING WRK-INI-ANO
               REMAINDER WRK-INI-MES
           ADD 1 TO WRK-INI-MES
           IF WRK-INI-DIA > 28
               MOVE 28 TO WRK-INI-DIA
           END-IF
           DISPLAY "VENDAS DE " WRK-DATA-INI " A " WRK-DATA-SISTEMA
       .
       0100-ABRE-ARQUIVOS          SECTION.
           OPEN INPUT VENDAS
           IF WRK-FS-VENDAS EQUAL '35'
               DISPLAY "SEM MOVIMENTO DE VENDAS. NADA A CLASSIFICAR."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT FS-OK IN WRK-FS-VENDAS
               DISPLAY "ERRO AO ABRIR O ARQUIVO VENDAS. FS="
                       WRK-FS-VENDAS
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGABC   '
                    'VENDAS    ' WRK-FS-VENDAS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O PRODUTO
           IF NOT FS-OK IN WRK-FS-PRODUTO
               DISPLAY "ERRO AO ABRIR O ARQUIVO PRODUTO. FS="
                       WRK-FS-PRODUTO
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGABC   '
                    'PRODUTO   ' WRK-FS-PRODUTO
               CLOSE VENDAS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RELABC
           IF NOT FS-OK IN WRK-FS-RELABC
               DISPLAY "ERRO AO ABRIR O ARQUIVO RELABC. FS="
                       WRK-FS-RELABC
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGABC   '
                    'RELABC    ' WRK-FS-RELABC
               CLOSE VENDAS
               CLOSE PRODUTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       .
       0200-APURA-VENDAS           SECTION.
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ VENDAS
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF (REG-ITM-TIPO EQUAL 'D'
                           OR REG-ITM-TIPO EQUAL 'C'
                           OR REG-ITM-TIPO EQUAL 'V')
                          AND REG-ITM-ID(1:8) NUMERIC
                          AND REG-ITM-PRODUTO NUMERIC
                          AND REG-ITM-PRODUTO > ZEROS
                           MOVE REG-ITM-ID(1:8) TO WRK-ITM-DATA
                           IF WRK-ITM-DATA >= WRK-DATA-INI
                              AND WRK-ITM-DATA <= WRK-DATA-SISTEMA
                               PERFORM 0210-ACUMULA-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       .
       0210-ACUMULA-ITEM           SECTION.
           MOVE ZEROS TO WRK-POS
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-CT-VND
               IF TAB-VND-CODIGO(WRK-I) EQUAL REG-ITM-PRODUTO
                   MOVE WRK-I TO WRK-POS
               END-IF
           END-PERFORM
           IF WRK-POS EQUAL ZEROS
               IF WRK-CT-VND < 999
                   ADD 1 TO WRK-CT-VND
                   SET IDX-VND TO WRK-CT-VND
                   MOVE REG-ITM-PRODUTO TO TAB-VND-CODIGO(IDX-VND)
                   MOVE ZEROS        TO TAB-VND-VALOR(IDX-VND)
                   MOVE WRK-CT-VND   TO WRK-POS
               ELSE
                   DISPLAY "TABELA DE VENDAS CHEIA. ITEM "
                           REG-ITM-NOME " FICOU FORA DA APURACAO."
                   GO TO 0210-FIM
               END-IF
           END-IF
           SET IDX-VND TO WRK-POS
           IF REG-ITM-TIPO EQUAL 'D'
               ADD REG-ITM-PRECO-TOTAL TO TAB-VND-VALOR(IDX-VND)
           ELSE
               SUBTRACT REG-ITM-PRECO-TOTAL FROM TAB-VND-VALOR(IDX-VND)
           END-IF
       0210-FIM.
           EXIT.
       0300-MONTA-PRODUTOS         SECTION.
           MOVE SPACE TO WRK-EOF
           MOVE LOW-VALUES TO CD-PRODUTO
           START PRODUTO KEY IS NOT LESS THAN CD-PRODUTO
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ PRODUTO NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       PERFORM 0310-MONTA-PRODUTO
               END-READ
           END-PERFORM
       .
       0310-MONTA-PRODUTO          SECTION.
           IF WRK-CT-ABC >= 999
               DISPLAY "TABELA DE PRODUTOS CHEIA. PRODUTO "
                       CD-PRODUTO " FICOU SEM CLASSIFICACAO NOVA."
               GO TO 0310-FIM
           END-IF
           ADD 1 TO WRK-CT-ABC
           SET IDX-ABC TO WRK-CT-ABC
           MOVE CD-PRODUTO TO TAB-ABC-CODIGO(IDX-ABC)
           MOVE DS-PRODUTO TO TAB-ABC-NOME(IDX-ABC)
           MOVE ZEROS      TO TAB-ABC-VALOR(IDX-ABC)
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-CT-VND
               IF TAB-VND-CODIGO(WRK-I) EQUAL CD-PRODUTO
                  AND TAB-VND-VALOR(WRK-I) > ZEROS
                   MOVE TAB-VND-VALOR(WRK-I) TO TAB-ABC-VALOR(IDX-ABC)
               END-IF
           END-PERFORM
           ADD TAB-ABC-VALOR(IDX-ABC) TO WRK-TOTAL-VALOR
       0310-FIM.
           EXIT.
       0400-ORDENA-VALOR           SECTION.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I >= WRK-CT-ABC
               PERFORM VARYING WRK-J FROM WRK-I BY 1
                       UNTIL WRK-J > WRK-CT-ABC
                   IF TAB-ABC-VALOR(WRK-J) > TAB-ABC-VALOR(WRK-I)
                       MOVE TAB-ABC-REG(WRK-I) TO TAB-ABC-TROCA
                       MOVE TAB-ABC-REG(WRK-J) TO TAB-ABC-REG(WRK-I)
                       MOVE TAB-ABC-TROCA      TO TAB-ABC-REG(WRK-J)
                   END-IF
               END-PERFORM
           END-PERFORM
       .
       0500-CLASSIFICA             SECTION.
           MOVE "============================================"
               TO REG-RELABC
           WRITE REG-RELABC
           MOVE SPACES TO REG-RELABC
           STRING "CLASSIFICACAO ABC DOS PRODUTOS - VENDAS DE "
                      DELIMITED BY SIZE
                  WRK-DATA-INI     DELIMITED BY SIZE
                  " A "            DELIMITED BY SIZE
                  WRK-DATA-SISTEMA DELIMITED BY SIZE
               INTO REG-RELABC
           WRITE REG-RELABC
           MOVE "(A = ATE 80% DO VALOR, B = ATE 95%, C = O RESTO)"
               TO REG-RELABC
           WRITE REG-RELABC
           MOVE "============================================"
               TO REG-RELABC
           WRITE REG-RELABC

           INITIALIZE TAB-CLASSES
           MOVE ZEROS TO WRK-ACUMULADO
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-CT-ABC
               PERFORM 0510-CLASSIFICA-PRODUTO
           END-PERFORM

           MOVE "============================================"
               TO REG-RELABC
           WRITE REG-RELABC
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > 3
               MOVE TAB-CLS-QTD(WRK-I)   TO WRK-CT-FORM
               MOVE TAB-CLS-VALOR(WRK-I) TO WRK-VALOR-FORM
               MOVE SPACES TO REG-RELABC
               STRING "CLASSE "            DELIMITED BY SIZE
                      TAB-CLS-NOME(WRK-I)  DELIMITED BY SIZE
                      ": "                 DELIMITED BY SIZE
                      WRK-CT-FORM          DELIMITED BY SIZE
                      " PRODUTOS - VALOR: " DELIMITED BY SIZE
                      WRK-VALOR-FORM       DELIMITED BY SIZE
                   INTO REG-RELABC
               WRITE REG-RELABC
           END-PERFORM
           MOVE WRK-CT-MUDARAM TO WRK-CT-FORM
           MOVE SPACES TO REG-RELABC
           STRING "PRODUTOS QUE MUDARAM DE CLASSE: " DELIMITED BY SIZE
                  WRK-CT-FORM                        DELIMITED BY SIZE
               INTO REG-RELABC
           WRITE REG-RELABC
       .
       0510-CLASSIFICA-PRODUTO     SECTION.
      **** O CORTE OLHA O ACUMULADO ANTES DO PRODUTO: O ITEM QUE
      **** ATRAVESSA OS 80% AINDA E 'A'. SEM VENDA NO PERIODO E 'C'.
           MOVE ZEROS TO WRK-PERC-ANTES
           IF WRK-TOTAL-VALOR > ZEROS
               COMPUTE WRK-PERC-ANTES ROUNDED =
                   WRK-ACUMULADO * 100 / WRK-TOTAL-VALOR
           END-IF
           ADD TAB-ABC-VALOR(WRK-I) TO WRK-ACUMULADO
           MOVE ZEROS TO WRK-PERC-ACUM
           IF WRK-TOTAL-VALOR > ZEROS
               COMPUTE WRK-PERC-ACUM ROUNDED =
                   WRK-ACUMULADO * 100 / WRK-TOTAL-VALOR
           END-IF
           EVALUATE TRUE
               WHEN TAB-ABC-VALOR(WRK-I) NOT > ZEROS
                   MOVE 3 TO WRK-POS
               WHEN WRK-PERC-ANTES < WRK-LIMITE-A
                   MOVE 1 TO WRK-POS
               WHEN WRK-PERC-ANTES < WRK-LIMITE-B
                   MOVE 2 TO WRK-POS
               WHEN OTHER
                   MOVE 3 TO WRK-POS
           END-EVALUATE
           MOVE TAB-CLS-NOME(WRK-POS) TO WRK-CLASSE
           ADD 1                    TO TAB-CLS-QTD(WRK-POS)
           ADD TAB-ABC-VALOR(WRK-I) TO TAB-CLS-VALOR(WRK-POS)

           MOVE TAB-ABC-CODIGO(WRK-I) TO CD-PRODUTO
           READ PRODUTO
               INVALID KEY
                   DISPLAY "PRODUTO " TAB-ABC-CODIGO(WRK-I)
                           " SUMIU DO CADASTRO. CLASSE NAO GRAVADA."
               NOT INVALID KEY
                   IF CL-PRODUTO NOT EQUAL WRK-CLASSE
                       ADD 1 TO WRK-CT-MUDARAM
                       MOVE WRK-CLASSE TO CL-PRODUTO
                       REWRITE REG-PRODUTO
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR A CLASSE DO "
                                       "PRODUTO " CD-PRODUTO
                       END-REWRITE
                   END-IF
           END-READ

           MOVE TAB-ABC-VALOR(WRK-I) TO WRK-VALOR-FORM
           MOVE WRK-PERC-ACUM        TO WRK-PERC-FORM
           MOVE SPACES TO REG-RELABC
           STRING WRK-CLASSE             DELIMITED BY SIZE
                  " - "                  DELIMITED BY SIZE
                  TAB-ABC-CODIGO(WRK-I)  DELIMITED BY SIZE
                  " - "                  DELIMITED BY SIZE
                  TAB-ABC-NOME(WRK-I)    DELIMITED BY SIZE
                  " - VALOR: "           DELIMITED BY SIZE
                  WRK-VALOR-FORM         DELIMITED BY SIZE
                  " - ACUMULADO: "       DELIMITED BY SIZE
                  WRK-PERC-FORM          DELIMITED BY SIZE
                  "%"                    DELIMITED BY SIZE
               INTO REG-RELABC
           WRITE REG-RELABC
       .
       0900-FECHA-ARQUIVOS         SECTION.
           CLOSE VENDAS
           CLOSE PRODUTO
           CLOSE RELABC
           DISPLAY "CLASSIFICACAO ABC GRAVADA EM RELABC.DAT. "
                   "PRODUTOS: " WRK-CT-ABC
                   "  MUDARAM DE CLASSE: " WRK-CT-MUDARAM
       .
       END PROGRAM PROGABC.
