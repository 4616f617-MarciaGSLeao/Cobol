       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGHORA.
      *-----------------------------------------------------------------
      *== AUTOR: MARCIA GAMELEIRA
      *== OBJETIVO: MAPA DE MOVIMENTO POR HORA E DIA DA SEMANA, PARA
      *==           MONTAR A ESCALA DE CAIXAS. LE OS CABECALHOS 'H'
      *==           DO PERIODO PEDIDO (VENDAS.DAT E ARQUIVOS MORTOS
      *==           VENDAS-AAAAMM.DAT DO PROGARQV) E SOMA, POR FILIAL
      *==           E PDV, A QUANTIDADE DE VENDAS, O FATURADO E OS
      *==           ITENS EM CADA FAIXA DE UMA HORA (REG-VND-HORA) DE
      *==           CADA DIA DA SEMANA (SUBPDATA, FORMATO 4). PARA
      *==           CADA FAIXA COM VENDA SAI TAMBEM O TICKET MEDIO E
      *==           OS ITENS POR VENDA. FAIXA DE PICO (*) E A QUE TEM
      *==           PELO MENOS 80% DAS VENDAS DA FAIXA MAIS CHEIA DO
      *==           MESMO PDV. SAIDA EM RELHORA.DAT.
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
           SELECT VENDAS ASSIGN TO "VENDAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-VND-CHAVE
               FILE STATUS IS WRK-FS-VENDAS.
           SELECT RELHORA ASSIGN TO "RELHORA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELHORA.
           SELECT ARQMORTO ASSIGN TO DYNAMIC WRK-NOME-MORTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQMORTO.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD  VENDAS.
       COPY VENDFD.

       FD  RELHORA.
       01  REG-RELHORA               PIC X(120).

       FD  ARQMORTO.
       01  REG-ARQMORTO              PIC X(100).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-VENDAS==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-RELHORA==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-ARQMORTO==.

       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-DATA-INI              PIC 9(08)       VALUE ZEROS.
       77 WRK-DATA-FIM              PIC 9(08)       VALUE ZEROS.
       77 WRK-FILIAL-PEDIDA         PIC 9(02)       VALUE ZEROS.
       77 WRK-VND-DATA              PIC 9(08)       VALUE ZEROS.
       77 WRK-VND-HORA              PIC 9(02)       VALUE ZEROS.
       77 WRK-VND-FILIAL            PIC 9(02)       VALUE ZEROS.
       77 WRK-DATA-ANT              PIC 9(08)       VALUE ZEROS.
       77 WRK-DIA-NUM               PIC 9(01)       VALUE ZEROS.
       77 WRK-I                     PIC 9(02)       VALUE ZEROS.
       77 WRK-D                     PIC 9(02)       VALUE ZEROS.
       77 WRK-H                     PIC 9(02)       VALUE ZEROS.
       77 WRK-POS                   PIC 9(02)       VALUE ZEROS.
       77 WRK-CT-VENDAS             PIC 9(07)       VALUE ZEROS.
       77 WRK-CT-HORA               PIC 9(07)       VALUE ZEROS.
       77 WRK-CT-FORA               PIC 9(05)       VALUE ZEROS.
       77 WRK-MAIOR                 PIC 9(05)       VALUE ZEROS.
       77 WRK-LIMITE-PICO           PIC 9(05)V99    VALUE ZEROS.
       77 WRK-TICKET                PIC 9(10)       VALUE ZEROS.
       77 WRK-ITENS-VENDA           PIC 9(05)V99    VALUE ZEROS.
       77 WRK-VALOR-FORM            PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TICKET-FORM           PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-ITENS-FORM            PIC ZZ9,99      VALUE ZEROS.
       77 WRK-CT-FORM               PIC ZZZZ9       VALUE ZEROS.
       77 WRK-CEL-FORM              PIC ZZZZ9       VALUE ZEROS.
       77 WRK-PICO                  PIC X(01)       VALUE SPACE.
       77 WRK-NOME-MORTO            PIC X(20)       VALUE SPACES.
       77 WRK-MES                   PIC 9(06)       VALUE ZEROS.
       01  WRK-MES-PARTES.
           03  WRK-MES-ANO          PIC 9(04).
           03  WRK-MES-MM           PIC 9(02).

      *==  PARAMETROS DO SUBPDATA (FORMATO 4 = DATA INFORMADA).
       77 WRK-SPD-DATA              PIC X(30)       VALUE SPACES.
       77 WRK-SPD-DIA-SEMANA        PIC X(13)       VALUE SPACES.
       77 WRK-SPD-FORMATO           PIC 9(01)       VALUE 4.

      *==  NOMES DEVOLVIDOS PELO SUBPDATA, NA ORDEM DO DAY-OF-WEEK
      *==  (1 = SEGUNDA), E A SIGLA DA COLUNA DO MAPA.
       01  TAB-DIAS-SEMANA.
           03  FILLER PIC X(16) VALUE "SEGUNDA-FEIRASEG".
           03  FILLER PIC X(16) VALUE "TERCA-FEIRA  TER".
           03  FILLER PIC X(16) VALUE "QUARTA-FEIRA QUA".
           03  FILLER PIC X(16) VALUE "QUINTA-FEIRA QUI".
           03  FILLER PIC X(16) VALUE "SEXTA-FEIRA  SEX".
           03  FILLER PIC X(16) VALUE "SABADO       SAB".
           03  FILLER PIC X(16) VALUE "DOMINGO      DOM".
       01  FILLER REDEFINES TAB-DIAS-SEMANA.
           03  TAB-DIA-REG OCCURS 7 TIMES.
               05  TAB-DIA-NOME      PIC X(13).
               05  TAB-DIA-SIGLA     PIC X(03).

      *==  UM PONTO POR FILIAL + PDV, COM 7 DIAS X 24 FAIXAS DE HORA.
       01  TAB-PONTOS.
           03  TAB-PNT-REG OCCURS 30 TIMES
                           INDEXED BY IDX-PNT.
               05  TAB-PNT-FILIAL    PIC 9(02).
               05  TAB-PNT-PDV       PIC 9(02).
               05  TAB-PNT-MAIOR     PIC 9(05).
               05  TAB-PNT-DIA OCCURS 7 TIMES.
                   07  TAB-PNT-HORA OCCURS 24 TIMES.
                       09  TAB-PNT-QT-VENDAS PIC 9(05).
                       09  TAB-PNT-VL-VENDAS PIC 9(10).
                       09  TAB-PNT-QT-ITENS  PIC 9(07).
       77 WRK-CT-PONTOS              PIC 9(02)       VALUE ZEROS.

      *==  LINHA DO MAPA: HORA E, PARA CADA DIA, VENDAS + MARCA DE PICO.
       01  WRK-LINHA-MAPA.
           03  WRK-MAPA-HORA         PIC X(06).
           03  WRK-MAPA-CEL OCCURS 7 TIMES.
               05  FILLER            PIC X(02).
               05  WRK-MAPA-QT       PIC X(05).
               05  WRK-MAPA-PICO     PIC X(01).
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           DISPLAY "PERIODO - DATA INICIAL (AAAAMMDD): "
           ACCEPT WRK-DATA-INI
           DISPLAY "PERIODO - DATA FINAL (AAAAMMDD): "
           ACCEPT WRK-DATA-FIM
           PERFORM UNTIL WRK-DATA-FIM >= WRK-DATA-INI
                   AND WRK-DATA-INI > ZEROS
               DISPLAY "PERIODO INVALIDO. INFORME DE NOVO."
               DISPLAY "PERIODO - DATA INICIAL (AAAAMMDD): "
               ACCEPT WRK-DATA-INI
               DISPLAY "PERIODO - DATA FINAL (AAAAMMDD): "
               ACCEPT WRK-DATA-FIM
           END-PERFORM
           DISPLAY "FILIAL (ZEROS = TODAS): "
           ACCEPT WRK-FILIAL-PEDIDA

           PERFORM 0100-ABRE-ARQUIVOS
           PERFORM 0200-APURA-MOVIMENTO
           MOVE WRK-DATA-INI(1:6) TO WRK-MES
           PERFORM UNTIL WRK-MES > WRK-DATA-FIM(1:6)
               PERFORM 0250-APURA-MORTO
               PERFORM 0260-PROXIMO-MES
           END-PERFORM
           PERFORM 0500-GRAVA-RELATORIO
           PERFORM 0900-FECHA-ARQUIVOS
           STOP RUN.

       0100-ABRE-ARQUIVOS          SECTION.
           OPEN INPUT VENDAS
           IF NOT FS-OK IN WRK-FS-VENDAS
               DISPLAY "ERRO AO ABRIR O ARQUIVO VENDAS. FS="
                       WRK-FS-VENDAS
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGHORA  '
                    'VENDAS    ' WRK-FS-VENDAS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RELHORA
           IF NOT FS-OK IN WRK-FS-RELHORA
               DISPLAY "ERRO AO ABRIR O ARQUIVO RELHORA. FS="
                       WRK-FS-RELHORA
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGHORA  '
                    'RELHORA   ' WRK-FS-RELHORA
               CLOSE VENDAS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       .
       0200-APURA-MOVIMENTO        SECTION.
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
                               PERFORM 0205-FILTRA-VENDA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       .
       0205-FILTRA-VENDA           SECTION.
           IF REG-VND-TIPO NOT EQUAL 'H'
              OR REG-VND-DATA NOT NUMERIC
               GO TO 0205-FIM
           END-IF
           MOVE REG-VND-DATA TO WRK-VND-DATA
           IF WRK-VND-DATA < WRK-DATA-INI
              OR WRK-VND-DATA > WRK-DATA-FIM
               GO TO 0205-FIM
           END-IF
           MOVE REG-VND-FILIAL TO WRK-VND-FILIAL
           IF WRK-VND-FILIAL EQUAL ZEROS
               MOVE 1 TO WRK-VND-FILIAL
           END-IF
           IF WRK-FILIAL-PEDIDA NOT EQUAL ZEROS
              AND WRK-VND-FILIAL NOT EQUAL WRK-FILIAL-PEDIDA
               GO TO 0205-FIM
           END-IF
           IF REG-VND-HORA(1:2) NOT NUMERIC
               ADD 1 TO WRK-CT-FORA
               GO TO 0205-FIM
           END-IF
           MOVE REG-VND-HORA(1:2) TO WRK-VND-HORA
           IF WRK-VND-HORA > 23
               ADD 1 TO WRK-CT-FORA
               GO TO 0205-FIM
           END-IF

           IF WRK-VND-DATA NOT EQUAL WRK-DATA-ANT
               PERFORM 0220-DIA-DA-SEMANA
           END-IF
           IF WRK-DIA-NUM EQUAL ZEROS
               ADD 1 TO WRK-CT-FORA
               GO TO 0205-FIM
           END-IF

           PERFORM 0210-ACHA-PONTO
           IF WRK-POS EQUAL ZEROS
               ADD 1 TO WRK-CT-FORA
               GO TO 0205-FIM
           END-IF

           SET IDX-PNT TO WRK-POS
           COMPUTE WRK-H = WRK-VND-HORA + 1
           ADD 1 TO WRK-CT-VENDAS
           ADD 1 TO TAB-PNT-QT-VENDAS(IDX-PNT WRK-DIA-NUM WRK-H)
           ADD REG-VND-TOTAL
               TO TAB-PNT-VL-VENDAS(IDX-PNT WRK-DIA-NUM WRK-H)
           ADD REG-VND-QTD-ITENS
               TO TAB-PNT-QT-ITENS(IDX-PNT WRK-DIA-NUM WRK-H)
       0205-FIM.
           EXIT.
       0210-ACHA-PONTO             SECTION.
           MOVE ZEROS TO WRK-POS
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-CT-PONTOS
               IF TAB-PNT-FILIAL(WRK-I) EQUAL WRK-VND-FILIAL
                  AND TAB-PNT-PDV(WRK-I) EQUAL REG-VND-PDV
                   MOVE WRK-I TO WRK-POS
               END-IF
           END-PERFORM
           IF WRK-POS EQUAL ZEROS
               IF WRK-CT-PONTOS < 30
                   ADD 1 TO WRK-CT-PONTOS
                   SET IDX-PNT TO WRK-CT-PONTOS
                   INITIALIZE TAB-PNT-REG(IDX-PNT)
                   MOVE WRK-VND-FILIAL TO TAB-PNT-FILIAL(IDX-PNT)
                   MOVE REG-VND-PDV    TO TAB-PNT-PDV(IDX-PNT)
                   MOVE WRK-CT-PONTOS  TO WRK-POS
               ELSE
                   DISPLAY "TABELA DE PDVS CHEIA. FILIAL "
                           WRK-VND-FILIAL " PDV " REG-VND-PDV
                           " FICOU FORA DO MAPA."
               END-IF
           END-IF
       .
       0220-DIA-DA-SEMANA          SECTION.
      **** UMA CHAMADA POR DATA: O MOVIMENTO VEM EM ORDEM DE DATA.
           MOVE WRK-VND-DATA TO WRK-DATA-ANT
           MOVE SPACES TO WRK-SPD-DATA
           MOVE WRK-VND-DATA TO WRK-SPD-DATA(1:8)
           MOVE 4 TO WRK-SPD-FORMATO
           CALL 'SUBPDATA' USING WRK-SPD-DATA WRK-SPD-DIA-SEMANA
                WRK-SPD-FORMATO
           MOVE ZEROS TO WRK-DIA-NUM
           PERFORM VARYING WRK-D FROM 1 BY 1 UNTIL WRK-D > 7
               IF TAB-DIA-NOME(WRK-D) EQUAL WRK-SPD-DIA-SEMANA
                   MOVE WRK-D TO WRK-DIA-NUM
               END-IF
           END-PERFORM
       .
       0250-APURA-MORTO            SECTION.
      **** ARQUIVO MORTO DO MES (VENDAS-AAAAMM.DAT, MESMO LAYOUT DO
      **** VENDFD). MES AINDA NAO ARQUIVADO (FS=35) ESTA TODO NO
      **** VENDAS.DAT. A LINHA E LEVADA PARA A AREA DO VENDAS, QUE
      **** SEGUE ABERTO, PARA PASSAR PELO MESMO FILTRO.
           MOVE SPACES TO WRK-NOME-MORTO
           STRING "VENDAS-"        DELIMITED BY SIZE
                  WRK-MES          DELIMITED BY SIZE
                  ".DAT"           DELIMITED BY SIZE
               INTO WRK-NOME-MORTO
           END-STRING
           OPEN INPUT ARQMORTO
           IF WRK-FS-ARQMORTO EQUAL '35'
               GO TO 0250-FIM
           END-IF
           IF NOT FS-OK IN WRK-FS-ARQMORTO
               DISPLAY "AVISO: " WRK-NOME-MORTO " NAO ABRIU. FS="
                       WRK-FS-ARQMORTO " - MES FORA DA APURACAO."
               MOVE 8 TO RETURN-CODE
               GO TO 0250-FIM
           END-IF
           MOVE SPACE TO WRK-EOF
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ ARQMORTO
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       MOVE REG-ARQMORTO(1:91) TO REG-VENDA-ITEM
                       PERFORM 0205-FILTRA-VENDA
               END-READ
           END-PERFORM
           CLOSE ARQMORTO
       0250-FIM.
           EXIT.
       0260-PROXIMO-MES            SECTION.
           MOVE WRK-MES TO WRK-MES-PARTES
           IF WRK-MES-MM >= 12
               ADD 1 TO WRK-MES-ANO
               MOVE 1 TO WRK-MES-MM
           ELSE
               ADD 1 TO WRK-MES-MM
           END-IF
           MOVE WRK-MES-PARTES TO WRK-MES
       .
       0500-GRAVA-RELATORIO        SECTION.
           MOVE "============================================"
               TO REG-RELHORA
           WRITE REG-RELHORA
           MOVE SPACES TO REG-RELHORA
           STRING "MOVIMENTO POR HORA E DIA DA SEMANA - PERIODO "
                      DELIMITED BY SIZE
                  WRK-DATA-INI DELIMITED BY SIZE
                  " A "        DELIMITED BY SIZE
                  WRK-DATA-FIM DELIMITED BY SIZE
               INTO REG-RELHORA
           WRITE REG-RELHORA
           MOVE "(* = PICO: 80% OU MAIS DAS VENDAS DA FAIXA MAIS CHEIA"
               TO REG-RELHORA
           WRITE REG-RELHORA
           MOVE "     DO MESMO PDV)" TO REG-RELHORA
           WRITE REG-RELHORA
           MOVE "============================================"
               TO REG-RELHORA
           WRITE REG-RELHORA

           IF WRK-CT-PONTOS EQUAL ZEROS
               MOVE "NENHUMA VENDA NO PERIODO." TO REG-RELHORA
               WRITE REG-RELHORA
           END-IF
           PERFORM VARYING WRK-POS FROM 1 BY 1
                   UNTIL WRK-POS > WRK-CT-PONTOS
               SET IDX-PNT TO WRK-POS
               PERFORM 0510-GRAVA-PONTO
           END-PERFORM
       .
       0510-GRAVA-PONTO            SECTION.
      **** MAIOR FAIXA DO PDV, BASE DA MARCA DE PICO.
           MOVE ZEROS TO WRK-MAIOR
           PERFORM VARYING WRK-D FROM 1 BY 1 UNTIL WRK-D > 7
               PERFORM VARYING WRK-H FROM 1 BY 1 UNTIL WRK-H > 24
                   IF TAB-PNT-QT-VENDAS(IDX-PNT WRK-D WRK-H)
                      > WRK-MAIOR
                       MOVE TAB-PNT-QT-VENDAS(IDX-PNT WRK-D WRK-H)
                           TO WRK-MAIOR
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE WRK-MAIOR TO TAB-PNT-MAIOR(IDX-PNT)
           COMPUTE WRK-LIMITE-PICO = WRK-MAIOR * 0,8

           MOVE SPACES TO REG-RELHORA
           WRITE REG-RELHORA
           MOVE SPACES TO REG-RELHORA
           STRING "FILIAL "               DELIMITED BY SIZE
                  TAB-PNT-FILIAL(IDX-PNT) DELIMITED BY SIZE
                  " - PDV "               DELIMITED BY SIZE
                  TAB-PNT-PDV(IDX-PNT)    DELIMITED BY SIZE
                  " - QUANTIDADE DE VENDAS POR FAIXA"
                                          DELIMITED BY SIZE
               INTO REG-RELHORA
           WRITE REG-RELHORA
           MOVE SPACES TO WRK-LINHA-MAPA
           MOVE "HORA" TO WRK-MAPA-HORA
           PERFORM VARYING WRK-D FROM 1 BY 1 UNTIL WRK-D > 7
               MOVE TAB-DIA-SIGLA(WRK-D) TO WRK-MAPA-QT(WRK-D)(3:3)
           END-PERFORM
           MOVE WRK-LINHA-MAPA TO REG-RELHORA
           WRITE REG-RELHORA

           PERFORM VARYING WRK-H FROM 1 BY 1 UNTIL WRK-H > 24
               PERFORM 0520-GRAVA-LINHA-MAPA
           END-PERFORM

           MOVE SPACES TO REG-RELHORA
           WRITE REG-RELHORA
           MOVE "FAIXAS COM VENDA (TICKET MEDIO E ITENS POR VENDA):"
               TO REG-RELHORA
           WRITE REG-RELHORA
           PERFORM VARYING WRK-D FROM 1 BY 1 UNTIL WRK-D > 7
               PERFORM VARYING WRK-H FROM 1 BY 1 UNTIL WRK-H > 24
                   IF TAB-PNT-QT-VENDAS(IDX-PNT WRK-D WRK-H) > ZEROS
                       PERFORM 0530-GRAVA-FAIXA
                   END-IF
               END-PERFORM
           END-PERFORM
       .
       0520-GRAVA-LINHA-MAPA       SECTION.
      **** HORA SEM NENHUMA VENDA EM DIA NENHUM NAO SAI NO MAPA.
           MOVE ZEROS TO WRK-CT-HORA
           PERFORM VARYING WRK-D FROM 1 BY 1 UNTIL WRK-D > 7
               ADD TAB-PNT-QT-VENDAS(IDX-PNT WRK-D WRK-H)
                   TO WRK-CT-HORA
           END-PERFORM
           IF WRK-CT-HORA EQUAL ZEROS
               GO TO 0520-FIM
           END-IF
           MOVE SPACES TO WRK-LINHA-MAPA
           COMPUTE WRK-I = WRK-H - 1
           STRING WRK-I "H" DELIMITED BY SIZE INTO WRK-MAPA-HORA
           PERFORM VARYING WRK-D FROM 1 BY 1 UNTIL WRK-D > 7
               MOVE TAB-PNT-QT-VENDAS(IDX-PNT WRK-D WRK-H)
                   TO WRK-CEL-FORM
               MOVE WRK-CEL-FORM TO WRK-MAPA-QT(WRK-D)
               IF TAB-PNT-QT-VENDAS(IDX-PNT WRK-D WRK-H) > ZEROS
                  AND TAB-PNT-QT-VENDAS(IDX-PNT WRK-D WRK-H)
                      >= WRK-LIMITE-PICO
                   MOVE "*" TO WRK-MAPA-PICO(WRK-D)
               END-IF
           END-PERFORM
           MOVE WRK-LINHA-MAPA TO REG-RELHORA
           WRITE REG-RELHORA
       0520-FIM.
           EXIT.
       0530-GRAVA-FAIXA            SECTION.
           COMPUTE WRK-TICKET ROUNDED =
               TAB-PNT-VL-VENDAS(IDX-PNT WRK-D WRK-H)
               / TAB-PNT-QT-VENDAS(IDX-PNT WRK-D WRK-H)
           COMPUTE WRK-ITENS-VENDA ROUNDED =
               TAB-PNT-QT-ITENS(IDX-PNT WRK-D WRK-H)
               / TAB-PNT-QT-VENDAS(IDX-PNT WRK-D WRK-H)
           MOVE TAB-PNT-QT-VENDAS(IDX-PNT WRK-D WRK-H) TO WRK-CT-FORM
           MOVE TAB-PNT-VL-VENDAS(IDX-PNT WRK-D WRK-H)
               TO WRK-VALOR-FORM
           MOVE WRK-TICKET      TO WRK-TICKET-FORM
           MOVE WRK-ITENS-VENDA TO WRK-ITENS-FORM
           MOVE SPACE TO WRK-PICO
           IF TAB-PNT-QT-VENDAS(IDX-PNT WRK-D WRK-H)
              >= WRK-LIMITE-PICO
               MOVE "*" TO WRK-PICO
           END-IF
           COMPUTE WRK-I = WRK-H - 1
           MOVE SPACES TO REG-RELHORA
           STRING WRK-PICO               DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  TAB-DIA-SIGLA(WRK-D)   DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WRK-I                  DELIMITED BY SIZE
                  "H  VENDAS: "          DELIMITED BY SIZE
                  WRK-CT-FORM            DELIMITED BY SIZE
                  "  FATURADO: "         DELIMITED BY SIZE
                  WRK-VALOR-FORM         DELIMITED BY SIZE
                  "  TICKET MEDIO: "     DELIMITED BY SIZE
                  WRK-TICKET-FORM        DELIMITED BY SIZE
                  "  ITENS/VENDA: "      DELIMITED BY SIZE
                  WRK-ITENS-FORM         DELIMITED BY SIZE
               INTO REG-RELHORA
           WRITE REG-RELHORA
       .
       0900-FECHA-ARQUIVOS         SECTION.
           CLOSE VENDAS
           CLOSE RELHORA
           DISPLAY "MAPA DE MOVIMENTO GRAVADO EM RELHORA.DAT."
           MOVE WRK-CT-PONTOS TO WRK-CT-FORM
           DISPLAY "PDVS NO MAPA: " WRK-CT-FORM
           DISPLAY "VENDAS APURADAS: " WRK-CT-VENDAS
           IF WRK-CT-FORA > ZEROS
               MOVE WRK-CT-FORA TO WRK-CT-FORM
               DISPLAY "VENDAS SEM HORA/DATA VALIDA OU FORA DA TABELA: "
                       WRK-CT-FORM
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
       .
       END PROGRAM PROGHORA.
