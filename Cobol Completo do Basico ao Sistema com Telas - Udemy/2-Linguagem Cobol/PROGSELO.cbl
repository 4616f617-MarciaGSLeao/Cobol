       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGSELO.
      *-----------------------------------------------------------------
      *== AUTOR: MARCIA GAMELEIRA
      *== OBJETIVO: CONFERENCIA DO SELO ENCADEADO DAS VENDAS FECHADAS
      *==           (PERGUNTA DO AUDITOR FISCAL: COMO PROVAR QUE
      *==           NINGUEM MEXEU NO VENDAS.DAT DEPOIS DO FECHAMENTO).
      *==           ANDA O VENDAS.DAT NA ORDEM DA CHAVE E REFAZ PELA
      *==           ROTINA SUBSELO O SELO DE CADA VENDA SELADA A PARTIR
      *==           DO SELO DE PARTIDA GRAVADO NELA, COMO O PROGVEND
      *==           FEZ NO FECHAMENTO. DEPOIS, POR FILIAL E PDV, SEGUE
      *==           A CADEIA NA ORDEM DO FECHAMENTO (NUMERO DO CUPOM)
      *==           E, PARA AS VENDAS DO PERIODO PEDIDO, APONTA NO
      *==           RELSELO.DAT A PRIMEIRA VENDA ONDE A CADEIA NAO
      *==           FECHA:
      *==             - SELO DA VENDA DIFERENTE DO CALCULADO: LINHA
      *==               ALTERADA, APAGADA OU INCLUIDA NA VENDA;
      *==             - SELO DE PARTIDA DIFERENTE DO SELO DA VENDA
      *==               ANTERIOR DO PDV: VENDA APAGADA OU INCLUIDA
      *==               ENTRE AS DUAS;
      *==             - VENDA SEM SELO NO MEIO DA CADEIA DO PDV;
      *==             - SELO FINAL DO DIA POR PDV DIFERENTE DO
      *==               GRAVADO NO RELZ-AAAAMMDD.DAT DO DIA: VENDAS DO
      *==               FIM DO DIA APAGADAS OU RE-SELADAS.
      *==           AS VENDAS FORA DO PERIODO SO SERVEM PARA
      *==           ENCADEAR. A DEVOLUCAO POSTERIOR (LINHA 'V' COM
      *==           MOTIVO) FICA FORA DO SELO E O TOTAL DO CABECALHO
      *==           VOLTA AO VALOR DO FECHAMENTO SOMANDO ESSAS LINHAS.
      *==           RC 8 QUANDO A CADEIA NAO FECHA.
      *== DATA: 15/10/2026
      *== OBSERVACOES:
      *== 15/10/2026: A CADEIA DO PDV SEGUE A ORDEM DO FECHAMENTO E
      *==             NAO MAIS A DA CHAVE DO VENDAS.DAT (HORA DE
      *==             ABERTURA): A VENDA SUSPENSA RETOMADA FECHA COM O
      *==             ID ORIGINAL DEPOIS DE VENDAS ABERTAS APOS ELA. O
      *==             SELO DE CADA VENDA E CONFERIDO NA LEITURA DO
      *==             VENDAS.DAT E O RESULTADO VAI PARA O ARQUIVO DE
      *==             TRABALHO SELOTRAB.DAT, INDEXADO POR FILIAL, PDV
      *==             E NUMERO DO CUPOM (REG-VND-NR-CUPOM, DADO NO
      *==             MESMO FECHAMENTO QUE O SELO), QUE E LIDO EM
      *==             SEGUIDA PARA CONFERIR OS ELOS E O SELO FINAL DO
      *==             DIA DE CADA PDV CONTRA O Z.
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
           SELECT SELOTRAB ASSIGN TO "SELOTRAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STR-CHAVE
               FILE STATUS IS WRK-FS-SELOTRAB.
           SELECT RELZ ASSIGN TO DYNAMIC WRK-NOME-RELZ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELZ.
           SELECT RELSELO ASSIGN TO "RELSELO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELSELO.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD  VENDAS.
       COPY VENDFD.

      *==  UMA LINHA POR CABECALHO 'H', NA ORDEM DO FECHAMENTO DO PDV.
      *==  STR-SELO = 'S' PARA A VENDA SELADA; STR-SELO-CALC E O SELO
      *==  REFEITO NA LEITURA DO VENDAS.DAT.
       FD  SELOTRAB.
       01  REG-SELOTRAB.
           03  STR-CHAVE.
               05  STR-FILIAL        PIC 9(02).
               05  STR-PDV           PIC 9(02).
               05  STR-NR-CUPOM      PIC 9(06).
               05  STR-VND-ID        PIC X(14).
           03  STR-DATA              PIC 9(08).
           03  STR-SELO              PIC X(01).
           03  STR-SELO-ANT          PIC 9(10).
           03  STR-SELO-VENDA        PIC 9(10).
           03  STR-SELO-CALC         PIC 9(10).

       FD  RELZ.
       01  REG-RELZ                  PIC X(60).

       FD  RELSELO.
       01  REG-RELSELO               PIC X(80).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-VENDAS==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-SELOTRAB==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-RELZ==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-RELSELO==.

       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-EOF-RELZ              PIC X(01)       VALUE SPACE.
       77 WRK-DATA-INI              PIC 9(08)       VALUE ZEROS.
       77 WRK-DATA-FIM              PIC 9(08)       VALUE ZEROS.
       77 WRK-DIA-CORRENTE          PIC 9(08)       VALUE ZEROS.
       77 WRK-NOME-RELZ             PIC X(20)       VALUE SPACES.
       77 WRK-CT-CONFERIDAS         PIC 9(06)       VALUE ZEROS.
       77 WRK-CT-SEM-SELO           PIC 9(06)       VALUE ZEROS.
       77 WRK-CT-DIAS-Z             PIC 9(04)       VALUE ZEROS.
       77 WRK-SELO-CALC             PIC 9(10)       VALUE ZEROS.
       77 WRK-FALHA                 PIC X(01)       VALUE 'N'.
           88  WRK-CADEIA-QUEBRADA                  VALUE 'S'.
       77 WRK-K                     PIC 9(04)       VALUE ZEROS.
       77 WRK-POS-CAD               PIC 9(03)       VALUE ZEROS.
       77 WRK-POS-FIN               PIC 9(04)       VALUE ZEROS.
       77 WRK-BUS-FILIAL            PIC 9(02)       VALUE ZEROS.
       77 WRK-BUS-PDV               PIC 9(02)       VALUE ZEROS.

      *==  VENDA EM CONFERENCIA: O CABECALHO VEM ANTES DAS LINHAS NA
      *==  ORDEM DA CHAVE, ENTAO O SELO SO FECHA NO CABECALHO SEGUINTE.
       77 WRK-PENDENTE              PIC X(01)       VALUE 'N'.
           88  WRK-VENDA-PENDENTE                   VALUE 'S'.
       77 WRK-PEND-ID               PIC X(14)       VALUE SPACES.
       77 WRK-PEND-DEVOL            PIC 9(08)       VALUE ZEROS.
       77 WRK-SELO-LINHA            PIC X(92)       VALUE SPACES.

      *==  IMAGEM DO CABECALHO 'H' (LAYOUT DO VENDFD): O TOTAL FICA
      *==  NAS POSICOES 38 A 45.
       01  WRK-CAB-IMG.
           03  FILLER                PIC X(37).
           03  WRK-CAB-TOTAL         PIC 9(08).
           03  FILLER                PIC X(47).

      *==  ULTIMO SELO DE CADA CADEIA (FILIAL + PDV).
       01  TAB-CADEIAS.
           03  TAB-CAD OCCURS 100 TIMES.
               05  TAB-CAD-FILIAL    PIC 9(02).
               05  TAB-CAD-PDV       PIC 9(02).
               05  TAB-CAD-SELO      PIC 9(10).
               05  TAB-CAD-VND-ID    PIC X(14).
       77 WRK-CT-CADEIAS            PIC 9(03)       VALUE ZEROS.

      *==  DIAS DO PERIODO COM VENDA NO VENDAS.DAT (CONFERIDOS NO Z) E
      *==  SELO FINAL DE CADA DIA POR FILIAL + PDV: A ULTIMA VENDA
      *==  SELADA DO DIA NA ORDEM DO CUPOM, COMO O PROGFECH GRAVA.
       01  TAB-DIAS.
           03  TAB-DIA-DATA OCCURS 400 TIMES
                                     PIC 9(08).
       77 WRK-CT-DIAS               PIC 9(03)       VALUE ZEROS.
       01  TAB-FINAIS.
           03  TAB-FIN OCCURS 3000 TIMES.
               05  TAB-FIN-DATA      PIC 9(08).
               05  TAB-FIN-FILIAL    PIC 9(02).
               05  TAB-FIN-PDV       PIC 9(02).
               05  TAB-FIN-SELO      PIC 9(10).
               05  TAB-FIN-VND-ID    PIC X(14).
       77 WRK-CT-FINAIS             PIC 9(04)       VALUE ZEROS.
       77 WRK-ESTOURO               PIC X(01)       VALUE 'N'.
           88  WRK-TABELA-ESTOURADA                 VALUE 'S'.

      *==  LINHA DO SELO NO Z, NO MESMO LAYOUT GRAVADO PELO PROGFECH.
       01  WRK-LINHA-SELO.
           03  WRK-LS-ROTULO         PIC X(09).
           03  WRK-LS-FILIAL         PIC 9(02).
           03  FILLER                PIC X(05).
           03  WRK-LS-PDV            PIC 9(02).
           03  FILLER                PIC X(03).
           03  WRK-LS-SELO           PIC 9(10).
           03  FILLER                PIC X(29).
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           DISPLAY "DATA INICIAL AAAAMMDD: "
           ACCEPT WRK-DATA-INI
           DISPLAY "DATA FINAL AAAAMMDD (ZEROS = A MESMA): "
           ACCEPT WRK-DATA-FIM
           IF WRK-DATA-FIM EQUAL ZEROS
               MOVE WRK-DATA-INI TO WRK-DATA-FIM
           END-IF
           IF WRK-DATA-FIM < WRK-DATA-INI
               DISPLAY "PERIODO INVALIDO."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0100-ABRE-ARQUIVOS
           PERFORM 0200-LE-VENDAS
           PERFORM 0400-CONFERE-CADEIA
           IF NOT WRK-CADEIA-QUEBRADA
               PERFORM 0500-CONFERE-DIAS
           END-IF
           PERFORM 0900-FECHA-ARQUIVOS
           STOP RUN.

       0100-ABRE-ARQUIVOS          SECTION.
           OPEN INPUT VENDAS
           IF NOT FS-OK IN WRK-FS-VENDAS
               DISPLAY "ERRO AO ABRIR O ARQUIVO VENDAS. FS="
                       WRK-FS-VENDAS
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGSELO  '
                    'VENDAS    ' WRK-FS-VENDAS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT SELOTRAB
           IF NOT FS-OK IN WRK-FS-SELOTRAB
               DISPLAY "ERRO AO CRIAR O ARQUIVO SELOTRAB. FS="
                       WRK-FS-SELOTRAB
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGSELO  '
                    'SELOTRAB  ' WRK-FS-SELOTRAB
               CLOSE VENDAS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RELSELO
           IF NOT FS-OK IN WRK-FS-RELSELO
               DISPLAY "ERRO AO ABRIR O ARQUIVO RELSELO. FS="
                       WRK-FS-RELSELO
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGSELO  '
                    'RELSELO   ' WRK-FS-RELSELO
               CLOSE VENDAS
               CLOSE SELOTRAB
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "============================================"
               TO REG-RELSELO
           WRITE REG-RELSELO
           MOVE SPACES TO REG-RELSELO
           STRING "CONFERENCIA DO SELO DAS VENDAS DE " DELIMITED BY SIZE
                  WRK-DATA-INI                     DELIMITED BY SIZE
                  " A "                            DELIMITED BY SIZE
                  WRK-DATA-FIM                     DELIMITED BY SIZE
               INTO REG-RELSELO
           WRITE REG-RELSELO
           MOVE "============================================"
               TO REG-RELSELO
           WRITE REG-RELSELO
       .
       0200-LE-VENDAS              SECTION.
      **** PRIMEIRA PASSADA: REFAZ O SELO DE CADA VENDA NA ORDEM DA
      **** CHAVE E GRAVA O CABECALHO NO SELOTRAB.DAT. A VENDA ABERTA
      **** DEPOIS DO PERIODO TAMBEM ENTRA: ELA PODE TER FECHADO ANTES
      **** DE UMA SUSPENSA DO PERIODO E SER O ELO ANTERIOR DELA.
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ VENDAS
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF REG-VND-TIPO EQUAL 'H'
                           PERFORM 0210-TRATA-CABECALHO
                       ELSE
                           PERFORM 0220-ACUMULA-LINHA
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 0300-FECHA-VENDA
           CLOSE SELOTRAB
           OPEN INPUT SELOTRAB
           IF NOT FS-OK IN WRK-FS-SELOTRAB
               DISPLAY "ERRO AO REABRIR O ARQUIVO SELOTRAB. FS="
                       WRK-FS-SELOTRAB
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGSELO  '
                    'SELOTRAB  ' WRK-FS-SELOTRAB
               CLOSE VENDAS
               CLOSE RELSELO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       .
       0210-TRATA-CABECALHO        SECTION.
      **** O CABECALHO FECHA A VENDA ANTERIOR E ABRE A SUA.
           PERFORM 0300-FECHA-VENDA
           IF REG-VND-DATA NOT NUMERIC
              OR REG-VND-PDV NOT NUMERIC
              OR REG-VND-FILIAL NOT NUMERIC
               GO TO 0210-FIM
           END-IF
           IF REG-VND-DATA NOT < WRK-DATA-INI
              AND REG-VND-DATA NOT > WRK-DATA-FIM
               PERFORM 0230-REGISTRA-DIA
           END-IF

           MOVE REG-VND-FILIAL      TO STR-FILIAL
           MOVE REG-VND-PDV         TO STR-PDV
           IF REG-VND-NR-CUPOM NUMERIC
               MOVE REG-VND-NR-CUPOM TO STR-NR-CUPOM
           ELSE
               MOVE ZEROS            TO STR-NR-CUPOM
           END-IF
           MOVE REG-VND-ID          TO STR-VND-ID
           MOVE REG-VND-DATA        TO STR-DATA
           IF NOT REG-VND-SELADA
               MOVE SPACE TO STR-SELO
               MOVE ZEROS TO STR-SELO-ANT
               MOVE ZEROS TO STR-SELO-VENDA
               MOVE ZEROS TO STR-SELO-CALC
               PERFORM 0310-GRAVA-TRABALHO
               GO TO 0210-FIM
           END-IF

           MOVE 'S'                 TO STR-SELO
           MOVE REG-VND-SELO-ANT    TO STR-SELO-ANT
           MOVE REG-VND-SELO-VENDA  TO STR-SELO-VENDA
           MOVE 'S'                 TO WRK-PENDENTE
           MOVE REG-VND-ID          TO WRK-PEND-ID
           MOVE ZEROS               TO WRK-PEND-DEVOL
           MOVE REG-VENDA-ITEM      TO WRK-CAB-IMG
           MOVE REG-VND-SELO-ANT    TO WRK-SELO-CALC
       0210-FIM.
           EXIT.
       0220-ACUMULA-LINHA          SECTION.
      **** LINHA DA VENDA PENDENTE ENTRA NO SELO, MENOS A DEVOLUCAO
      **** POSTERIOR, QUE SO DEVOLVE O VALOR AO TOTAL DO FECHAMENTO.
      **** LINHA SEM CABECALHO (VENDA ABERTA, SUSPENSA OU ORFA) NAO
      **** FAZ PARTE DE NENHUMA CADEIA.
           IF NOT WRK-VENDA-PENDENTE
              OR REG-ITM-ID NOT EQUAL WRK-PEND-ID
               GO TO 0220-FIM
           END-IF
           IF REG-ITM-TIPO EQUAL 'V'
              AND REG-ITM-MOTIVO NOT < '1'
              AND REG-ITM-MOTIVO NOT > '5'
               ADD REG-ITM-PRECO-TOTAL TO WRK-PEND-DEVOL
           ELSE
               MOVE REG-VENDA-ITEM TO WRK-SELO-LINHA
               CALL 'SUBSELO' USING WRK-SELO-CALC WRK-SELO-LINHA
           END-IF
       0220-FIM.
           EXIT.
       0230-REGISTRA-DIA           SECTION.
      **** O VENDAS.DAT VEM NA ORDEM DA DATA DE ABERTURA, ENTAO O DIA
      **** NOVO E SEMPRE DIFERENTE DO ULTIMO GUARDADO.
           IF WRK-CT-DIAS > ZEROS
               IF TAB-DIA-DATA(WRK-CT-DIAS) EQUAL REG-VND-DATA
                   GO TO 0230-FIM
               END-IF
           END-IF
           IF WRK-CT-DIAS NOT < 400
               MOVE 'S' TO WRK-ESTOURO
               GO TO 0230-FIM
           END-IF
           ADD 1 TO WRK-CT-DIAS
           MOVE REG-VND-DATA TO TAB-DIA-DATA(WRK-CT-DIAS)
       0230-FIM.
           EXIT.
       0300-FECHA-VENDA            SECTION.
      **** A CHAVE DO SELOTRAB (FILIAL, PDV, CUPOM E ID) CONTINUA NO
      **** REGISTRO DESDE O CABECALHO; FALTA SO O SELO REFEITO.
           IF NOT WRK-VENDA-PENDENTE
               GO TO 0300-FIM
           END-IF
           MOVE 'N' TO WRK-PENDENTE
           ADD WRK-PEND-DEVOL TO WRK-CAB-TOTAL
           MOVE WRK-CAB-IMG TO WRK-SELO-LINHA
           CALL 'SUBSELO' USING WRK-SELO-CALC WRK-SELO-LINHA
           MOVE WRK-SELO-CALC TO STR-SELO-CALC
           PERFORM 0310-GRAVA-TRABALHO
       0300-FIM.
           EXIT.
       0310-GRAVA-TRABALHO         SECTION.
           WRITE REG-SELOTRAB
               INVALID KEY
                   DISPLAY "VENDA " STR-VND-ID
                           " REPETIDA NO VENDAS.DAT - IGNORADA."
           END-WRITE
       .
       0400-CONFERE-CADEIA         SECTION.
      **** SEGUNDA PASSADA: O SELOTRAB.DAT ENTREGA AS VENDAS DE CADA
      **** FILIAL + PDV NA ORDEM DO CUPOM, QUE E A ORDEM EM QUE O
      **** PROGVEND ENCADEOU OS SELOS.
           MOVE SPACE TO WRK-EOF
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ SELOTRAB NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       PERFORM 0410-CONFERE-VENDA
                       IF WRK-CADEIA-QUEBRADA
                           MOVE 'F' TO WRK-EOF
                       END-IF
               END-READ
           END-PERFORM
       .
       0410-CONFERE-VENDA          SECTION.
           MOVE STR-FILIAL TO WRK-BUS-FILIAL
           MOVE STR-PDV    TO WRK-BUS-PDV
           PERFORM 0420-LOCALIZA-CADEIA
           IF STR-SELO NOT EQUAL 'S'
      **** VENDA ANTERIOR AO SELO SO E ACEITA ANTES DO INICIO DA
      **** CADEIA DO PDV.
               IF WRK-POS-CAD > ZEROS
                  AND STR-DATA NOT < WRK-DATA-INI
                  AND STR-DATA NOT > WRK-DATA-FIM
                   MOVE SPACES TO REG-RELSELO
                   STRING "VENDA " DELIMITED BY SIZE
                          STR-VND-ID DELIMITED BY SIZE
                          " SEM SELO NO MEIO DA CADEIA DA FILIAL "
                              DELIMITED BY SIZE
                          STR-FILIAL DELIMITED BY SIZE
                          " PDV " DELIMITED BY SIZE
                          STR-PDV DELIMITED BY SIZE
                       INTO REG-RELSELO
                   PERFORM 0450-REGISTRA-FALHA
               ELSE
                   IF STR-DATA NOT > WRK-DATA-FIM
                       ADD 1 TO WRK-CT-SEM-SELO
                   END-IF
               END-IF
               GO TO 0410-FIM
           END-IF

           IF STR-DATA NOT < WRK-DATA-INI
              AND STR-DATA NOT > WRK-DATA-FIM
               IF WRK-POS-CAD > ZEROS
                  AND STR-SELO-ANT NOT EQUAL
                      TAB-CAD-SELO(WRK-POS-CAD)
                   MOVE SPACES TO REG-RELSELO
                   STRING "VENDA " DELIMITED BY SIZE
                          STR-VND-ID DELIMITED BY SIZE
                          ": ELO QUEBRADO - A VENDA ANTERIOR DO PDV "
                              DELIMITED BY SIZE
                          "NAO E A " DELIMITED BY SIZE
                          TAB-CAD-VND-ID(WRK-POS-CAD)
                              DELIMITED BY SIZE
                       INTO REG-RELSELO
                   PERFORM 0450-REGISTRA-FALHA
                   GO TO 0410-FIM
               END-IF
               IF STR-SELO-CALC NOT EQUAL STR-SELO-VENDA
                   MOVE SPACES TO REG-RELSELO
                   STRING "VENDA " DELIMITED BY SIZE
                          STR-VND-ID DELIMITED BY SIZE
                          ": SELO NAO CONFERE - VENDA ALTERADA DEPOIS "
                              DELIMITED BY SIZE
                          "DO FECHAMENTO" DELIMITED BY SIZE
                       INTO REG-RELSELO
                   PERFORM 0450-REGISTRA-FALHA
                   GO TO 0410-FIM
               END-IF
               IF WRK-POS-CAD EQUAL ZEROS
                   MOVE SPACES TO REG-RELSELO
                   STRING "CADEIA DA FILIAL " DELIMITED BY SIZE
                          STR-FILIAL DELIMITED BY SIZE
                          " PDV " DELIMITED BY SIZE
                          STR-PDV DELIMITED BY SIZE
                          " COMECA NA VENDA " DELIMITED BY SIZE
                          STR-VND-ID DELIMITED BY SIZE
                       INTO REG-RELSELO
                   WRITE REG-RELSELO
               END-IF
               ADD 1 TO WRK-CT-CONFERIDAS
               PERFORM 0430-GUARDA-FINAL-DIA
           END-IF

           IF WRK-POS-CAD EQUAL ZEROS
               IF WRK-CT-CADEIAS NOT < 100
                   GO TO 0410-FIM
               END-IF
               ADD 1 TO WRK-CT-CADEIAS
               MOVE WRK-CT-CADEIAS  TO WRK-POS-CAD
               MOVE STR-FILIAL      TO TAB-CAD-FILIAL(WRK-POS-CAD)
               MOVE STR-PDV         TO TAB-CAD-PDV(WRK-POS-CAD)
           END-IF
           MOVE STR-SELO-VENDA TO TAB-CAD-SELO(WRK-POS-CAD)
           MOVE STR-VND-ID     TO TAB-CAD-VND-ID(WRK-POS-CAD)
       0410-FIM.
           EXIT.
       0420-LOCALIZA-CADEIA        SECTION.
           MOVE ZEROS TO WRK-POS-CAD
           PERFORM VARYING WRK-K FROM 1 BY 1
                   UNTIL WRK-K > WRK-CT-CADEIAS
               IF TAB-CAD-FILIAL(WRK-K) EQUAL WRK-BUS-FILIAL
                  AND TAB-CAD-PDV(WRK-K) EQUAL WRK-BUS-PDV
                   MOVE WRK-K TO WRK-POS-CAD
               END-IF
           END-PERFORM
       .
       0430-GUARDA-FINAL-DIA       SECTION.
      **** AS VENDAS DO PDV VEM NA ORDEM DO CUPOM, ENTAO A ULTIMA
      **** GUARDADA PARA O DIA E O SELO FINAL DELE.
           MOVE STR-DATA TO WRK-DIA-CORRENTE
           PERFORM 0440-LOCALIZA-FINAL
           IF WRK-POS-FIN EQUAL ZEROS
               IF WRK-CT-FINAIS NOT < 3000
                   MOVE 'S' TO WRK-ESTOURO
                   GO TO 0430-FIM
               END-IF
               ADD 1 TO WRK-CT-FINAIS
               MOVE WRK-CT-FINAIS TO WRK-POS-FIN
               MOVE STR-DATA      TO TAB-FIN-DATA(WRK-POS-FIN)
               MOVE STR-FILIAL    TO TAB-FIN-FILIAL(WRK-POS-FIN)
               MOVE STR-PDV       TO TAB-FIN-PDV(WRK-POS-FIN)
           END-IF
           MOVE STR-SELO-VENDA TO TAB-FIN-SELO(WRK-POS-FIN)
           MOVE STR-VND-ID     TO TAB-FIN-VND-ID(WRK-POS-FIN)
       0430-FIM.
           EXIT.
       0440-LOCALIZA-FINAL         SECTION.
           MOVE ZEROS TO WRK-POS-FIN
           PERFORM VARYING WRK-K FROM 1 BY 1
                   UNTIL WRK-K > WRK-CT-FINAIS
               IF TAB-FIN-DATA(WRK-K) EQUAL WRK-DIA-CORRENTE
                  AND TAB-FIN-FILIAL(WRK-K) EQUAL WRK-BUS-FILIAL
                  AND TAB-FIN-PDV(WRK-K) EQUAL WRK-BUS-PDV
                   MOVE WRK-K TO WRK-POS-FIN
               END-IF
           END-PERFORM
       .
       0450-REGISTRA-FALHA         SECTION.
      **** A PRIMEIRA QUEBRA ENCERRA A CONFERENCIA: DALI EM DIANTE A
      **** CADEIA NAO PROVA MAIS NADA.
           WRITE REG-RELSELO
           DISPLAY REG-RELSELO
           MOVE 'S' TO WRK-FALHA
       .
       0500-CONFERE-DIAS           SECTION.
      **** CONFERE O Z DE CADA DIA DO PERIODO QUE TEVE VENDA.
           IF WRK-TABELA-ESTOURADA
               MOVE SPACES TO REG-RELSELO
               STRING "AVISO: PERIODO LONGO DEMAIS - SELO FINAL DOS "
                          DELIMITED BY SIZE
                      "DIAS NAO CONFERIDO COM O Z" DELIMITED BY SIZE
                   INTO REG-RELSELO
               WRITE REG-RELSELO
               GO TO 0500-FIM
           END-IF
           PERFORM VARYING WRK-K FROM 1 BY 1
                   UNTIL WRK-K > WRK-CT-DIAS
                      OR WRK-CADEIA-QUEBRADA
               MOVE TAB-DIA-DATA(WRK-K) TO WRK-DIA-CORRENTE
               PERFORM 0510-CONFERE-Z
           END-PERFORM
       0500-FIM.
           EXIT.
       0510-CONFERE-Z              SECTION.
      **** CONFERE O SELO FINAL DO DIA DE CADA PDV GRAVADO NO Z COM O
      **** SELO DA ULTIMA VENDA DO DIA NA CADEIA DO PDV. DIA SEM Z (OU
      **** Z ANTERIOR AO SELO) FICA SO COM A CONFERENCIA DA CADEIA.
           MOVE SPACES TO WRK-NOME-RELZ
           STRING "RELZ-"          DELIMITED BY SIZE
                  WRK-DIA-CORRENTE DELIMITED BY SIZE
                  ".DAT"           DELIMITED BY SIZE
               INTO WRK-NOME-RELZ
           END-STRING
           OPEN INPUT RELZ
           IF NOT FS-OK IN WRK-FS-RELZ
               MOVE SPACES TO REG-RELSELO
               STRING "AVISO: " DELIMITED BY SIZE
                      WRK-NOME-RELZ DELIMITED BY SPACE
                      " NAO ENCONTRADO - SELO FINAL DO DIA NAO "
                          DELIMITED BY SIZE
                      "CONFERIDO" DELIMITED BY SIZE
                   INTO REG-RELSELO
               WRITE REG-RELSELO
               GO TO 0510-FIM
           END-IF
           ADD 1 TO WRK-CT-DIAS-Z
           MOVE SPACE TO WRK-EOF-RELZ
           PERFORM UNTIL WRK-EOF-RELZ EQUAL 'F'
               READ RELZ
                   AT END
                       MOVE 'F' TO WRK-EOF-RELZ
                   NOT AT END
                       MOVE REG-RELZ TO WRK-LINHA-SELO
                       IF WRK-LS-ROTULO EQUAL "SELO FIL "
                          AND WRK-LS-FILIAL NUMERIC
                          AND WRK-LS-PDV NUMERIC
                          AND WRK-LS-SELO NUMERIC
                           PERFORM 0520-CONFERE-SELO-Z
                           IF WRK-CADEIA-QUEBRADA
                               MOVE 'F' TO WRK-EOF-RELZ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RELZ
       0510-FIM.
           EXIT.
       0520-CONFERE-SELO-Z         SECTION.
           MOVE WRK-LS-FILIAL TO WRK-BUS-FILIAL
           MOVE WRK-LS-PDV    TO WRK-BUS-PDV
           PERFORM 0440-LOCALIZA-FINAL
           IF WRK-POS-FIN > ZEROS
               IF TAB-FIN-SELO(WRK-POS-FIN) EQUAL WRK-LS-SELO
                   GO TO 0520-FIM
               END-IF
               MOVE SPACES TO REG-RELSELO
               STRING "Z DE " DELIMITED BY SIZE
                      WRK-DIA-CORRENTE DELIMITED BY SIZE
                      " FILIAL " DELIMITED BY SIZE
                      WRK-LS-FILIAL DELIMITED BY SIZE
                      " PDV " DELIMITED BY SIZE
                      WRK-LS-PDV DELIMITED BY SIZE
                      ": SELO FINAL NAO CONFERE - ULTIMA VENDA LIDA "
                          DELIMITED BY SIZE
                      TAB-FIN-VND-ID(WRK-POS-FIN) DELIMITED BY SIZE
                   INTO REG-RELSELO
           ELSE
               MOVE SPACES TO REG-RELSELO
               STRING "Z DE " DELIMITED BY SIZE
                      WRK-DIA-CORRENTE DELIMITED BY SIZE
                      " FILIAL " DELIMITED BY SIZE
                      WRK-LS-FILIAL DELIMITED BY SIZE
                      " PDV " DELIMITED BY SIZE
                      WRK-LS-PDV DELIMITED BY SIZE
                      ": VENDAS SELADAS SUMIRAM DO VENDAS.DAT"
                          DELIMITED BY SIZE
                   INTO REG-RELSELO
           END-IF
           PERFORM 0450-REGISTRA-FALHA
       0520-FIM.
           EXIT.
       0900-FECHA-ARQUIVOS         SECTION.
           MOVE "============================================"
               TO REG-RELSELO
           WRITE REG-RELSELO
           IF WRK-CADEIA-QUEBRADA
               MOVE "RESULTADO: CADEIA QUEBRADA (VER ACIMA)"
                   TO REG-RELSELO
           ELSE
               MOVE "RESULTADO: CADEIA INTEGRA NO PERIODO"
                   TO REG-RELSELO
           END-IF
           WRITE REG-RELSELO
           MOVE SPACES TO REG-RELSELO
           STRING "VENDAS CONFERIDAS: " DELIMITED BY SIZE
                  WRK-CT-CONFERIDAS      DELIMITED BY SIZE
                  "  SEM SELO (ANTIGAS): " DELIMITED BY SIZE
                  WRK-CT-SEM-SELO        DELIMITED BY SIZE
                  "  DIAS COM Z: "       DELIMITED BY SIZE
                  WRK-CT-DIAS-Z          DELIMITED BY SIZE
               INTO REG-RELSELO
           WRITE REG-RELSELO

           CLOSE VENDAS
           CLOSE SELOTRAB
           CLOSE RELSELO

           DISPLAY "CONFERENCIA GRAVADA EM RELSELO.DAT."
           DISPLAY "VENDAS CONFERIDAS: " WRK-CT-CONFERIDAS
                   "  DIAS COM Z: " WRK-CT-DIAS-Z
           IF WRK-CADEIA-QUEBRADA
               MOVE 8 TO RETURN-CODE
           END-IF
       .
       END PROGRAM PROGSELO.
