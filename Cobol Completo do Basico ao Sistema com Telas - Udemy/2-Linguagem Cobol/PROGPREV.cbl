       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPREV.
      *-----------------------------------------------------------------
      *== AUTOR: MARCIA GAMELEIRA
      *== OBJETIVO: PREVENCAO DE PERDAS - RELATORIO SEMANAL DE EXCECOES
      *==           POR OPERADOR E PDV. JUNTA NUMA LINHA SO:
      *==           - CANCELAMENTOS DE ITEM ('C' DO VENDAS.DAT E DOS
      *==             ARQUIVOS MORTOS) CONTRA OS ITENS VENDIDOS ('D'),
      *==             PELO OPERADOR DO CABECALHO DA VENDA;
      *==           - DEVOLUCOES EFETIVADAS ('DE' DO AUTORIZ.DAT):
      *==             VALOR DEVOLVIDO, QUANTAS FORAM DE VENDA SEM
      *==             CLIENTE IDENTIFICADO E QUANTAS O PROPRIO
      *==             OPERADOR TINHA REGISTRADO NA VENDA ORIGINAL;
      *==           - AUTORIZACOES DE SUPERVISOR LIBERADAS POR TURNO
      *==             (MANHA 06-13H, TARDE 14-21H, NOITE), PEDIDOS
      *==             NEGADOS E SESSOES DE TREINAMENTO (AUTORIZ.DAT);
      *==           - SANGRIAS DO GAVETA.DAT, COM AS FORA DO PADRAO
      *==             (MAIS DO DOBRO DA SANGRIA MEDIA DA SEMANA).
      *==           A LINHA QUE PASSA DO DOBRO DA MEDIA DA LOJA EM
      *==           CANCELAMENTO, VALOR DEVOLVIDO OU AUTORIZACOES, OU
      *==           QUE TEM DEVOLUCAO DO PROPRIO OPERADOR OU SANGRIA
      *==           FORA DO PADRAO, SAI MARCADA COM ALERTA. SAIDA EM
      *==           RELPREV.DAT. RC 4 QUANDO HA ALERTA.
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
           SELECT AUTORIZ ASSIGN TO "AUTORIZ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUTORIZ.
           SELECT GAVETA ASSIGN TO "GAVETA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GAVETA.
           SELECT RELPREV ASSIGN TO "RELPREV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELPREV.
           SELECT ARQMORTO ASSIGN TO DYNAMIC WRK-NOME-MORTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQMORTO.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD  VENDAS.
       COPY VENDFD.

       FD  AUTORIZ.
       COPY AUTORFD.

       FD  GAVETA.
       01  REG-GAVETA.
           03  GAV-DATA              PIC 9(08).
           03  FILLER                PIC X(01).
           03  GAV-HORA              PIC X(06).
           03  FILLER                PIC X(01).
           03  GAV-PDV               PIC 9(02).
           03  FILLER                PIC X(01).
           03  GAV-TIPO              PIC X(02).
           03  FILLER                PIC X(01).
           03  GAV-VALOR             PIC 9(08).
           03  FILLER                PIC X(01).
           03  GAV-OPERADOR          PIC X(10).

       FD  RELPREV.
       01  REG-RELPREV               PIC X(120).

       FD  ARQMORTO.
       01  REG-ARQMORTO              PIC X(100).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-VENDAS==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-AUTORIZ==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-GAVETA==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-RELPREV==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-ARQMORTO==.

       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-DATA-SISTEMA          PIC 9(08)       VALUE ZEROS.
       77 WRK-DATA-INI              PIC 9(08)       VALUE ZEROS.
       77 WRK-DATA-FIM              PIC 9(08)       VALUE ZEROS.
       77 WRK-ITM-DATA              PIC 9(08)       VALUE ZEROS.
       77 WRK-I                     PIC 9(03)       VALUE ZEROS.
       77 WRK-POS                   PIC 9(03)       VALUE ZEROS.
       77 WRK-TURNO                 PIC 9(01)       VALUE ZEROS.
       77 WRK-HORA-NUM              PIC 9(02)       VALUE ZEROS.
       77 WRK-BUS-OPERADOR          PIC X(10)       VALUE SPACES.
       77 WRK-BUS-PDV               PIC 9(02)       VALUE ZEROS.
       77 WRK-CT-ALERTAS            PIC 9(03)       VALUE ZEROS.
       77 WRK-CT-SEM-ORIGEM         PIC 9(05)       VALUE ZEROS.
       77 WRK-CT-FORA               PIC 9(05)       VALUE ZEROS.
       77 WRK-NOME-MORTO            PIC X(20)       VALUE SPACES.
       77 WRK-MES                   PIC 9(06)       VALUE ZEROS.
       01  WRK-MES-PARTES.
           03  WRK-MES-ANO          PIC 9(04).
           03  WRK-MES-MM           PIC 9(02).

      *==  VENDA CORRENTE NA LEITURA DO MOVIMENTO: O 'H' (SEQUENCIAL
      *==  0000) CHEGA ANTES DOS ITENS E DIZ DE QUEM E A VENDA.
       77 WRK-CAB-ID                PIC X(14)       VALUE SPACES.
       77 WRK-CAB-OPERADOR          PIC X(10)       VALUE SPACES.
       77 WRK-CAB-PDV               PIC 9(02)       VALUE ZEROS.
       77 WRK-TEM-CAB               PIC X(01)       VALUE 'N'.

      *==  MEDIAS DA LOJA NA SEMANA.
       77 WRK-TOT-ITENS             PIC 9(09)       VALUE ZEROS.
       77 WRK-TOT-CANCEL            PIC 9(07)       VALUE ZEROS.
       77 WRK-TOT-VL-DEVOL          PIC 9(12)       VALUE ZEROS.
       77 WRK-TOT-AUTORIZ           PIC 9(07)       VALUE ZEROS.
       77 WRK-TOT-SANGRIAS          PIC 9(07)       VALUE ZEROS.
       77 WRK-TOT-VL-SANGRIA        PIC 9(12)       VALUE ZEROS.
       77 WRK-TAXA-LOJA             PIC 9(03)V99    VALUE ZEROS.
       77 WRK-TAXA-OPER             PIC 9(03)V99    VALUE ZEROS.
       77 WRK-MEDIA-DEVOL           PIC 9(10)       VALUE ZEROS.
       77 WRK-MEDIA-AUTORIZ         PIC 9(05)V99    VALUE ZEROS.
       77 WRK-MEDIA-SANGRIA         PIC 9(10)       VALUE ZEROS.
       77 WRK-AUT-OPER              PIC 9(05)       VALUE ZEROS.
       77 WRK-MOTIVOS               PIC X(60)       VALUE SPACES.
       77 WRK-PTR                   PIC 9(03)       VALUE ZEROS.

       77 WRK-VALOR-FORM            PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR2-FORM           PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TAXA-FORM             PIC ZZ9,99      VALUE ZEROS.
       77 WRK-CT-FORM               PIC ZZZZ9       VALUE ZEROS.
       77 WRK-CT2-FORM              PIC ZZZZ9       VALUE ZEROS.
       77 WRK-CT3-FORM              PIC ZZZZ9       VALUE ZEROS.
       77 WRK-CT4-FORM              PIC ZZZZ9       VALUE ZEROS.

      *==  UMA LINHA POR OPERADOR + PDV.
       01  TAB-OPERADORES.
           03  TAB-OPR-REG OCCURS 100 TIMES
                           INDEXED BY IDX-OPR.
               05  TAB-OPR-OPERADOR  PIC X(10).
               05  TAB-OPR-PDV       PIC 9(02).
               05  TAB-OPR-ITENS     PIC 9(07).
               05  TAB-OPR-CANCEL    PIC 9(05).
               05  TAB-OPR-VL-CANCEL PIC 9(10).
               05  TAB-OPR-DEVOL     PIC 9(05).
               05  TAB-OPR-VL-DEVOL  PIC 9(10).
               05  TAB-OPR-DEV-SEM-CLI PIC 9(05).
               05  TAB-OPR-DEV-PROPRIA PIC 9(05).
               05  TAB-OPR-AUT-TURNO PIC 9(05) OCCURS 3 TIMES.
               05  TAB-OPR-NEGADAS   PIC 9(05).
               05  TAB-OPR-TREINO    PIC 9(05).
               05  TAB-OPR-SANGRIAS  PIC 9(05).
               05  TAB-OPR-VL-SANGRIA PIC 9(10).
               05  TAB-OPR-SANG-FORA PIC 9(05).
       77 WRK-CT-OPERADORES          PIC 9(03)       VALUE ZEROS.
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY "SEMANA - DATA INICIAL (AAAAMMDD, ZEROS = OS 7 DIAS"
                   " ATE ONTEM): "
           ACCEPT WRK-DATA-INI
           IF WRK-DATA-INI EQUAL ZEROS
               COMPUTE WRK-DATA-INI =
                   FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-SISTEMA) - 7)
           END-IF
           COMPUTE WRK-DATA-FIM =
               FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WRK-DATA-INI) + 6)

           PERFORM 0100-ABRE-ARQUIVOS
           PERFORM 0200-APURA-MOVIMENTO
           MOVE WRK-DATA-INI(1:6) TO WRK-MES
           PERFORM UNTIL WRK-MES > WRK-DATA-FIM(1:6)
               PERFORM 0250-APURA-MORTO
               PERFORM 0260-PROXIMO-MES
           END-PERFORM
           PERFORM 0300-APURA-AUTORIZACOES
           PERFORM 0400-APURA-SANGRIAS
           PERFORM 0500-GRAVA-RELATORIO
           PERFORM 0900-FECHA-ARQUIVOS
           STOP RUN.

       0100-ABRE-ARQUIVOS          SECTION.
           OPEN INPUT VENDAS
           IF NOT FS-OK IN WRK-FS-VENDAS
               DISPLAY "ERRO AO ABRIR O ARQUIVO VENDAS. FS="
                       WRK-FS-VENDAS
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGPREV  '
                    'VENDAS    ' WRK-FS-VENDAS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RELPREV
           IF NOT FS-OK IN WRK-FS-RELPREV
               DISPLAY "ERRO AO ABRIR O ARQUIVO RELPREV. FS="
                       WRK-FS-RELPREV
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGPREV  '
                    'RELPREV   ' WRK-FS-RELPREV
               CLOSE VENDAS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       .
       0200-APURA-MOVIMENTO        SECTION.
      **** A CHAVE COMECA PELA DATA DA VENDA (AAAAMMDD + HORA), ENTAO
      **** O START JA CAI NO PRIMEIRO DIA DA SEMANA.
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
                           MOVE REG-VND-ID(1:8) TO WRK-ITM-DATA
                           IF WRK-ITM-DATA > WRK-DATA-FIM
                               MOVE 'F' TO WRK-EOF
                           ELSE
                               PERFORM 0205-TRATA-LINHA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       .
       0205-TRATA-LINHA            SECTION.
      **** ITEM DE VENDA SEM 'H' (SUSPENSA OU ABANDONADA) NAO TEM
      **** OPERADOR CONHECIDO E FICA FORA. A 'V' DESTE ARQUIVO ESTA NA
      **** DATA DA VENDA ORIGINAL: A DEVOLUCAO VEM DO AUTORIZ.DAT.
           IF REG-VND-ID NOT EQUAL WRK-CAB-ID
               MOVE REG-VND-ID TO WRK-CAB-ID
               MOVE 'N'        TO WRK-TEM-CAB
           END-IF
           EVALUATE REG-VND-TIPO
               WHEN 'H'
                   MOVE 'S'              TO WRK-TEM-CAB
                   MOVE REG-VND-OPERADOR TO WRK-CAB-OPERADOR
                   MOVE REG-VND-PDV      TO WRK-CAB-PDV
               WHEN 'D'
                   IF WRK-TEM-CAB EQUAL 'S'
                       MOVE WRK-CAB-OPERADOR TO WRK-BUS-OPERADOR
                       MOVE WRK-CAB-PDV      TO WRK-BUS-PDV
                       PERFORM 0210-ACHA-OPERADOR
                       IF WRK-POS NOT EQUAL ZEROS
                           ADD 1 TO TAB-OPR-ITENS(IDX-OPR)
                       END-IF
                   END-IF
               WHEN 'C'
                   IF WRK-TEM-CAB EQUAL 'S'
                       MOVE WRK-CAB-OPERADOR TO WRK-BUS-OPERADOR
                       MOVE WRK-CAB-PDV      TO WRK-BUS-PDV
                       PERFORM 0210-ACHA-OPERADOR
                       IF WRK-POS NOT EQUAL ZEROS
                           ADD 1 TO TAB-OPR-CANCEL(IDX-OPR)
                           ADD REG-ITM-PRECO-TOTAL
                               TO TAB-OPR-VL-CANCEL(IDX-OPR)
                       END-IF
                   END-IF
           END-EVALUATE
       .
       0210-ACHA-OPERADOR          SECTION.
      **** POSICIONA IDX-OPR NA LINHA DE WRK-BUS-OPERADOR/PDV, CRIANDO
      **** A LINHA NA PRIMEIRA VEZ. TABELA CHEIA DEVOLVE WRK-POS ZERO.
           MOVE ZEROS TO WRK-POS
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-CT-OPERADORES
                      OR WRK-POS NOT EQUAL ZEROS
               IF TAB-OPR-OPERADOR(WRK-I) EQUAL WRK-BUS-OPERADOR
                  AND TAB-OPR-PDV(WRK-I) EQUAL WRK-BUS-PDV
                   MOVE WRK-I TO WRK-POS
               END-IF
           END-PERFORM
           IF WRK-POS EQUAL ZEROS
               IF WRK-CT-OPERADORES < 100
                   ADD 1 TO WRK-CT-OPERADORES
                   SET IDX-OPR TO WRK-CT-OPERADORES
                   INITIALIZE TAB-OPR-REG(IDX-OPR)
                   MOVE WRK-BUS-OPERADOR TO TAB-OPR-OPERADOR(IDX-OPR)
                   MOVE WRK-BUS-PDV      TO TAB-OPR-PDV(IDX-OPR)
                   MOVE WRK-CT-OPERADORES TO WRK-POS
               ELSE
                   ADD 1 TO WRK-CT-FORA
               END-IF
           END-IF
           IF WRK-POS NOT EQUAL ZEROS
               SET IDX-OPR TO WRK-POS
           END-IF
       .
       0250-APURA-MORTO            SECTION.
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
                       IF REG-ITM-ID(1:8) NUMERIC
                           MOVE REG-ITM-ID(1:8) TO WRK-ITM-DATA
                           IF WRK-ITM-DATA >= WRK-DATA-INI
                              AND WRK-ITM-DATA <= WRK-DATA-FIM
                               PERFORM 0205-TRATA-LINHA
                           END-IF
                       END-IF
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
       0300-APURA-AUTORIZACOES     SECTION.
      **** SEM O AUTORIZ.DAT (FS=35) NENHUMA ACAO DE SUPERVISOR FOI
      **** REGISTRADA AINDA: DEVOLUCOES E AUTORIZACOES SAEM ZERADAS.
           OPEN INPUT AUTORIZ
           IF WRK-FS-AUTORIZ EQUAL '35'
               DISPLAY "AVISO: AUTORIZ.DAT NAO EXISTE. DEVOLUCOES E "
                       "AUTORIZACOES ZERADAS."
               GO TO 0300-FIM
           END-IF
           IF NOT FS-OK IN WRK-FS-AUTORIZ
               DISPLAY "AVISO: AUTORIZ NAO ABRIU. FS=" WRK-FS-AUTORIZ
               MOVE 8 TO RETURN-CODE
               GO TO 0300-FIM
           END-IF
           MOVE SPACE TO WRK-EOF
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ AUTORIZ
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF AUT-DATA >= WRK-DATA-INI
                          AND AUT-DATA <= WRK-DATA-FIM
                           PERFORM 0310-ACUMULA-AUTORIZACAO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUTORIZ
       0300-FIM.
           EXIT.
       0310-ACUMULA-AUTORIZACAO    SECTION.
           MOVE AUT-OPERADOR TO WRK-BUS-OPERADOR
           MOVE AUT-PDV      TO WRK-BUS-PDV
           PERFORM 0210-ACHA-OPERADOR
           IF WRK-POS EQUAL ZEROS
               GO TO 0310-FIM
           END-IF
           EVALUATE TRUE
               WHEN AUT-ACAO EQUAL 'DE'
                   ADD 1         TO TAB-OPR-DEVOL(IDX-OPR)
                   ADD AUT-VALOR TO TAB-OPR-VL-DEVOL(IDX-OPR)
                   PERFORM 0320-CONFERE-VENDA-ORIGINAL
               WHEN AUT-RESULTADO NOT EQUAL 'S'
                   ADD 1 TO TAB-OPR-NEGADAS(IDX-OPR)
               WHEN AUT-ACAO EQUAL 'TN'
                   ADD 1 TO TAB-OPR-TREINO(IDX-OPR)
               WHEN OTHER
                   MOVE 3 TO WRK-TURNO
                   IF AUT-HORA(1:2) NUMERIC
                       MOVE AUT-HORA(1:2) TO WRK-HORA-NUM
                       EVALUATE TRUE
                           WHEN WRK-HORA-NUM >= 6
                                AND WRK-HORA-NUM <= 13
                               MOVE 1 TO WRK-TURNO
                           WHEN WRK-HORA-NUM >= 14
                                AND WRK-HORA-NUM <= 21
                               MOVE 2 TO WRK-TURNO
                       END-EVALUATE
                   END-IF
                   ADD 1 TO TAB-OPR-AUT-TURNO(IDX-OPR WRK-TURNO)
           END-EVALUATE
       0310-FIM.
           EXIT.
       0320-CONFERE-VENDA-ORIGINAL SECTION.
      **** CABECALHO DA VENDA DEVOLVIDA (ID + SEQUENCIAL 0000): SEM
      **** CLIENTE OU REGISTRADA PELO MESMO OPERADOR DA DEVOLUCAO.
      **** VENDA JA ARQUIVADA NAO E CONFERIDA E ENTRA NA CONTAGEM DE
      **** ORIGEM NAO LOCALIZADA.
           MOVE AUT-VND-ID TO REG-VND-ID
           MOVE ZEROS      TO REG-VND-SEQ
           READ VENDAS
               INVALID KEY
                   ADD 1 TO WRK-CT-SEM-ORIGEM
               NOT INVALID KEY
                   IF REG-VND-TIPO NOT EQUAL 'H'
                       ADD 1 TO WRK-CT-SEM-ORIGEM
                   ELSE
                       IF REG-VND-CLIENTE NOT NUMERIC
                          OR REG-VND-CLIENTE EQUAL ZEROS
                           ADD 1 TO TAB-OPR-DEV-SEM-CLI(IDX-OPR)
                       END-IF
                       IF REG-VND-OPERADOR EQUAL AUT-OPERADOR
                           ADD 1 TO TAB-OPR-DEV-PROPRIA(IDX-OPR)
                       END-IF
                   END-IF
           END-READ
       .
       0400-APURA-SANGRIAS         SECTION.
      **** PRIMEIRA PASSADA SOMA AS SANGRIAS DA SEMANA E TIRA A MEDIA;
      **** A SEGUNDA CONTA, POR OPERADOR, AS ACIMA DO DOBRO DA MEDIA.
           OPEN INPUT GAVETA
           IF WRK-FS-GAVETA EQUAL '35'
               GO TO 0400-FIM
           END-IF
           IF NOT FS-OK IN WRK-FS-GAVETA
               DISPLAY "AVISO: GAVETA NAO ABRIU. FS=" WRK-FS-GAVETA
               MOVE 8 TO RETURN-CODE
               GO TO 0400-FIM
           END-IF
           MOVE SPACE TO WRK-EOF
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ GAVETA
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF GAV-TIPO EQUAL 'SG'
                          AND GAV-DATA >= WRK-DATA-INI
                          AND GAV-DATA <= WRK-DATA-FIM
                           MOVE GAV-OPERADOR TO WRK-BUS-OPERADOR
                           MOVE GAV-PDV      TO WRK-BUS-PDV
                           PERFORM 0210-ACHA-OPERADOR
                           IF WRK-POS NOT EQUAL ZEROS
                               ADD 1 TO TAB-OPR-SANGRIAS(IDX-OPR)
                               ADD GAV-VALOR
                                   TO TAB-OPR-VL-SANGRIA(IDX-OPR)
                           END-IF
                           ADD 1         TO WRK-TOT-SANGRIAS
                           ADD GAV-VALOR TO WRK-TOT-VL-SANGRIA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GAVETA
           IF WRK-TOT-SANGRIAS EQUAL ZEROS
               GO TO 0400-FIM
           END-IF
           COMPUTE WRK-MEDIA-SANGRIA ROUNDED =
               WRK-TOT-VL-SANGRIA / WRK-TOT-SANGRIAS

           OPEN INPUT GAVETA
           MOVE SPACE TO WRK-EOF
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ GAVETA
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF GAV-TIPO EQUAL 'SG'
                          AND GAV-DATA >= WRK-DATA-INI
                          AND GAV-DATA <= WRK-DATA-FIM
                          AND GAV-VALOR > WRK-MEDIA-SANGRIA * 2
                           MOVE GAV-OPERADOR TO WRK-BUS-OPERADOR
                           MOVE GAV-PDV      TO WRK-BUS-PDV
                           PERFORM 0210-ACHA-OPERADOR
                           IF WRK-POS NOT EQUAL ZEROS
                               ADD 1 TO TAB-OPR-SANG-FORA(IDX-OPR)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GAVETA
       0400-FIM.
           EXIT.
       0500-GRAVA-RELATORIO        SECTION.
      **** MEDIAS DA LOJA: TAXA DE CANCELAMENTO SOBRE OS ITENS DE TODOS
      **** OS OPERADORES; VALOR DEVOLVIDO E AUTORIZACOES POR LINHA.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-CT-OPERADORES
               ADD TAB-OPR-ITENS(WRK-I)    TO WRK-TOT-ITENS
               ADD TAB-OPR-CANCEL(WRK-I)   TO WRK-TOT-CANCEL
               ADD TAB-OPR-VL-DEVOL(WRK-I) TO WRK-TOT-VL-DEVOL
               ADD TAB-OPR-AUT-TURNO(WRK-I 1) TAB-OPR-AUT-TURNO(WRK-I 2)
                   TAB-OPR-AUT-TURNO(WRK-I 3) TO WRK-TOT-AUTORIZ
           END-PERFORM
           IF WRK-TOT-ITENS > ZEROS
               COMPUTE WRK-TAXA-LOJA ROUNDED =
                   WRK-TOT-CANCEL * 100 / WRK-TOT-ITENS
           END-IF
           IF WRK-CT-OPERADORES > ZEROS
               COMPUTE WRK-MEDIA-DEVOL ROUNDED =
                   WRK-TOT-VL-DEVOL / WRK-CT-OPERADORES
               COMPUTE WRK-MEDIA-AUTORIZ ROUNDED =
                   WRK-TOT-AUTORIZ / WRK-CT-OPERADORES
           END-IF

           MOVE "============================================"
               TO REG-RELPREV
           WRITE REG-RELPREV
           MOVE SPACES TO REG-RELPREV
           STRING "PREVENCAO DE PERDAS - SEMANA " DELIMITED BY SIZE
                  WRK-DATA-INI DELIMITED BY SIZE
                  " A "        DELIMITED BY SIZE
                  WRK-DATA-FIM DELIMITED BY SIZE
               INTO REG-RELPREV
           WRITE REG-RELPREV
           MOVE WRK-TAXA-LOJA     TO WRK-TAXA-FORM
           MOVE WRK-MEDIA-DEVOL   TO WRK-VALOR-FORM
           MOVE WRK-MEDIA-SANGRIA TO WRK-VALOR2-FORM
           MOVE SPACES TO REG-RELPREV
           STRING "MEDIAS DA LOJA - CANCELAMENTO: " DELIMITED BY SIZE
                  WRK-TAXA-FORM                     DELIMITED BY SIZE
                  "%  DEVOLVIDO POR OPERADOR: "     DELIMITED BY SIZE
                  WRK-VALOR-FORM                    DELIMITED BY SIZE
                  "  SANGRIA: "                     DELIMITED BY SIZE
                  WRK-VALOR2-FORM                   DELIMITED BY SIZE
               INTO REG-RELPREV
           WRITE REG-RELPREV
           MOVE "(ALERTA: MAIS DO DOBRO DA MEDIA EM CANCELAMENTO,"
               TO REG-RELPREV
           WRITE REG-RELPREV
           MOVE " DEVOLUCAO OU AUTORIZACOES; DEVOLUCAO DE VENDA DO"
               TO REG-RELPREV
           WRITE REG-RELPREV
           MOVE " PROPRIO OPERADOR; SANGRIA FORA DO PADRAO)"
               TO REG-RELPREV
           WRITE REG-RELPREV
           MOVE "============================================"
               TO REG-RELPREV
           WRITE REG-RELPREV

           IF WRK-CT-OPERADORES EQUAL ZEROS
               MOVE "NENHUM MOVIMENTO NA SEMANA." TO REG-RELPREV
               WRITE REG-RELPREV
           END-IF
           PERFORM VARYING WRK-POS FROM 1 BY 1
                   UNTIL WRK-POS > WRK-CT-OPERADORES
               SET IDX-OPR TO WRK-POS
               PERFORM 0510-GRAVA-OPERADOR
           END-PERFORM

           IF WRK-CT-SEM-ORIGEM > ZEROS
               MOVE WRK-CT-SEM-ORIGEM TO WRK-CT-FORM
               MOVE SPACES TO REG-RELPREV
               STRING "DEVOLUCOES COM VENDA ORIGINAL NAO LOCALIZADA "
                          DELIMITED BY SIZE
                      "(JA ARQUIVADA): " DELIMITED BY SIZE
                      WRK-CT-FORM        DELIMITED BY SIZE
                   INTO REG-RELPREV
               WRITE REG-RELPREV
           END-IF
       .
       0510-GRAVA-OPERADOR         SECTION.
           MOVE ZEROS TO WRK-TAXA-OPER
           IF TAB-OPR-ITENS(IDX-OPR) > ZEROS
               COMPUTE WRK-TAXA-OPER ROUNDED =
                   TAB-OPR-CANCEL(IDX-OPR) * 100
                   / TAB-OPR-ITENS(IDX-OPR)
           END-IF
           COMPUTE WRK-AUT-OPER = TAB-OPR-AUT-TURNO(IDX-OPR 1)
               + TAB-OPR-AUT-TURNO(IDX-OPR 2)
               + TAB-OPR-AUT-TURNO(IDX-OPR 3)

           MOVE SPACES TO WRK-MOTIVOS
           MOVE 1 TO WRK-PTR
           IF TAB-OPR-CANCEL(IDX-OPR) > ZEROS
              AND WRK-TAXA-OPER > WRK-TAXA-LOJA * 2
               STRING "CANCELAMENTO " DELIMITED BY SIZE
                   INTO WRK-MOTIVOS WITH POINTER WRK-PTR
           END-IF
           IF TAB-OPR-VL-DEVOL(IDX-OPR) > ZEROS
              AND TAB-OPR-VL-DEVOL(IDX-OPR) > WRK-MEDIA-DEVOL * 2
               STRING "DEVOLUCAO " DELIMITED BY SIZE
                   INTO WRK-MOTIVOS WITH POINTER WRK-PTR
           END-IF
           IF TAB-OPR-DEV-PROPRIA(IDX-OPR) > ZEROS
               STRING "DEVOLUCAO-PROPRIA " DELIMITED BY SIZE
                   INTO WRK-MOTIVOS WITH POINTER WRK-PTR
           END-IF
           IF WRK-AUT-OPER > ZEROS
              AND WRK-AUT-OPER > WRK-MEDIA-AUTORIZ * 2
               STRING "AUTORIZACOES " DELIMITED BY SIZE
                   INTO WRK-MOTIVOS WITH POINTER WRK-PTR
           END-IF
           IF TAB-OPR-SANG-FORA(IDX-OPR) > ZEROS
               STRING "SANGRIA " DELIMITED BY SIZE
                   INTO WRK-MOTIVOS WITH POINTER WRK-PTR
           END-IF

           MOVE SPACES TO REG-RELPREV
           WRITE REG-RELPREV
           MOVE SPACES TO REG-RELPREV
           IF WRK-MOTIVOS EQUAL SPACES
               STRING "OPERADOR "               DELIMITED BY SIZE
                      TAB-OPR-OPERADOR(IDX-OPR) DELIMITED BY SIZE
                      " - PDV "                 DELIMITED BY SIZE
                      TAB-OPR-PDV(IDX-OPR)      DELIMITED BY SIZE
                   INTO REG-RELPREV
           ELSE
               ADD 1 TO WRK-CT-ALERTAS
               STRING "OPERADOR "               DELIMITED BY SIZE
                      TAB-OPR-OPERADOR(IDX-OPR) DELIMITED BY SIZE
                      " - PDV "                 DELIMITED BY SIZE
                      TAB-OPR-PDV(IDX-OPR)      DELIMITED BY SIZE
                      "  *** ALERTA: "          DELIMITED BY SIZE
                      WRK-MOTIVOS               DELIMITED BY SIZE
                   INTO REG-RELPREV
           END-IF
           WRITE REG-RELPREV

           MOVE TAB-OPR-ITENS(IDX-OPR)     TO WRK-CT-FORM
           MOVE TAB-OPR-CANCEL(IDX-OPR)    TO WRK-CT2-FORM
           MOVE WRK-TAXA-OPER              TO WRK-TAXA-FORM
           MOVE TAB-OPR-VL-CANCEL(IDX-OPR) TO WRK-VALOR-FORM
           MOVE SPACES TO REG-RELPREV
           STRING "   ITENS: "        DELIMITED BY SIZE
                  WRK-CT-FORM         DELIMITED BY SIZE
                  "  CANCELADOS: "    DELIMITED BY SIZE
                  WRK-CT2-FORM        DELIMITED BY SIZE
                  " ("                DELIMITED BY SIZE
                  WRK-TAXA-FORM       DELIMITED BY SIZE
                  "%)  VALOR CANCELADO: " DELIMITED BY SIZE
                  WRK-VALOR-FORM      DELIMITED BY SIZE
               INTO REG-RELPREV
           WRITE REG-RELPREV

           MOVE TAB-OPR-DEVOL(IDX-OPR)       TO WRK-CT-FORM
           MOVE TAB-OPR-VL-DEVOL(IDX-OPR)    TO WRK-VALOR-FORM
           MOVE TAB-OPR-DEV-SEM-CLI(IDX-OPR) TO WRK-CT2-FORM
           MOVE TAB-OPR-DEV-PROPRIA(IDX-OPR) TO WRK-CT3-FORM
           MOVE SPACES TO REG-RELPREV
           STRING "   DEVOLUCOES: "   DELIMITED BY SIZE
                  WRK-CT-FORM         DELIMITED BY SIZE
                  "  VALOR: "         DELIMITED BY SIZE
                  WRK-VALOR-FORM      DELIMITED BY SIZE
                  "  SEM CLIENTE: "   DELIMITED BY SIZE
                  WRK-CT2-FORM        DELIMITED BY SIZE
                  "  DE VENDA PROPRIA: " DELIMITED BY SIZE
                  WRK-CT3-FORM        DELIMITED BY SIZE
               INTO REG-RELPREV
           WRITE REG-RELPREV

           MOVE TAB-OPR-AUT-TURNO(IDX-OPR 1) TO WRK-CT-FORM
           MOVE TAB-OPR-AUT-TURNO(IDX-OPR 2) TO WRK-CT2-FORM
           MOVE TAB-OPR-AUT-TURNO(IDX-OPR 3) TO WRK-CT3-FORM
           MOVE TAB-OPR-NEGADAS(IDX-OPR)     TO WRK-CT4-FORM
           MOVE SPACES TO REG-RELPREV
           STRING "   AUTORIZACOES - MANHA: " DELIMITED BY SIZE
                  WRK-CT-FORM                 DELIMITED BY SIZE
                  "  TARDE: "                 DELIMITED BY SIZE
                  WRK-CT2-FORM                DELIMITED BY SIZE
                  "  NOITE: "                 DELIMITED BY SIZE
                  WRK-CT3-FORM                DELIMITED BY SIZE
                  "  NEGADAS: "               DELIMITED BY SIZE
                  WRK-CT4-FORM                DELIMITED BY SIZE
               INTO REG-RELPREV
           WRITE REG-RELPREV

           MOVE TAB-OPR-TREINO(IDX-OPR)     TO WRK-CT-FORM
           MOVE TAB-OPR-SANGRIAS(IDX-OPR)   TO WRK-CT2-FORM
           MOVE TAB-OPR-VL-SANGRIA(IDX-OPR) TO WRK-VALOR-FORM
           MOVE TAB-OPR-SANG-FORA(IDX-OPR)  TO WRK-CT3-FORM
           MOVE SPACES TO REG-RELPREV
           STRING "   TREINAMENTOS: "   DELIMITED BY SIZE
                  WRK-CT-FORM           DELIMITED BY SIZE
                  "  SANGRIAS: "        DELIMITED BY SIZE
                  WRK-CT2-FORM          DELIMITED BY SIZE
                  "  VALOR: "           DELIMITED BY SIZE
                  WRK-VALOR-FORM        DELIMITED BY SIZE
                  "  FORA DO PADRAO: "  DELIMITED BY SIZE
                  WRK-CT3-FORM          DELIMITED BY SIZE
               INTO REG-RELPREV
           WRITE REG-RELPREV
       .
       0900-FECHA-ARQUIVOS         SECTION.
           CLOSE VENDAS
           CLOSE RELPREV
           DISPLAY "PREVENCAO DE PERDAS GRAVADA EM RELPREV.DAT."
           MOVE WRK-CT-ALERTAS TO WRK-CT-FORM
           DISPLAY "OPERADORES EM ALERTA: " WRK-CT-FORM
           IF WRK-CT-FORA > ZEROS
               DISPLAY "AVISO: TABELA DE OPERADORES CHEIA. "
                       WRK-CT-FORA " LANCAMENTOS FORA."
           END-IF
           IF WRK-CT-ALERTAS > ZEROS OR WRK-CT-FORA > ZEROS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
       .
       END PROGRAM PROGPREV.
