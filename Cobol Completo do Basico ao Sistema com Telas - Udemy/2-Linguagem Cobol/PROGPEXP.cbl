       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPEXP.
      *-----------------------------------------------------------------
      *== AUTOR: MARCIA GAMELEIRA
      *== OBJETIVO: VALIDADE DOS PONTOS DE FIDELIDADE. TRABALHA SOBRE O
      *==           RAZAO DATADO PONTOMOV.DAT (LOTES GANHOS NA VENDA E
      *==           CONSUMIDOS DO MAIS ANTIGO PARA O MAIS NOVO NO
      *==           RESGATE, PELO PROGVEND) E O SALDO DO PONTOS.DAT.
      *==           OPCAO 1: AVISO DOS CLIENTES COM PONTOS A VENCER
      *==           NOS PROXIMOS 30 DIAS, PARA CONVIDAR DE VOLTA.
      *==           OPCAO 2: RODADA MENSAL - EXPIRA OS LOTES GANHOS HA
      *==           MAIS DE N MESES (LANCAMENTO 'X' NO RAZAO E BAIXA NO
      *==           PONTOS.DAT) E EMITE O AVISO DO MES SEGUINTE.
      *==           OPCAO 3: PRAZO DE VALIDADE N EM MESES, GUARDADO NO
      *==           PONTPAR.DAT (SEM O ARQUIVO VALEM 12 MESES). ANTES
      *==           DO AVISO E DA EXPIRACAO O RAZAO E CONCILIADO COM O
      *==           SALDO OFICIAL: SALDO SEM LOTE (PONTOS ANTERIORES AO
      *==           RAZAO, BACKUP RESTAURADO) VIRA UM LOTE 'A' COM A
      *==           DATA DO DIA; LOTES ACIMA DO SALDO SAO BAIXADOS DO
      *==           MAIS ANTIGO ('J'). SAIDA EM RELPEXP.DAT.
      *== DATA: 15/10/2026
      *== OBSERVACOES:
      *== 15/10/2026: AVISO RESPEITA O CONSENTIMENTO DE MARKETING
      *==             (CONSENT.DAT): CLIENTE QUE RECUSOU SAI COMO
      *==             NAO CONTACTAR, SEM TELEFONE NEM E-MAIL.
      *-----------------------------------------------------------------

      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *=================================================================
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PONTOS ASSIGN TO "PONTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CLIENTE-PTS
               FILE STATUS IS WRK-FS-PONTOS.
           SELECT PONTOMOV ASSIGN TO "PONTOMOV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTM-CHAVE
               FILE STATUS IS WRK-FS-PONTOMOV.
           SELECT CLIENTE ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CLIENTE
               FILE STATUS IS WRK-FS-CLIENTE.
           SELECT CONSENT ASSIGN TO "CONSENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNS-CLIENTE
               FILE STATUS IS WRK-FS-CONSENT.
           SELECT PONTPAR ASSIGN TO "PONTPAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PONTPAR.
           SELECT RELPEXP ASSIGN TO "RELPEXP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELPEXP.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD  PONTOS.
       01  REG-PONTOS.
           03  CD-CLIENTE-PTS        PIC 9(05).
           03  QT-PONTOS             PIC 9(08).

       FD  PONTOMOV.
       COPY PTMOVFD.

       FD  CLIENTE.
       01  REG-CLIENTE.
           03  CD-CLIENTE            PIC 9(05).
           03  NM-CLIENTE            PIC X(40).
           03  NM-ENDERECO           PIC X(40).
           03  NR-TELEFONE           PIC X(15).
           03  DS-EMAIL              PIC X(40).
           03  DS-CEP                PIC X(09).
           03  TP-DOCUMENTO          PIC X(01).
           03  NR-DOCUMENTO          PIC 9(14).
           03  NM-CIDADE             PIC X(30).
           03  UF-CLIENTE            PIC X(02).

       FD  CONSENT.
       01  REG-CONSENT.
           03  CNS-CLIENTE           PIC 9(05).
           03  CNS-MARKETING         PIC X(01).
           03  CNS-DT-CONSENT        PIC 9(08).
           03  CNS-OPERADOR          PIC X(10).
           03  CNS-DT-ANONIMIZACAO   PIC 9(08).

       FD  PONTPAR.
       01  REG-PONTPAR.
           03  PTP-MESES-VALIDADE    PIC 9(02).
           03  FILLER                PIC X(01).
           03  PTP-DT-ALTERACAO      PIC 9(08).

       FD  RELPEXP.
       01  REG-RELPEXP               PIC X(120).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PONTOS==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PONTOMOV==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-CLIENTE==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-CONSENT==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PONTPAR==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-RELPEXP==.

       77 WRK-OPCAO                 PIC 9(01)       VALUE ZEROS.
           88  WRK-OPC-AVISO                        VALUE 1.
           88  WRK-OPC-EXPIRAR                      VALUE 2.
           88  WRK-OPC-VALIDADE                     VALUE 3.
       77 WRK-CONFIRMA              PIC X(01)       VALUE SPACE.
       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-EOF-MOV               PIC X(01)       VALUE SPACE.
       77 WRK-GRAVADO               PIC X(01)       VALUE SPACE.
       77 WRK-CLIENTE-OK            PIC X(01)       VALUE 'N'.
           88  WRK-TEM-CLIENTES                     VALUE 'S'.
       77 WRK-CONSENT-OK            PIC X(01)       VALUE 'N'.
           88  WRK-TEM-CONSENT                      VALUE 'S'.
       77 WRK-MARKETING             PIC X(01)       VALUE SPACE.
           88  WRK-RECUSOU-MARKETING                VALUE 'N'.
       77 WRK-DATA-SISTEMA          PIC 9(08)       VALUE ZEROS.
       77 WRK-HORA-SISTEMA          PIC 9(08)       VALUE ZEROS.
       77 WRK-MESES-VALIDADE        PIC 9(02)       VALUE 12.
       77 WRK-NOVOS-MESES           PIC 9(02)       VALUE ZEROS.

      *==  DATAS DE CORTE: EXPIRA O LOTE GANHO ATE HOJE MENOS N MESES;
      *==  VENCE NOS PROXIMOS 30 DIAS O GANHO ATE HOJE+30 MENOS N.
       77 WRK-CORTE-HOJE            PIC 9(08)       VALUE ZEROS.
       77 WRK-CORTE-30              PIC 9(08)       VALUE ZEROS.
       77 WRK-DATA-30               PIC 9(08)       VALUE ZEROS.

      *==  CONTA DE MESES SOBRE UMA DATA (0700-SOMA-MESES).
       01  WRK-CALC-DATA            PIC 9(08)       VALUE ZEROS.
       01  FILLER REDEFINES WRK-CALC-DATA.
           03  WRK-CALC-ANO         PIC 9(04).
           03  WRK-CALC-MES         PIC 9(02).
           03  WRK-CALC-DIA         PIC 9(02).
       77 WRK-CALC-MESES            PIC S9(03)      VALUE ZEROS.
       77 WRK-CALC-TOTAL            PIC 9(06)       VALUE ZEROS.

      *==  CLIENTE CORRENTE.
       77 WRK-CD-CLIENTE            PIC 9(05)       VALUE ZEROS.
       77 WRK-SOMA-LOTES            PIC 9(09)       VALUE ZEROS.
       77 WRK-DIFERENCA             PIC 9(09)       VALUE ZEROS.
       77 WRK-RESTO                 PIC 9(09)       VALUE ZEROS.
       77 WRK-EXPIRADOS             PIC 9(09)       VALUE ZEROS.
       77 WRK-A-VENCER              PIC 9(09)       VALUE ZEROS.
       77 WRK-PRIMEIRO-LOTE         PIC 9(08)       VALUE ZEROS.

      *==  TOTAIS DA RODADA.
       77 WRK-CT-CLIENTES           PIC 9(07)       VALUE ZEROS.
       77 WRK-CT-ABERTURAS          PIC 9(07)       VALUE ZEROS.
       77 WRK-CT-AJUSTES            PIC 9(07)       VALUE ZEROS.
       77 WRK-CT-EXPIRADOS          PIC 9(07)       VALUE ZEROS.
       77 WRK-CT-AVISOS             PIC 9(07)       VALUE ZEROS.
       77 WRK-TOT-EXPIRADOS         PIC 9(11)       VALUE ZEROS.
       77 WRK-TOT-A-VENCER          PIC 9(11)       VALUE ZEROS.

       77 WRK-NM-CLIENTE            PIC X(40)       VALUE SPACES.
       77 WRK-TEL-CLIENTE           PIC X(15)       VALUE SPACES.
       77 WRK-EMAIL-CLIENTE         PIC X(40)       VALUE SPACES.
       77 WRK-PTS-FORM              PIC ZZ.ZZZ.ZZ9  VALUE ZEROS.
       77 WRK-PTS2-FORM             PIC ZZ.ZZZ.ZZ9  VALUE ZEROS.
       77 WRK-TOT-FORM              PIC ZZ.ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-CT-FORM               PIC Z.ZZZ.ZZ9   VALUE ZEROS.
       77 WRK-MESES-FORM            PIC Z9          VALUE ZEROS.
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 0050-CARREGA-VALIDADE
           DISPLAY "1-AVISO DE PONTOS A VENCER (30 DIAS) "
                   "2-EXPIRACAO MENSAL 3-VALIDADE DOS PONTOS"
           DISPLAY "OPCAO: "
           ACCEPT WRK-OPCAO
           EVALUATE TRUE
               WHEN WRK-OPC-AVISO
               WHEN WRK-OPC-EXPIRAR
                   PERFORM 0100-ABRE-ARQUIVOS
                   PERFORM 0150-CALCULA-CORTES
                   PERFORM 0160-GRAVA-CABECALHO
                   PERFORM 0200-PROCESSA-CLIENTES
                   PERFORM 0400-AVISO-A-VENCER
                   PERFORM 0900-FECHA-ARQUIVOS
               WHEN WRK-OPC-VALIDADE
                   PERFORM 0600-CONFIGURA-VALIDADE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       0050-CARREGA-VALIDADE       SECTION.
      **** PRAZO DE VALIDADE EM VIGOR. SEM O PONTPAR.DAT (OU COM
      **** REGISTRO INVALIDO) FICA O VALUE DO FONTE.
           OPEN INPUT PONTPAR
           IF FS-OK IN WRK-FS-PONTPAR
               READ PONTPAR
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PTP-MESES-VALIDADE NUMERIC
                          AND PTP-MESES-VALIDADE > ZEROS
                           MOVE PTP-MESES-VALIDADE
                               TO WRK-MESES-VALIDADE
                       END-IF
               END-READ
               CLOSE PONTPAR
           END-IF
           MOVE WRK-MESES-VALIDADE TO WRK-MESES-FORM
           DISPLAY "VALIDADE DOS PONTOS (MESES): " WRK-MESES-FORM
       .
       0100-ABRE-ARQUIVOS          SECTION.
           OPEN I-O PONTOS
           IF WRK-FS-PONTOS EQUAL '35'
               DISPLAY "NENHUM SALDO DE PONTOS GRAVADO AINDA."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT FS-OK IN WRK-FS-PONTOS
               DISPLAY "ERRO AO ABRIR O ARQUIVO PONTOS. FS="
                       WRK-FS-PONTOS
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGPEXP  '
                    'PONTOS    ' WRK-FS-PONTOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O PONTOMOV
           IF WRK-FS-PONTOMOV EQUAL '35'
               CLOSE PONTOMOV
               OPEN OUTPUT PONTOMOV
               CLOSE PONTOMOV
               OPEN I-O PONTOMOV
           END-IF
           IF NOT FS-OK IN WRK-FS-PONTOMOV
               DISPLAY "ERRO AO ABRIR O ARQUIVO PONTOMOV. FS="
                       WRK-FS-PONTOMOV
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGPEXP  '
                    'PONTOMOV  ' WRK-FS-PONTOMOV
               CLOSE PONTOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RELPEXP
           IF NOT FS-OK IN WRK-FS-RELPEXP
               DISPLAY "ERRO AO ABRIR O ARQUIVO RELPEXP. FS="
                       WRK-FS-RELPEXP
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGPEXP  '
                    'RELPEXP   ' WRK-FS-RELPEXP
               CLOSE PONTOS
               CLOSE PONTOMOV
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      **** SEM O CADASTRO DE CLIENTES O AVISO SAI SO COM O CODIGO.
           OPEN INPUT CLIENTE
           IF FS-OK IN WRK-FS-CLIENTE
               MOVE 'S' TO WRK-CLIENTE-OK
           END-IF
      **** SEM CONSENT.DAT NINGUEM RECUSOU AINDA: O AVISO SAI COMPLETO.
           OPEN INPUT CONSENT
           IF FS-OK IN WRK-FS-CONSENT
               MOVE 'S' TO WRK-CONSENT-OK
           END-IF
       .
       0150-CALCULA-CORTES         SECTION.
           MOVE WRK-DATA-SISTEMA TO WRK-CALC-DATA
           COMPUTE WRK-CALC-MESES = ZEROS - WRK-MESES-VALIDADE
           PERFORM 0700-SOMA-MESES
           MOVE WRK-CALC-DATA TO WRK-CORTE-HOJE

           COMPUTE WRK-DATA-30 = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WRK-DATA-SISTEMA) + 30)
           MOVE WRK-DATA-30 TO WRK-CALC-DATA
           COMPUTE WRK-CALC-MESES = ZEROS - WRK-MESES-VALIDADE
           PERFORM 0700-SOMA-MESES
           MOVE WRK-CALC-DATA TO WRK-CORTE-30
       .
       0160-GRAVA-CABECALHO        SECTION.
           MOVE "============================================"
               TO REG-RELPEXP
           WRITE REG-RELPEXP
           MOVE SPACES TO REG-RELPEXP
           IF WRK-OPC-EXPIRAR
               STRING "EXPIRACAO DE PONTOS EM " DELIMITED BY SIZE
                      WRK-DATA-SISTEMA          DELIMITED BY SIZE
                   INTO REG-RELPEXP
           ELSE
               STRING "PONTOS A VENCER - AVISO DE " DELIMITED BY SIZE
                      WRK-DATA-SISTEMA              DELIMITED BY SIZE
                   INTO REG-RELPEXP
           END-IF
           WRITE REG-RELPEXP
           MOVE SPACES TO REG-RELPEXP
           STRING "VALIDADE: "          DELIMITED BY SIZE
                  WRK-MESES-FORM        DELIMITED BY SIZE
                  " MESES. EXPIRAM OS PONTOS GANHOS ATE "
                                        DELIMITED BY SIZE
                  WRK-CORTE-HOJE        DELIMITED BY SIZE
               INTO REG-RELPEXP
           WRITE REG-RELPEXP
           MOVE "============================================"
               TO REG-RELPEXP
           WRITE REG-RELPEXP
           IF WRK-OPC-EXPIRAR
               MOVE SPACES TO REG-RELPEXP
               WRITE REG-RELPEXP
               MOVE "PONTOS EXPIRADOS NESTA RODADA" TO REG-RELPEXP
               WRITE REG-RELPEXP
           END-IF
       .
       0200-PROCESSA-CLIENTES      SECTION.
      **** UMA PASSADA NO PONTOS.DAT: CONCILIA O RAZAO DE CADA CLIENTE
      **** E, NA RODADA MENSAL, EXPIRA OS LOTES VENCIDOS.
           MOVE SPACE TO WRK-EOF
           MOVE ZEROS TO CD-CLIENTE-PTS
           START PONTOS KEY IS NOT LESS THAN CD-CLIENTE-PTS
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ PONTOS NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       ADD 1 TO WRK-CT-CLIENTES
                       MOVE CD-CLIENTE-PTS TO WRK-CD-CLIENTE
                       PERFORM 0210-CONCILIA-RAZAO
                       IF WRK-OPC-EXPIRAR
                           PERFORM 0300-EXPIRA-CLIENTE
                       END-IF
               END-READ
           END-PERFORM
           IF WRK-OPC-EXPIRAR
              AND WRK-CT-EXPIRADOS EQUAL ZEROS
               MOVE "   NENHUM PONTO VENCIDO." TO REG-RELPEXP
               WRITE REG-RELPEXP
           END-IF
       .
       0210-CONCILIA-RAZAO         SECTION.
      **** SOMA OS LOTES EM ABERTO DO CLIENTE E ACERTA PELO SALDO
      **** OFICIAL (QT-PONTOS).
           MOVE ZEROS TO WRK-SOMA-LOTES
           PERFORM 0500-POSICIONA-CLIENTE
           PERFORM UNTIL WRK-EOF-MOV EQUAL 'F'
               READ PONTOMOV NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF-MOV
                   NOT AT END
                       IF PTM-CLIENTE NOT EQUAL WRK-CD-CLIENTE
                           MOVE 'F' TO WRK-EOF-MOV
                       ELSE
                           IF (PTM-TIPO EQUAL 'G' OR PTM-TIPO EQUAL 'A')
                               ADD PTM-SALDO-LOTE TO WRK-SOMA-LOTES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF QT-PONTOS > WRK-SOMA-LOTES
               COMPUTE WRK-DIFERENCA = QT-PONTOS - WRK-SOMA-LOTES
               MOVE WRK-CD-CLIENTE TO PTM-CLIENTE
               MOVE 'A'            TO PTM-TIPO
               MOVE WRK-DIFERENCA  TO PTM-PONTOS
               MOVE WRK-DIFERENCA  TO PTM-SALDO-LOTE
               MOVE SPACES         TO PTM-VND-ID
               PERFORM 0550-GRAVA-RAZAO
               ADD 1 TO WRK-CT-ABERTURAS
           END-IF
           IF QT-PONTOS < WRK-SOMA-LOTES
               COMPUTE WRK-DIFERENCA = WRK-SOMA-LOTES - QT-PONTOS
               MOVE WRK-DIFERENCA TO WRK-RESTO
               PERFORM 0500-POSICIONA-CLIENTE
               PERFORM UNTIL WRK-EOF-MOV EQUAL 'F'
                          OR WRK-RESTO EQUAL ZEROS
                   READ PONTOMOV NEXT RECORD
                       AT END
                           MOVE 'F' TO WRK-EOF-MOV
                       NOT AT END
                           IF PTM-CLIENTE NOT EQUAL WRK-CD-CLIENTE
                               MOVE 'F' TO WRK-EOF-MOV
                           ELSE
                               PERFORM 0220-BAIXA-LOTE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WRK-CD-CLIENTE TO PTM-CLIENTE
               MOVE 'J'            TO PTM-TIPO
               MOVE WRK-DIFERENCA  TO PTM-PONTOS
               MOVE ZEROS          TO PTM-SALDO-LOTE
               MOVE SPACES         TO PTM-VND-ID
               PERFORM 0550-GRAVA-RAZAO
               ADD 1 TO WRK-CT-AJUSTES
           END-IF
       .
       0220-BAIXA-LOTE             SECTION.
      **** CONSOME O LOTE CORRENTE ATE O RESTO A BAIXAR (MESMA REGRA
      **** DO RESGATE NO PROGVEND).
           IF PTM-TIPO NOT EQUAL 'G' AND PTM-TIPO NOT EQUAL 'A'
               GO TO 0220-FIM
           END-IF
           IF PTM-SALDO-LOTE EQUAL ZEROS
               GO TO 0220-FIM
           END-IF
           IF PTM-SALDO-LOTE > WRK-RESTO
               SUBTRACT WRK-RESTO FROM PTM-SALDO-LOTE
               MOVE ZEROS TO WRK-RESTO
           ELSE
               SUBTRACT PTM-SALDO-LOTE FROM WRK-RESTO
               MOVE ZEROS TO PTM-SALDO-LOTE
           END-IF
           REWRITE REG-PONTOMOV
       0220-FIM.
           EXIT.
       0300-EXPIRA-CLIENTE         SECTION.
      **** ZERA OS LOTES GANHOS ATE A DATA DE CORTE, LANCA UM 'X' COM
      **** O TOTAL E BAIXA O SALDO OFICIAL.
           MOVE ZEROS TO WRK-EXPIRADOS
           PERFORM 0500-POSICIONA-CLIENTE
           PERFORM UNTIL WRK-EOF-MOV EQUAL 'F'
               READ PONTOMOV NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF-MOV
                   NOT AT END
                       IF PTM-CLIENTE NOT EQUAL WRK-CD-CLIENTE
                          OR PTM-DATA > WRK-CORTE-HOJE
                           MOVE 'F' TO WRK-EOF-MOV
                       ELSE
                           IF (PTM-TIPO EQUAL 'G' OR PTM-TIPO EQUAL 'A')
                              AND PTM-SALDO-LOTE > ZEROS
                               ADD PTM-SALDO-LOTE TO WRK-EXPIRADOS
                               MOVE ZEROS TO PTM-SALDO-LOTE
                               REWRITE REG-PONTOMOV
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WRK-EXPIRADOS EQUAL ZEROS
               GO TO 0300-FIM
           END-IF

           MOVE WRK-CD-CLIENTE TO PTM-CLIENTE
           MOVE 'X'            TO PTM-TIPO
           MOVE WRK-EXPIRADOS  TO PTM-PONTOS
           MOVE ZEROS          TO PTM-SALDO-LOTE
           MOVE SPACES         TO PTM-VND-ID
           MOVE WRK-CORTE-HOJE TO PTM-VND-ID(1:8)
           PERFORM 0550-GRAVA-RAZAO

           IF WRK-EXPIRADOS > QT-PONTOS
               MOVE QT-PONTOS TO WRK-EXPIRADOS
           END-IF
           SUBTRACT WRK-EXPIRADOS FROM QT-PONTOS
           REWRITE REG-PONTOS
           ADD 1 TO WRK-CT-EXPIRADOS
           ADD WRK-EXPIRADOS TO WRK-TOT-EXPIRADOS

           PERFORM 0510-DADOS-CLIENTE
           MOVE WRK-EXPIRADOS TO WRK-PTS-FORM
           MOVE QT-PONTOS     TO WRK-PTS2-FORM
           MOVE SPACES TO REG-RELPEXP
           STRING WRK-CD-CLIENTE   DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WRK-NM-CLIENTE   DELIMITED BY SIZE
                  " EXPIRADOS "    DELIMITED BY SIZE
                  WRK-PTS-FORM     DELIMITED BY SIZE
                  " SALDO "        DELIMITED BY SIZE
                  WRK-PTS2-FORM    DELIMITED BY SIZE
               INTO REG-RELPEXP
           WRITE REG-RELPEXP
       0300-FIM.
           EXIT.
       0400-AVISO-A-VENCER         SECTION.
      **** LOTES EM ABERTO QUE VENCEM ENTRE AMANHA E HOJE+30: GANHOS
      **** DEPOIS DO CORTE DE HOJE E ATE O CORTE DE HOJE+30.
           MOVE SPACES TO REG-RELPEXP
           WRITE REG-RELPEXP
           MOVE "CLIENTES COM PONTOS A VENCER NOS PROXIMOS 30 DIAS"
               TO REG-RELPEXP
           WRITE REG-RELPEXP
           MOVE "(CODIGO NOME / TELEFONE E-MAIL / PONTOS A VENCER, "
               TO REG-RELPEXP
           WRITE REG-RELPEXP
           MOVE " PRIMEIRO VENCIMENTO E SALDO ATUAL)" TO REG-RELPEXP
           WRITE REG-RELPEXP

           MOVE SPACE TO WRK-EOF
           MOVE ZEROS TO CD-CLIENTE-PTS
           START PONTOS KEY IS NOT LESS THAN CD-CLIENTE-PTS
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ PONTOS NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF QT-PONTOS > ZEROS
                           MOVE CD-CLIENTE-PTS TO WRK-CD-CLIENTE
                           PERFORM 0410-AVISO-CLIENTE
                       END-IF
               END-READ
           END-PERFORM
           IF WRK-CT-AVISOS EQUAL ZEROS
               MOVE "   NENHUM CLIENTE COM PONTOS A VENCER."
                   TO REG-RELPEXP
               WRITE REG-RELPEXP
           END-IF
       .
       0410-AVISO-CLIENTE          SECTION.
           MOVE ZEROS TO WRK-A-VENCER
           MOVE ZEROS TO WRK-PRIMEIRO-LOTE
           PERFORM 0500-POSICIONA-CLIENTE
           PERFORM UNTIL WRK-EOF-MOV EQUAL 'F'
               READ PONTOMOV NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF-MOV
                   NOT AT END
                       IF PTM-CLIENTE NOT EQUAL WRK-CD-CLIENTE
                          OR PTM-DATA > WRK-CORTE-30
                           MOVE 'F' TO WRK-EOF-MOV
                       ELSE
                           IF (PTM-TIPO EQUAL 'G' OR PTM-TIPO EQUAL 'A')
                              AND PTM-SALDO-LOTE > ZEROS
                              AND PTM-DATA > WRK-CORTE-HOJE
                               ADD PTM-SALDO-LOTE TO WRK-A-VENCER
                               IF WRK-PRIMEIRO-LOTE EQUAL ZEROS
                                   MOVE PTM-DATA TO WRK-PRIMEIRO-LOTE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WRK-A-VENCER EQUAL ZEROS
               GO TO 0410-FIM
           END-IF
           ADD 1 TO WRK-CT-AVISOS
           ADD WRK-A-VENCER TO WRK-TOT-A-VENCER
           MOVE WRK-PRIMEIRO-LOTE  TO WRK-CALC-DATA
           MOVE WRK-MESES-VALIDADE TO WRK-CALC-MESES
           PERFORM 0700-SOMA-MESES

           PERFORM 0510-DADOS-CLIENTE
           MOVE SPACES TO REG-RELPEXP
           STRING WRK-CD-CLIENTE   DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WRK-NM-CLIENTE   DELIMITED BY SIZE
               INTO REG-RELPEXP
           WRITE REG-RELPEXP
           MOVE SPACES TO REG-RELPEXP
           IF WRK-RECUSOU-MARKETING
               MOVE "      NAO CONTACTAR - RECUSOU MARKETING"
                   TO REG-RELPEXP
           ELSE
               STRING "      "          DELIMITED BY SIZE
                      WRK-TEL-CLIENTE   DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      WRK-EMAIL-CLIENTE DELIMITED BY SIZE
                   INTO REG-RELPEXP
           END-IF
           WRITE REG-RELPEXP
           MOVE WRK-A-VENCER TO WRK-PTS-FORM
           MOVE QT-PONTOS    TO WRK-PTS2-FORM
           MOVE SPACES TO REG-RELPEXP
           STRING "      A VENCER "  DELIMITED BY SIZE
                  WRK-PTS-FORM       DELIMITED BY SIZE
                  " A PARTIR DE "    DELIMITED BY SIZE
                  WRK-CALC-DATA      DELIMITED BY SIZE
                  " SALDO "          DELIMITED BY SIZE
                  WRK-PTS2-FORM      DELIMITED BY SIZE
               INTO REG-RELPEXP
           WRITE REG-RELPEXP
       0410-FIM.
           EXIT.
       0500-POSICIONA-CLIENTE      SECTION.
      **** PRIMEIRO MOVIMENTO DO CLIENTE NO RAZAO (ORDEM DE DATA).
           MOVE SPACE TO WRK-EOF-MOV
           MOVE WRK-CD-CLIENTE TO PTM-CLIENTE
           MOVE ZEROS          TO PTM-DATA
           MOVE ZEROS          TO PTM-HORA
           MOVE ZEROS          TO PTM-SEQ
           START PONTOMOV KEY IS NOT LESS THAN PTM-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-EOF-MOV
           END-START
       .
       0510-DADOS-CLIENTE          SECTION.
           MOVE "(FORA DO CADASTRO)" TO WRK-NM-CLIENTE
           MOVE SPACES TO WRK-TEL-CLIENTE
           MOVE SPACES TO WRK-EMAIL-CLIENTE
           IF WRK-TEM-CLIENTES
               MOVE WRK-CD-CLIENTE TO CD-CLIENTE
               READ CLIENTE
                   NOT INVALID KEY
                       MOVE NM-CLIENTE  TO WRK-NM-CLIENTE
                       MOVE NR-TELEFONE TO WRK-TEL-CLIENTE
                       MOVE DS-EMAIL    TO WRK-EMAIL-CLIENTE
               END-READ
           END-IF
           MOVE SPACE TO WRK-MARKETING
           IF WRK-TEM-CONSENT
               MOVE WRK-CD-CLIENTE TO CNS-CLIENTE
               READ CONSENT
                   NOT INVALID KEY
                       MOVE CNS-MARKETING TO WRK-MARKETING
               END-READ
           END-IF
       .
       0550-GRAVA-RAZAO            SECTION.
      **** MESMA REGRA DE CHAVE DO PROGVEND: DATA E HORA DO DIA, COM O
      **** SEQUENCIAL AVANCANDO SE A CHAVE JA EXISTIR.
           ACCEPT WRK-HORA-SISTEMA FROM TIME
           MOVE WRK-DATA-SISTEMA       TO PTM-DATA
           MOVE WRK-HORA-SISTEMA(1:6)  TO PTM-HORA
           MOVE ZEROS                  TO PTM-SEQ
           MOVE 'N'                    TO WRK-GRAVADO
           PERFORM UNTIL WRK-GRAVADO EQUAL 'S'
               WRITE REG-PONTOMOV
                   INVALID KEY
                       IF PTM-SEQ >= 99
                           DISPLAY "ERRO AO GRAVAR O RAZAO DE PONTOS."
                                   " FS=" WRK-FS-PONTOMOV
                           CALL 'SUBERRLOG' USING BY CONTENT
                                'PROGPEXP  ' 'PONTOMOV  '
                                WRK-FS-PONTOMOV
                           MOVE 8 TO RETURN-CODE
                           MOVE 'S' TO WRK-GRAVADO
                       ELSE
                           ADD 1 TO PTM-SEQ
                       END-IF
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-GRAVADO
               END-WRITE
           END-PERFORM
       .
       0600-CONFIGURA-VALIDADE     SECTION.
      **** REGRAVA O PONTPAR.DAT (REGISTRO UNICO). O NOVO PRAZO VALE
      **** A PARTIR DA PROXIMA RODADA, PARA TODOS OS LOTES EM ABERTO.
           DISPLAY "NOVA VALIDADE DOS PONTOS EM MESES (01 A 60): "
           ACCEPT WRK-NOVOS-MESES
           IF WRK-NOVOS-MESES NOT NUMERIC
              OR WRK-NOVOS-MESES EQUAL ZEROS
              OR WRK-NOVOS-MESES > 60
               DISPLAY "VALOR INVALIDO. VALIDADE NAO ALTERADA."
               GO TO 0600-FIM
           END-IF
           DISPLAY "CONFIRMA A NOVA VALIDADE (S/N)? "
           ACCEPT WRK-CONFIRMA
           IF WRK-CONFIRMA NOT EQUAL 'S' AND NOT EQUAL 's'
               DISPLAY "VALIDADE NAO ALTERADA."
               GO TO 0600-FIM
           END-IF
           OPEN OUTPUT PONTPAR
           IF NOT FS-OK IN WRK-FS-PONTPAR
               DISPLAY "ERRO AO GRAVAR O PONTPAR. FS=" WRK-FS-PONTPAR
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGPEXP  '
                    'PONTPAR   ' WRK-FS-PONTPAR
               MOVE 16 TO RETURN-CODE
               GO TO 0600-FIM
           END-IF
           MOVE SPACES           TO REG-PONTPAR
           MOVE WRK-NOVOS-MESES  TO PTP-MESES-VALIDADE
           MOVE WRK-DATA-SISTEMA TO PTP-DT-ALTERACAO
           WRITE REG-PONTPAR
           CLOSE PONTPAR
           DISPLAY "VALIDADE GRAVADA NO PONTPAR.DAT."
       0600-FIM.
           EXIT.
       0700-SOMA-MESES             SECTION.
      **** SOMA (OU SUBTRAI, SE NEGATIVO) WRK-CALC-MESES A
      **** WRK-CALC-DATA. DIA QUE NAO EXISTE NO MES DE DESTINO (31/04,
      **** 29/02 FORA DE ANO BISSEXTO) CAI NO ULTIMO DIA DO MES.
           COMPUTE WRK-CALC-TOTAL = WRK-CALC-ANO * 12
               + WRK-CALC-MES - 1 + WRK-CALC-MESES
           DIVIDE WRK-CALC-TOTAL BY 12 GIVING WRK-CALC-ANO
               REMAINDER WRK-CALC-MES
           ADD 1 TO WRK-CALC-MES
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WRK-CALC-DATA)
                         EQUAL ZERO
                      OR WRK-CALC-DIA < 29
               SUBTRACT 1 FROM WRK-CALC-DIA
           END-PERFORM
       .
       0900-FECHA-ARQUIVOS         SECTION.
           MOVE SPACES TO REG-RELPEXP
           WRITE REG-RELPEXP
           MOVE "============================================"
               TO REG-RELPEXP
           WRITE REG-RELPEXP
           MOVE WRK-CT-CLIENTES TO WRK-CT-FORM
           MOVE SPACES TO REG-RELPEXP
           STRING "CLIENTES COM SALDO NO PONTOS.DAT.: "
                                                   DELIMITED BY SIZE
                  WRK-CT-FORM                      DELIMITED BY SIZE
               INTO REG-RELPEXP
           WRITE REG-RELPEXP
           MOVE WRK-CT-ABERTURAS TO WRK-CT-FORM
           MOVE SPACES TO REG-RELPEXP
           STRING "LOTES DE ABERTURA/AJUSTE ('A')..: "
                                                   DELIMITED BY SIZE
                  WRK-CT-FORM                      DELIMITED BY SIZE
               INTO REG-RELPEXP
           WRITE REG-RELPEXP
           MOVE WRK-CT-AJUSTES TO WRK-CT-FORM
           MOVE SPACES TO REG-RELPEXP
           STRING "AJUSTES A MENOR ('J')...........: "
                                                   DELIMITED BY SIZE
                  WRK-CT-FORM                      DELIMITED BY SIZE
               INTO REG-RELPEXP
           WRITE REG-RELPEXP
           IF WRK-OPC-EXPIRAR
               MOVE WRK-CT-EXPIRADOS  TO WRK-CT-FORM
               MOVE WRK-TOT-EXPIRADOS TO WRK-TOT-FORM
               MOVE SPACES TO REG-RELPEXP
               STRING "CLIENTES COM PONTOS EXPIRADOS...: "
                                                   DELIMITED BY SIZE
                      WRK-CT-FORM                  DELIMITED BY SIZE
                      "  PONTOS "                  DELIMITED BY SIZE
                      WRK-TOT-FORM                 DELIMITED BY SIZE
                   INTO REG-RELPEXP
               WRITE REG-RELPEXP
           END-IF
           MOVE WRK-CT-AVISOS    TO WRK-CT-FORM
           MOVE WRK-TOT-A-VENCER TO WRK-TOT-FORM
           MOVE SPACES TO REG-RELPEXP
           STRING "CLIENTES COM PONTOS A VENCER....: "
                                                   DELIMITED BY SIZE
                  WRK-CT-FORM                      DELIMITED BY SIZE
                  "  PONTOS "                      DELIMITED BY SIZE
                  WRK-TOT-FORM                     DELIMITED BY SIZE
               INTO REG-RELPEXP
           WRITE REG-RELPEXP

           CLOSE PONTOS
           CLOSE PONTOMOV
           CLOSE RELPEXP
           IF WRK-TEM-CLIENTES
               CLOSE CLIENTE
           END-IF
           IF WRK-TEM-CONSENT
               CLOSE CONSENT
           END-IF
           DISPLAY "RELATORIO GRAVADO EM RELPEXP.DAT."
           IF WRK-CT-AVISOS > ZEROS AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
       .
       END PROGRAM PROGPEXP.
