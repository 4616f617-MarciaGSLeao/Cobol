       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGFOLH.
      *-----------------------------------------------------------------
      *== AUTOR: MARCIA GAMELEIRA
      *== OBJETIVO: ARQUIVO DE INTERFACE DA FOLHA DE PAGAMENTO DOS
      *==           OPERADORES DE CAIXA, NO LAYOUT POSICIONAL DO
      *==           PRESTADOR DA FOLHA (FOLHA-AAAAMM.DAT: HEADER '0',
      *==           UM DETALHE '1' POR OPERADOR E TRAILER '9'). POR
      *==           OPERADOR SAEM AS HORAS NORMAIS E AS HORAS EXTRAS
      *==           DO MES (ENTRADA E SAIDA PAREADAS DO PONTO.DAT,
      *==           COMO NO PROGPONT; O QUE PASSA DA JORNADA DIARIA
      *==           E EXTRA), A COMISSAO DOS PERIODOS JA FECHADOS NO
      *==           COMISFEC.DAT PELO PROGCOMI (PERIODO QUE TERMINA
      *==           DENTRO DO MES) E OS DIAS DE TREINAMENTO (SESSOES
      *==           'TN' LIBERADAS NO AUTORIZ.DAT). O RELATORIO DE
      *==           CONTROLE RELFOLHA-AAAAMM.DAT TRAZ OS MESMOS
      *==           NUMEROS, OS AVISOS DE CONFERENCIA E O CAMPO DE
      *==           ASSINATURA DO GERENTE, QUE CONFERE E ASSINA ANTES
      *==           DO ENVIO DO ARQUIVO AO PRESTADOR.
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
           SELECT PONTO ASSIGN TO "PONTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PONTO.
           SELECT COMISFEC ASSIGN TO "COMISFEC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CFC-CHAVE
               FILE STATUS IS WRK-FS-COMISFEC.
           SELECT AUTORIZ ASSIGN TO "AUTORIZ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUTORIZ.
           SELECT FOLHA ASSIGN TO DYNAMIC WRK-NOME-FOLHA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FOLHA.
           SELECT RELFOLHA ASSIGN TO DYNAMIC WRK-NOME-RELFOLHA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELFOLHA.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD  PONTO.
       01  REG-PONTO.
           03  PON-DATA              PIC 9(08).
           03  FILLER                PIC X(01).
           03  PON-HORA              PIC 9(06).
           03  FILLER                PIC X(01).
           03  PON-OPERADOR          PIC X(10).
           03  FILLER                PIC X(01).
           03  PON-DIRECAO           PIC X(01).

       FD  COMISFEC.
       01  REG-COMISFEC.
           03  CFC-CHAVE.
               05  CFC-DT-INI        PIC 9(08).
               05  CFC-DT-FIM        PIC 9(08).
               05  CFC-OPERADOR      PIC X(10).
           03  CFC-VALOR-PAGO        PIC 9(10).
           03  CFC-DT-FECHAMENTO     PIC 9(08).

       FD  AUTORIZ.
       COPY AUTORFD.

      **** LAYOUT DO PRESTADOR: REGISTRO DE 120 POSICOES, TIPO NA
      **** PRIMEIRA ('0' HEADER, '1' OPERADOR, '9' TRAILER) E
      **** SEQUENCIAL DO REGISTRO NAS SEIS ULTIMAS. HORAS EM HHH E MM
      **** SEPARADOS, VALORES EM CENTAVOS, DATAS AAAAMMDD.
       FD  FOLHA.
       01  REG-FOL-HEADER.
           03  FLH-TIPO              PIC X(01).
           03  FLH-LITERAL           PIC X(10).
           03  FLH-COMPETENCIA       PIC 9(06).
           03  FLH-DT-GERACAO        PIC 9(08).
           03  FLH-JORNADA-MIN       PIC 9(04).
           03  FILLER                PIC X(85).
           03  FLH-SEQUENCIAL        PIC 9(06).
       01  REG-FOL-DETALHE.
           03  FLD-TIPO              PIC X(01).
           03  FLD-MATRICULA         PIC X(10).
           03  FLD-COMPETENCIA       PIC 9(06).
           03  FLD-DIAS-TRABALHADOS  PIC 9(02).
           03  FLD-HR-NORMAIS        PIC 9(03).
           03  FLD-MN-NORMAIS        PIC 9(02).
           03  FLD-HR-EXTRAS         PIC 9(03).
           03  FLD-MN-EXTRAS         PIC 9(02).
           03  FLD-VL-COMISSAO       PIC 9(11).
           03  FLD-DIAS-TREINO       PIC 9(02).
           03  FLD-BATIDAS-IMPARES   PIC 9(04).
           03  FILLER                PIC X(68).
           03  FLD-SEQUENCIAL        PIC 9(06).
       01  REG-FOL-TRAILER.
           03  FLT-TIPO              PIC X(01).
           03  FLT-QT-OPERADORES     PIC 9(06).
           03  FLT-MIN-NORMAIS       PIC 9(08).
           03  FLT-MIN-EXTRAS        PIC 9(08).
           03  FLT-VL-COMISSAO       PIC 9(13).
           03  FLT-DIAS-TREINO       PIC 9(04).
           03  FILLER                PIC X(74).
           03  FLT-SEQUENCIAL        PIC 9(06).

       FD  RELFOLHA.
       01  REG-RELFOLHA              PIC X(100).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PONTO==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-COMISFEC==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-AUTORIZ==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-FOLHA==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-RELFOLHA==.

       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-DATA-SISTEMA          PIC 9(08)       VALUE ZEROS.
       77 WRK-MES-REF               PIC 9(06)       VALUE ZEROS.
       77 WRK-DATA-FIM              PIC 9(08)       VALUE ZEROS.
       77 WRK-INT-DATA              PIC 9(08)       VALUE ZEROS.
       77 WRK-JORNADA-HORAS         PIC 9(02)       VALUE ZEROS.
       77 WRK-JORNADA-MIN           PIC 9(04)       VALUE ZEROS.
       77 WRK-NOME-FOLHA            PIC X(20)       VALUE SPACES.
       77 WRK-NOME-RELFOLHA         PIC X(20)       VALUE SPACES.
       77 WRK-OPERADOR              PIC X(10)       VALUE SPACES.
       77 WRK-K                     PIC 9(02)       VALUE ZEROS.
       77 WRK-POS-OPER              PIC 9(02)       VALUE ZEROS.
       77 WRK-MIN-ENTRADA           PIC 9(05)       VALUE ZEROS.
       77 WRK-MIN-SAIDA             PIC 9(05)       VALUE ZEROS.
       77 WRK-MIN-EXTRA-DIA         PIC 9(05)       VALUE ZEROS.
       77 WRK-HORAS                 PIC 9(05)       VALUE ZEROS.
       77 WRK-MINUTOS               PIC 9(02)       VALUE ZEROS.
       77 WRK-SEQUENCIAL            PIC 9(06)       VALUE ZEROS.
       77 WRK-CT-AVISOS             PIC 9(04)       VALUE ZEROS.
       77 WRK-ERRO-ARQUIVO          PIC X(01)       VALUE 'N'.
           88 WRK-SEM-ARQUIVO                       VALUE 'S'.
       77 WRK-TOT-MIN-NORMAIS       PIC 9(08)       VALUE ZEROS.
       77 WRK-TOT-MIN-EXTRAS        PIC 9(08)       VALUE ZEROS.
       77 WRK-TOT-COMISSAO          PIC 9(13)       VALUE ZEROS.
       77 WRK-TOT-TREINO            PIC 9(04)       VALUE ZEROS.
       77 WRK-VALOR-REAIS           PIC 9(11)V99    VALUE ZEROS.
       77 WRK-VALOR-FORM            PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-HORAS-FORM            PIC ZZZZ9       VALUE ZEROS.
       77 WRK-EXTRAS-FORM           PIC ZZZZ9       VALUE ZEROS.
       77 WRK-CT-FORM               PIC ZZZ9        VALUE ZEROS.
       01 WRK-HORA-R.
           03 WRK-HORA-HH           PIC 9(02).
           03 WRK-HORA-MM           PIC 9(02).
           03 WRK-HORA-SS           PIC 9(02).
       01 WRK-DATA-R.
           03 WRK-DATA-AAAA         PIC 9(04).
           03 WRK-DATA-MM           PIC 9(02).
           03 WRK-DATA-DD           PIC 9(02).

       01  TAB-OPERADORES.
           03  TAB-OPER OCCURS 20 TIMES
                        INDEXED BY IDX-OPER.
               05  TAB-OPER-CODIGO   PIC X(10).
               05  TAB-OPER-MIN-NORM PIC 9(07).
               05  TAB-OPER-MIN-EXTR PIC 9(07).
               05  TAB-OPER-MIN-DIA  PIC 9(05).
               05  TAB-OPER-DIAS     PIC 9(02).
               05  TAB-OPER-IMPARES  PIC 9(04).
               05  TAB-OPER-ULT-DATA PIC 9(08).
               05  TAB-OPER-ABERTO   PIC X(01).
               05  TAB-OPER-MIN-ENT  PIC 9(05).
               05  TAB-OPER-COMISSAO PIC 9(11).
               05  TAB-OPER-PERIODOS PIC 9(02).
               05  TAB-OPER-FIM-COM  PIC 9(08).
               05  TAB-OPER-TREINO   PIC 9(02).
               05  TAB-OPER-DT-TREINO PIC 9(08).
       77 WRK-CT-OPERADORES          PIC 9(02)       VALUE ZEROS.
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY "COMPETENCIA DA FOLHA (AAAAMM, ZERO = MES "
                   "ANTERIOR): "
           ACCEPT WRK-MES-REF
           IF WRK-MES-REF NOT NUMERIC OR WRK-MES-REF EQUAL ZEROS
               MOVE WRK-DATA-SISTEMA(1:6) TO WRK-MES-REF
               IF WRK-MES-REF(5:2) EQUAL '01'
                   COMPUTE WRK-MES-REF = WRK-MES-REF - 89
               ELSE
                   COMPUTE WRK-MES-REF = WRK-MES-REF - 1
               END-IF
           END-IF
           IF WRK-MES-REF(5:2) < '01' OR WRK-MES-REF(5:2) > '12'
               DISPLAY "MES INVALIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "JORNADA DIARIA EM HORAS (ZERO = 8): "
           ACCEPT WRK-JORNADA-HORAS
           IF WRK-JORNADA-HORAS NOT NUMERIC
              OR WRK-JORNADA-HORAS EQUAL ZEROS
              OR WRK-JORNADA-HORAS > 24
               MOVE 8 TO WRK-JORNADA-HORAS
           END-IF
           COMPUTE WRK-JORNADA-MIN = WRK-JORNADA-HORAS * 60

      **** ULTIMO DIA DO MES: VESPERA DO DIA 1 DO MES SEGUINTE.
           IF WRK-MES-REF(5:2) EQUAL '12'
               COMPUTE WRK-DATA-FIM = (WRK-MES-REF + 89) * 100 + 1
           ELSE
               COMPUTE WRK-DATA-FIM = (WRK-MES-REF + 1) * 100 + 1
           END-IF
           COMPUTE WRK-INT-DATA =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-FIM) - 1
           COMPUTE WRK-DATA-FIM = FUNCTION DATE-OF-INTEGER(WRK-INT-DATA)

           INITIALIZE TAB-OPERADORES
           MOVE ZEROS TO WRK-CT-OPERADORES

           PERFORM 0100-APURA-PONTO
           PERFORM 0200-APURA-COMISSAO
           PERFORM 0300-APURA-TREINAMENTO
           PERFORM 0400-GERA-ARQUIVO

           EVALUATE TRUE
               WHEN WRK-SEM-ARQUIVO
                   MOVE 16 TO RETURN-CODE
               WHEN WRK-CT-AVISOS > ZEROS
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZEROS TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       0050-LOCALIZA-OPERADOR      SECTION.
      **** POSICIONA IDX-OPER NO OPERADOR DE WRK-OPERADOR, INCLUINDO
      **** NA TABELA QUANDO AINDA NAO ESTA. TABELA CHEIA DEVOLVE
      **** WRK-POS-OPER ZERADO.
           MOVE ZEROS TO WRK-POS-OPER
           PERFORM VARYING WRK-K FROM 1 BY 1
                   UNTIL WRK-K > WRK-CT-OPERADORES
               IF TAB-OPER-CODIGO(WRK-K) EQUAL WRK-OPERADOR
                   MOVE WRK-K TO WRK-POS-OPER
               END-IF
           END-PERFORM
           IF WRK-POS-OPER EQUAL ZEROS
               IF WRK-CT-OPERADORES < 20
                   ADD 1 TO WRK-CT-OPERADORES
                   SET IDX-OPER TO WRK-CT-OPERADORES
                   MOVE WRK-OPERADOR TO TAB-OPER-CODIGO(IDX-OPER)
                   MOVE 'N'          TO TAB-OPER-ABERTO(IDX-OPER)
                   MOVE WRK-CT-OPERADORES TO WRK-POS-OPER
               ELSE
                   DISPLAY "TABELA DE OPERADORES CHEIA. OPERADOR "
                           WRK-OPERADOR " FICOU FORA DA FOLHA."
                   ADD 1 TO WRK-CT-AVISOS
                   GO TO 0050-FIM
               END-IF
           END-IF
           SET IDX-OPER TO WRK-POS-OPER
       0050-FIM.
           EXIT.
       0100-APURA-PONTO            SECTION.
           OPEN INPUT PONTO
           IF WRK-FS-PONTO NOT EQUAL '00'
               DISPLAY "AVISO: JORNAL DE PONTO INDISPONIVEL. FS="
                       WRK-FS-PONTO
               ADD 1 TO WRK-CT-AVISOS
               GO TO 0100-FIM
           END-IF
           MOVE SPACE TO WRK-EOF
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ PONTO
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF PON-DATA NUMERIC
                          AND PON-DATA(1:6) EQUAL WRK-MES-REF
                           PERFORM 0110-PROCESSA-BATIDA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PONTO
      **** FECHA O ULTIMO DIA DE CADA OPERADOR.
           PERFORM VARYING WRK-K FROM 1 BY 1
                   UNTIL WRK-K > WRK-CT-OPERADORES
               SET IDX-OPER TO WRK-K
               PERFORM 0120-FECHA-DIA
           END-PERFORM
       0100-FIM.
           EXIT.
       0110-PROCESSA-BATIDA        SECTION.
      **** MESMO PAREAMENTO DO PROGPONT: ENTRADA COM SAIDA DO MESMO
      **** DIA. ENTRADA DOBRADA, SAIDA SEM ENTRADA OU DIA QUE VIRA
      **** COM ENTRADA EM ABERTO CONTAM COMO BATIDA IMPAR.
           MOVE PON-OPERADOR TO WRK-OPERADOR
           PERFORM 0050-LOCALIZA-OPERADOR
           IF WRK-POS-OPER EQUAL ZEROS
               GO TO 0110-FIM
           END-IF

           IF PON-DATA NOT EQUAL TAB-OPER-ULT-DATA(IDX-OPER)
               PERFORM 0120-FECHA-DIA
               MOVE PON-DATA TO TAB-OPER-ULT-DATA(IDX-OPER)
           END-IF

           MOVE PON-HORA TO WRK-HORA-R
           COMPUTE WRK-MIN-ENTRADA =
               (WRK-HORA-HH * 60) + WRK-HORA-MM

           IF PON-DIRECAO EQUAL 'E'
               IF TAB-OPER-ABERTO(IDX-OPER) EQUAL 'S'
                   ADD 1 TO TAB-OPER-IMPARES(IDX-OPER)
               END-IF
               MOVE 'S' TO TAB-OPER-ABERTO(IDX-OPER)
               MOVE WRK-MIN-ENTRADA TO TAB-OPER-MIN-ENT(IDX-OPER)
           ELSE
               IF TAB-OPER-ABERTO(IDX-OPER) EQUAL 'S'
                   MOVE WRK-MIN-ENTRADA TO WRK-MIN-SAIDA
                   IF WRK-MIN-SAIDA >= TAB-OPER-MIN-ENT(IDX-OPER)
                       COMPUTE TAB-OPER-MIN-DIA(IDX-OPER) =
                           TAB-OPER-MIN-DIA(IDX-OPER)
                           + WRK-MIN-SAIDA
                           - TAB-OPER-MIN-ENT(IDX-OPER)
                   ELSE
                       ADD 1 TO TAB-OPER-IMPARES(IDX-OPER)
                   END-IF
                   MOVE 'N' TO TAB-OPER-ABERTO(IDX-OPER)
               ELSE
                   ADD 1 TO TAB-OPER-IMPARES(IDX-OPER)
               END-IF
           END-IF
       0110-FIM.
           EXIT.
       0120-FECHA-DIA              SECTION.
      **** VIRADA DE DIA DO OPERADOR EM IDX-OPER: O QUE PASSOU DA
      **** JORNADA NO DIA VAI PARA AS EXTRAS, O RESTO PARA AS NORMAIS.
           IF TAB-OPER-ABERTO(IDX-OPER) EQUAL 'S'
               ADD 1 TO TAB-OPER-IMPARES(IDX-OPER)
               MOVE 'N' TO TAB-OPER-ABERTO(IDX-OPER)
           END-IF
           IF TAB-OPER-MIN-DIA(IDX-OPER) > ZEROS
               ADD 1 TO TAB-OPER-DIAS(IDX-OPER)
               IF TAB-OPER-MIN-DIA(IDX-OPER) > WRK-JORNADA-MIN
                   COMPUTE WRK-MIN-EXTRA-DIA =
                       TAB-OPER-MIN-DIA(IDX-OPER) - WRK-JORNADA-MIN
                   ADD WRK-MIN-EXTRA-DIA TO TAB-OPER-MIN-EXTR(IDX-OPER)
                   ADD WRK-JORNADA-MIN   TO TAB-OPER-MIN-NORM(IDX-OPER)
               ELSE
                   ADD TAB-OPER-MIN-DIA(IDX-OPER)
                       TO TAB-OPER-MIN-NORM(IDX-OPER)
               END-IF
           END-IF
           MOVE ZEROS TO TAB-OPER-MIN-DIA(IDX-OPER)
       .
       0200-APURA-COMISSAO         SECTION.
      **** SO ENTRA COMISSAO DE PERIODO JA FECHADO NO PROGCOMI (TODO
      **** REGISTRO DO COMISFEC E UM FECHAMENTO). O PERIODO ENTRA NA
      **** FOLHA DO MES EM QUE TERMINA, PARA NAO SER PAGO DUAS VEZES
      **** QUANDO ATRAVESSA A VIRADA DO MES.
           OPEN INPUT COMISFEC
           IF NOT FS-OK IN WRK-FS-COMISFEC
               DISPLAY "AVISO: NENHUM PERIODO DE COMISSAO FECHADO "
                       "(COMISFEC.DAT). FS=" WRK-FS-COMISFEC
               ADD 1 TO WRK-CT-AVISOS
               GO TO 0200-FIM
           END-IF
           MOVE SPACE TO WRK-EOF
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ COMISFEC NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF CFC-DT-FIM(1:6) EQUAL WRK-MES-REF
                           MOVE CFC-OPERADOR TO WRK-OPERADOR
                           PERFORM 0050-LOCALIZA-OPERADOR
                           IF WRK-POS-OPER > ZEROS
                               ADD CFC-VALOR-PAGO
                                   TO TAB-OPER-COMISSAO(IDX-OPER)
                               ADD 1 TO TAB-OPER-PERIODOS(IDX-OPER)
                               IF CFC-DT-FIM >
                                  TAB-OPER-FIM-COM(IDX-OPER)
                                   MOVE CFC-DT-FIM
                                     TO TAB-OPER-FIM-COM(IDX-OPER)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMISFEC
       0200-FIM.
           EXIT.
       0300-APURA-TREINAMENTO      SECTION.
      **** DIA DE TREINAMENTO: DIA COM SESSAO 'TN' LIBERADA PELO
      **** SUPERVISOR NO PDV. VARIAS SESSOES NO MESMO DIA CONTAM UMA
      **** VEZ (O AUTORIZ.DAT E GRAVADO EM ORDEM CRONOLOGICA).
           OPEN INPUT AUTORIZ
           IF NOT FS-OK IN WRK-FS-AUTORIZ
               GO TO 0300-FIM
           END-IF
           MOVE SPACE TO WRK-EOF
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ AUTORIZ
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF AUT-DATA NUMERIC
                          AND AUT-DATA(1:6) EQUAL WRK-MES-REF
                          AND AUT-ACAO EQUAL 'TN'
                          AND AUT-RESULTADO EQUAL 'S'
                           MOVE AUT-OPERADOR TO WRK-OPERADOR
                           PERFORM 0050-LOCALIZA-OPERADOR
                           IF WRK-POS-OPER > ZEROS
                              AND AUT-DATA NOT EQUAL
                                  TAB-OPER-DT-TREINO(IDX-OPER)
                               ADD 1 TO TAB-OPER-TREINO(IDX-OPER)
                               MOVE AUT-DATA
                                 TO TAB-OPER-DT-TREINO(IDX-OPER)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUTORIZ
       0300-FIM.
           EXIT.
       0400-GERA-ARQUIVO           SECTION.
           STRING "FOLHA-"     DELIMITED BY SIZE
                  WRK-MES-REF  DELIMITED BY SIZE
                  ".DAT"       DELIMITED BY SIZE
               INTO WRK-NOME-FOLHA
           STRING "RELFOLHA-"  DELIMITED BY SIZE
                  WRK-MES-REF  DELIMITED BY SIZE
                  ".DAT"       DELIMITED BY SIZE
               INTO WRK-NOME-RELFOLHA
           OPEN OUTPUT FOLHA
           IF NOT FS-OK IN WRK-FS-FOLHA
               DISPLAY "ERRO AO CRIAR O " WRK-NOME-FOLHA " FS="
                       WRK-FS-FOLHA
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGFOLH  '
                    'FOLHA     ' WRK-FS-FOLHA
               MOVE 'S' TO WRK-ERRO-ARQUIVO
               GO TO 0400-FIM
           END-IF
           OPEN OUTPUT RELFOLHA
           IF NOT FS-OK IN WRK-FS-RELFOLHA
               DISPLAY "ERRO AO CRIAR O " WRK-NOME-RELFOLHA " FS="
                       WRK-FS-RELFOLHA
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGFOLH  '
                    'RELFOLHA  ' WRK-FS-RELFOLHA
               CLOSE FOLHA
               MOVE 'S' TO WRK-ERRO-ARQUIVO
               GO TO 0400-FIM
           END-IF

           MOVE ZEROS TO WRK-SEQUENCIAL
           MOVE ZEROS TO WRK-TOT-MIN-NORMAIS WRK-TOT-MIN-EXTRAS
           MOVE ZEROS TO WRK-TOT-COMISSAO WRK-TOT-TREINO

           MOVE SPACES TO REG-FOL-HEADER
           ADD 1 TO WRK-SEQUENCIAL
           MOVE '0'              TO FLH-TIPO
           MOVE 'FOLHA PDV'      TO FLH-LITERAL
           MOVE WRK-MES-REF      TO FLH-COMPETENCIA
           MOVE WRK-DATA-SISTEMA TO FLH-DT-GERACAO
           MOVE WRK-JORNADA-MIN  TO FLH-JORNADA-MIN
           MOVE WRK-SEQUENCIAL   TO FLH-SEQUENCIAL
           WRITE REG-FOL-HEADER

           MOVE SPACES TO REG-RELFOLHA
           STRING "CONTROLE DA FOLHA DOS OPERADORES - COMPETENCIA "
                                  DELIMITED BY SIZE
                  WRK-MES-REF(5:2) DELIMITED BY SIZE
                  "/"              DELIMITED BY SIZE
                  WRK-MES-REF(1:4) DELIMITED BY SIZE
               INTO REG-RELFOLHA
           WRITE REG-RELFOLHA
           MOVE SPACES TO REG-RELFOLHA
           STRING "JORNADA DIARIA: " DELIMITED BY SIZE
                  WRK-JORNADA-HORAS  DELIMITED BY SIZE
                  "H  - ARQUIVO "    DELIMITED BY SIZE
                  WRK-NOME-FOLHA     DELIMITED BY SPACE
               INTO REG-RELFOLHA
           WRITE REG-RELFOLHA
           IF WRK-MES-REF NOT < WRK-DATA-SISTEMA(1:6)
               MOVE "ATENCAO: COMPETENCIA AINDA NAO ENCERRADA - PONTO "
                   & "E COMISSAO PARCIAIS." TO REG-RELFOLHA
               WRITE REG-RELFOLHA
               ADD 1 TO WRK-CT-AVISOS
           END-IF
           MOVE SPACES TO REG-RELFOLHA
           WRITE REG-RELFOLHA
           MOVE "OPERADOR   DIAS  HORAS  EXTRAS        COMISSAO  TREINO"
             & "  IMPARES" TO REG-RELFOLHA
           WRITE REG-RELFOLHA

           PERFORM VARYING WRK-K FROM 1 BY 1
                   UNTIL WRK-K > WRK-CT-OPERADORES
               SET IDX-OPER TO WRK-K
               PERFORM 0410-GRAVA-OPERADOR
           END-PERFORM

           MOVE SPACES TO REG-FOL-TRAILER
           ADD 1 TO WRK-SEQUENCIAL
           MOVE '9'                 TO FLT-TIPO
           MOVE WRK-CT-OPERADORES   TO FLT-QT-OPERADORES
           MOVE WRK-TOT-MIN-NORMAIS TO FLT-MIN-NORMAIS
           MOVE WRK-TOT-MIN-EXTRAS  TO FLT-MIN-EXTRAS
           MOVE WRK-TOT-COMISSAO    TO FLT-VL-COMISSAO
           MOVE WRK-TOT-TREINO      TO FLT-DIAS-TREINO
           MOVE WRK-SEQUENCIAL      TO FLT-SEQUENCIAL
           WRITE REG-FOL-TRAILER
           CLOSE FOLHA

           PERFORM 0420-TOTAIS-E-ASSINATURA
           CLOSE RELFOLHA
           DISPLAY "FOLHA GRAVADA EM " WRK-NOME-FOLHA " ("
                   WRK-CT-OPERADORES " OPERADORES)."
           DISPLAY "RELATORIO DE CONTROLE EM " WRK-NOME-RELFOLHA
                   " - CONFERIR E ASSINAR ANTES DO ENVIO."
           IF WRK-CT-AVISOS > ZEROS
               DISPLAY "HA " WRK-CT-AVISOS " AVISO(S) DE CONFERENCIA "
                       "NO RELATORIO."
           END-IF
       0400-FIM.
           EXIT.
       0410-GRAVA-OPERADOR         SECTION.
           MOVE SPACES TO REG-FOL-DETALHE
           ADD 1 TO WRK-SEQUENCIAL
           MOVE '1'                       TO FLD-TIPO
           MOVE TAB-OPER-CODIGO(IDX-OPER) TO FLD-MATRICULA
           MOVE WRK-MES-REF               TO FLD-COMPETENCIA
           MOVE TAB-OPER-DIAS(IDX-OPER)   TO FLD-DIAS-TRABALHADOS
           COMPUTE WRK-HORAS = TAB-OPER-MIN-NORM(IDX-OPER) / 60
           COMPUTE WRK-MINUTOS =
               TAB-OPER-MIN-NORM(IDX-OPER) - (WRK-HORAS * 60)
           MOVE WRK-HORAS                 TO FLD-HR-NORMAIS
           MOVE WRK-MINUTOS               TO FLD-MN-NORMAIS
           MOVE WRK-HORAS                 TO WRK-HORAS-FORM
           COMPUTE WRK-HORAS = TAB-OPER-MIN-EXTR(IDX-OPER) / 60
           COMPUTE WRK-MINUTOS =
               TAB-OPER-MIN-EXTR(IDX-OPER) - (WRK-HORAS * 60)
           MOVE WRK-HORAS                 TO FLD-HR-EXTRAS
           MOVE WRK-MINUTOS               TO FLD-MN-EXTRAS
           MOVE WRK-HORAS                 TO WRK-EXTRAS-FORM
           MOVE TAB-OPER-COMISSAO(IDX-OPER) TO FLD-VL-COMISSAO
           MOVE TAB-OPER-TREINO(IDX-OPER) TO FLD-DIAS-TREINO
           MOVE TAB-OPER-IMPARES(IDX-OPER) TO FLD-BATIDAS-IMPARES
           MOVE WRK-SEQUENCIAL            TO FLD-SEQUENCIAL
           WRITE REG-FOL-DETALHE

           ADD TAB-OPER-MIN-NORM(IDX-OPER) TO WRK-TOT-MIN-NORMAIS
           ADD TAB-OPER-MIN-EXTR(IDX-OPER) TO WRK-TOT-MIN-EXTRAS
           ADD TAB-OPER-COMISSAO(IDX-OPER) TO WRK-TOT-COMISSAO
           ADD TAB-OPER-TREINO(IDX-OPER)   TO WRK-TOT-TREINO

           COMPUTE WRK-VALOR-REAIS = TAB-OPER-COMISSAO(IDX-OPER) / 100
           MOVE WRK-VALOR-REAIS TO WRK-VALOR-FORM
           MOVE TAB-OPER-IMPARES(IDX-OPER) TO WRK-CT-FORM
           MOVE SPACES TO REG-RELFOLHA
           STRING TAB-OPER-CODIGO(IDX-OPER) DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  TAB-OPER-DIAS(IDX-OPER)   DELIMITED BY SIZE
                  "  "                      DELIMITED BY SIZE
                  WRK-HORAS-FORM            DELIMITED BY SIZE
                  "H "                      DELIMITED BY SIZE
                  WRK-EXTRAS-FORM           DELIMITED BY SIZE
                  "H "                      DELIMITED BY SIZE
                  WRK-VALOR-FORM            DELIMITED BY SIZE
                  "      "                  DELIMITED BY SIZE
                  TAB-OPER-TREINO(IDX-OPER) DELIMITED BY SIZE
                  "     "                   DELIMITED BY SIZE
                  WRK-CT-FORM               DELIMITED BY SIZE
               INTO REG-RELFOLHA
           WRITE REG-RELFOLHA

      **** AVISOS PARA A CONFERENCIA DO GERENTE.
           IF TAB-OPER-IMPARES(IDX-OPER) > ZEROS
               MOVE "   ATENCAO: BATIDAS IMPARES NO PONTO - HORAS "
                 & "DESSES DIAS NAO ENTRARAM. CONFERIR NO PROGPONT."
                 TO REG-RELFOLHA
               WRITE REG-RELFOLHA
               ADD 1 TO WRK-CT-AVISOS
           END-IF
           IF TAB-OPER-PERIODOS(IDX-OPER) EQUAL ZEROS
               MOVE "   ATENCAO: NENHUM PERIODO DE COMISSAO FECHADO "
                 & "TERMINANDO NO MES (PROGCOMI)." TO REG-RELFOLHA
               WRITE REG-RELFOLHA
               ADD 1 TO WRK-CT-AVISOS
           ELSE
               IF TAB-OPER-FIM-COM(IDX-OPER) < WRK-DATA-FIM
                   MOVE TAB-OPER-FIM-COM(IDX-OPER) TO WRK-DATA-R
                   MOVE SPACES TO REG-RELFOLHA
                   STRING "   COMISSAO FECHADA ATE "
                                         DELIMITED BY SIZE
                          WRK-DATA-DD    DELIMITED BY SIZE
                          "/"            DELIMITED BY SIZE
                          WRK-DATA-MM    DELIMITED BY SIZE
                          "/"            DELIMITED BY SIZE
                          WRK-DATA-AAAA  DELIMITED BY SIZE
                          "; O RESTO DO MES ENTRA NA FOLHA EM QUE "
                                         DELIMITED BY SIZE
                          "O PERIODO FECHAR."
                                         DELIMITED BY SIZE
                       INTO REG-RELFOLHA
                   WRITE REG-RELFOLHA
               END-IF
           END-IF
       .
       0420-TOTAIS-E-ASSINATURA    SECTION.
           MOVE SPACES TO REG-RELFOLHA
           WRITE REG-RELFOLHA
           COMPUTE WRK-HORAS = WRK-TOT-MIN-NORMAIS / 60
           MOVE WRK-HORAS TO WRK-HORAS-FORM
           COMPUTE WRK-HORAS = WRK-TOT-MIN-EXTRAS / 60
           MOVE WRK-HORAS TO WRK-EXTRAS-FORM
           COMPUTE WRK-VALOR-REAIS = WRK-TOT-COMISSAO / 100
           MOVE WRK-VALOR-REAIS TO WRK-VALOR-FORM
           MOVE WRK-TOT-TREINO TO WRK-CT-FORM
           MOVE SPACES TO REG-RELFOLHA
           STRING "TOTAL            "  DELIMITED BY SIZE
                  WRK-HORAS-FORM       DELIMITED BY SIZE
                  "H "                 DELIMITED BY SIZE
                  WRK-EXTRAS-FORM      DELIMITED BY SIZE
                  "H "                 DELIMITED BY SIZE
                  WRK-VALOR-FORM       DELIMITED BY SIZE
                  "    "               DELIMITED BY SIZE
                  WRK-CT-FORM          DELIMITED BY SIZE
               INTO REG-RELFOLHA
           WRITE REG-RELFOLHA
           MOVE SPACES TO REG-RELFOLHA
           STRING "OPERADORES: "       DELIMITED BY SIZE
                  WRK-CT-OPERADORES    DELIMITED BY SIZE
                  "  REGISTROS NO ARQUIVO: " DELIMITED BY SIZE
                  WRK-SEQUENCIAL       DELIMITED BY SIZE
                  "  AVISOS: "         DELIMITED BY SIZE
                  WRK-CT-AVISOS        DELIMITED BY SIZE
               INTO REG-RELFOLHA
           WRITE REG-RELFOLHA
           MOVE SPACES TO REG-RELFOLHA
           WRITE REG-RELFOLHA
           WRITE REG-RELFOLHA
           MOVE "CONFERIDO E AUTORIZADO PARA ENVIO AO PRESTADOR DA "
             & "FOLHA:" TO REG-RELFOLHA
           WRITE REG-RELFOLHA
           MOVE SPACES TO REG-RELFOLHA
           WRITE REG-RELFOLHA
           MOVE "GERENTE: ______________________________  DATA: "
             & "____/____/________" TO REG-RELFOLHA
           WRITE REG-RELFOLHA
           MOVE SPACES TO REG-RELFOLHA
           WRITE REG-RELFOLHA
           MOVE "ASSINATURA: ___________________________________"
             TO REG-RELFOLHA
           WRITE REG-RELFOLHA
       .
