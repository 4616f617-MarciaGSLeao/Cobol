       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGESCA.
      *-----------------------------------------------------------------
      *== AUTOR: MARCIA GAMELEIRA
      *== OBJETIVO: ESCALA DE TRABALHO DOS OPERADORES DE CAIXA
      *==           (ESCALA.DAT, COPY ESCALFD): POR OPERADOR E DATA,
      *==           HORARIO PREVISTO DE ENTRADA E SAIDA E O PDV, OU
      *==           FOLGA. O MENU MANTEM O DIA, EXCLUI, LISTA O MES
      *==           DO OPERADOR E REPETE UMA SEMANA NAS SEGUINTES. O
      *==           RELATORIO DE CONFORMIDADE DO MES (RELESCA-AAAAMM
      *==           .DAT) CONFRONTA A ESCALA COM AS BATIDAS DO
      *==           PONTO.DAT (PAREADAS COMO NO PROGPONT) E APONTA
      *==           ATRASO, SAIDA ANTECIPADA, FALTA EM DIA ESCALADO,
      *==           TRABALHO EM FOLGA OU FORA DA ESCALA E HORA EXTRA,
      *==           ALEM DAS VENDAS DO VENDAS.DAT FEITAS EM PDV E
      *==           HORARIO SEM NENHUM OPERADOR ESCALADO.
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
           SELECT ESCALA ASSIGN TO "ESCALA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESC-CHAVE
               FILE STATUS IS WRK-FS-ESCALA.
           SELECT OPERADOR ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-OPER-ID
               FILE STATUS IS WRK-FS-OPERADOR.
           SELECT PONTO ASSIGN TO "PONTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PONTO.
           SELECT VENDAS ASSIGN TO "VENDAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-VND-CHAVE
               FILE STATUS IS WRK-FS-VENDAS.
           SELECT RELESCA ASSIGN TO DYNAMIC WRK-NOME-RELESCA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELESCA.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD  ESCALA.
       COPY ESCALFD.

       FD  OPERADOR.
       01  REG-OPERADOR.
           03  CD-OPER-ID            PIC X(10).
           03  DS-OPER-SENHA         PIC X(20).
           03  NV-OPER-NIVEL         PIC 9(01).
           03  SN-OPER-CIFRADA       PIC X(01).

       FD  PONTO.
       01  REG-PONTO.
           03  PON-DATA              PIC 9(08).
           03  FILLER                PIC X(01).
           03  PON-HORA              PIC 9(06).
           03  FILLER                PIC X(01).
           03  PON-OPERADOR          PIC X(10).
           03  FILLER                PIC X(01).
           03  PON-DIRECAO           PIC X(01).

       FD  VENDAS.
       COPY VENDFD.

       FD  RELESCA.
       01  REG-RELESCA               PIC X(100).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-ESCALA==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-OPERADOR==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PONTO==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-VENDAS==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-RELESCA==.

       77 WRK-OPCAO                 PIC 9(01)       VALUE ZEROS.
           88  WRK-OPC-MANTER                       VALUE 1.
           88  WRK-OPC-EXCLUIR                      VALUE 2.
           88  WRK-OPC-LISTAR                       VALUE 3.
           88  WRK-OPC-REPETIR                      VALUE 4.
           88  WRK-OPC-CONFORMIDADE                 VALUE 5.
           88  WRK-OPC-SAIR                         VALUE 6.
       77 WRK-CONTINUA              PIC X(01)       VALUE 'S'.
           88  WRK-FIM-MENU                         VALUE 'N'.
       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-RESPOSTA              PIC X(01)       VALUE SPACES.
       77 WRK-DATA-SISTEMA          PIC 9(08)       VALUE ZEROS.
       77 WRK-OPERADOR              PIC X(10)       VALUE SPACES.
       77 WRK-DATA-INF              PIC 9(08)       VALUE ZEROS.
       77 WRK-TIPO-INF              PIC X(01)       VALUE SPACES.
       77 WRK-INI-INF               PIC 9(04)       VALUE ZEROS.
       77 WRK-FIM-INF               PIC 9(04)       VALUE ZEROS.
       77 WRK-FILIAL-INF            PIC 9(02)       VALUE ZEROS.
       77 WRK-PDV-INF               PIC 9(02)       VALUE ZEROS.
       77 WRK-MES-REF               PIC 9(06)       VALUE ZEROS.
       77 WRK-SEMANAS               PIC 9(01)       VALUE ZEROS.
       77 WRK-DIA                   PIC 9(01)       VALUE ZEROS.
       77 WRK-SEMANA                PIC 9(01)       VALUE ZEROS.
       77 WRK-INT-DATA              PIC 9(08)       VALUE ZEROS.
       77 WRK-INT-DESTINO           PIC 9(08)       VALUE ZEROS.
       77 WRK-CT-COPIADOS           PIC 9(03)       VALUE ZEROS.
       77 WRK-CT-MANTIDOS           PIC 9(03)       VALUE ZEROS.
       77 WRK-NOME-RELESCA          PIC X(20)       VALUE SPACES.
       77 WRK-K                     PIC 9(04)       VALUE ZEROS.
       77 WRK-POS                   PIC 9(04)       VALUE ZEROS.
       77 WRK-MIN-BATIDA            PIC 9(04)       VALUE ZEROS.
       77 WRK-MIN-VENDA             PIC 9(04)       VALUE ZEROS.
       77 WRK-MIN-PREVISTO          PIC 9(04)       VALUE ZEROS.
       77 WRK-DIFERENCA             PIC 9(04)       VALUE ZEROS.
       77 WRK-FILIAL-VENDA          PIC 9(02)       VALUE ZEROS.
       77 WRK-CT-OCORRENCIAS        PIC 9(05)       VALUE ZEROS.
       77 WRK-CT-VENDAS-SEM         PIC 9(05)       VALUE ZEROS.
       77 WRK-OCORRENCIA            PIC X(40)       VALUE SPACES.
       77 WRK-MIN-FORM              PIC ZZZ9        VALUE ZEROS.
       77 WRK-CT-FORM               PIC ZZZZ9       VALUE ZEROS.
      **** TOLERANCIA POR BATIDA, EM MINUTOS, ANTES DE APONTAR ATRASO,
      **** SAIDA ANTECIPADA OU HORA EXTRA.
       77 WRK-TOLERANCIA            PIC 9(02)       VALUE 05.
       01 WRK-HORA-R.
           03 WRK-HORA-HH           PIC 9(02).
           03 WRK-HORA-MM           PIC 9(02).
           03 WRK-HORA-SS           PIC 9(02).
       01 WRK-HHMM-R.
           03 WRK-HHMM-HH           PIC 9(02).
           03 WRK-HHMM-MM           PIC 9(02).
       01 WRK-DATA-R.
           03 WRK-DATA-AAAA         PIC 9(04).
           03 WRK-DATA-MM           PIC 9(02).
           03 WRK-DATA-DD           PIC 9(02).

      **** DIAS DO MES NA APURACAO: OS DA ESCALA MAIS OS DIAS COM
      **** BATIDA SEM ESCALA (TIPO 'N'). MINUTOS CONTADOS DA
      **** MEIA-NOITE; 9999 = SEM BATIDA.
       01  TAB-DIAS-ESCALA.
           03  TAB-ESC OCCURS 700 TIMES
                       INDEXED BY IDX-ESC.
               05  TE-OPERADOR       PIC X(10).
               05  TE-DATA           PIC 9(08).
               05  TE-TIPO           PIC X(01).
               05  TE-INI-MIN        PIC 9(04).
               05  TE-FIM-MIN        PIC 9(04).
               05  TE-FILIAL         PIC 9(02).
               05  TE-PDV            PIC 9(02).
               05  TE-PRIM-ENT       PIC 9(04).
               05  TE-ULT-SAI        PIC 9(04).
               05  TE-MIN-TRAB       PIC 9(04).
               05  TE-ABERTO         PIC X(01).
               05  TE-MIN-ENT        PIC 9(04).
               05  TE-IMPARES        PIC 9(03).
       77 WRK-CT-ESC                 PIC 9(04)       VALUE ZEROS.

      **** FAIXAS DE UMA HORA (DIA + LOJA + PDV + HORA) COM VENDA E SEM
      **** OPERADOR ESCALADO NO PDV.
       01  TAB-FAIXAS.
           03  TAB-FX OCCURS 200 TIMES
                      INDEXED BY IDX-FX.
               05  FX-DATA           PIC 9(08).
               05  FX-FILIAL         PIC 9(02).
               05  FX-PDV            PIC 9(02).
               05  FX-HORA           PIC 9(02).
               05  FX-VENDAS         PIC 9(04).
       77 WRK-CT-FX                  PIC 9(03)       VALUE ZEROS.
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           OPEN I-O ESCALA
           IF WRK-FS-ESCALA EQUAL '35'
               OPEN OUTPUT ESCALA
               CLOSE ESCALA
               OPEN I-O ESCALA
           END-IF
           IF NOT FS-OK IN WRK-FS-ESCALA
               DISPLAY "ERRO AO ABRIR A ESCALA. FS=" WRK-FS-ESCALA
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGESCA  '
                    'ESCALA    ' WRK-FS-ESCALA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT OPERADOR
           IF NOT FS-OK IN WRK-FS-OPERADOR
               DISPLAY "ERRO AO ABRIR O ARQUIVO OPERADOR. FS="
                       WRK-FS-OPERADOR
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGESCA  '
                    'OPERADOR  ' WRK-FS-OPERADOR
               CLOSE ESCALA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WRK-FIM-MENU
               DISPLAY "1-INCLUIR/ALTERAR DIA 2-EXCLUIR DIA "
                       "3-LISTAR MES DO OPERADOR 4-REPETIR SEMANA "
                       "5-CONFORMIDADE DO MES 6-SAIR"
               DISPLAY "OPCAO: "
               ACCEPT WRK-OPCAO
               EVALUATE TRUE
                   WHEN WRK-OPC-MANTER
                       PERFORM 0100-MANTEM-DIA
                   WHEN WRK-OPC-EXCLUIR
                       PERFORM 0200-EXCLUI-DIA
                   WHEN WRK-OPC-LISTAR
                       PERFORM 0300-LISTA-MES
                   WHEN WRK-OPC-REPETIR
                       PERFORM 0400-REPETE-SEMANA
                   WHEN WRK-OPC-CONFORMIDADE
                       PERFORM 0500-CONFORMIDADE
                   WHEN WRK-OPC-SAIR
                       MOVE 'N' TO WRK-CONTINUA
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA."
               END-EVALUATE
           END-PERFORM

           CLOSE ESCALA
           CLOSE OPERADOR
           STOP RUN.

       0050-PEDE-OPERADOR-DATA     SECTION.
      **** OPERADOR TEM DE EXISTIR NO CADASTRO DO LOGIN; DATA VALIDA.
      **** QUALQUER RECUSA DEVOLVE WRK-OPERADOR EM BRANCO.
           DISPLAY "OPERADOR: "
           MOVE SPACES TO WRK-OPERADOR
           ACCEPT WRK-OPERADOR
           MOVE WRK-OPERADOR TO CD-OPER-ID
           READ OPERADOR
               INVALID KEY
                   DISPLAY "OPERADOR NAO CADASTRADO."
                   MOVE SPACES TO WRK-OPERADOR
                   GO TO 0050-FIM
           END-READ
           DISPLAY "DATA (AAAAMMDD): "
           ACCEPT WRK-DATA-INF
           IF WRK-DATA-INF NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-INF) NOT EQUAL 0
               DISPLAY "DATA INVALIDA."
               MOVE SPACES TO WRK-OPERADOR
           END-IF
       0050-FIM.
           EXIT.
       0100-MANTEM-DIA             SECTION.
           PERFORM 0050-PEDE-OPERADOR-DATA
           IF WRK-OPERADOR EQUAL SPACES
               GO TO 0100-FIM
           END-IF
           MOVE WRK-OPERADOR TO ESC-OPERADOR
           MOVE WRK-DATA-INF TO ESC-DATA
           READ ESCALA
               INVALID KEY
                   DISPLAY "DIA AINDA FORA DA ESCALA."
               NOT INVALID KEY
                   PERFORM 0310-MOSTRA-DIA
           END-READ
           DISPLAY "T-TRABALHO F-FOLGA: "
           ACCEPT WRK-TIPO-INF
           EVALUATE WRK-TIPO-INF
               WHEN 'T'
               WHEN 't'
                   MOVE 'T' TO WRK-TIPO-INF
                   DISPLAY "ENTRADA PREVISTA (HHMM): "
                   ACCEPT WRK-INI-INF
                   DISPLAY "SAIDA PREVISTA (HHMM): "
                   ACCEPT WRK-FIM-INF
                   MOVE WRK-INI-INF TO WRK-HHMM-R
                   IF WRK-INI-INF NOT NUMERIC
                      OR WRK-HHMM-HH > 23 OR WRK-HHMM-MM > 59
                       DISPLAY "HORARIO DE ENTRADA INVALIDO."
                       GO TO 0100-FIM
                   END-IF
                   MOVE WRK-FIM-INF TO WRK-HHMM-R
                   IF WRK-FIM-INF NOT NUMERIC
                      OR WRK-HHMM-HH > 23 OR WRK-HHMM-MM > 59
                      OR WRK-FIM-INF NOT > WRK-INI-INF
                       DISPLAY "HORARIO DE SAIDA INVALIDO (O TURNO "
                               "COMECA E TERMINA NO MESMO DIA)."
                       GO TO 0100-FIM
                   END-IF
                   DISPLAY "LOJA (ZERO = 1): "
                   ACCEPT WRK-FILIAL-INF
                   IF WRK-FILIAL-INF NOT NUMERIC
                      OR WRK-FILIAL-INF EQUAL ZEROS
                       MOVE 1 TO WRK-FILIAL-INF
                   END-IF
                   DISPLAY "PDV: "
                   ACCEPT WRK-PDV-INF
                   IF WRK-PDV-INF NOT NUMERIC
                      OR WRK-PDV-INF EQUAL ZEROS
                       DISPLAY "PDV INVALIDO."
                       GO TO 0100-FIM
                   END-IF
               WHEN 'F'
               WHEN 'f'
                   MOVE 'F' TO WRK-TIPO-INF
                   MOVE ZEROS TO WRK-INI-INF WRK-FIM-INF
                   MOVE ZEROS TO WRK-FILIAL-INF WRK-PDV-INF
               WHEN OTHER
                   DISPLAY "TIPO INVALIDO. NADA ALTERADO."
                   GO TO 0100-FIM
           END-EVALUATE

           MOVE WRK-OPERADOR     TO ESC-OPERADOR
           MOVE WRK-DATA-INF     TO ESC-DATA
           READ ESCALA
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE WRK-TIPO-INF     TO ESC-TIPO
           MOVE WRK-INI-INF      TO ESC-HORA-INI
           MOVE WRK-FIM-INF      TO ESC-HORA-FIM
           MOVE WRK-FILIAL-INF   TO ESC-FILIAL
           MOVE WRK-PDV-INF      TO ESC-PDV
           MOVE WRK-DATA-SISTEMA TO ESC-DT-ALTERACAO
           IF FS-OK IN WRK-FS-ESCALA
               REWRITE REG-ESCALA
           ELSE
               WRITE REG-ESCALA
           END-IF
           IF FS-OK IN WRK-FS-ESCALA
               DISPLAY "ESCALA GRAVADA."
           ELSE
               DISPLAY "ERRO AO GRAVAR A ESCALA. FS=" WRK-FS-ESCALA
           END-IF
       0100-FIM.
           EXIT.
       0200-EXCLUI-DIA             SECTION.
           PERFORM 0050-PEDE-OPERADOR-DATA
           IF WRK-OPERADOR EQUAL SPACES
               GO TO 0200-FIM
           END-IF
           MOVE WRK-OPERADOR TO ESC-OPERADOR
           MOVE WRK-DATA-INF TO ESC-DATA
           READ ESCALA
               INVALID KEY
                   DISPLAY "DIA NAO ESTA NA ESCALA."
                   GO TO 0200-FIM
           END-READ
           PERFORM 0310-MOSTRA-DIA
           DISPLAY "CONFIRMA A EXCLUSAO (S/N)? "
           ACCEPT WRK-RESPOSTA
           IF WRK-RESPOSTA EQUAL 'S' OR WRK-RESPOSTA EQUAL 's'
               DELETE ESCALA
                   INVALID KEY
                       DISPLAY "ERRO AO EXCLUIR. FS=" WRK-FS-ESCALA
                   NOT INVALID KEY
                       DISPLAY "DIA EXCLUIDO DA ESCALA."
               END-DELETE
           END-IF
       0200-FIM.
           EXIT.
       0300-LISTA-MES              SECTION.
           DISPLAY "OPERADOR: "
           MOVE SPACES TO WRK-OPERADOR
           ACCEPT WRK-OPERADOR
           DISPLAY "MES (AAAAMM): "
           ACCEPT WRK-MES-REF
           MOVE WRK-OPERADOR TO ESC-OPERADOR
           COMPUTE ESC-DATA = WRK-MES-REF * 100
           MOVE SPACE TO WRK-EOF
           START ESCALA KEY IS NOT LESS THAN ESC-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START
           MOVE ZEROS TO WRK-K
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ ESCALA NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF ESC-OPERADOR NOT EQUAL WRK-OPERADOR
                          OR ESC-DATA(1:6) NOT EQUAL WRK-MES-REF
                           MOVE 'F' TO WRK-EOF
                       ELSE
                           PERFORM 0310-MOSTRA-DIA
                           ADD 1 TO WRK-K
                       END-IF
               END-READ
           END-PERFORM
           IF WRK-K EQUAL ZEROS
               DISPLAY "NENHUM DIA NA ESCALA DO OPERADOR NO MES."
           END-IF
       .
       0310-MOSTRA-DIA             SECTION.
           MOVE ESC-DATA TO WRK-DATA-R
           IF ESC-FOLGA
               DISPLAY WRK-DATA-DD "/" WRK-DATA-MM "/" WRK-DATA-AAAA
                       " " ESC-OPERADOR " FOLGA"
           ELSE
               DISPLAY WRK-DATA-DD "/" WRK-DATA-MM "/" WRK-DATA-AAAA
                       " " ESC-OPERADOR " "
                       ESC-HORA-INI(1:2) ":" ESC-HORA-INI(3:2) " AS "
                       ESC-HORA-FIM(1:2) ":" ESC-HORA-FIM(3:2)
                       " LOJA " ESC-FILIAL " PDV " ESC-PDV
           END-IF
       .
       0400-REPETE-SEMANA          SECTION.
      **** COPIA OS SETE DIAS A PARTIR DA DATA INFORMADA PARA AS N
      **** SEMANAS SEGUINTES. DIA JA ESCALADO NO DESTINO NAO E
      **** SOBRESCRITO.
           PERFORM 0050-PEDE-OPERADOR-DATA
           IF WRK-OPERADOR EQUAL SPACES
               GO TO 0400-FIM
           END-IF
           DISPLAY "REPETIR EM QUANTAS SEMANAS SEGUINTES (1 A 9)? "
           ACCEPT WRK-SEMANAS
           IF WRK-SEMANAS NOT NUMERIC OR WRK-SEMANAS EQUAL ZEROS
               DISPLAY "QUANTIDADE INVALIDA."
               GO TO 0400-FIM
           END-IF
           MOVE ZEROS TO WRK-CT-COPIADOS WRK-CT-MANTIDOS
           COMPUTE WRK-INT-DATA = FUNCTION INTEGER-OF-DATE(WRK-DATA-INF)
           PERFORM VARYING WRK-DIA FROM 0 BY 1 UNTIL WRK-DIA > 6
               MOVE WRK-OPERADOR TO ESC-OPERADOR
               COMPUTE ESC-DATA =
                   FUNCTION DATE-OF-INTEGER(WRK-INT-DATA + WRK-DIA)
               READ ESCALA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0410-COPIA-DIA
               END-READ
           END-PERFORM
           DISPLAY WRK-CT-COPIADOS " DIA(S) COPIADO(S); "
                   WRK-CT-MANTIDOS " JA ESCALADO(S) NO DESTINO E "
                   "MANTIDO(S)."
       0400-FIM.
           EXIT.
       0410-COPIA-DIA              SECTION.
           MOVE ESC-TIPO     TO WRK-TIPO-INF
           MOVE ESC-HORA-INI TO WRK-INI-INF
           MOVE ESC-HORA-FIM TO WRK-FIM-INF
           MOVE ESC-FILIAL   TO WRK-FILIAL-INF
           MOVE ESC-PDV      TO WRK-PDV-INF
           PERFORM VARYING WRK-SEMANA FROM 1 BY 1
                   UNTIL WRK-SEMANA > WRK-SEMANAS
               COMPUTE WRK-INT-DESTINO =
                   WRK-INT-DATA + WRK-DIA + (WRK-SEMANA * 7)
               MOVE WRK-OPERADOR     TO ESC-OPERADOR
               COMPUTE ESC-DATA =
                   FUNCTION DATE-OF-INTEGER(WRK-INT-DESTINO)
               MOVE WRK-TIPO-INF     TO ESC-TIPO
               MOVE WRK-INI-INF      TO ESC-HORA-INI
               MOVE WRK-FIM-INF      TO ESC-HORA-FIM
               MOVE WRK-FILIAL-INF   TO ESC-FILIAL
               MOVE WRK-PDV-INF      TO ESC-PDV
               MOVE WRK-DATA-SISTEMA TO ESC-DT-ALTERACAO
               WRITE REG-ESCALA
                   INVALID KEY
                       ADD 1 TO WRK-CT-MANTIDOS
                   NOT INVALID KEY
                       ADD 1 TO WRK-CT-COPIADOS
               END-WRITE
           END-PERFORM
       .
       0500-CONFORMIDADE           SECTION.
           DISPLAY "MES A CONFERIR (AAAAMM): "
           ACCEPT WRK-MES-REF
           IF WRK-MES-REF NOT NUMERIC
              OR WRK-MES-REF(5:2) < '01' OR WRK-MES-REF(5:2) > '12'
               DISPLAY "MES INVALIDO."
               GO TO 0500-FIM
           END-IF
           INITIALIZE TAB-DIAS-ESCALA TAB-FAIXAS
           MOVE ZEROS TO WRK-CT-ESC WRK-CT-FX
           MOVE ZEROS TO WRK-CT-OCORRENCIAS WRK-CT-VENDAS-SEM

      **** ESCALA DO MES DE TODOS OS OPERADORES.
           MOVE LOW-VALUES TO ESC-CHAVE
           MOVE SPACE TO WRK-EOF
           START ESCALA KEY IS NOT LESS THAN ESC-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ ESCALA NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF ESC-DATA(1:6) EQUAL WRK-MES-REF
                           PERFORM 0510-GUARDA-ESCALA
                       END-IF
               END-READ
           END-PERFORM

           OPEN INPUT PONTO
           IF WRK-FS-PONTO EQUAL '00'
               MOVE SPACE TO WRK-EOF
               PERFORM UNTIL WRK-EOF EQUAL 'F'
                   READ PONTO
                       AT END
                           MOVE 'F' TO WRK-EOF
                       NOT AT END
                           IF PON-DATA NUMERIC
                              AND PON-DATA(1:6) EQUAL WRK-MES-REF
                               PERFORM 0520-PROCESSA-BATIDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PONTO
           ELSE
               DISPLAY "AVISO: JORNAL DE PONTO INDISPONIVEL. FS="
                       WRK-FS-PONTO
           END-IF

           OPEN INPUT VENDAS
           IF FS-OK IN WRK-FS-VENDAS
               MOVE SPACE TO WRK-EOF
               PERFORM UNTIL WRK-EOF EQUAL 'F'
                   READ VENDAS
                       AT END
                           MOVE 'F' TO WRK-EOF
                       NOT AT END
                           IF REG-VND-TIPO EQUAL 'H'
                              AND REG-VND-DATA NUMERIC
                              AND REG-VND-DATA(1:6) EQUAL WRK-MES-REF
                              AND REG-VND-OPERADOR NOT EQUAL 'WEB'
                               PERFORM 0530-CONFERE-VENDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDAS
           ELSE
               DISPLAY "AVISO: VENDAS INDISPONIVEL. FS=" WRK-FS-VENDAS
           END-IF

           STRING "RELESCA-"   DELIMITED BY SIZE
                  WRK-MES-REF  DELIMITED BY SIZE
                  ".DAT"       DELIMITED BY SIZE
               INTO WRK-NOME-RELESCA
           OPEN OUTPUT RELESCA
           IF NOT FS-OK IN WRK-FS-RELESCA
               DISPLAY "ERRO AO CRIAR O " WRK-NOME-RELESCA " FS="
                       WRK-FS-RELESCA
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGESCA  '
                    'RELESCA   ' WRK-FS-RELESCA
               GO TO 0500-FIM
           END-IF
           MOVE SPACES TO REG-RELESCA
           STRING "CONFORMIDADE ESCALA X PONTO - MES " DELIMITED BY SIZE
                  WRK-MES-REF(5:2)                 DELIMITED BY SIZE
                  "/"                              DELIMITED BY SIZE
                  WRK-MES-REF(1:4)                 DELIMITED BY SIZE
                  "  (TOLERANCIA "                 DELIMITED BY SIZE
                  WRK-TOLERANCIA                   DELIMITED BY SIZE
                  " MIN POR BATIDA)"               DELIMITED BY SIZE
               INTO REG-RELESCA
           WRITE REG-RELESCA
           MOVE "DATA       OPERADOR   OCORRENCIA" TO REG-RELESCA
           WRITE REG-RELESCA

           PERFORM VARYING WRK-K FROM 1 BY 1 UNTIL WRK-K > WRK-CT-ESC
               SET IDX-ESC TO WRK-K
               PERFORM 0540-AVALIA-DIA
           END-PERFORM

           MOVE SPACES TO REG-RELESCA
           WRITE REG-RELESCA
           MOVE "VENDAS EM PDV E HORARIO SEM OPERADOR ESCALADO"
               TO REG-RELESCA
           WRITE REG-RELESCA
           PERFORM VARYING WRK-K FROM 1 BY 1 UNTIL WRK-K > WRK-CT-FX
               SET IDX-FX TO WRK-K
               MOVE FX-DATA(IDX-FX)   TO WRK-DATA-R
               MOVE FX-VENDAS(IDX-FX) TO WRK-CT-FORM
               MOVE SPACES TO REG-RELESCA
               STRING WRK-DATA-DD        DELIMITED BY SIZE
                      "/"                DELIMITED BY SIZE
                      WRK-DATA-MM        DELIMITED BY SIZE
                      "/"                DELIMITED BY SIZE
                      WRK-DATA-AAAA      DELIMITED BY SIZE
                      "  LOJA "          DELIMITED BY SIZE
                      FX-FILIAL(IDX-FX)  DELIMITED BY SIZE
                      " PDV "            DELIMITED BY SIZE
                      FX-PDV(IDX-FX)     DELIMITED BY SIZE
                      "  "               DELIMITED BY SIZE
                      FX-HORA(IDX-FX)    DELIMITED BY SIZE
                      ":00-"             DELIMITED BY SIZE
                      FX-HORA(IDX-FX)    DELIMITED BY SIZE
                      ":59 "             DELIMITED BY SIZE
                      WRK-CT-FORM        DELIMITED BY SIZE
                      " VENDA(S)"        DELIMITED BY SIZE
                   INTO REG-RELESCA
               WRITE REG-RELESCA
           END-PERFORM
           IF WRK-CT-FX EQUAL ZEROS
               MOVE "NENHUMA." TO REG-RELESCA
               WRITE REG-RELESCA
           END-IF

           MOVE SPACES TO REG-RELESCA
           WRITE REG-RELESCA
           MOVE SPACES TO REG-RELESCA
           STRING "OCORRENCIAS DE PONTO: " DELIMITED BY SIZE
                  WRK-CT-OCORRENCIAS       DELIMITED BY SIZE
                  "  VENDAS SEM ESCALA: "  DELIMITED BY SIZE
                  WRK-CT-VENDAS-SEM        DELIMITED BY SIZE
               INTO REG-RELESCA
           WRITE REG-RELESCA
           CLOSE RELESCA
           DISPLAY "RELATORIO DE CONFORMIDADE EM " WRK-NOME-RELESCA
                   ": " WRK-CT-OCORRENCIAS " OCORRENCIA(S) DE PONTO, "
                   WRK-CT-VENDAS-SEM " VENDA(S) SEM OPERADOR ESCALADO."
       0500-FIM.
           EXIT.
       0510-GUARDA-ESCALA          SECTION.
           IF WRK-CT-ESC NOT < 700
               DISPLAY "TABELA DA ESCALA CHEIA. " ESC-OPERADOR " "
                       ESC-DATA " FICOU FORA DA CONFERENCIA."
               GO TO 0510-FIM
           END-IF
           ADD 1 TO WRK-CT-ESC
           SET IDX-ESC TO WRK-CT-ESC
           MOVE ESC-OPERADOR TO TE-OPERADOR(IDX-ESC)
           MOVE ESC-DATA     TO TE-DATA(IDX-ESC)
           MOVE ESC-TIPO     TO TE-TIPO(IDX-ESC)
           MOVE ESC-HORA-INI TO WRK-HHMM-R
           COMPUTE TE-INI-MIN(IDX-ESC) =
               (WRK-HHMM-HH * 60) + WRK-HHMM-MM
           MOVE ESC-HORA-FIM TO WRK-HHMM-R
           COMPUTE TE-FIM-MIN(IDX-ESC) =
               (WRK-HHMM-HH * 60) + WRK-HHMM-MM
           MOVE ESC-FILIAL   TO TE-FILIAL(IDX-ESC)
           MOVE ESC-PDV      TO TE-PDV(IDX-ESC)
           MOVE 9999         TO TE-PRIM-ENT(IDX-ESC)
           MOVE 'N'          TO TE-ABERTO(IDX-ESC)
       0510-FIM.
           EXIT.
       0520-PROCESSA-BATIDA        SECTION.
      **** PAREIA ENTRADA COM SAIDA DO MESMO DIA, COMO NO PROGPONT.
      **** BATIDA EM DIA SEM ESCALA ABRE UM DIA 'N' NA TABELA.
           MOVE ZEROS TO WRK-POS
           PERFORM VARYING WRK-K FROM 1 BY 1 UNTIL WRK-K > WRK-CT-ESC
               IF TE-OPERADOR(WRK-K) EQUAL PON-OPERADOR
                  AND TE-DATA(WRK-K) EQUAL PON-DATA
                   MOVE WRK-K TO WRK-POS
               END-IF
           END-PERFORM
           IF WRK-POS EQUAL ZEROS
               IF WRK-CT-ESC NOT < 700
                   DISPLAY "TABELA DA ESCALA CHEIA. BATIDA DE "
                           PON-OPERADOR " EM " PON-DATA
                           " FICOU FORA DA CONFERENCIA."
                   GO TO 0520-FIM
               END-IF
               ADD 1 TO WRK-CT-ESC
               SET IDX-ESC TO WRK-CT-ESC
               MOVE PON-OPERADOR TO TE-OPERADOR(IDX-ESC)
               MOVE PON-DATA     TO TE-DATA(IDX-ESC)
               MOVE 'N'          TO TE-TIPO(IDX-ESC)
               MOVE 9999         TO TE-PRIM-ENT(IDX-ESC)
               MOVE 'N'          TO TE-ABERTO(IDX-ESC)
               MOVE WRK-CT-ESC   TO WRK-POS
           END-IF
           SET IDX-ESC TO WRK-POS

           MOVE PON-HORA TO WRK-HORA-R
           COMPUTE WRK-MIN-BATIDA = (WRK-HORA-HH * 60) + WRK-HORA-MM

           IF PON-DIRECAO EQUAL 'E'
               IF TE-ABERTO(IDX-ESC) EQUAL 'S'
                   ADD 1 TO TE-IMPARES(IDX-ESC)
               END-IF
               MOVE 'S' TO TE-ABERTO(IDX-ESC)
               MOVE WRK-MIN-BATIDA TO TE-MIN-ENT(IDX-ESC)
               IF WRK-MIN-BATIDA < TE-PRIM-ENT(IDX-ESC)
                   MOVE WRK-MIN-BATIDA TO TE-PRIM-ENT(IDX-ESC)
               END-IF
           ELSE
               IF TE-ABERTO(IDX-ESC) EQUAL 'S'
                  AND WRK-MIN-BATIDA NOT < TE-MIN-ENT(IDX-ESC)
                   COMPUTE TE-MIN-TRAB(IDX-ESC) =
                       TE-MIN-TRAB(IDX-ESC)
                       + WRK-MIN-BATIDA - TE-MIN-ENT(IDX-ESC)
                   IF WRK-MIN-BATIDA > TE-ULT-SAI(IDX-ESC)
                       MOVE WRK-MIN-BATIDA TO TE-ULT-SAI(IDX-ESC)
                   END-IF
               ELSE
                   ADD 1 TO TE-IMPARES(IDX-ESC)
               END-IF
               MOVE 'N' TO TE-ABERTO(IDX-ESC)
           END-IF
       0520-FIM.
           EXIT.
       0530-CONFERE-VENDA          SECTION.
      **** A VENDA PRECISA DE UM OPERADOR ESCALADO PARA AQUELE PDV DA
      **** LOJA NAQUELE HORARIO. CABECALHO ANTIGO SEM FILIAL VALE COMO
      **** LOJA 1.
           MOVE REG-VND-FILIAL TO WRK-FILIAL-VENDA
           IF REG-VND-FILIAL NOT NUMERIC OR REG-VND-FILIAL EQUAL ZEROS
               MOVE 1 TO WRK-FILIAL-VENDA
           END-IF
           MOVE REG-VND-HORA TO WRK-HORA-R
           COMPUTE WRK-MIN-VENDA = (WRK-HORA-HH * 60) + WRK-HORA-MM
           PERFORM VARYING WRK-K FROM 1 BY 1 UNTIL WRK-K > WRK-CT-ESC
               IF TE-TIPO(WRK-K) EQUAL 'T'
                  AND TE-DATA(WRK-K) EQUAL REG-VND-DATA
                  AND TE-FILIAL(WRK-K) EQUAL WRK-FILIAL-VENDA
                  AND TE-PDV(WRK-K) EQUAL REG-VND-PDV
                  AND WRK-MIN-VENDA NOT < TE-INI-MIN(WRK-K)
                  AND WRK-MIN-VENDA NOT > TE-FIM-MIN(WRK-K)
                   GO TO 0530-FIM
               END-IF
           END-PERFORM

           ADD 1 TO WRK-CT-VENDAS-SEM
           MOVE ZEROS TO WRK-POS
           PERFORM VARYING WRK-K FROM 1 BY 1 UNTIL WRK-K > WRK-CT-FX
               IF FX-DATA(WRK-K) EQUAL REG-VND-DATA
                  AND FX-FILIAL(WRK-K) EQUAL WRK-FILIAL-VENDA
                  AND FX-PDV(WRK-K) EQUAL REG-VND-PDV
                  AND FX-HORA(WRK-K) EQUAL WRK-HORA-HH
                   MOVE WRK-K TO WRK-POS
               END-IF
           END-PERFORM
           IF WRK-POS EQUAL ZEROS
               IF WRK-CT-FX NOT < 200
                   GO TO 0530-FIM
               END-IF
               ADD 1 TO WRK-CT-FX
               SET IDX-FX TO WRK-CT-FX
               MOVE REG-VND-DATA     TO FX-DATA(IDX-FX)
               MOVE WRK-FILIAL-VENDA TO FX-FILIAL(IDX-FX)
               MOVE REG-VND-PDV      TO FX-PDV(IDX-FX)
               MOVE WRK-HORA-HH      TO FX-HORA(IDX-FX)
               MOVE WRK-CT-FX        TO WRK-POS
           END-IF
           SET IDX-FX TO WRK-POS
           ADD 1 TO FX-VENDAS(IDX-FX)
       0530-FIM.
           EXIT.
       0540-AVALIA-DIA             SECTION.
      **** DIA FUTURO AINDA NAO TEM O QUE CONFERIR.
           IF TE-DATA(IDX-ESC) > WRK-DATA-SISTEMA
               GO TO 0540-FIM
           END-IF
           IF TE-ABERTO(IDX-ESC) EQUAL 'S'
               ADD 1 TO TE-IMPARES(IDX-ESC)
           END-IF

           EVALUATE TRUE
               WHEN TE-TIPO(IDX-ESC) EQUAL 'T'
                AND TE-PRIM-ENT(IDX-ESC) EQUAL 9999
                AND TE-IMPARES(IDX-ESC) EQUAL ZEROS
                   MOVE "FALTA EM DIA ESCALADO" TO WRK-OCORRENCIA
                   PERFORM 0550-GRAVA-OCORRENCIA
               WHEN TE-TIPO(IDX-ESC) EQUAL 'F'
                   MOVE TE-MIN-TRAB(IDX-ESC) TO WRK-MIN-FORM
                   MOVE SPACES TO WRK-OCORRENCIA
                   STRING "TRABALHO EM FOLGA: " DELIMITED BY SIZE
                          WRK-MIN-FORM          DELIMITED BY SIZE
                          " MIN"                DELIMITED BY SIZE
                       INTO WRK-OCORRENCIA
                   PERFORM 0550-GRAVA-OCORRENCIA
               WHEN TE-TIPO(IDX-ESC) EQUAL 'N'
                   MOVE TE-MIN-TRAB(IDX-ESC) TO WRK-MIN-FORM
                   MOVE SPACES TO WRK-OCORRENCIA
                   STRING "TRABALHO SEM ESCALA: " DELIMITED BY SIZE
                          WRK-MIN-FORM            DELIMITED BY SIZE
                          " MIN"                  DELIMITED BY SIZE
                       INTO WRK-OCORRENCIA
                   PERFORM 0550-GRAVA-OCORRENCIA
               WHEN OTHER
                   PERFORM 0545-CONFERE-HORARIOS
           END-EVALUATE

           IF TE-IMPARES(IDX-ESC) > ZEROS
               MOVE TE-IMPARES(IDX-ESC) TO WRK-MIN-FORM
               MOVE SPACES TO WRK-OCORRENCIA
               STRING "BATIDAS IMPARES: " DELIMITED BY SIZE
                      WRK-MIN-FORM        DELIMITED BY SIZE
                   INTO WRK-OCORRENCIA
               PERFORM 0550-GRAVA-OCORRENCIA
           END-IF
       0540-FIM.
           EXIT.
       0545-CONFERE-HORARIOS       SECTION.
      **** DIA ESCALADO COM BATIDA: ATRASO NA PRIMEIRA ENTRADA, SAIDA
      **** ANTES DO PREVISTO NA ULTIMA SAIDA E MINUTOS TRABALHADOS
      **** ALEM DO TURNO PREVISTO.
           IF TE-PRIM-ENT(IDX-ESC) NOT EQUAL 9999
              AND TE-PRIM-ENT(IDX-ESC) >
                  TE-INI-MIN(IDX-ESC) + WRK-TOLERANCIA
               COMPUTE WRK-DIFERENCA =
                   TE-PRIM-ENT(IDX-ESC) - TE-INI-MIN(IDX-ESC)
               MOVE WRK-DIFERENCA TO WRK-MIN-FORM
               MOVE SPACES TO WRK-OCORRENCIA
               STRING "ATRASO: "     DELIMITED BY SIZE
                      WRK-MIN-FORM   DELIMITED BY SIZE
                      " MIN"         DELIMITED BY SIZE
                   INTO WRK-OCORRENCIA
               PERFORM 0550-GRAVA-OCORRENCIA
           END-IF
           IF TE-ULT-SAI(IDX-ESC) > ZEROS
              AND TE-ULT-SAI(IDX-ESC) + WRK-TOLERANCIA <
                  TE-FIM-MIN(IDX-ESC)
               COMPUTE WRK-DIFERENCA =
                   TE-FIM-MIN(IDX-ESC) - TE-ULT-SAI(IDX-ESC)
               MOVE WRK-DIFERENCA TO WRK-MIN-FORM
               MOVE SPACES TO WRK-OCORRENCIA
               STRING "SAIDA ANTECIPADA: " DELIMITED BY SIZE
                      WRK-MIN-FORM         DELIMITED BY SIZE
                      " MIN"               DELIMITED BY SIZE
                   INTO WRK-OCORRENCIA
               PERFORM 0550-GRAVA-OCORRENCIA
           END-IF
           COMPUTE WRK-MIN-PREVISTO =
               TE-FIM-MIN(IDX-ESC) - TE-INI-MIN(IDX-ESC)
           IF TE-MIN-TRAB(IDX-ESC) >
              WRK-MIN-PREVISTO + (WRK-TOLERANCIA * 2)
               COMPUTE WRK-DIFERENCA =
                   TE-MIN-TRAB(IDX-ESC) - WRK-MIN-PREVISTO
               MOVE WRK-DIFERENCA TO WRK-MIN-FORM
               MOVE SPACES TO WRK-OCORRENCIA
               STRING "HORA EXTRA: " DELIMITED BY SIZE
                      WRK-MIN-FORM   DELIMITED BY SIZE
                      " MIN"         DELIMITED BY SIZE
                   INTO WRK-OCORRENCIA
               PERFORM 0550-GRAVA-OCORRENCIA
           END-IF
       .
       0550-GRAVA-OCORRENCIA       SECTION.
           MOVE TE-DATA(IDX-ESC) TO WRK-DATA-R
           MOVE SPACES TO REG-RELESCA
           STRING WRK-DATA-DD           DELIMITED BY SIZE
                  "/"                   DELIMITED BY SIZE
                  WRK-DATA-MM           DELIMITED BY SIZE
                  "/"                   DELIMITED BY SIZE
                  WRK-DATA-AAAA         DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  TE-OPERADOR(IDX-ESC)  DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WRK-OCORRENCIA        DELIMITED BY SIZE
               INTO REG-RELESCA
           WRITE REG-RELESCA
           ADD 1 TO WRK-CT-OCORRENCIAS
       .
