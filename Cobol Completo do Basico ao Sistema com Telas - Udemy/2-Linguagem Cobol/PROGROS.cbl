       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGROS.
      *-----------------------------------------------------------------
      *== AUTOR: MARCIA GAMELEIRA
      *== OBJETIVO: RELATORIO DAS ORDENS DE SERVICO DE ASSISTENCIA
      *==           (ORDSERV.DAT, COPY ORDSFD, MANTIDO PELO PROGOSRV)
      *==           NO RELOS.DAT:
      *==           - AS ORDENS EM ANDAMENTO COM A IDADE EM DIAS DESDE
      *==             A ABERTURA (E OS DIAS NO FORNECEDOR), POR FAIXA
      *==             DE IDADE (ATE 15, 16 A 30, 31 A 60, MAIS DE 60),
      *==             PARA COBRAR AS PARADAS;
      *==           - POR FORNECEDOR: ORDENS EM ANDAMENTO, PRAZO MEDIO
      *==             DE REPARO (ENVIO ATE RETORNO) E A TAXA DE FALHA
      *==             DOS APARELHOS VENDIDOS NOS ULTIMOS N MESES
      *==             (ORDENS / SERIAIS VENDIDOS DO FORNECEDOR),
      *==             MARCANDO QUEM PASSA DO LIMITE INFORMADO.
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
           SELECT ORDSERV ASSIGN TO "ORDSERV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OS-NUMERO
               ALTERNATE RECORD KEY IS OS-SERIAL
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-ORDSERV.
           SELECT SERIAIS ASSIGN TO "SERIAIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NR-SERIAL
               FILE STATUS IS WRK-FS-SERIAIS.
           SELECT PRODUTO ASSIGN TO "PRODUTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-PRODUTO
               ALTERNATE RECORD KEY IS EA-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-PRODUTO.
           SELECT FORNECEDOR ASSIGN TO "FORNECED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-FORNECEDOR
               FILE STATUS IS WRK-FS-FORNECEDOR.
           SELECT RELOS ASSIGN TO "RELOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELOS.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD  ORDSERV.
       COPY ORDSFD.

       FD  SERIAIS.
       01  REG-SERIAL.
           03  NR-SERIAL             PIC X(20).
           03  SER-PRODUTO           PIC 9(06).
           03  SER-VND-ID            PIC X(14).
           03  SER-DT-VENDA          PIC 9(08).
           03  SER-DT-DEVOL          PIC 9(08).
           03  SER-STATUS            PIC X(01).

       FD  PRODUTO.
       COPY PRODFD.

       FD  FORNECEDOR.
       01  REG-FORNECEDOR.
           03  CD-FORNECEDOR         PIC 9(04).
           03  NM-FORNECEDOR         PIC X(30).
           03  NR-TEL-FORNECEDOR     PIC X(15).
           03  PZ-ENTREGA-DIAS       PIC 9(03).

       FD  RELOS.
       01  REG-RELOS                 PIC X(132).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-ORDSERV==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-SERIAIS==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PRODUTO==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-FORNECEDOR==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-RELOS==.

       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-DATA-SISTEMA          PIC 9(08)       VALUE ZEROS.
       77 WRK-INT-HOJE              PIC 9(08)       VALUE ZEROS.
       77 WRK-MESES                 PIC 9(02)       VALUE ZEROS.
       01  WRK-DATA-INI             PIC 9(08)       VALUE ZEROS.
       01  WRK-DATA-INI-R REDEFINES WRK-DATA-INI.
           03  WRK-INI-ANO          PIC 9(04).
           03  WRK-INI-MES          PIC 9(02).
           03  WRK-INI-DIA          PIC 9(02).
       77 WRK-ANO-MES               PIC 9(06)       VALUE ZEROS.
       77 WRK-TAXA-LIMITE           PIC 9(03)V99    VALUE ZEROS.
       77 WRK-TAXA                  PIC 9(05)V99    VALUE ZEROS.
       77 WRK-DIAS                  PIC 9(05)       VALUE ZEROS.
       77 WRK-DIAS-FORN             PIC 9(05)       VALUE ZEROS.
       77 WRK-FAIXA                 PIC 9(01)       VALUE ZEROS.
       77 WRK-I                     PIC 9(03)       VALUE ZEROS.
       77 WRK-F                     PIC 9(03)       VALUE ZEROS.
       77 WRK-CD-FORN               PIC 9(04)       VALUE ZEROS.
       77 WRK-CT-ANDAMENTO          PIC 9(05)       VALUE ZEROS.
       77 WRK-CT-ACIMA-LIMITE       PIC 9(03)       VALUE ZEROS.
       77 WRK-MEDIA                 PIC 9(05)       VALUE ZEROS.
       77 WRK-DIAS-FORM             PIC ZZZZ9       VALUE ZEROS.
       77 WRK-DIAS-FORN-FORM        PIC ZZZZ9       VALUE ZEROS.
       77 WRK-CT-FORM               PIC ZZZZ9       VALUE ZEROS.
       77 WRK-CT-FORM2              PIC ZZZZ9       VALUE ZEROS.
       77 WRK-CT-FORM3              PIC ZZZZ9       VALUE ZEROS.
       77 WRK-TAXA-FORM             PIC ZZ9,99      VALUE ZEROS.
       77 WRK-SITUACAO              PIC X(13)       VALUE SPACES.
       77 WRK-FORNECEDOR-ABERTO     PIC X(02)       VALUE SPACES.
           88 WRK-FORNECEDOR-OK                     VALUE '00'.

      *==  FAIXAS DE IDADE DAS ORDENS EM ANDAMENTO.
       01  TAB-FAIXAS-VALORES.
           03  FILLER                PIC 9(05)       VALUE 15.
           03  FILLER                PIC X(16)  VALUE "ATE 15 DIAS".
           03  FILLER                PIC 9(05)       VALUE 30.
           03  FILLER                PIC X(16)  VALUE "16 A 30 DIAS".
           03  FILLER                PIC 9(05)       VALUE 60.
           03  FILLER                PIC X(16)  VALUE "31 A 60 DIAS".
           03  FILLER                PIC 9(05)       VALUE 99999.
           03  FILLER                PIC X(16)  VALUE "MAIS DE 60 DIAS".
       01  TAB-FAIXAS REDEFINES TAB-FAIXAS-VALORES.
           03  TAB-FX-REG OCCURS 4 TIMES.
               05  TAB-FX-LIMITE     PIC 9(05).
               05  TAB-FX-NOME       PIC X(16).
       01  TAB-FAIXAS-CONTAGEM.
           03  TAB-FX-QTD            PIC 9(05) OCCURS 4 TIMES.

      *==  TOTAIS POR FORNECEDOR.
       01  TAB-FORNECEDORES.
           03  TAB-FRN-REG OCCURS 200 TIMES.
               05  TAB-FRN-CODIGO    PIC 9(04).
               05  TAB-FRN-ANDAMENTO PIC 9(05).
               05  TAB-FRN-NO-FORN   PIC 9(05).
               05  TAB-FRN-RETORNOS  PIC 9(05).
               05  TAB-FRN-DIAS-REP  PIC 9(07).
               05  TAB-FRN-ORDENS    PIC 9(05).
               05  TAB-FRN-VENDIDOS  PIC 9(07).
       77 WRK-CT-FORN               PIC 9(03)       VALUE ZEROS.
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           COMPUTE WRK-INT-HOJE =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-SISTEMA)
           DISPLAY "MESES DE VENDA PARA A TAXA DE FALHA (ZEROS = 12): "
           ACCEPT WRK-MESES
           IF WRK-MESES EQUAL ZEROS
               MOVE 12 TO WRK-MESES
           END-IF
           DISPLAY "TAXA DE FALHA LIMITE EM % (ZEROS = 5): "
           ACCEPT WRK-TAXA-LIMITE
           IF WRK-TAXA-LIMITE EQUAL ZEROS
               MOVE 5 TO WRK-TAXA-LIMITE
           END-IF
           PERFORM 0050-CALCULA-PERIODO
           INITIALIZE TAB-FAIXAS-CONTAGEM
           INITIALIZE TAB-FORNECEDORES

           PERFORM 0100-ABRE-ARQUIVOS
           PERFORM 0200-LISTA-ANDAMENTO
           PERFORM 0300-CONTA-VENDIDOS
           PERFORM 0400-LISTA-FORNECEDORES
           PERFORM 0900-FECHA-ARQUIVOS
           STOP RUN.

       0050-CALCULA-PERIODO        SECTION.
      **** INICIO DO PERIODO: O MESMO DIA DE N MESES ATRAS (DIA 29 A
      **** 31 VIRA 28), COMO NO PROGABC.
           MOVE WRK-DATA-SISTEMA TO WRK-DATA-INI
           COMPUTE WRK-ANO-MES =
               (WRK-INI-ANO * 12) + WRK-INI-MES - 1 - WRK-MESES
           DIVIDE WRK-ANO-MES BY 12 GIVING WRK-INI-ANO
               REMAINDER WRK-INI-MES
           ADD 1 TO WRK-INI-MES
           IF WRK-INI-DIA > 28
               MOVE 28 TO WRK-INI-DIA
           END-IF
       .
       0100-ABRE-ARQUIVOS          SECTION.
           OPEN OUTPUT RELOS
           IF NOT FS-OK IN WRK-FS-RELOS
               DISPLAY "ERRO AO ABRIR O ARQUIVO RELOS. FS="
                       WRK-FS-RELOS
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGROS   '
                    'RELOS     ' WRK-FS-RELOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ORDSERV
           IF NOT FS-OK IN WRK-FS-ORDSERV
               IF WRK-FS-ORDSERV EQUAL '35'
                   DISPLAY "NENHUMA ORDEM DE SERVICO ABERTA AINDA."
                   MOVE "NENHUMA ORDEM DE SERVICO (SEM ORDSERV)."
                       TO REG-RELOS
                   WRITE REG-RELOS
                   CLOSE RELOS
                   STOP RUN
               END-IF
               DISPLAY "ERRO AO ABRIR O ARQUIVO ORDSERV. FS="
                       WRK-FS-ORDSERV
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGROS   '
                    'ORDSERV   ' WRK-FS-ORDSERV
               CLOSE RELOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT SERIAIS
           IF NOT FS-OK IN WRK-FS-SERIAIS
               DISPLAY "ERRO AO ABRIR O ARQUIVO SERIAIS. FS="
                       WRK-FS-SERIAIS
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGROS   '
                    'SERIAIS   ' WRK-FS-SERIAIS
               CLOSE RELOS
               CLOSE ORDSERV
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PRODUTO
           IF NOT FS-OK IN WRK-FS-PRODUTO
               DISPLAY "ERRO AO ABRIR O ARQUIVO PRODUTO. FS="
                       WRK-FS-PRODUTO
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGROS   '
                    'PRODUTO   ' WRK-FS-PRODUTO
               CLOSE RELOS
               CLOSE ORDSERV
               CLOSE SERIAIS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      **** SEM O CADASTRO DE FORNECEDORES O RELATORIO SAI SO COM O
      **** CODIGO.
           OPEN INPUT FORNECEDOR
           MOVE WRK-FS-FORNECEDOR TO WRK-FORNECEDOR-ABERTO

           MOVE "============================================"
               TO REG-RELOS
           WRITE REG-RELOS
           MOVE SPACES TO REG-RELOS
           STRING "ORDENS DE SERVICO DE ASSISTENCIA - EMITIDO EM "
                                                    DELIMITED BY SIZE
                  WRK-DATA-SISTEMA                  DELIMITED BY SIZE
               INTO REG-RELOS
           WRITE REG-RELOS
           MOVE "============================================"
               TO REG-RELOS
           WRITE REG-RELOS
       .
       0200-LISTA-ANDAMENTO        SECTION.
           MOVE SPACES TO REG-RELOS
           WRITE REG-RELOS
           MOVE "ORDENS EM ANDAMENTO (DA MAIS ANTIGA PARA A MAIS NOVA)"
               TO REG-RELOS
           WRITE REG-RELOS
           MOVE SPACES            TO REG-RELOS
           MOVE "ORDEM"           TO REG-RELOS(1:5)
           MOVE "ABERTURA"        TO REG-RELOS(9:8)
           MOVE "IDADE"           TO REG-RELOS(19:5)
           MOVE "SITUACAO"        TO REG-RELOS(26:8)
           MOVE "FORN"            TO REG-RELOS(41:4)
           MOVE "NO FORN"         TO REG-RELOS(47:7)
           MOVE "SERIAL"          TO REG-RELOS(56:6)
           MOVE "DEFEITO"         TO REG-RELOS(78:7)
           WRITE REG-RELOS
           MOVE "--------------------------------------------"
               TO REG-RELOS
           WRITE REG-RELOS

           MOVE SPACE TO WRK-EOF
           MOVE 1 TO OS-NUMERO
           START ORDSERV KEY IS NOT LESS THAN OS-NUMERO
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ ORDSERV NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       PERFORM 0210-TRATA-ORDEM
               END-READ
           END-PERFORM

           MOVE "--------------------------------------------"
               TO REG-RELOS
           WRITE REG-RELOS
           PERFORM VARYING WRK-FAIXA FROM 1 BY 1 UNTIL WRK-FAIXA > 4
               MOVE TAB-FX-QTD(WRK-FAIXA) TO WRK-CT-FORM
               MOVE SPACES TO REG-RELOS
               STRING "   " TAB-FX-NOME(WRK-FAIXA) ": " WRK-CT-FORM
                      DELIMITED BY SIZE
                   INTO REG-RELOS
               WRITE REG-RELOS
           END-PERFORM
       .
       0210-TRATA-ORDEM            SECTION.
      **** TODA ORDEM ENTRA NA CONTA DO FORNECEDOR; SO AS EM ANDAMENTO
      **** SAEM NA LISTA POR IDADE.
           MOVE OS-FORNECEDOR TO WRK-CD-FORN
           PERFORM 0250-ACHA-FORNECEDOR
           IF WRK-F > ZEROS
               IF OS-DT-VENDA NOT < WRK-DATA-INI
                   ADD 1 TO TAB-FRN-ORDENS(WRK-F)
               END-IF
               IF OS-DT-RETORNO > ZEROS AND OS-DT-ENVIO > ZEROS
                   COMPUTE WRK-DIAS-FORN =
                       FUNCTION INTEGER-OF-DATE(OS-DT-RETORNO)
                     - FUNCTION INTEGER-OF-DATE(OS-DT-ENVIO)
                   ADD 1             TO TAB-FRN-RETORNOS(WRK-F)
                   ADD WRK-DIAS-FORN TO TAB-FRN-DIAS-REP(WRK-F)
               END-IF
           END-IF
           IF OS-ENCERRADA
               GO TO 0210-FIM
           END-IF

           ADD 1 TO WRK-CT-ANDAMENTO
           COMPUTE WRK-DIAS = WRK-INT-HOJE -
               FUNCTION INTEGER-OF-DATE(OS-DT-ABERTURA)
           MOVE ZEROS TO WRK-FAIXA
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > 4 OR WRK-FAIXA > ZEROS
               IF WRK-DIAS NOT > TAB-FX-LIMITE(WRK-I)
                   MOVE WRK-I TO WRK-FAIXA
               END-IF
           END-PERFORM
           ADD 1 TO TAB-FX-QTD(WRK-FAIXA)

           MOVE ZEROS TO WRK-DIAS-FORN
           EVALUATE TRUE
               WHEN OS-ABERTA
                   MOVE "NA LOJA"      TO WRK-SITUACAO
               WHEN OS-NO-FORNECEDOR
                   MOVE "NO FORNECEDOR" TO WRK-SITUACAO
                   COMPUTE WRK-DIAS-FORN = WRK-INT-HOJE -
                       FUNCTION INTEGER-OF-DATE(OS-DT-ENVIO)
               WHEN OTHER
                   MOVE "P/ RETIRADA"  TO WRK-SITUACAO
           END-EVALUATE
           IF WRK-F > ZEROS
               ADD 1 TO TAB-FRN-ANDAMENTO(WRK-F)
               IF OS-NO-FORNECEDOR
                   ADD 1 TO TAB-FRN-NO-FORN(WRK-F)
               END-IF
           END-IF

           MOVE WRK-DIAS      TO WRK-DIAS-FORM
           MOVE WRK-DIAS-FORN TO WRK-DIAS-FORN-FORM
           MOVE SPACES TO REG-RELOS
           STRING OS-NUMERO          DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  OS-DT-ABERTURA     DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WRK-DIAS-FORM      DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WRK-SITUACAO       DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  OS-FORNECEDOR      DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WRK-DIAS-FORN-FORM DELIMITED BY SIZE
                  "    "             DELIMITED BY SIZE
                  OS-SERIAL          DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  OS-DEFEITO(1:40)   DELIMITED BY SIZE
               INTO REG-RELOS
           WRITE REG-RELOS
       0210-FIM.
           EXIT.
       0250-ACHA-FORNECEDOR        SECTION.
      **** POSICAO DO FORNECEDOR WRK-CD-FORN NA TABELA, INCLUINDO-O SE
      **** PRECISO. WRK-F ZERADO = TABELA CHEIA.
           MOVE ZEROS TO WRK-F
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-CT-FORN OR WRK-F > ZEROS
               IF TAB-FRN-CODIGO(WRK-I) EQUAL WRK-CD-FORN
                   MOVE WRK-I TO WRK-F
               END-IF
           END-PERFORM
           IF WRK-F EQUAL ZEROS AND WRK-CT-FORN < 200
               ADD 1 TO WRK-CT-FORN
               MOVE WRK-CT-FORN TO WRK-F
               MOVE WRK-CD-FORN TO TAB-FRN-CODIGO(WRK-F)
           END-IF
       .
       0300-CONTA-VENDIDOS         SECTION.
      **** APARELHOS COM SERIAL VENDIDOS NO PERIODO, PELO FORNECEDOR
      **** DO PRODUTO (A BASE DA TAXA DE FALHA).
           MOVE SPACE TO WRK-EOF
           MOVE LOW-VALUES TO NR-SERIAL
           START SERIAIS KEY IS NOT LESS THAN NR-SERIAL
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ SERIAIS NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF SER-DT-VENDA NOT < WRK-DATA-INI
                           PERFORM 0310-CONTA-SERIAL
                       END-IF
               END-READ
           END-PERFORM
       .
       0310-CONTA-SERIAL           SECTION.
      **** O APARELHO QUE ENTROU NUMA TROCA EM GARANTIA NAO E VENDA
      **** NOVA: O ORIGINAL ('T') JA FOI CONTADO.
           IF SER-STATUS EQUAL 'T'
               GO TO 0310-FIM
           END-IF
           MOVE SER-PRODUTO TO CD-PRODUTO
           READ PRODUTO
               INVALID KEY
                   GO TO 0310-FIM
           END-READ
           MOVE FN-PRODUTO TO WRK-CD-FORN
           PERFORM 0250-ACHA-FORNECEDOR
           IF WRK-F > ZEROS
               ADD 1 TO TAB-FRN-VENDIDOS(WRK-F)
           END-IF
       0310-FIM.
           EXIT.
       0400-LISTA-FORNECEDORES     SECTION.
           MOVE SPACES TO REG-RELOS
           WRITE REG-RELOS
           MOVE WRK-TAXA-LIMITE TO WRK-TAXA-FORM
           MOVE SPACES TO REG-RELOS
           STRING "POR FORNECEDOR - TAXA DE FALHA DOS APARELHOS "
                  "VENDIDOS DESDE " WRK-DATA-INI
                  " (LIMITE " WRK-TAXA-FORM "%)"
                  DELIMITED BY SIZE
               INTO REG-RELOS
           WRITE REG-RELOS
           MOVE SPACES            TO REG-RELOS
           MOVE "FORN"            TO REG-RELOS(1:4)
           MOVE "NOME"            TO REG-RELOS(7:4)
           MOVE "ANDAM."          TO REG-RELOS(38:6)
           MOVE "NO FORN"         TO REG-RELOS(45:7)
           MOVE "PRAZO MED"       TO REG-RELOS(53:9)
           MOVE "VENDIDOS"        TO REG-RELOS(63:8)
           MOVE "ORDENS"          TO REG-RELOS(72:6)
           MOVE "TAXA %"          TO REG-RELOS(79:6)
           WRITE REG-RELOS
           MOVE "--------------------------------------------"
               TO REG-RELOS
           WRITE REG-RELOS
           PERFORM VARYING WRK-F FROM 1 BY 1 UNTIL WRK-F > WRK-CT-FORN
               PERFORM 0410-GRAVA-FORNECEDOR
           END-PERFORM
           MOVE "--------------------------------------------"
               TO REG-RELOS
           WRITE REG-RELOS
           MOVE SPACES TO REG-RELOS
           STRING "ORDENS EM ANDAMENTO..............: "
                                               DELIMITED BY SIZE
                  WRK-CT-ANDAMENTO             DELIMITED BY SIZE
               INTO REG-RELOS
           WRITE REG-RELOS
           MOVE SPACES TO REG-RELOS
           STRING "FORNECEDORES ACIMA DO LIMITE.....: "
                                               DELIMITED BY SIZE
                  WRK-CT-ACIMA-LIMITE          DELIMITED BY SIZE
               INTO REG-RELOS
           WRITE REG-RELOS
       .
       0410-GRAVA-FORNECEDOR       SECTION.
           MOVE SPACES TO NM-FORNECEDOR
           IF WRK-FORNECEDOR-OK
               MOVE TAB-FRN-CODIGO(WRK-F) TO CD-FORNECEDOR
               READ FORNECEDOR
                   INVALID KEY
                       MOVE "(SEM CADASTRO)" TO NM-FORNECEDOR
               END-READ
           END-IF
           MOVE ZEROS TO WRK-MEDIA
           IF TAB-FRN-RETORNOS(WRK-F) > ZEROS
               COMPUTE WRK-MEDIA ROUNDED =
                   TAB-FRN-DIAS-REP(WRK-F) / TAB-FRN-RETORNOS(WRK-F)
           END-IF
           MOVE ZEROS TO WRK-TAXA
           IF TAB-FRN-VENDIDOS(WRK-F) > ZEROS
               COMPUTE WRK-TAXA ROUNDED =
                   TAB-FRN-ORDENS(WRK-F) * 100
                   / TAB-FRN-VENDIDOS(WRK-F)
           END-IF
           MOVE TAB-FRN-ANDAMENTO(WRK-F) TO WRK-CT-FORM
           MOVE TAB-FRN-NO-FORN(WRK-F)   TO WRK-CT-FORM2
           MOVE WRK-MEDIA                TO WRK-DIAS-FORM
           MOVE TAB-FRN-ORDENS(WRK-F)    TO WRK-CT-FORM3
           MOVE WRK-TAXA                 TO WRK-TAXA-FORM
           MOVE SPACES TO REG-RELOS
           MOVE TAB-FRN-CODIGO(WRK-F)    TO REG-RELOS(1:4)
           MOVE NM-FORNECEDOR            TO REG-RELOS(7:30)
           MOVE WRK-CT-FORM              TO REG-RELOS(39:5)
           MOVE WRK-CT-FORM2             TO REG-RELOS(46:5)
           MOVE WRK-DIAS-FORM            TO REG-RELOS(55:5)
           MOVE TAB-FRN-VENDIDOS(WRK-F)  TO REG-RELOS(63:7)
           MOVE WRK-CT-FORM3             TO REG-RELOS(73:5)
           MOVE WRK-TAXA-FORM            TO REG-RELOS(79:6)
           IF WRK-TAXA > WRK-TAXA-LIMITE
               ADD 1 TO WRK-CT-ACIMA-LIMITE
               MOVE "*** ACIMA DO LIMITE" TO REG-RELOS(87:19)
           END-IF
           WRITE REG-RELOS
       .
       0900-FECHA-ARQUIVOS         SECTION.
           CLOSE ORDSERV
           CLOSE SERIAIS
           CLOSE PRODUTO
           IF WRK-FORNECEDOR-OK
               CLOSE FORNECEDOR
           END-IF
           CLOSE RELOS
           DISPLAY "RELATORIO GRAVADO EM RELOS.DAT."
           DISPLAY "ORDENS EM ANDAMENTO: " WRK-CT-ANDAMENTO
           DISPLAY "FORNECEDORES ACIMA DA TAXA DE FALHA: "
                   WRK-CT-ACIMA-LIMITE
      **** ORDEM PARADA HA MAIS DE 30 DIAS OU FORNECEDOR ACIMA DO
      **** LIMITE PEDE ACAO: RC 4.
           IF TAB-FX-QTD(3) > ZEROS OR TAB-FX-QTD(4) > ZEROS
              OR WRK-CT-ACIMA-LIMITE > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
       .
       END PROGRAM PROGROS.
