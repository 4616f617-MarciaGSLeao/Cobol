       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGALIQ.
      *-----------------------------------------------------------------
      *== AUTOR: MARCIA GAMELEIRA
      *== OBJETIVO: MANUTENCAO DA TABELA DE ALIQUOTAS DE ICMS
      *==           (ALIQICMS.DAT, COPY ALIQFD) POR CATEGORIA + UF +
      *==           DATA DE VIGENCIA (INCLUIR, ALTERAR, EXCLUIR E
      *==           LISTAR). A MUDANCA DE ALIQUOTA DETERMINADA PELO
      *==           ESTADO E AGENDADA AQUI COM A DATA EM QUE PASSA A
      *==           VALER; O PROGVEND PASSA A USA-LA SOZINHO A PARTIR
      *==           DAQUELA DATA, SEM RECOMPILAR O PDV. A CARGA
      *==           INICIAL GRAVA PARA UMA UF AS CINCO ALIQUOTAS QUE
      *==           ERAM FIXAS NA TAB-ICMS DO PROGVEND. TODA INCLUSAO,
      *==           ALTERACAO E EXCLUSAO VAI PARA O AUDITORIA.DAT, NO
      *==           MESMO FORMATO DO PROGFORN.
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
           SELECT ALIQICMS ASSIGN TO "ALIQICMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALQ-CHAVE
               FILE STATUS IS WRK-FS-ALIQICMS.
           SELECT AUDITORIA ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITORIA.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD  ALIQICMS.
       COPY ALIQFD.

       FD  AUDITORIA.
       01  REG-AUDITORIA             PIC X(500).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-ALIQICMS==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-AUDITORIA==.

       77 WRK-OPCAO                 PIC 9(1)        VALUE ZEROS.
           88  WRK-OPC-INCLUIR                      VALUE 1.
           88  WRK-OPC-ALTERAR                      VALUE 2.
           88  WRK-OPC-EXCLUIR                      VALUE 3.
           88  WRK-OPC-LISTAR                       VALUE 4.
           88  WRK-OPC-CARGA                        VALUE 5.
           88  WRK-OPC-SAIR                         VALUE 6.
       77 WRK-CONTINUA              PIC X(1)        VALUE 'S'.
           88  WRK-FIM-MANUTENCAO                   VALUE 'N'.
       77 WRK-EOF                   PIC X(1)        VALUE SPACE.
       77 WRK-OPERADOR              PIC X(20)       VALUE SPACES.
       77 WRK-ACAO-AUDIT            PIC X(10)       VALUE SPACES.
       77 WRK-DATA-AUDIT            PIC 9(08)       VALUE ZEROS.
       77 WRK-HORA-AUDIT            PIC 9(08)       VALUE ZEROS.
       77 WRK-REG-ANTES             PIC X(60)       VALUE SPACES.
       77 WRK-REG-DEPOIS            PIC X(60)       VALUE SPACES.
       77 WRK-DATA-SISTEMA          PIC 9(08)       VALUE ZEROS.
       77 WRK-UF-FILTRO             PIC X(02)       VALUE SPACES.
       77 WRK-PERC-DIGITADO         PIC 9(02)V99    VALUE ZEROS.
       77 WRK-PERC-FORM             PIC Z9,99       VALUE ZEROS.
       77 WRK-CATEGORIA-OK          PIC X(1)        VALUE 'N'.
           88  WRK-CATEGORIA-VALIDA                 VALUE 'S'.
       77 WRK-K                     PIC 9(02)       VALUE ZEROS.

      **** ALIQUOTAS QUE ERAM FIXAS NA TAB-ICMS DO PROGVEND, USADAS
      **** SO PELA CARGA INICIAL DE UMA UF.
       01  TAB-ALIQ-INICIAL-VALORES.
           03  FILLER                PIC 9V9999      VALUE 0,1700.
           03  FILLER                PIC 9V9999      VALUE 0,1200.
           03  FILLER                PIC 9V9999      VALUE 0,0700.
           03  FILLER                PIC 9V9999      VALUE 0,2500.
           03  FILLER                PIC 9V9999      VALUE 0,1000.
       01  TAB-ALIQ-INICIAL REDEFINES TAB-ALIQ-INICIAL-VALORES.
           03  TAB-ALIQ-INI          PIC 9V9999      OCCURS 5 TIMES.
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           DISPLAY "CODIGO DO OPERADOR (PARA A AUDITORIA): "
           ACCEPT WRK-OPERADOR
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           OPEN I-O ALIQICMS
           IF WRK-FS-ALIQICMS EQUAL '35'
               CLOSE ALIQICMS
               OPEN OUTPUT ALIQICMS
               CLOSE ALIQICMS
               OPEN I-O ALIQICMS
           END-IF
           IF NOT FS-OK IN WRK-FS-ALIQICMS
               DISPLAY "ERRO AO ABRIR O ARQUIVO ALIQICMS. FS="
                       WRK-FS-ALIQICMS
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGALIQ  '
                    'ALIQICMS  ' WRK-FS-ALIQICMS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WRK-FIM-MANUTENCAO
               DISPLAY "1-INCLUIR 2-ALTERAR 3-EXCLUIR 4-LISTAR "
                       "5-CARGA INICIAL DE UMA UF 6-SAIR"
               DISPLAY "OPCAO: "
               ACCEPT WRK-OPCAO
               EVALUATE TRUE
                   WHEN WRK-OPC-INCLUIR
                       PERFORM 0100-INCLUIR-ALIQUOTA
                   WHEN WRK-OPC-ALTERAR
                       PERFORM 0200-ALTERAR-ALIQUOTA
                   WHEN WRK-OPC-EXCLUIR
                       PERFORM 0300-EXCLUIR-ALIQUOTA
                   WHEN WRK-OPC-LISTAR
                       PERFORM 0400-LISTAR-ALIQUOTAS
                   WHEN WRK-OPC-CARGA
                       PERFORM 0500-CARGA-INICIAL
                   WHEN WRK-OPC-SAIR
                       MOVE 'N' TO WRK-CONTINUA
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA."
               END-EVALUATE
           END-PERFORM

           CLOSE ALIQICMS
           STOP RUN.

       0050-PEDE-CHAVE             SECTION.
           MOVE 'N' TO WRK-CATEGORIA-OK
           DISPLAY "CATEGORIA DO PRODUTO (1 A 5)..: "
           ACCEPT ALQ-CATEGORIA
           IF ALQ-CATEGORIA < 1 OR ALQ-CATEGORIA > 5
               DISPLAY "CATEGORIA INVALIDA."
           ELSE
               MOVE 'S' TO WRK-CATEGORIA-OK
               DISPLAY "UF DA LOJA....................: "
               ACCEPT ALQ-UF
               DISPLAY "INICIO DA VIGENCIA (AAAAMMDD).: "
               ACCEPT ALQ-DT-VIGENCIA
           END-IF
       .
       0100-INCLUIR-ALIQUOTA       SECTION.
           PERFORM 0050-PEDE-CHAVE
           IF NOT WRK-CATEGORIA-VALIDA
               GO TO 0100-FIM
           END-IF
           DISPLAY "ALIQUOTA EM % (EX: 17,00).....: "
           ACCEPT WRK-PERC-DIGITADO
           COMPUTE ALQ-PERCENTUAL = WRK-PERC-DIGITADO / 100
           MOVE WRK-DATA-SISTEMA TO ALQ-DT-CADASTRO
           MOVE WRK-OPERADOR     TO ALQ-OPERADOR

           WRITE REG-ALIQICMS
               INVALID KEY
                   DISPLAY "JA EXISTE ALIQUOTA PARA ESTA CATEGORIA, "
                           "UF E VIGENCIA."
               NOT INVALID KEY
                   DISPLAY "ALIQUOTA INCLUIDA."
                   MOVE "INC-ALIQ"   TO WRK-ACAO-AUDIT
                   MOVE SPACES       TO WRK-REG-ANTES
                   MOVE REG-ALIQICMS TO WRK-REG-DEPOIS
                   PERFORM 0900-GRAVA-AUDITORIA
           END-WRITE
       0100-FIM.
           EXIT.
       0200-ALTERAR-ALIQUOTA       SECTION.
           PERFORM 0050-PEDE-CHAVE
           IF NOT WRK-CATEGORIA-VALIDA
               GO TO 0200-FIM
           END-IF

           READ ALIQICMS
               INVALID KEY
                   DISPLAY "ALIQUOTA NAO ENCONTRADA."
               NOT INVALID KEY
                   MOVE REG-ALIQICMS TO WRK-REG-ANTES
                   COMPUTE WRK-PERC-FORM = ALQ-PERCENTUAL * 100
                   DISPLAY "ALIQUOTA ATUAL (%)............: "
                           WRK-PERC-FORM
                   DISPLAY "NOVA ALIQUOTA EM %............: "
                   ACCEPT WRK-PERC-DIGITADO
                   COMPUTE ALQ-PERCENTUAL = WRK-PERC-DIGITADO / 100
                   MOVE WRK-DATA-SISTEMA TO ALQ-DT-CADASTRO
                   MOVE WRK-OPERADOR     TO ALQ-OPERADOR
                   REWRITE REG-ALIQICMS
                       INVALID KEY
                           DISPLAY "ERRO AO ALTERAR A ALIQUOTA."
                       NOT INVALID KEY
                           DISPLAY "ALIQUOTA ALTERADA."
                           MOVE "ALT-ALIQ"   TO WRK-ACAO-AUDIT
                           MOVE REG-ALIQICMS TO WRK-REG-DEPOIS
                           PERFORM 0900-GRAVA-AUDITORIA
                   END-REWRITE
           END-READ
       0200-FIM.
           EXIT.
       0300-EXCLUIR-ALIQUOTA       SECTION.
           PERFORM 0050-PEDE-CHAVE
           IF NOT WRK-CATEGORIA-VALIDA
               GO TO 0300-FIM
           END-IF

           READ ALIQICMS
               INVALID KEY
                   DISPLAY "ALIQUOTA NAO ENCONTRADA."
               NOT INVALID KEY
                   MOVE REG-ALIQICMS TO WRK-REG-ANTES
                   DELETE ALIQICMS
                       INVALID KEY
                           DISPLAY "ERRO AO EXCLUIR A ALIQUOTA."
                       NOT INVALID KEY
                           DISPLAY "ALIQUOTA EXCLUIDA."
                           MOVE "EXC-ALIQ" TO WRK-ACAO-AUDIT
                           MOVE SPACES     TO WRK-REG-DEPOIS
                           PERFORM 0900-GRAVA-AUDITORIA
                   END-DELETE
           END-READ
       0300-FIM.
           EXIT.
       0400-LISTAR-ALIQUOTAS       SECTION.
           DISPLAY "UF A LISTAR (BRANCO = TODAS): "
           ACCEPT WRK-UF-FILTRO
           MOVE SPACE TO WRK-EOF
           MOVE LOW-VALUES TO ALQ-CHAVE
           START ALIQICMS KEY IS NOT LESS THAN ALQ-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
                   DISPLAY "TABELA DE ALIQUOTAS VAZIA."
           END-START

           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ ALIQICMS NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF WRK-UF-FILTRO EQUAL SPACES
                          OR ALQ-UF EQUAL WRK-UF-FILTRO
                           COMPUTE WRK-PERC-FORM = ALQ-PERCENTUAL * 100
                           DISPLAY "CATEGORIA " ALQ-CATEGORIA
                                   " UF " ALQ-UF
                                   " VIGENCIA " ALQ-DT-VIGENCIA
                                   " ALIQUOTA " WRK-PERC-FORM "%"
                                   " (" ALQ-OPERADOR " "
                                   ALQ-DT-CADASTRO ")"
                       END-IF
               END-READ
           END-PERFORM
       .
       0500-CARGA-INICIAL          SECTION.
      **** GRAVA AS CINCO CATEGORIAS COM AS ALIQUOTAS QUE ERAM FIXAS
      **** NO PROGVEND. CHAVE JA EXISTENTE E MANTIDA COMO ESTA.
           DISPLAY "UF DA LOJA....................: "
           ACCEPT WRK-UF-FILTRO
           DISPLAY "INICIO DA VIGENCIA (AAAAMMDD).: "
           ACCEPT ALQ-DT-VIGENCIA
           PERFORM VARYING WRK-K FROM 1 BY 1 UNTIL WRK-K > 5
               MOVE WRK-K            TO ALQ-CATEGORIA
               MOVE WRK-UF-FILTRO    TO ALQ-UF
               MOVE TAB-ALIQ-INI(WRK-K) TO ALQ-PERCENTUAL
               MOVE WRK-DATA-SISTEMA TO ALQ-DT-CADASTRO
               MOVE WRK-OPERADOR     TO ALQ-OPERADOR
               WRITE REG-ALIQICMS
                   INVALID KEY
                       DISPLAY "CATEGORIA " WRK-K
                               " JA CADASTRADA NESTA VIGENCIA."
                   NOT INVALID KEY
                       DISPLAY "CATEGORIA " WRK-K " INCLUIDA."
                       MOVE "INC-ALIQ"   TO WRK-ACAO-AUDIT
                       MOVE SPACES       TO WRK-REG-ANTES
                       MOVE REG-ALIQICMS TO WRK-REG-DEPOIS
                       PERFORM 0900-GRAVA-AUDITORIA
               END-WRITE
           END-PERFORM
       .
       0900-GRAVA-AUDITORIA        SECTION.
      **** MESMO FORMATO DE LINHA DO PGM02002 ATE O CAMPO OPERADOR;
      **** O DE/PARA DO REGISTRO SEGUE NA CAUDA DA LINHA.
           OPEN EXTEND AUDITORIA
           IF WRK-FS-AUDITORIA EQUAL '35'
               CLOSE AUDITORIA
               OPEN OUTPUT AUDITORIA
           END-IF
           IF NOT FS-OK IN WRK-FS-AUDITORIA
               DISPLAY "ERRO AO GRAVAR A AUDITORIA. FS="
                       WRK-FS-AUDITORIA
           ELSE
               ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD
               ACCEPT WRK-HORA-AUDIT FROM TIME
               MOVE SPACES TO REG-AUDITORIA
               STRING WRK-DATA-AUDIT       DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      WRK-HORA-AUDIT(1:6)  DELIMITED BY SIZE
                      " ACAO="             DELIMITED BY SIZE
                      WRK-ACAO-AUDIT       DELIMITED BY SIZE
                      " CLIENTE="          DELIMITED BY SIZE
                      "00000"              DELIMITED BY SIZE
                      " OPERADOR="         DELIMITED BY SIZE
                      WRK-OPERADOR         DELIMITED BY SIZE
                      " ALIQUOTA="         DELIMITED BY SIZE
                      ALQ-CHAVE            DELIMITED BY SIZE
                      " DE("               DELIMITED BY SIZE
                      WRK-REG-ANTES        DELIMITED BY SIZE
                      ") PARA("            DELIMITED BY SIZE
                      WRK-REG-DEPOIS       DELIMITED BY SIZE
                      ")"                  DELIMITED BY SIZE
                   INTO REG-AUDITORIA
               WRITE REG-AUDITORIA
               CLOSE AUDITORIA
           END-IF
       .
       END PROGRAM PROGALIQ.
