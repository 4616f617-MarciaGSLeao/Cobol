      *              GRAVA OS DOIS CAMPOS E AVISA QUANDO O CEP NAO
      *              CONSTA NA TABELA. SEM A TABELA, SO A CRITICA DE
      *              FORMATO DE SEMPRE.
      * 15/10/2026 - NOVA OPCAO 7 NO MENU: LIMITE DE CREDITO DO
      *              CLIENTE PARA O CREDIARIO (VALOR MAXIMO EM ABERTO
      *              E DIAS DE ATRASO TOLERADOS), GRAVADO NO ARQUIVO
      *              INDEXADO LIMCRED.DAT POR CD-CLIENTE E CONFERIDO
      *              PELO PROGVEND ANTES DE ACEITAR O CREDIARIO. SO
      *              SUPERVISOR OU GERENTE ALTERA O LIMITE; A TRILHA
      *              DE AUDITORIA GRAVA O DE/PARA (ACAO=LIMITE). A
      *              EXCLUSAO DO CLIENTE APAGA TAMBEM O SEU LIMITE.
      * 15/10/2026 - LGPD: CONSENTIMENTO DE MARKETING DO CLIENTE (S/N,
      *              COM DATA E OPERADOR) NO ARQUIVO INDEXADO
      *              CONSENT.DAT POR CD-CLIENTE. A INCLUSAO PERGUNTA O
      *              CONSENTIMENTO (SO 'S' CONTA COMO SIM), A CONSULTA
      *              MOSTRA O QUE ESTA REGISTRADO E A NOVA OPCAO 8 DO
      *              MENU REGISTRA A MUDANCA DE IDEIA DO CLIENTE. A
      *              TRILHA GRAVA O DE/PARA (ACAO=CONSENT) E A EXCLUSAO
      *              DO CLIENTE APAGA TAMBEM O CONSENTIMENTO. O
      *              RELATORIO DO TITULAR E A ANONIMIZACAO FICAM NO
      *              PROGLGPD.
      * 15/10/2026 - NOVA OPCAO 9 NO MENU: CLASSE DE PRECO DO CLIENTE
      *              (V-VAREJO, A-ATACADO, R-REVENDA) NO ARQUIVO
      *              INDEXADO CLICLASS.DAT POR CD-CLIENTE, USADA PELO
      *              PROGVEND PARA BUSCAR O PRECO DO ITEM NA TABELA DE
      *              FAIXAS POR QUANTIDADE (PRECOCLI.DAT, PROGFAIX).
      *              ATACADO E REVENDA SO PARA CLIENTE COM CNPJ (TP
      *              DOC 'J'); SEM REGISTRO O CLIENTE E VAREJO. SO
      *              SUPERVISOR OU GERENTE ALTERA A CLASSE; A TRILHA
      *              GRAVA O DE/PARA (ACAO=CLASSE) E A EXCLUSAO DO
      *              CLIENTE APAGA TAMBEM A CLASSE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM02002.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEP-PREFIXO
               FILE STATUS IS WRK-FS-CEPTAB.
           SELECT LIMCRED ASSIGN TO "LIMCRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIM-CLIENTE
               FILE STATUS IS WRK-FS-LIMCRED.
           SELECT CONSENT ASSIGN TO "CONSENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNS-CLIENTE
               FILE STATUS IS WRK-FS-CONSENT.
           SELECT CLICLASS ASSIGN TO "CLICLASS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCL-CLIENTE
               FILE STATUS IS WRK-FS-CLICLASS.

      ******************************************************************
       DATA           DIVISION.
           03  CEP-CIDADE            PIC X(30).
           03  CEP-UF                PIC X(02).

       FD  LIMCRED.
       01  REG-LIMCRED.
           03  LIM-CLIENTE           PIC 9(05).
           03  LIM-VALOR             PIC 9(08).
           03  LIM-DIAS-TOLERANCIA   PIC 9(03).
           03  LIM-DT-ALTERACAO      PIC 9(08).
           03  LIM-OPERADOR          PIC X(10).

       FD  CONSENT.
       01  REG-CONSENT.
           03  CNS-CLIENTE           PIC 9(05).
           03  CNS-MARKETING         PIC X(01).
           03  CNS-DT-CONSENT        PIC 9(08).
           03  CNS-OPERADOR          PIC X(10).
           03  CNS-DT-ANONIMIZACAO   PIC 9(08).

       FD  CLICLASS.
       01  REG-CLICLASS.
           03  CCL-CLIENTE           PIC 9(05).
           03  CCL-CLASSE            PIC X(01).
           03  CCL-DT-ALTERACAO      PIC 9(08).
           03  CCL-OPERADOR          PIC X(10).

       WORKING-STORAGE SECTION.
       77 WRK-OPCAO         PIC X(1).
       77 WRK-TITULO        PIC X(50).
       77 WRK-FS-CLIENTE    PIC X(02)       VALUE SPACES.
       77 WRK-FS-OPERADOR   PIC X(02)       VALUE SPACES.
       77 WRK-FS-CEPTAB     PIC X(02)       VALUE SPACES.
       77 WRK-FS-LIMCRED    PIC X(02)       VALUE SPACES.
       77 WRK-FS-CONSENT    PIC X(02)       VALUE SPACES.
       77 WRK-FS-CLICLASS   PIC X(02)       VALUE SPACES.
       77 WRK-CEPTAB-OK     PIC X(01)       VALUE 'N'.
           88 WRK-TABELA-CEP-OK             VALUE 'S'.
       77 WRK-CIDADE        PIC X(30)       VALUE SPACES.
       77 WRK-NIVEL-LOGADO   PIC 9(01)      VALUE 1.
       77 WRK-SENHA-CIFRADA  PIC X(20)      VALUE SPACES.

       77 WRK-LIM-REAIS      PIC 9(06)      VALUE ZEROS.
       77 WRK-LIM-DIAS       PIC 9(03)      VALUE ZEROS.
       77 WRK-OLD-LIM-REAIS  PIC 9(06)      VALUE ZEROS.
       77 WRK-OLD-LIM-DIAS   PIC 9(03)      VALUE ZEROS.
       77 WRK-LIM-FORM       PIC ZZZZZ9     VALUE ZEROS.
       77 WRK-LIM-NOVO       PIC X(01)      VALUE 'N'.
           88 WRK-LIMITE-NOVO               VALUE 'S'.

       77 WRK-MARKETING      PIC X(01)      VALUE 'N'.
       77 WRK-OLD-MARKETING  PIC X(01)      VALUE SPACES.
       77 WRK-CNS-NOVO       PIC X(01)      VALUE 'N'.
           88 WRK-CONSENT-NOVO              VALUE 'S'.

       77 WRK-CLASSE         PIC X(01)      VALUE 'V'.
           88 WRK-CLASSE-VALIDA             VALUE 'V' 'A' 'R'.
       77 WRK-OLD-CLASSE     PIC X(01)      VALUE SPACES.
       77 WRK-CCL-NOVO       PIC X(01)      VALUE 'N'.
           88 WRK-CLASSE-NOVA               VALUE 'S'.

       SCREEN          SECTION.
       01 TELA.
           02 LIMPA-TELA.
           05 LINE 08 COLUMN 10 VALUE "4 - EXCLUIR".
           05 LINE 09 COLUMN 10 VALUE "5 - RELATORIO".
           05 LINE 10 COLUMN 10 VALUE "6 - BUSCA POR NOME".
           05 LINE 11 COLUMN 10 VALUE "7 - LIMITE DE CREDITO".
           05 LINE 12 COLUMN 10 VALUE "8 - CONSENTIMENTO LGPD".
           05 LINE 13 COLUMN 10 VALUE "9 - CLASSE DE PRECO".
           05 LINE 14 COLUMN 10 VALUE "X - SAIR".
           05 LINE 15 COLUMN 10 VALUE "OPCAO: ".
           05 LINE 15 COLUMN 17 USING WRK-OPCAO.

       01 TELA-INCLUIR.
           05 LINE 04 COLUMN 10 PIC X(20) VALUE "CODIGO.....: ".
       01 TELA-BUSCA.
           05 LINE 04 COLUMN 10 PIC X(20) VALUE "NOME (PARTE): ".

       01 TELA-LIMITE.
           05 LINE 07 COLUMN 10 PIC X(30)
              VALUE "LIMITE EM R$ (SEM CENTAVOS): ".
           05 LINE 08 COLUMN 10 PIC X(30)
              VALUE "DIAS DE ATRASO TOLERADOS...: ".

       01 TELA-CONSENT.
           05 LINE 07 COLUMN 10 PIC X(30)
              VALUE "ACEITA MARKETING (S/N)......: ".

       01 TELA-CLASSE.
           05 LINE 07 COLUMN 10 PIC X(30)
              VALUE "CLASSE (V/A/R)..............: ".
           05 LINE 08 COLUMN 10 PIC X(40)
              VALUE "V-VAREJO  A-ATACADO  R-REVENDA".

       01 TELA-LOGIN.
           05 LINE 04 COLUMN 10 PIC X(20) VALUE "OPERADOR...: ".
           05 LINE 05 COLUMN 10 PIC X(20) VALUE "SENHA......: ".
           IF WRK-FS-OPERADOR EQUAL '35'
               PERFORM 1100-CARGA-OPERADORES
           END-IF.
           OPEN I-O LIMCRED.
           IF WRK-FS-LIMCRED EQUAL '35'
               CLOSE LIMCRED
               OPEN OUTPUT LIMCRED
               CLOSE LIMCRED
               OPEN I-O LIMCRED
           END-IF.
           OPEN I-O CONSENT.
           IF WRK-FS-CONSENT EQUAL '35'
               CLOSE CONSENT
               OPEN OUTPUT CONSENT
               CLOSE CONSENT
               OPEN I-O CONSENT
           END-IF.
           OPEN I-O CLICLASS.
           IF WRK-FS-CLICLASS EQUAL '35'
               CLOSE CLICLASS
               OPEN OUTPUT CLICLASS
               CLOSE CLICLASS
               OPEN I-O CLICLASS
           END-IF.

       1100-CARGA-OPERADORES   SECTION.
           CLOSE OPERADOR.
       1000-INICIAR        SECTION.
           DISPLAY TELA.
           DISPLAY TELA-MENU.
           ACCEPT WRK-OPCAO AT 1517.

       1000-PROCESSAR      SECTION.
           EVALUATE WRK-OPCAO
                   PERFORM 5000-RELATORIO
               WHEN 6
                   PERFORM 5000-BUSCAR-NOME
               WHEN 7
                   PERFORM 5000-LIMITE-CREDITO
               WHEN 8
                   PERFORM 5000-CONSENTIMENTO
               WHEN 9
                   PERFORM 5000-CLASSE-PRECO
           END-EVALUATE.

       1000-FINALIZAR      SECTION.
           CLOSE CLIENTE.
           CLOSE AUDITORIA.
           CLOSE OPERADOR.
           CLOSE LIMCRED.
           CLOSE CONSENT.
           CLOSE CLICLASS.
           IF WRK-TABELA-CEP-OK
               CLOSE CEPTAB
           END-IF.
           ACCEPT WRK-CEP AT 0930.
           ACCEPT WRK-TP-DOC AT 1030.
           ACCEPT WRK-NR-DOC AT 1130.
           DISPLAY "ACEITA MARKETING (S/N): " AT 1210.
           MOVE 'N' TO WRK-MARKETING.
           ACCEPT WRK-MARKETING AT 1235.
           PERFORM 5001-VALIDA-INCLUSAO.
           IF WRK-DADOS-OK
               MOVE WRK-CD-CLIENTE TO CD-CLIENTE
                       DISPLAY "CLIENTE INCLUIDO COM SUCESSO" AT 1910
                       MOVE "INCLUSAO" TO WRK-ACAO-AUDIT
                       PERFORM 9000-GRAVA-AUDITORIA
                       MOVE SPACES TO WRK-OLD-MARKETING
                       MOVE 'S' TO WRK-CNS-NOVO
                       PERFORM 5081-GRAVA-CONSENT
               END-WRITE
           END-IF.

                           NR-DOCUMENTO AT 1110
                   DISPLAY "CIDADE/UF.: " NM-CIDADE " "
                           UF-CLIENTE AT 1210
                   MOVE WRK-CD-CLIENTE TO CNS-CLIENTE
                   READ CONSENT
                       INVALID KEY
                           DISPLAY "MARKETING.: NAO REGISTRADO" AT 1310
                       NOT INVALID KEY
                           DISPLAY "MARKETING.: " CNS-MARKETING
                                   " EM " CNS-DT-CONSENT AT 1310
                   END-READ
                   MOVE WRK-CD-CLIENTE TO CCL-CLIENTE
                   READ CLICLASS
                       INVALID KEY
                           DISPLAY "CLASSE....: V (PADRAO)" AT 1410
                       NOT INVALID KEY
                           DISPLAY "CLASSE....: " CCL-CLASSE
                                   " DESDE " CCL-DT-ALTERACAO AT 1410
                   END-READ
                   MOVE "CONSULTA" TO WRK-ACAO-AUDIT
                   PERFORM 9000-GRAVA-AUDITORIA
           END-READ.
                   DISPLAY "CLIENTE EXCLUIDO COM SUCESSO" AT 1210
                   MOVE "EXCLUSAO" TO WRK-ACAO-AUDIT
                   PERFORM 9000-GRAVA-AUDITORIA
                   MOVE CD-CLIENTE TO LIM-CLIENTE
                   DELETE LIMCRED
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE CD-CLIENTE TO CNS-CLIENTE
                   DELETE CONSENT
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE CD-CLIENTE TO CCL-CLIENTE
                   DELETE CLICLASS
                       INVALID KEY
                           CONTINUE
                   END-DELETE
           END-DELETE.

       5000-LIMITE-CREDITO        SECTION.
           IF WRK-NIVEL-LOGADO < 2
               DISPLAY "LIMITE DE CREDITO EXIGE NIVEL SUPERVISOR"
                   AT 1910
               GO TO 5000-LIMITE-CREDITO-FIM
           END-IF.
           MOVE "MODULO DE LIMITE DE CREDITO" TO WRK-MODULO.
           DISPLAY TELA.
           DISPLAY TELA-CONSULTAR.
           ACCEPT WRK-CD-CLIENTE AT 0430.
           MOVE WRK-CD-CLIENTE TO CD-CLIENTE.
           READ CLIENTE
               INVALID KEY
                   DISPLAY "CLIENTE NAO ENCONTRADO" AT 1010
               NOT INVALID KEY
                   PERFORM 5070-DIGITA-LIMITE
           END-READ.
       5000-LIMITE-CREDITO-FIM.
           EXIT.

       5070-DIGITA-LIMITE        SECTION.
           DISPLAY "NOME......: " NM-CLIENTE AT 0510.
           MOVE WRK-CD-CLIENTE TO LIM-CLIENTE.
           READ LIMCRED
               INVALID KEY
                   MOVE 'S' TO WRK-LIM-NOVO
                   MOVE ZEROS TO WRK-OLD-LIM-REAIS
                   MOVE 30 TO WRK-OLD-LIM-DIAS
                   DISPLAY "SEM LIMITE CADASTRADO (CREDIARIO SO COM "
                           "SUPERVISOR)" AT 0610
               NOT INVALID KEY
                   MOVE 'N' TO WRK-LIM-NOVO
                   COMPUTE WRK-OLD-LIM-REAIS = LIM-VALOR / 100
                   MOVE LIM-DIAS-TOLERANCIA TO WRK-OLD-LIM-DIAS
                   MOVE WRK-OLD-LIM-REAIS TO WRK-LIM-FORM
                   DISPLAY "LIMITE ATUAL R$ " WRK-LIM-FORM
                           "  TOLERANCIA " LIM-DIAS-TOLERANCIA
                           " DIAS" AT 0610
           END-READ.
           MOVE WRK-OLD-LIM-REAIS TO WRK-LIM-REAIS.
           MOVE WRK-OLD-LIM-DIAS TO WRK-LIM-DIAS.
           DISPLAY TELA-LIMITE.
           ACCEPT WRK-LIM-REAIS AT 0740.
           ACCEPT WRK-LIM-DIAS AT 0840.
           IF WRK-LIM-DIAS EQUAL ZEROS
               MOVE 30 TO WRK-LIM-DIAS
           END-IF.
           MOVE WRK-CD-CLIENTE TO LIM-CLIENTE.
           COMPUTE LIM-VALOR = WRK-LIM-REAIS * 100.
           MOVE WRK-LIM-DIAS TO LIM-DIAS-TOLERANCIA.
           ACCEPT LIM-DT-ALTERACAO FROM DATE YYYYMMDD.
           MOVE WRK-OPERADOR TO LIM-OPERADOR.
           IF WRK-LIMITE-NOVO
               WRITE REG-LIMCRED
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR O LIMITE" AT 1010
               END-WRITE
           ELSE
               REWRITE REG-LIMCRED
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR O LIMITE" AT 1010
               END-REWRITE
           END-IF.
           IF WRK-FS-LIMCRED EQUAL '00'
               DISPLAY "LIMITE DE CREDITO GRAVADO" AT 1010
               MOVE "LIMITE" TO WRK-ACAO-AUDIT
               PERFORM 9000-GRAVA-AUDITORIA
           END-IF.

       5000-CONSENTIMENTO        SECTION.
           MOVE "MODULO DE CONSENTIMENTO LGPD" TO WRK-MODULO.
           DISPLAY TELA.
           DISPLAY TELA-CONSULTAR.
           ACCEPT WRK-CD-CLIENTE AT 0430.
           MOVE WRK-CD-CLIENTE TO CD-CLIENTE.
           READ CLIENTE
               INVALID KEY
                   DISPLAY "CLIENTE NAO ENCONTRADO" AT 1010
               NOT INVALID KEY
                   PERFORM 5080-DIGITA-CONSENT
           END-READ.

       5080-DIGITA-CONSENT        SECTION.
           DISPLAY "NOME......: " NM-CLIENTE AT 0510.
           MOVE WRK-CD-CLIENTE TO CNS-CLIENTE.
           READ CONSENT
               INVALID KEY
                   MOVE 'S' TO WRK-CNS-NOVO
                   MOVE SPACES TO WRK-OLD-MARKETING
                   DISPLAY "CONSENTIMENTO NAO REGISTRADO" AT 0610
               NOT INVALID KEY
                   MOVE 'N' TO WRK-CNS-NOVO
                   MOVE CNS-MARKETING TO WRK-OLD-MARKETING
                   DISPLAY "MARKETING ATUAL: " CNS-MARKETING
                           " DESDE " CNS-DT-CONSENT AT 0610
           END-READ.
           DISPLAY TELA-CONSENT.
           MOVE SPACES TO WRK-MARKETING.
           ACCEPT WRK-MARKETING AT 0740.
           IF WRK-MARKETING EQUAL 's'
               MOVE 'S' TO WRK-MARKETING
           END-IF.
           IF WRK-MARKETING EQUAL 'n'
               MOVE 'N' TO WRK-MARKETING
           END-IF.
           IF WRK-MARKETING NOT EQUAL 'S'
              AND WRK-MARKETING NOT EQUAL 'N'
               DISPLAY "RESPONDA S OU N. NADA FOI GRAVADO" AT 1010
           ELSE
               PERFORM 5081-GRAVA-CONSENT
           END-IF.

       5081-GRAVA-CONSENT        SECTION.
      *    SO 'S' E CONSENTIMENTO; QUALQUER OUTRA RESPOSTA NA INCLUSAO
      *    FICA REGISTRADA COMO 'N'. A DATA E SEMPRE A DA ULTIMA
      *    MANIFESTACAO DO CLIENTE.
           IF WRK-MARKETING EQUAL 'S' OR WRK-MARKETING EQUAL 's'
               MOVE 'S' TO WRK-MARKETING
           ELSE
               MOVE 'N' TO WRK-MARKETING
           END-IF.
           MOVE WRK-CD-CLIENTE TO CNS-CLIENTE.
           MOVE WRK-MARKETING TO CNS-MARKETING.
           ACCEPT CNS-DT-CONSENT FROM DATE YYYYMMDD.
           MOVE WRK-OPERADOR TO CNS-OPERADOR.
           MOVE ZEROS TO CNS-DT-ANONIMIZACAO.
           IF WRK-CONSENT-NOVO
               WRITE REG-CONSENT
                   INVALID KEY
                       REWRITE REG-CONSENT
                       END-REWRITE
               END-WRITE
           ELSE
               REWRITE REG-CONSENT
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR O CONSENTIMENTO" AT 1010
               END-REWRITE
           END-IF.
           IF WRK-FS-CONSENT EQUAL '00'
               DISPLAY "CONSENTIMENTO GRAVADO" AT 1010
               MOVE "CONSENT" TO WRK-ACAO-AUDIT
               PERFORM 9000-GRAVA-AUDITORIA
           END-IF.

       5000-CLASSE-PRECO        SECTION.
           IF WRK-NIVEL-LOGADO < 2
               DISPLAY "CLASSE DE PRECO EXIGE NIVEL SUPERVISOR"
                   AT 1910
               GO TO 5000-CLASSE-PRECO-FIM
           END-IF.
           MOVE "MODULO DE CLASSE DE PRECO" TO WRK-MODULO.
           DISPLAY TELA.
           DISPLAY TELA-CONSULTAR.
           ACCEPT WRK-CD-CLIENTE AT 0430.
           MOVE WRK-CD-CLIENTE TO CD-CLIENTE.
           READ CLIENTE
               INVALID KEY
                   DISPLAY "CLIENTE NAO ENCONTRADO" AT 1010
               NOT INVALID KEY
                   PERFORM 5090-DIGITA-CLASSE
           END-READ.
       5000-CLASSE-PRECO-FIM.
           EXIT.

       5090-DIGITA-CLASSE        SECTION.
      *    ATACADO E REVENDA SO PARA PESSOA JURIDICA; PESSOA FISICA
      *    FICA SEMPRE NO VAREJO.
           DISPLAY "NOME......: " NM-CLIENTE AT 0510.
           MOVE WRK-CD-CLIENTE TO CCL-CLIENTE.
           READ CLICLASS
               INVALID KEY
                   MOVE 'S' TO WRK-CCL-NOVO
                   MOVE 'V' TO WRK-OLD-CLASSE
                   DISPLAY "SEM CLASSE CADASTRADA (VAREJO)" AT 0610
               NOT INVALID KEY
                   MOVE 'N' TO WRK-CCL-NOVO
                   MOVE CCL-CLASSE TO WRK-OLD-CLASSE
                   DISPLAY "CLASSE ATUAL: " CCL-CLASSE
                           " DESDE " CCL-DT-ALTERACAO AT 0610
           END-READ.
           DISPLAY TELA-CLASSE.
           MOVE WRK-OLD-CLASSE TO WRK-CLASSE.
           ACCEPT WRK-CLASSE AT 0740.
           INSPECT WRK-CLASSE CONVERTING 'var' TO 'VAR'.
           IF NOT WRK-CLASSE-VALIDA
               DISPLAY "CLASSE INVALIDA. NADA FOI GRAVADO" AT 1010
               GO TO 5090-DIGITA-CLASSE-FIM
           END-IF.
           IF WRK-CLASSE NOT EQUAL 'V'
              AND TP-DOCUMENTO NOT EQUAL 'J'
               DISPLAY "ATACADO/REVENDA SO PARA CLIENTE COM CNPJ"
                   AT 1010
               GO TO 5090-DIGITA-CLASSE-FIM
           END-IF.
           MOVE WRK-CD-CLIENTE TO CCL-CLIENTE.
           MOVE WRK-CLASSE TO CCL-CLASSE.
           ACCEPT CCL-DT-ALTERACAO FROM DATE YYYYMMDD.
           MOVE WRK-OPERADOR TO CCL-OPERADOR.
           IF WRK-CLASSE-NOVA
               WRITE REG-CLICLASS
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A CLASSE" AT 1010
               END-WRITE
           ELSE
               REWRITE REG-CLICLASS
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A CLASSE" AT 1010
               END-REWRITE
           END-IF.
           IF WRK-FS-CLICLASS EQUAL '00'
               DISPLAY "CLASSE DE PRECO GRAVADA" AT 1010
               MOVE "CLASSE" TO WRK-ACAO-AUDIT
               PERFORM 9000-GRAVA-AUDITORIA
           END-IF.
       5090-DIGITA-CLASSE-FIM.
           EXIT.

       5000-RELATORIO        SECTION.
           MOVE "MODULO DE RELATORIO" TO WRK-MODULO.
           DISPLAY TELA.
                      WRK-NR-DOC               DELIMITED BY SIZE
                      ")"                      DELIMITED BY SIZE
                   INTO REG-AUDITORIA
           ELSE
           IF WRK-ACAO-AUDIT EQUAL "LIMITE"
               STRING WRK-DATA-AUDIT          DELIMITED BY SIZE
                      " "                     DELIMITED BY SIZE
                      WRK-HORA-AUDIT (1:6)     DELIMITED BY SIZE
                      " ACAO="                 DELIMITED BY SIZE
                      WRK-ACAO-AUDIT           DELIMITED BY SIZE
                      " CLIENTE="              DELIMITED BY SIZE
                      WRK-CD-CLIENTE           DELIMITED BY SIZE
                      " OPERADOR="             DELIMITED BY SIZE
                      WRK-OPERADOR             DELIMITED BY SIZE
                      " LIMITE(DE="            DELIMITED BY SIZE
                      WRK-OLD-LIM-REAIS        DELIMITED BY SIZE
                      " PARA="                 DELIMITED BY SIZE
                      WRK-LIM-REAIS            DELIMITED BY SIZE
                      ")"                      DELIMITED BY SIZE
                      " TOLERANCIA(DE="        DELIMITED BY SIZE
                      WRK-OLD-LIM-DIAS         DELIMITED BY SIZE
                      " PARA="                 DELIMITED BY SIZE
                      WRK-LIM-DIAS             DELIMITED BY SIZE
                      ")"                      DELIMITED BY SIZE
                   INTO REG-AUDITORIA
           ELSE
           IF WRK-ACAO-AUDIT EQUAL "CONSENT"
               STRING WRK-DATA-AUDIT          DELIMITED BY SIZE
                      " "                     DELIMITED BY SIZE
                      WRK-HORA-AUDIT (1:6)     DELIMITED BY SIZE
                      " ACAO="                 DELIMITED BY SIZE
                      WRK-ACAO-AUDIT           DELIMITED BY SIZE
                      " CLIENTE="              DELIMITED BY SIZE
                      WRK-CD-CLIENTE           DELIMITED BY SIZE
                      " OPERADOR="             DELIMITED BY SIZE
                      WRK-OPERADOR             DELIMITED BY SIZE
                      " MARKETING(DE="         DELIMITED BY SIZE
                      WRK-OLD-MARKETING        DELIMITED BY SIZE
                      " PARA="                 DELIMITED BY SIZE
                      WRK-MARKETING            DELIMITED BY SIZE
                      ")"                      DELIMITED BY SIZE
                   INTO REG-AUDITORIA
           ELSE
           IF WRK-ACAO-AUDIT EQUAL "CLASSE"
               STRING WRK-DATA-AUDIT          DELIMITED BY SIZE
                      " "                     DELIMITED BY SIZE
                      WRK-HORA-AUDIT (1:6)     DELIMITED BY SIZE
                      " ACAO="                 DELIMITED BY SIZE
                      WRK-ACAO-AUDIT           DELIMITED BY SIZE
                      " CLIENTE="              DELIMITED BY SIZE
                      WRK-CD-CLIENTE           DELIMITED BY SIZE
                      " OPERADOR="             DELIMITED BY SIZE
                      WRK-OPERADOR             DELIMITED BY SIZE
                      " CLASSE(DE="            DELIMITED BY SIZE
                      WRK-OLD-CLASSE           DELIMITED BY SIZE
                      " PARA="                 DELIMITED BY SIZE
                      WRK-CLASSE               DELIMITED BY SIZE
                      ")"                      DELIMITED BY SIZE
                   INTO REG-AUDITORIA
           ELSE
               STRING WRK-DATA-AUDIT          DELIMITED BY SIZE
                      " "                     DELIMITED BY SIZE
                      " OPERADOR="             DELIMITED BY SIZE
                      WRK-OPERADOR             DELIMITED BY SIZE
                   INTO REG-AUDITORIA
           END-IF
           END-IF
           END-IF
           END-IF.
           WRITE REG-AUDITORIA.

