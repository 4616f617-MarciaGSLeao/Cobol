       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGINTG.
      *-----------------------------------------------------------------
      *== AUTOR: MARCIA GAMELEIRA
      *== OBJETIVO: VARREDURA DE INTEGRIDADE REFERENCIAL ENTRE OS
      *==           ARQUIVOS DA SUITE. O PROGSAUD CONFERE SE CADA
      *==           ARQUIVO ABRE E O PROGCONT CONTA OS REGISTROS; ESTE
      *==           PROGRAMA CONFERE SE OS ARQUIVOS CONCORDAM ENTRE SI:
      *==           PARA CADA REGRA, ANDA O ARQUIVO QUE FAZ A
      *==           REFERENCIA E LE PELA CHAVE O ARQUIVO REFERENCIADO.
      *==           REGRAS:
      *==            01 PRODUTO COM FN-PRODUTO FORA DO FORNECED
      *==            02 KITCOMP COM COMPONENTE FORA DO PRODUTO
      *==            03 KITCOMP DE KIT FORA DO KITMEST
      *==            04 ESTFIL DE PRODUTO EXCLUIDO
      *==            05 ESTFIL DE FILIAL FORA DO FILIAL.DAT
      *==            06 ESTUDANTE COM TU-ESTUDANTE FORA DO TURMA
      *==            07 ESTUDDOC COM DOCUMENTO FORA DO CADDOC
      *==            08 CREDIARIO DE CLIENTE EXCLUIDO
      *==            09 PONTOS DE CLIENTE EXCLUIDO
      *==            10 LIMCRED DE CLIENTE EXCLUIDO
      *==            11 CONSENT DE CLIENTE EXCLUIDO
      *==            12 CLICLASS DE CLIENTE EXCLUIDO
      *==            13 METAS DE OPERADOR EXCLUIDO
      *==           CODIGO ZEROS NA REFERENCIA OPCIONAL (PRODUTO SEM
      *==           FORNECEDOR, ALUNO SEM TURMA) NAO E ORFAO. O
      *==           RELINTEG.DAT SAI AGRUPADO POR REGRA, COM A CHAVE DE
      *==           CADA REGISTRO ORFAO E A REFERENCIA PERDIDA, E NO FIM
      *==           O RESUMO COM A CONTAGEM DE CADA REGRA. ARQUIVO AINDA
      *==           NAO CRIADO (FS=35) SO DEIXA A REGRA DE FORA, COMO
      *==           AVISO (MESMO CRITERIO DO PROGSAUD).
      *==           RETURN-CODE PARA O JOB DA MANHA: 0 = ARQUIVOS
      *==           CONSISTENTES; 4 = HA ORFAOS A CORRIGIR (O
      *==           EXPEDIENTE SEGUE); 8 = ALGUM ARQUIVO NAO PODE SER
      *==           LIDO E A VARREDURA FICOU INCOMPLETA; 16 = O
      *==           RELATORIO NAO ABRIU.
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
           SELECT KITMEST ASSIGN TO "KITMEST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-KIT
               FILE STATUS IS WRK-FS-KITMEST.
           SELECT KITCOMP ASSIGN TO "KITCOMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KCP-CHAVE
               FILE STATUS IS WRK-FS-KITCOMP.
           SELECT FILIAL ASSIGN TO "FILIAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-FILIAL
               FILE STATUS IS WRK-FS-FILIAL.
           SELECT ESTFIL ASSIGN TO "ESTFIL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EF-CHAVE
               FILE STATUS IS WRK-FS-ESTFIL.
           SELECT ESTUDANTE ASSIGN TO "ESTUDANTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-ESTUDANTE
               FILE STATUS IS WRK-FS-ESTUDANTE.
           SELECT TURMA ASSIGN TO "TURMA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-TURMA
               FILE STATUS IS WRK-FS-TURMA.
           SELECT CADDOC ASSIGN TO "CADDOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NR-DOC-CADDOC
               FILE STATUS IS WRK-FS-CADDOC.
           SELECT ESTUDDOC ASSIGN TO "ESTUDDOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-EST-VINCULO
               FILE STATUS IS WRK-FS-ESTUDDOC.
           SELECT CLIENTE ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CLIENTE
               FILE STATUS IS WRK-FS-CLIENTE.
           SELECT CREDIARIO ASSIGN TO "CREDIARIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-CHAVE
               FILE STATUS IS WRK-FS-CREDIARIO.
           SELECT PONTOS ASSIGN TO "PONTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CLIENTE-PTS
               FILE STATUS IS WRK-FS-PONTOS.
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
           SELECT OPERADOR ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-OPER-ID
               FILE STATUS IS WRK-FS-OPERADOR.
           SELECT METAS ASSIGN TO "METAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MET-CHAVE
               FILE STATUS IS WRK-FS-METAS.
           SELECT RELINTEG ASSIGN TO "RELINTEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELINTEG.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD  PRODUTO.
       COPY PRODFD.

       FD  FORNECEDOR.
       01  REG-FORNECEDOR.
           03  CD-FORNECEDOR         PIC 9(04).
           03  NM-FORNECEDOR         PIC X(30).
           03  NR-TEL-FORNECEDOR     PIC X(15).
           03  PZ-ENTREGA-DIAS       PIC 9(03).

       FD  KITMEST.
       01  REG-KITMEST.
           03  CD-KIT                PIC 9(04).
           03  DS-KIT                PIC X(30).
           03  PR-KIT                PIC 9(06).
           03  CT-KIT                PIC 9(01).

       FD  KITCOMP.
       01  REG-KITCOMP.
           03  KCP-CHAVE.
               05  KCP-KIT           PIC 9(04).
               05  KCP-PRODUTO       PIC 9(06).
           03  KCP-QTD               PIC 9(03)V999.

       FD  FILIAL.
       01  REG-FILIAL.
           03  CD-FILIAL             PIC 9(02).
           03  NM-FILIAL             PIC X(30).
           03  UF-FILIAL             PIC X(02).

       FD  ESTFIL.
       01  REG-ESTFIL.
           03  EF-CHAVE.
               05  EF-FILIAL         PIC 9(02).
               05  EF-PRODUTO        PIC 9(06).
           03  EF-QTD                PIC 9(06)V999.

       FD  ESTUDANTE.
       01  REG-ESTUDANTE.
           03  CD-ESTUDANTE          PIC 9(05).
           03  NM-ESTUDANTE          PIC X(20).
           03  TU-ESTUDANTE          PIC 9(03).
           03  DT-NASC-ESTUDANTE     PIC 9(08).

       FD  TURMA.
       01  REG-TURMA.
           03  CD-TURMA              PIC 9(03).
           03  NM-TURMA              PIC X(20).
           03  QT-CAPACIDADE         PIC 9(03).

       FD  CADDOC.
       01  REG-CADDOC.
           03  NR-DOC-CADDOC         PIC 9(14).
           03  TP-DOC-CADDOC         PIC X(01).
           03  NM-CADDOC             PIC X(40).

       FD  ESTUDDOC.
       01  REG-ESTUDDOC.
           03  CD-EST-VINCULO        PIC 9(05).
           03  NR-DOC-VINCULO        PIC 9(14).

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

       FD  CREDIARIO.
       01  REG-CREDIARIO.
           03  CRD-CHAVE.
               05  CRD-CLIENTE       PIC 9(05).
               05  CRD-VND-ID        PIC X(14).
               05  CRD-PARCELA       PIC 9(02).
           03  CRD-VALOR             PIC 9(08).
           03  CRD-DT-VENCIMENTO     PIC 9(08).
           03  CRD-DT-PAGAMENTO      PIC 9(08).
           03  CRD-STATUS            PIC X(01).

       FD  PONTOS.
       01  REG-PONTOS.
           03  CD-CLIENTE-PTS        PIC 9(05).
           03  QT-PONTOS             PIC 9(08).

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

       FD  OPERADOR.
       01  REG-OPERADOR.
           03  CD-OPER-ID            PIC X(10).
           03  DS-OPER-SENHA         PIC X(20).
           03  NV-OPER-NIVEL         PIC 9(01).
           03  SN-OPER-CIFRADA       PIC X(01).

       FD  METAS.
       01  REG-META.
           03  MET-CHAVE.
               05  MET-OPERADOR      PIC X(10).
               05  MET-MES           PIC 9(06).
           03  MET-VALOR             PIC 9(10).

       FD  RELINTEG.
       01  REG-RELINTEG              PIC X(100).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PRODUTO==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-FORNECEDOR==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-KITMEST==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-KITCOMP==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-FILIAL==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-ESTFIL==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-ESTUDANTE==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-TURMA==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-CADDOC==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-ESTUDDOC==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-CLIENTE==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-CREDIARIO==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PONTOS==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-LIMCRED==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-CONSENT==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-CLICLASS==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-OPERADOR==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-METAS==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-RELINTEG==.

      *==  ARQUIVOS REFERENCIADOS, ABERTOS NO INICIO E LIDOS PELA
      *==  CHAVE. SEM ELES A REGRA FICA DE FORA.
       77 WRK-PRODUTO-ABERTO        PIC X(02)       VALUE SPACES.
           88  WRK-PRODUTO-OK                       VALUE '00'.
       77 WRK-FORNECEDOR-ABERTO     PIC X(02)       VALUE SPACES.
           88  WRK-FORNECEDOR-OK                    VALUE '00'.
       77 WRK-KITMEST-ABERTO        PIC X(02)       VALUE SPACES.
           88  WRK-KITMEST-OK                       VALUE '00'.
       77 WRK-FILIAL-ABERTO         PIC X(02)       VALUE SPACES.
           88  WRK-FILIAL-OK                        VALUE '00'.
       77 WRK-TURMA-ABERTO          PIC X(02)       VALUE SPACES.
           88  WRK-TURMA-OK                         VALUE '00'.
       77 WRK-CADDOC-ABERTO         PIC X(02)       VALUE SPACES.
           88  WRK-CADDOC-OK                        VALUE '00'.
       77 WRK-CLIENTE-ABERTO        PIC X(02)       VALUE SPACES.
           88  WRK-CLIENTE-OK                       VALUE '00'.
       77 WRK-OPERADOR-ABERTO       PIC X(02)       VALUE SPACES.
           88  WRK-OPERADOR-OK                      VALUE '00'.

      *==  REGRAS DA VARREDURA, NA ORDEM DO RELATORIO.
       01  TAB-REGRAS-VALORES.
           03  FILLER  PIC X(50) VALUE
               "PRODUTO COM FORNECEDOR FORA DO FORNECED".
           03  FILLER  PIC X(50) VALUE
               "COMPONENTE DE KIT FORA DO PRODUTO".
           03  FILLER  PIC X(50) VALUE
               "COMPONENTE DE KIT SEM O KIT NO KITMEST".
           03  FILLER  PIC X(50) VALUE
               "ESTOQUE POR FILIAL DE PRODUTO EXCLUIDO".
           03  FILLER  PIC X(50) VALUE
               "ESTOQUE POR FILIAL DE FILIAL DESCONHECIDA".
           03  FILLER  PIC X(50) VALUE
               "ALUNO EM TURMA FORA DO TURMA".
           03  FILLER  PIC X(50) VALUE
               "VINCULO ESTUDDOC COM DOCUMENTO FORA DO CADDOC".
           03  FILLER  PIC X(50) VALUE
               "PARCELA DO CREDIARIO DE CLIENTE EXCLUIDO".
           03  FILLER  PIC X(50) VALUE
               "SALDO DE PONTOS DE CLIENTE EXCLUIDO".
           03  FILLER  PIC X(50) VALUE
               "LIMITE DE CREDITO DE CLIENTE EXCLUIDO".
           03  FILLER  PIC X(50) VALUE
               "CONSENTIMENTO DE CLIENTE EXCLUIDO".
           03  FILLER  PIC X(50) VALUE
               "CLASSE DE PRECO DE CLIENTE EXCLUIDO".
           03  FILLER  PIC X(50) VALUE
               "META DE VENDA DE OPERADOR EXCLUIDO".
       01  TAB-REGRAS REDEFINES TAB-REGRAS-VALORES.
           03  TAB-REGRA-DESCR       PIC X(50) OCCURS 13 TIMES.
       01  TAB-RESULTADOS.
           03  TAB-RES               OCCURS 13 TIMES.
               05  TAB-RES-LIDOS     PIC 9(07).
               05  TAB-RES-ORFAOS    PIC 9(07).
               05  TAB-RES-SITUACAO  PIC X(01).
                   88  TAB-RES-APLICADA             VALUE 'A'.
                   88  TAB-RES-AUSENTE              VALUE 'F'.
                   88  TAB-RES-FALHA                VALUE 'E'.

       77 WRK-REGRA                 PIC 9(02)       VALUE ZEROS.
       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-RC-FINAL              PIC 9(02)       VALUE ZEROS.
       77 WRK-TOTAL-ORFAOS          PIC 9(07)       VALUE ZEROS.
       77 WRK-DATA-SISTEMA          PIC 9(08)       VALUE ZEROS.

      *==  CONFERENCIA DE ABERTURA (NOME DO ARQUIVO E STATUS).
       77 WRK-NOME-ARQ              PIC X(10)       VALUE SPACES.
       77 WRK-FS-TESTE              PIC X(02)       VALUE SPACES.
       77 WRK-ARQ-AUSENTE           PIC X(10)       VALUE SPACES.

      *==  LINHA DO REGISTRO ORFAO.
       77 WRK-CHAVE-ORFAO           PIC X(40)       VALUE SPACES.
       77 WRK-REF-ORFAO             PIC X(30)       VALUE SPACES.

       77 WRK-REGRA-FORM            PIC 99          VALUE ZEROS.
       77 WRK-CT-FORM               PIC Z.ZZZ.ZZ9   VALUE ZEROS.
       77 WRK-LIDOS-FORM            PIC Z.ZZZ.ZZ9   VALUE ZEROS.
       77 WRK-QTD-FORM              PIC ZZ9,999     VALUE ZEROS.
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 0100-ABRE-ARQUIVOS

           PERFORM 0301-PRODUTO-FORNECEDOR
           PERFORM 0302-KIT-PRODUTO
           PERFORM 0303-KIT-KITMEST
           PERFORM 0304-ESTFIL-PRODUTO
           PERFORM 0305-ESTFIL-FILIAL
           PERFORM 0306-ESTUDANTE-TURMA
           PERFORM 0307-ESTUDDOC-CADDOC
           PERFORM 0308-CREDIARIO-CLIENTE
           PERFORM 0309-PONTOS-CLIENTE
           PERFORM 0310-LIMCRED-CLIENTE
           PERFORM 0311-CONSENT-CLIENTE
           PERFORM 0312-CLICLASS-CLIENTE
           PERFORM 0313-METAS-OPERADOR

           PERFORM 0800-RESUMO
           PERFORM 0900-FECHA-ARQUIVOS

           IF WRK-RC-FINAL EQUAL ZEROS
              AND WRK-TOTAL-ORFAOS > ZEROS
               MOVE 4 TO WRK-RC-FINAL
           END-IF
           MOVE WRK-TOTAL-ORFAOS TO WRK-CT-FORM
           DISPLAY "VARREDURA DE INTEGRIDADE: " WRK-CT-FORM
                   " REGISTRO(S) ORFAO(S). RC=" WRK-RC-FINAL
           MOVE WRK-RC-FINAL TO RETURN-CODE
           STOP RUN.

       0100-ABRE-ARQUIVOS          SECTION.
      **** O RELATORIO PRECISA ABRIR. OS ARQUIVOS REFERENCIADOS FICAM
      **** ABERTOS A VARREDURA INTEIRA; O QUE NAO ABRIR DEIXA AS SUAS
      **** REGRAS DE FORA.
           OPEN OUTPUT RELINTEG
           IF NOT FS-OK IN WRK-FS-RELINTEG
               DISPLAY "ERRO AO ABRIR O ARQUIVO RELINTEG. FS="
                       WRK-FS-RELINTEG
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGINTG  '
                    'RELINTEG  ' WRK-FS-RELINTEG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO REG-RELINTEG
           STRING "VARREDURA DE INTEGRIDADE REFERENCIAL - "
                                            DELIMITED BY SIZE
                  WRK-DATA-SISTEMA (7:2)    DELIMITED BY SIZE
                  "/"                       DELIMITED BY SIZE
                  WRK-DATA-SISTEMA (5:2)    DELIMITED BY SIZE
                  "/"                       DELIMITED BY SIZE
                  WRK-DATA-SISTEMA (1:4)    DELIMITED BY SIZE
               INTO REG-RELINTEG
           WRITE REG-RELINTEG
           MOVE ALL "=" TO REG-RELINTEG
           WRITE REG-RELINTEG

           OPEN INPUT PRODUTO
           MOVE WRK-FS-PRODUTO TO WRK-PRODUTO-ABERTO
           MOVE "PRODUTO"      TO WRK-NOME-ARQ
           MOVE WRK-FS-PRODUTO TO WRK-FS-TESTE
           PERFORM 0110-CONFERE-ABERTURA

           OPEN INPUT FORNECEDOR
           MOVE WRK-FS-FORNECEDOR TO WRK-FORNECEDOR-ABERTO
           MOVE "FORNECED"        TO WRK-NOME-ARQ
           MOVE WRK-FS-FORNECEDOR TO WRK-FS-TESTE
           PERFORM 0110-CONFERE-ABERTURA

           OPEN INPUT KITMEST
           MOVE WRK-FS-KITMEST TO WRK-KITMEST-ABERTO
           MOVE "KITMEST"      TO WRK-NOME-ARQ
           MOVE WRK-FS-KITMEST TO WRK-FS-TESTE
           PERFORM 0110-CONFERE-ABERTURA

           OPEN INPUT FILIAL
           MOVE WRK-FS-FILIAL TO WRK-FILIAL-ABERTO
           MOVE "FILIAL"      TO WRK-NOME-ARQ
           MOVE WRK-FS-FILIAL TO WRK-FS-TESTE
           PERFORM 0110-CONFERE-ABERTURA

           OPEN INPUT TURMA
           MOVE WRK-FS-TURMA TO WRK-TURMA-ABERTO
           MOVE "TURMA"      TO WRK-NOME-ARQ
           MOVE WRK-FS-TURMA TO WRK-FS-TESTE
           PERFORM 0110-CONFERE-ABERTURA

           OPEN INPUT CADDOC
           MOVE WRK-FS-CADDOC TO WRK-CADDOC-ABERTO
           MOVE "CADDOC"      TO WRK-NOME-ARQ
           MOVE WRK-FS-CADDOC TO WRK-FS-TESTE
           PERFORM 0110-CONFERE-ABERTURA

           OPEN INPUT CLIENTE
           MOVE WRK-FS-CLIENTE TO WRK-CLIENTE-ABERTO
           MOVE "CLIENTE"      TO WRK-NOME-ARQ
           MOVE WRK-FS-CLIENTE TO WRK-FS-TESTE
           PERFORM 0110-CONFERE-ABERTURA

           OPEN INPUT OPERADOR
           MOVE WRK-FS-OPERADOR TO WRK-OPERADOR-ABERTO
           MOVE "OPERADOR"      TO WRK-NOME-ARQ
           MOVE WRK-FS-OPERADOR TO WRK-FS-TESTE
           PERFORM 0110-CONFERE-ABERTURA
       .
       0110-CONFERE-ABERTURA       SECTION.
      **** FS 35 (ARQUIVO AINDA NAO CRIADO) NAO E ERRO; QUALQUER OUTRA
      **** FALHA DEIXA A VARREDURA INCOMPLETA (RC 8) E VAI PARA O
      **** ERRLOG.
           IF WRK-FS-TESTE NOT EQUAL '00'
              AND WRK-FS-TESTE NOT EQUAL '35'
               DISPLAY "ERRO AO ABRIR O ARQUIVO " WRK-NOME-ARQ
                       ". FS=" WRK-FS-TESTE
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGINTG  '
                    WRK-NOME-ARQ WRK-FS-TESTE
               MOVE 8 TO WRK-RC-FINAL
           END-IF
       .
       0200-INICIA-REGRA           SECTION.
      **** CABECALHO DO GRUPO DA REGRA WRK-REGRA.
           MOVE ZEROS TO TAB-RES-LIDOS (WRK-REGRA)
           MOVE ZEROS TO TAB-RES-ORFAOS (WRK-REGRA)
           MOVE 'A'   TO TAB-RES-SITUACAO (WRK-REGRA)
           MOVE SPACE TO WRK-EOF
           MOVE WRK-REGRA TO WRK-REGRA-FORM
           MOVE SPACES TO REG-RELINTEG
           WRITE REG-RELINTEG
           MOVE SPACES TO REG-RELINTEG
           STRING "REGRA "                    DELIMITED BY SIZE
                  WRK-REGRA-FORM              DELIMITED BY SIZE
                  " - "                       DELIMITED BY SIZE
                  TAB-REGRA-DESCR (WRK-REGRA) DELIMITED BY SIZE
               INTO REG-RELINTEG
           WRITE REG-RELINTEG
           MOVE ALL "-" TO REG-RELINTEG
           WRITE REG-RELINTEG
       .
       0210-REGRA-FORA             SECTION.
      **** A REGRA NAO PODE SER APLICADA: O ARQUIVO WRK-ARQ-AUSENTE
      **** NAO ABRIU (WRK-FS-TESTE). 35 E AVISO; O RESTO E FALHA.
           IF WRK-FS-TESTE EQUAL '35'
               MOVE 'F' TO TAB-RES-SITUACAO (WRK-REGRA)
           ELSE
               MOVE 'E' TO TAB-RES-SITUACAO (WRK-REGRA)
               MOVE 8   TO WRK-RC-FINAL
           END-IF
           MOVE SPACES TO REG-RELINTEG
           STRING "  REGRA NAO APLICADA: ARQUIVO " DELIMITED BY SIZE
                  WRK-ARQ-AUSENTE                  DELIMITED BY SPACE
                  " INDISPONIVEL (FS="             DELIMITED BY SIZE
                  WRK-FS-TESTE                     DELIMITED BY SIZE
                  ")"                              DELIMITED BY SIZE
               INTO REG-RELINTEG
           WRITE REG-RELINTEG
       .
       0220-GRAVA-ORFAO            SECTION.
      **** UMA LINHA POR REGISTRO ORFAO: A CHAVE DO REGISTRO E A
      **** REFERENCIA QUE NAO FOI ENCONTRADA.
           ADD 1 TO TAB-RES-ORFAOS (WRK-REGRA)
           ADD 1 TO WRK-TOTAL-ORFAOS
           MOVE SPACES TO REG-RELINTEG
           STRING "  CHAVE "         DELIMITED BY SIZE
                  WRK-CHAVE-ORFAO    DELIMITED BY SIZE
                  " -> "             DELIMITED BY SIZE
                  WRK-REF-ORFAO      DELIMITED BY SIZE
               INTO REG-RELINTEG
           WRITE REG-RELINTEG
       .
       0230-FECHA-REGRA            SECTION.
      **** CONTAGEM NO PE DO GRUPO.
           IF TAB-RES-APLICADA (WRK-REGRA)
               MOVE TAB-RES-LIDOS (WRK-REGRA)  TO WRK-LIDOS-FORM
               MOVE TAB-RES-ORFAOS (WRK-REGRA) TO WRK-CT-FORM
               MOVE SPACES TO REG-RELINTEG
               STRING "  REGISTROS CONFERIDOS: " DELIMITED BY SIZE
                      WRK-LIDOS-FORM             DELIMITED BY SIZE
                      "   ORFAOS: "              DELIMITED BY SIZE
                      WRK-CT-FORM                DELIMITED BY SIZE
                   INTO REG-RELINTEG
               WRITE REG-RELINTEG
           END-IF
       .
       0301-PRODUTO-FORNECEDOR     SECTION.
           MOVE 1 TO WRK-REGRA
           PERFORM 0200-INICIA-REGRA
           IF NOT WRK-PRODUTO-OK
               MOVE "PRODUTO"          TO WRK-ARQ-AUSENTE
               MOVE WRK-PRODUTO-ABERTO TO WRK-FS-TESTE
               PERFORM 0210-REGRA-FORA
           ELSE
               IF NOT WRK-FORNECEDOR-OK
                   MOVE "FORNECED"            TO WRK-ARQ-AUSENTE
                   MOVE WRK-FORNECEDOR-ABERTO TO WRK-FS-TESTE
                   PERFORM 0210-REGRA-FORA
               ELSE
                   MOVE ZEROS TO CD-PRODUTO
                   START PRODUTO KEY IS NOT LESS THAN CD-PRODUTO
                       INVALID KEY
                           MOVE 'F' TO WRK-EOF
                   END-START
                   PERFORM UNTIL WRK-EOF EQUAL 'F'
                       READ PRODUTO NEXT RECORD
                           AT END
                               MOVE 'F' TO WRK-EOF
                           NOT AT END
                               ADD 1 TO TAB-RES-LIDOS (WRK-REGRA)
                               PERFORM 0321-CONFERE-FORNECEDOR
                       END-READ
                   END-PERFORM
               END-IF
           END-IF
           PERFORM 0230-FECHA-REGRA
       .
       0321-CONFERE-FORNECEDOR     SECTION.
           IF FN-PRODUTO NUMERIC AND FN-PRODUTO > ZEROS
               MOVE FN-PRODUTO TO CD-FORNECEDOR
               READ FORNECEDOR
                   INVALID KEY
                       MOVE SPACES TO WRK-CHAVE-ORFAO
                       STRING "PRODUTO "    DELIMITED BY SIZE
                              CD-PRODUTO    DELIMITED BY SIZE
                              " "           DELIMITED BY SIZE
                              DS-PRODUTO    DELIMITED BY SIZE
                           INTO WRK-CHAVE-ORFAO
                       MOVE SPACES TO WRK-REF-ORFAO
                       STRING "FORNECEDOR "  DELIMITED BY SIZE
                              FN-PRODUTO     DELIMITED BY SIZE
                           INTO WRK-REF-ORFAO
                       PERFORM 0220-GRAVA-ORFAO
               END-READ
           END-IF
       .
       0302-KIT-PRODUTO            SECTION.
           MOVE 2 TO WRK-REGRA
           PERFORM 0200-INICIA-REGRA
           IF NOT WRK-PRODUTO-OK
               MOVE "PRODUTO"          TO WRK-ARQ-AUSENTE
               MOVE WRK-PRODUTO-ABERTO TO WRK-FS-TESTE
               PERFORM 0210-REGRA-FORA
           ELSE
               OPEN INPUT KITCOMP
               IF NOT FS-OK IN WRK-FS-KITCOMP
                   MOVE "KITCOMP"      TO WRK-ARQ-AUSENTE
                   MOVE WRK-FS-KITCOMP TO WRK-FS-TESTE
                   PERFORM 0210-REGRA-FORA
               ELSE
                   PERFORM UNTIL WRK-EOF EQUAL 'F'
                       READ KITCOMP NEXT RECORD
                           AT END
                               MOVE 'F' TO WRK-EOF
                           NOT AT END
                               ADD 1 TO TAB-RES-LIDOS (WRK-REGRA)
                               PERFORM 0322-CONFERE-COMPONENTE
                       END-READ
                   END-PERFORM
                   CLOSE KITCOMP
               END-IF
           END-IF
           PERFORM 0230-FECHA-REGRA
       .
       0322-CONFERE-COMPONENTE     SECTION.
           MOVE KCP-PRODUTO TO CD-PRODUTO
           READ PRODUTO
               INVALID KEY
                   MOVE KCP-QTD TO WRK-QTD-FORM
                   MOVE SPACES TO WRK-CHAVE-ORFAO
                   STRING "KIT "        DELIMITED BY SIZE
                          KCP-KIT       DELIMITED BY SIZE
                          " QTD "       DELIMITED BY SIZE
                          WRK-QTD-FORM  DELIMITED BY SIZE
                       INTO WRK-CHAVE-ORFAO
                   MOVE SPACES TO WRK-REF-ORFAO
                   STRING "PRODUTO "    DELIMITED BY SIZE
                          KCP-PRODUTO   DELIMITED BY SIZE
                       INTO WRK-REF-ORFAO
                   PERFORM 0220-GRAVA-ORFAO
           END-READ
       .
       0303-KIT-KITMEST            SECTION.
           MOVE 3 TO WRK-REGRA
           PERFORM 0200-INICIA-REGRA
           IF NOT WRK-KITMEST-OK
               MOVE "KITMEST"          TO WRK-ARQ-AUSENTE
               MOVE WRK-KITMEST-ABERTO TO WRK-FS-TESTE
               PERFORM 0210-REGRA-FORA
           ELSE
               OPEN INPUT KITCOMP
               IF NOT FS-OK IN WRK-FS-KITCOMP
                   MOVE "KITCOMP"      TO WRK-ARQ-AUSENTE
                   MOVE WRK-FS-KITCOMP TO WRK-FS-TESTE
                   PERFORM 0210-REGRA-FORA
               ELSE
                   PERFORM UNTIL WRK-EOF EQUAL 'F'
                       READ KITCOMP NEXT RECORD
                           AT END
                               MOVE 'F' TO WRK-EOF
                           NOT AT END
                               ADD 1 TO TAB-RES-LIDOS (WRK-REGRA)
                               PERFORM 0323-CONFERE-KIT
                       END-READ
                   END-PERFORM
                   CLOSE KITCOMP
               END-IF
           END-IF
           PERFORM 0230-FECHA-REGRA
       .
       0323-CONFERE-KIT            SECTION.
           MOVE KCP-KIT TO CD-KIT
           READ KITMEST
               INVALID KEY
                   MOVE SPACES TO WRK-CHAVE-ORFAO
                   STRING "KITCOMP "    DELIMITED BY SIZE
                          KCP-KIT       DELIMITED BY SIZE
                          "/"           DELIMITED BY SIZE
                          KCP-PRODUTO   DELIMITED BY SIZE
                       INTO WRK-CHAVE-ORFAO
                   MOVE SPACES TO WRK-REF-ORFAO
                   STRING "KIT "        DELIMITED BY SIZE
                          KCP-KIT       DELIMITED BY SIZE
                       INTO WRK-REF-ORFAO
                   PERFORM 0220-GRAVA-ORFAO
           END-READ
       .
       0304-ESTFIL-PRODUTO         SECTION.
           MOVE 4 TO WRK-REGRA
           PERFORM 0200-INICIA-REGRA
           IF NOT WRK-PRODUTO-OK
               MOVE "PRODUTO"          TO WRK-ARQ-AUSENTE
               MOVE WRK-PRODUTO-ABERTO TO WRK-FS-TESTE
               PERFORM 0210-REGRA-FORA
           ELSE
               OPEN INPUT ESTFIL
               IF NOT FS-OK IN WRK-FS-ESTFIL
                   MOVE "ESTFIL"      TO WRK-ARQ-AUSENTE
                   MOVE WRK-FS-ESTFIL TO WRK-FS-TESTE
                   PERFORM 0210-REGRA-FORA
               ELSE
                   PERFORM UNTIL WRK-EOF EQUAL 'F'
                       READ ESTFIL NEXT RECORD
                           AT END
                               MOVE 'F' TO WRK-EOF
                           NOT AT END
                               ADD 1 TO TAB-RES-LIDOS (WRK-REGRA)
                               PERFORM 0324-CONFERE-EF-PRODUTO
                       END-READ
                   END-PERFORM
                   CLOSE ESTFIL
               END-IF
           END-IF
           PERFORM 0230-FECHA-REGRA
       .
       0324-CONFERE-EF-PRODUTO     SECTION.
           MOVE EF-PRODUTO TO CD-PRODUTO
           READ PRODUTO
               INVALID KEY
                   MOVE SPACES TO WRK-CHAVE-ORFAO
                   STRING "ESTFIL FILIAL " DELIMITED BY SIZE
                          EF-FILIAL        DELIMITED BY SIZE
                          " PRODUTO "      DELIMITED BY SIZE
                          EF-PRODUTO       DELIMITED BY SIZE
                       INTO WRK-CHAVE-ORFAO
                   MOVE SPACES TO WRK-REF-ORFAO
                   STRING "PRODUTO "    DELIMITED BY SIZE
                          EF-PRODUTO    DELIMITED BY SIZE
                       INTO WRK-REF-ORFAO
                   PERFORM 0220-GRAVA-ORFAO
           END-READ
       .
       0305-ESTFIL-FILIAL          SECTION.
           MOVE 5 TO WRK-REGRA
           PERFORM 0200-INICIA-REGRA
           IF NOT WRK-FILIAL-OK
               MOVE "FILIAL"          TO WRK-ARQ-AUSENTE
               MOVE WRK-FILIAL-ABERTO TO WRK-FS-TESTE
               PERFORM 0210-REGRA-FORA
           ELSE
               OPEN INPUT ESTFIL
               IF NOT FS-OK IN WRK-FS-ESTFIL
                   MOVE "ESTFIL"      TO WRK-ARQ-AUSENTE
                   MOVE WRK-FS-ESTFIL TO WRK-FS-TESTE
                   PERFORM 0210-REGRA-FORA
               ELSE
                   PERFORM UNTIL WRK-EOF EQUAL 'F'
                       READ ESTFIL NEXT RECORD
                           AT END
                               MOVE 'F' TO WRK-EOF
                           NOT AT END
                               ADD 1 TO TAB-RES-LIDOS (WRK-REGRA)
                               PERFORM 0325-CONFERE-EF-FILIAL
                       END-READ
                   END-PERFORM
                   CLOSE ESTFIL
               END-IF
           END-IF
           PERFORM 0230-FECHA-REGRA
       .
       0325-CONFERE-EF-FILIAL      SECTION.
           MOVE EF-FILIAL TO CD-FILIAL
           READ FILIAL
               INVALID KEY
                   MOVE SPACES TO WRK-CHAVE-ORFAO
                   STRING "ESTFIL FILIAL " DELIMITED BY SIZE
                          EF-FILIAL        DELIMITED BY SIZE
                          " PRODUTO "      DELIMITED BY SIZE
                          EF-PRODUTO       DELIMITED BY SIZE
                       INTO WRK-CHAVE-ORFAO
                   MOVE SPACES TO WRK-REF-ORFAO
                   STRING "FILIAL "     DELIMITED BY SIZE
                          EF-FILIAL     DELIMITED BY SIZE
                       INTO WRK-REF-ORFAO
                   PERFORM 0220-GRAVA-ORFAO
           END-READ
       .
       0306-ESTUDANTE-TURMA        SECTION.
           MOVE 6 TO WRK-REGRA
           PERFORM 0200-INICIA-REGRA
           IF NOT WRK-TURMA-OK
               MOVE "TURMA"          TO WRK-ARQ-AUSENTE
               MOVE WRK-TURMA-ABERTO TO WRK-FS-TESTE
               PERFORM 0210-REGRA-FORA
           ELSE
               OPEN INPUT ESTUDANTE
               IF NOT FS-OK IN WRK-FS-ESTUDANTE
                   MOVE "ESTUDANTE"      TO WRK-ARQ-AUSENTE
                   MOVE WRK-FS-ESTUDANTE TO WRK-FS-TESTE
                   PERFORM 0210-REGRA-FORA
               ELSE
                   PERFORM UNTIL WRK-EOF EQUAL 'F'
                       READ ESTUDANTE NEXT RECORD
                           AT END
                               MOVE 'F' TO WRK-EOF
                           NOT AT END
                               ADD 1 TO TAB-RES-LIDOS (WRK-REGRA)
                               PERFORM 0326-CONFERE-TURMA
                       END-READ
                   END-PERFORM
                   CLOSE ESTUDANTE
               END-IF
           END-IF
           PERFORM 0230-FECHA-REGRA
       .
       0326-CONFERE-TURMA          SECTION.
      **** TURMA ZEROS = ALUNO AINDA SEM TURMA (PGM00015).
           IF TU-ESTUDANTE NUMERIC AND TU-ESTUDANTE > ZEROS
               MOVE TU-ESTUDANTE TO CD-TURMA
               READ TURMA
                   INVALID KEY
                       MOVE SPACES TO WRK-CHAVE-ORFAO
                       STRING "ALUNO "       DELIMITED BY SIZE
                              CD-ESTUDANTE   DELIMITED BY SIZE
                              " "            DELIMITED BY SIZE
                              NM-ESTUDANTE   DELIMITED BY SIZE
                           INTO WRK-CHAVE-ORFAO
                       MOVE SPACES TO WRK-REF-ORFAO
                       STRING "TURMA "       DELIMITED BY SIZE
                              TU-ESTUDANTE   DELIMITED BY SIZE
                           INTO WRK-REF-ORFAO
                       PERFORM 0220-GRAVA-ORFAO
               END-READ
           END-IF
       .
       0307-ESTUDDOC-CADDOC        SECTION.
           MOVE 7 TO WRK-REGRA
           PERFORM 0200-INICIA-REGRA
           IF NOT WRK-CADDOC-OK
               MOVE "CADDOC"          TO WRK-ARQ-AUSENTE
               MOVE WRK-CADDOC-ABERTO TO WRK-FS-TESTE
               PERFORM 0210-REGRA-FORA
           ELSE
               OPEN INPUT ESTUDDOC
               IF NOT FS-OK IN WRK-FS-ESTUDDOC
                   MOVE "ESTUDDOC"      TO WRK-ARQ-AUSENTE
                   MOVE WRK-FS-ESTUDDOC TO WRK-FS-TESTE
                   PERFORM 0210-REGRA-FORA
               ELSE
                   PERFORM UNTIL WRK-EOF EQUAL 'F'
                       READ ESTUDDOC NEXT RECORD
                           AT END
                               MOVE 'F' TO WRK-EOF
                           NOT AT END
                               ADD 1 TO TAB-RES-LIDOS (WRK-REGRA)
                               PERFORM 0327-CONFERE-DOCUMENTO
                       END-READ
                   END-PERFORM
                   CLOSE ESTUDDOC
               END-IF
           END-IF
           PERFORM 0230-FECHA-REGRA
       .
       0327-CONFERE-DOCUMENTO      SECTION.
           MOVE NR-DOC-VINCULO TO NR-DOC-CADDOC
           READ CADDOC
               INVALID KEY
                   MOVE SPACES TO WRK-CHAVE-ORFAO
                   STRING "ALUNO "        DELIMITED BY SIZE
                          CD-EST-VINCULO  DELIMITED BY SIZE
                       INTO WRK-CHAVE-ORFAO
                   MOVE SPACES TO WRK-REF-ORFAO
                   STRING "DOCUMENTO "    DELIMITED BY SIZE
                          NR-DOC-VINCULO  DELIMITED BY SIZE
                       INTO WRK-REF-ORFAO
                   PERFORM 0220-GRAVA-ORFAO
           END-READ
       .
       0308-CREDIARIO-CLIENTE      SECTION.
           MOVE 8 TO WRK-REGRA
           PERFORM 0200-INICIA-REGRA
           IF NOT WRK-CLIENTE-OK
               MOVE "CLIENTE"          TO WRK-ARQ-AUSENTE
               MOVE WRK-CLIENTE-ABERTO TO WRK-FS-TESTE
               PERFORM 0210-REGRA-FORA
           ELSE
               OPEN INPUT CREDIARIO
               IF NOT FS-OK IN WRK-FS-CREDIARIO
                   MOVE "CREDIARIO"      TO WRK-ARQ-AUSENTE
                   MOVE WRK-FS-CREDIARIO TO WRK-FS-TESTE
                   PERFORM 0210-REGRA-FORA
               ELSE
                   PERFORM UNTIL WRK-EOF EQUAL 'F'
                       READ CREDIARIO NEXT RECORD
                           AT END
                               MOVE 'F' TO WRK-EOF
                           NOT AT END
                               ADD 1 TO TAB-RES-LIDOS (WRK-REGRA)
                               PERFORM 0328-CONFERE-CRD-CLIENTE
                       END-READ
                   END-PERFORM
                   CLOSE CREDIARIO
               END-IF
           END-IF
           PERFORM 0230-FECHA-REGRA
       .
       0328-CONFERE-CRD-CLIENTE    SECTION.
           MOVE CRD-CLIENTE TO CD-CLIENTE
           READ CLIENTE
               INVALID KEY
                   MOVE SPACES TO WRK-CHAVE-ORFAO
                   STRING "PARCELA "    DELIMITED BY SIZE
                          CRD-VND-ID    DELIMITED BY SIZE
                          "/"           DELIMITED BY SIZE
                          CRD-PARCELA   DELIMITED BY SIZE
                          " STATUS "    DELIMITED BY SIZE
                          CRD-STATUS    DELIMITED BY SIZE
                       INTO WRK-CHAVE-ORFAO
                   MOVE SPACES TO WRK-REF-ORFAO
                   STRING "CLIENTE "    DELIMITED BY SIZE
                          CRD-CLIENTE   DELIMITED BY SIZE
                       INTO WRK-REF-ORFAO
                   PERFORM 0220-GRAVA-ORFAO
           END-READ
       .
       0309-PONTOS-CLIENTE         SECTION.
           MOVE 9 TO WRK-REGRA
           PERFORM 0200-INICIA-REGRA
           IF NOT WRK-CLIENTE-OK
               MOVE "CLIENTE"          TO WRK-ARQ-AUSENTE
               MOVE WRK-CLIENTE-ABERTO TO WRK-FS-TESTE
               PERFORM 0210-REGRA-FORA
           ELSE
               OPEN INPUT PONTOS
               IF NOT FS-OK IN WRK-FS-PONTOS
                   MOVE "PONTOS"      TO WRK-ARQ-AUSENTE
                   MOVE WRK-FS-PONTOS TO WRK-FS-TESTE
                   PERFORM 0210-REGRA-FORA
               ELSE
                   PERFORM UNTIL WRK-EOF EQUAL 'F'
                       READ PONTOS NEXT RECORD
                           AT END
                               MOVE 'F' TO WRK-EOF
                           NOT AT END
                               ADD 1 TO TAB-RES-LIDOS (WRK-REGRA)
                               MOVE CD-CLIENTE-PTS TO CD-CLIENTE
                               MOVE SPACES TO WRK-CHAVE-ORFAO
                               STRING "SALDO "     DELIMITED BY SIZE
                                      QT-PONTOS    DELIMITED BY SIZE
                                      " PONTOS"    DELIMITED BY SIZE
                                   INTO WRK-CHAVE-ORFAO
                               PERFORM 0330-CONFERE-CLIENTE
                       END-READ
                   END-PERFORM
                   CLOSE PONTOS
               END-IF
           END-IF
           PERFORM 0230-FECHA-REGRA
       .
       0310-LIMCRED-CLIENTE        SECTION.
           MOVE 10 TO WRK-REGRA
           PERFORM 0200-INICIA-REGRA
           IF NOT WRK-CLIENTE-OK
               MOVE "CLIENTE"          TO WRK-ARQ-AUSENTE
               MOVE WRK-CLIENTE-ABERTO TO WRK-FS-TESTE
               PERFORM 0210-REGRA-FORA
           ELSE
               OPEN INPUT LIMCRED
               IF NOT FS-OK IN WRK-FS-LIMCRED
                   MOVE "LIMCRED"      TO WRK-ARQ-AUSENTE
                   MOVE WRK-FS-LIMCRED TO WRK-FS-TESTE
                   PERFORM 0210-REGRA-FORA
               ELSE
                   PERFORM UNTIL WRK-EOF EQUAL 'F'
                       READ LIMCRED NEXT RECORD
                           AT END
                               MOVE 'F' TO WRK-EOF
                           NOT AT END
                               ADD 1 TO TAB-RES-LIDOS (WRK-REGRA)
                               MOVE LIM-CLIENTE TO CD-CLIENTE
                               MOVE SPACES TO WRK-CHAVE-ORFAO
                               STRING "LIMITE "    DELIMITED BY SIZE
                                      LIM-VALOR    DELIMITED BY SIZE
                                   INTO WRK-CHAVE-ORFAO
                               PERFORM 0330-CONFERE-CLIENTE
                       END-READ
                   END-PERFORM
                   CLOSE LIMCRED
               END-IF
           END-IF
           PERFORM 0230-FECHA-REGRA
       .
       0311-CONSENT-CLIENTE        SECTION.
           MOVE 11 TO WRK-REGRA
           PERFORM 0200-INICIA-REGRA
           IF NOT WRK-CLIENTE-OK
               MOVE "CLIENTE"          TO WRK-ARQ-AUSENTE
               MOVE WRK-CLIENTE-ABERTO TO WRK-FS-TESTE
               PERFORM 0210-REGRA-FORA
           ELSE
               OPEN INPUT CONSENT
               IF NOT FS-OK IN WRK-FS-CONSENT
                   MOVE "CONSENT"      TO WRK-ARQ-AUSENTE
                   MOVE WRK-FS-CONSENT TO WRK-FS-TESTE
                   PERFORM 0210-REGRA-FORA
               ELSE
                   PERFORM UNTIL WRK-EOF EQUAL 'F'
                       READ CONSENT NEXT RECORD
                           AT END
                               MOVE 'F' TO WRK-EOF
                           NOT AT END
                               ADD 1 TO TAB-RES-LIDOS (WRK-REGRA)
                               MOVE CNS-CLIENTE TO CD-CLIENTE
                               MOVE SPACES TO WRK-CHAVE-ORFAO
                               STRING "MARKETING "   DELIMITED BY SIZE
                                      CNS-MARKETING  DELIMITED BY SIZE
                                      " EM "         DELIMITED BY SIZE
                                      CNS-DT-CONSENT DELIMITED BY SIZE
                                   INTO WRK-CHAVE-ORFAO
                               PERFORM 0330-CONFERE-CLIENTE
                       END-READ
                   END-PERFORM
                   CLOSE CONSENT
               END-IF
           END-IF
           PERFORM 0230-FECHA-REGRA
       .
       0312-CLICLASS-CLIENTE       SECTION.
           MOVE 12 TO WRK-REGRA
           PERFORM 0200-INICIA-REGRA
           IF NOT WRK-CLIENTE-OK
               MOVE "CLIENTE"          TO WRK-ARQ-AUSENTE
               MOVE WRK-CLIENTE-ABERTO TO WRK-FS-TESTE
               PERFORM 0210-REGRA-FORA
           ELSE
               OPEN INPUT CLICLASS
               IF NOT FS-OK IN WRK-FS-CLICLASS
                   MOVE "CLICLASS"      TO WRK-ARQ-AUSENTE
                   MOVE WRK-FS-CLICLASS TO WRK-FS-TESTE
                   PERFORM 0210-REGRA-FORA
               ELSE
                   PERFORM UNTIL WRK-EOF EQUAL 'F'
                       READ CLICLASS NEXT RECORD
                           AT END
                               MOVE 'F' TO WRK-EOF
                           NOT AT END
                               ADD 1 TO TAB-RES-LIDOS (WRK-REGRA)
                               MOVE CCL-CLIENTE TO CD-CLIENTE
                               MOVE SPACES TO WRK-CHAVE-ORFAO
                               STRING "CLASSE "    DELIMITED BY SIZE
                                      CCL-CLASSE   DELIMITED BY SIZE
                                   INTO WRK-CHAVE-ORFAO
                               PERFORM 0330-CONFERE-CLIENTE
                       END-READ
                   END-PERFORM
                   CLOSE CLICLASS
               END-IF
           END-IF
           PERFORM 0230-FECHA-REGRA
       .
       0330-CONFERE-CLIENTE        SECTION.
      **** REGRAS 09 A 12: O CODIGO JA ESTA EM CD-CLIENTE E A DESCRICAO
      **** DO REGISTRO EM WRK-CHAVE-ORFAO.
           READ CLIENTE
               INVALID KEY
                   MOVE SPACES TO WRK-REF-ORFAO
                   STRING "CLIENTE "    DELIMITED BY SIZE
                          CD-CLIENTE    DELIMITED BY SIZE
                       INTO WRK-REF-ORFAO
                   PERFORM 0220-GRAVA-ORFAO
           END-READ
       .
       0313-METAS-OPERADOR         SECTION.
           MOVE 13 TO WRK-REGRA
           PERFORM 0200-INICIA-REGRA
           IF NOT WRK-OPERADOR-OK
               MOVE "OPERADOR"          TO WRK-ARQ-AUSENTE
               MOVE WRK-OPERADOR-ABERTO TO WRK-FS-TESTE
               PERFORM 0210-REGRA-FORA
           ELSE
               OPEN INPUT METAS
               IF NOT FS-OK IN WRK-FS-METAS
                   MOVE "METAS"      TO WRK-ARQ-AUSENTE
                   MOVE WRK-FS-METAS TO WRK-FS-TESTE
                   PERFORM 0210-REGRA-FORA
               ELSE
                   PERFORM UNTIL WRK-EOF EQUAL 'F'
                       READ METAS NEXT RECORD
                           AT END
                               MOVE 'F' TO WRK-EOF
                           NOT AT END
                               ADD 1 TO TAB-RES-LIDOS (WRK-REGRA)
                               PERFORM 0333-CONFERE-OPERADOR
                       END-READ
                   END-PERFORM
                   CLOSE METAS
               END-IF
           END-IF
           PERFORM 0230-FECHA-REGRA
       .
       0333-CONFERE-OPERADOR       SECTION.
           MOVE MET-OPERADOR TO CD-OPER-ID
           READ OPERADOR
               INVALID KEY
                   MOVE SPACES TO WRK-CHAVE-ORFAO
                   STRING "META DO MES "  DELIMITED BY SIZE
                          MET-MES         DELIMITED BY SIZE
                       INTO WRK-CHAVE-ORFAO
                   MOVE SPACES TO WRK-REF-ORFAO
                   STRING "OPERADOR "     DELIMITED BY SIZE
                          MET-OPERADOR    DELIMITED BY SIZE
                       INTO WRK-REF-ORFAO
                   PERFORM 0220-GRAVA-ORFAO
           END-READ
       .
       0800-RESUMO                 SECTION.
      **** UMA LINHA POR REGRA COM A CONTAGEM, OU O MOTIVO DE TER
      **** FICADO DE FORA.
           MOVE SPACES TO REG-RELINTEG
           WRITE REG-RELINTEG
           MOVE ALL "=" TO REG-RELINTEG
           WRITE REG-RELINTEG
           MOVE "RESUMO POR REGRA" TO REG-RELINTEG
           WRITE REG-RELINTEG
           MOVE ALL "=" TO REG-RELINTEG
           WRITE REG-RELINTEG
           PERFORM VARYING WRK-REGRA FROM 1 BY 1 UNTIL WRK-REGRA > 13
               MOVE WRK-REGRA TO WRK-REGRA-FORM
               MOVE TAB-RES-ORFAOS (WRK-REGRA) TO WRK-CT-FORM
               MOVE SPACES TO REG-RELINTEG
               EVALUATE TRUE
                   WHEN TAB-RES-APLICADA (WRK-REGRA)
                       STRING WRK-REGRA-FORM    DELIMITED BY SIZE
                              " "               DELIMITED BY SIZE
                              TAB-REGRA-DESCR (WRK-REGRA)
                                                DELIMITED BY SIZE
                              WRK-CT-FORM       DELIMITED BY SIZE
                           INTO REG-RELINTEG
                   WHEN TAB-RES-AUSENTE (WRK-REGRA)
                       STRING WRK-REGRA-FORM    DELIMITED BY SIZE
                              " "               DELIMITED BY SIZE
                              TAB-REGRA-DESCR (WRK-REGRA)
                                                DELIMITED BY SIZE
                              " ARQ. AUSENTE"   DELIMITED BY SIZE
                           INTO REG-RELINTEG
                   WHEN OTHER
                       STRING WRK-REGRA-FORM    DELIMITED BY SIZE
                              " "               DELIMITED BY SIZE
                              TAB-REGRA-DESCR (WRK-REGRA)
                                                DELIMITED BY SIZE
                              " FALHA NA LEIT." DELIMITED BY SIZE
                           INTO REG-RELINTEG
               END-EVALUATE
               WRITE REG-RELINTEG
           END-PERFORM
           MOVE WRK-TOTAL-ORFAOS TO WRK-CT-FORM
           MOVE SPACES TO REG-RELINTEG
           STRING "TOTAL DE REGISTROS ORFAOS"  DELIMITED BY SIZE
                  "                            " DELIMITED BY SIZE
                  WRK-CT-FORM                  DELIMITED BY SIZE
               INTO REG-RELINTEG
           WRITE REG-RELINTEG
       .
       0900-FECHA-ARQUIVOS         SECTION.
           IF WRK-PRODUTO-OK
               CLOSE PRODUTO
           END-IF
           IF WRK-FORNECEDOR-OK
               CLOSE FORNECEDOR
           END-IF
           IF WRK-KITMEST-OK
               CLOSE KITMEST
           END-IF
           IF WRK-FILIAL-OK
               CLOSE FILIAL
           END-IF
           IF WRK-TURMA-OK
               CLOSE TURMA
           END-IF
           IF WRK-CADDOC-OK
               CLOSE CADDOC
           END-IF
           IF WRK-CLIENTE-OK
               CLOSE CLIENTE
           END-IF
           IF WRK-OPERADOR-OK
               CLOSE OPERADOR
           END-IF
           CLOSE RELINTEG
       .
