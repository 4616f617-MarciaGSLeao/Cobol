       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGWEBI.
      *-----------------------------------------------------------------
      *== AUTOR: MARCIA GAMELEIRA
      *== OBJETIVO: IMPORTACAO DOS PEDIDOS DA LOJA VIRTUAL. LE O
      *==           PEDWEB.DAT (COPY PEDWBFD) E, PARA CADA PEDIDO
      *==           ACEITO, GRAVA A VENDA NO VENDAS.DAT COM O PDV
      *==           PROPRIO DA LOJA VIRTUAL (INFORMADO NO PROMPT,
      *==           PADRAO 90) E OPERADOR 'WEB', BAIXA O ESTOQUE DA
      *==           FILIAL QUE DESPACHA (QT-PRODUTO, ESTFIL.DAT, LOTES
      *==           PELA VALIDADE E MOVIMENTO 'VE' NO SUBESTMV) E
      *==           GRAVA A ORDEM DE ENTREGA NO ENTREGAS.DAT PARA O
      *==           PROGDESP. O PEDIDO E VALIDADO INTEIRO ANTES DE
      *==           GRAVAR QUALQUER COISA: PRODUTO NAO CADASTRADO,
      *==           ESTOQUE INSUFICIENTE NA FILIAL, QUANTIDADE
      *==           FRACIONADA EM PRODUTO 'UN', CATEGORIA SEM ICMS,
      *==           UF SEM COTACAO DE FRETE OU PEDIDO JA IMPORTADO
      *==           (WEBPED.DAT) MANDAM O PEDIDO TODO PARA O
      *==           REJWEB.DAT, COM UMA LINHA 'R' DE MOTIVO ANTES DAS
      *==           LINHAS ORIGINAIS. RC 4 QUANDO HOUVER RECUSA.
      *== DATA: 15/10/2026
      *== OBSERVACOES:
      *== 15/10/2026: A VENDA DA LOJA VIRTUAL SAI SELADA COMO A DO
      *==             PDV: SELO DAS LINHAS (SUBSELO) ENCADEADO AO DA
      *==             VENDA ANTERIOR DO PDV DA LOJA VIRTUAL NO
      *==             SELOPDV.DAT. A LINHA 'P' GRAVA ZEROS NOS CAMPOS
      *==             DE MOEDA ESTRANGEIRA.
      *-----------------------------------------------------------------

      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *=================================================================
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDWEB ASSIGN TO "PEDWEB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEDWEB.
           SELECT REJWEB ASSIGN TO "REJWEB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REJWEB.
           SELECT WEBPED ASSIGN TO "WEBPED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WP-PEDIDO
               FILE STATUS IS WRK-FS-WEBPED.
           SELECT VENDAS ASSIGN TO "VENDAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-VND-CHAVE
               FILE STATUS IS WRK-FS-VENDAS.
           SELECT PRODUTO ASSIGN TO "PRODUTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-PRODUTO
               ALTERNATE RECORD KEY IS EA-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-PRODUTO.
           SELECT ESTFIL ASSIGN TO "ESTFIL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EF-CHAVE
               FILE STATUS IS WRK-FS-ESTFIL.
           SELECT ESTLOTE ASSIGN TO "ESTLOTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CHAVE
               FILE STATUS IS WRK-FS-ESTLOTE.
           SELECT ENTREGAS ASSIGN TO "ENTREGAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENT-VND-ID
               FILE STATUS IS WRK-FS-ENTREGAS.
           SELECT NUMCUPOM ASSIGN TO "NUMCUPOM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NC-PDV
               FILE STATUS IS WRK-FS-NUMCUPOM.
           SELECT SELOPDV ASSIGN TO "SELOPDV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLP-PDV
               FILE STATUS IS WRK-FS-SELOPDV.
           SELECT FILIAL ASSIGN TO "FILIAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-FILIAL
               FILE STATUS IS WRK-FS-FILIAL.
           SELECT ALIQICMS ASSIGN TO "ALIQICMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALQ-CHAVE
               FILE STATUS IS WRK-FS-ALIQICMS.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD  PEDWEB.
       COPY PEDWBFD.

       FD  REJWEB.
       01  REG-REJWEB                PIC X(120).

      *==  CONTROLE DOS PEDIDOS JA IMPORTADOS (PEDIDO DA PLATAFORMA ->
      *==  VENDA GRAVADA), PARA O MESMO PEDIDO NAO ENTRAR DUAS VEZES.
       FD  WEBPED.
       01  REG-WEBPED.
           03  WP-PEDIDO             PIC X(12).
           03  WP-VND-ID             PIC X(14).
           03  WP-DATA               PIC 9(08).
           03  WP-FILIAL             PIC 9(02).
           03  WP-TOTAL              PIC 9(08).

       FD  VENDAS.
       COPY VENDFD.

       FD  PRODUTO.
       COPY PRODFD.

       FD  ESTFIL.
       01  REG-ESTFIL.
           03  EF-CHAVE.
               05  EF-FILIAL         PIC 9(02).
               05  EF-PRODUTO        PIC 9(06).
           03  EF-QTD                PIC 9(06)V999.

       FD  ESTLOTE.
       COPY LOTEFD.

       FD  ENTREGAS.
       COPY ENTRFD.

       FD  NUMCUPOM.
       01  REG-NUMCUPOM.
           03  NC-PDV                PIC 9(02).
           03  NC-ULTIMO             PIC 9(06).

       FD  SELOPDV.
       01  REG-SELOPDV.
           03  SLP-PDV               PIC 9(02).
           03  SLP-SELO              PIC 9(10).
           03  SLP-VND-ID            PIC X(14).

       FD  FILIAL.
       01  REG-FILIAL.
           03  CD-FILIAL             PIC 9(02).
           03  NM-FILIAL             PIC X(30).
           03  UF-FILIAL             PIC X(02).

       FD  ALIQICMS.
       COPY ALIQFD.

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PEDWEB==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-REJWEB==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-WEBPED==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-VENDAS==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PRODUTO==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-ESTFIL==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-ESTLOTE==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-ENTREGAS==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-NUMCUPOM==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-SELOPDV==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-FILIAL==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-ALIQICMS==.

       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-ALIQ-EOF              PIC X(01)       VALUE SPACE.
       77 WRK-LOTE-EOF              PIC X(01)       VALUE SPACE.
       77 WRK-LOTES-ABERTO          PIC X(02)       VALUE SPACES.
           88  WRK-LOTES-OK                         VALUE '00'.

       77 WRK-PDV                   PIC 9(02)       VALUE 90.
       77 WRK-FILIAL                PIC 9(02)       VALUE 1.
       77 WRK-UF-FILIAL             PIC X(02)       VALUE SPACES.
       77 WRK-OPERADOR              PIC X(10)       VALUE 'WEB'.
       77 WRK-DATA-SISTEMA          PIC 9(08)       VALUE ZEROS.
       77 WRK-HORA-SISTEMA          PIC 9(08)       VALUE ZEROS.

      *==  ALIQUOTA DE ICMS VIGENTE POR CATEGORIA NA UF DA FILIAL.
       01  TAB-ICMS.
           03  TAB-ICMS-CAT          OCCURS 5 TIMES.
               05  TAB-ICMS-ALIQ     PIC 9V9999.
               05  TAB-ICMS-VIGENCIA PIC 9(08).
               05  TAB-ICMS-ACHOU    PIC X(01).
                   88 TAB-ICMS-VIGENTE              VALUE 'S'.
       77 WRK-ALIQ-CAT              PIC 9(01)       VALUE ZEROS.

      *==  PEDIDO EM MONTAGEM: IMAGEM DAS LINHAS ORIGINAIS (PARA O
      *==  REJWEB.DAT) E OS VALORES JA CALCULADOS NA VALIDACAO.
       77 WRK-TEM-PEDIDO            PIC X(01)       VALUE 'N'.
           88  WRK-PEDIDO-ABERTO                    VALUE 'S'.
       77 WRK-MOTIVO                PIC X(60)       VALUE SPACES.
       77 WRK-MOTIVO-LINHA          PIC X(60)       VALUE SPACES.
       77 WRK-LINHA-IMG             PIC X(120)      VALUE SPACES.
       77 WRK-PED-NUMERO            PIC X(12)       VALUE SPACES.
       77 WRK-PED-CAB-IMG           PIC X(120)      VALUE SPACES.
       77 WRK-PED-CLIENTE           PIC 9(05)       VALUE ZEROS.
       77 WRK-PED-ENDERECO          PIC X(40)       VALUE SPACES.
       77 WRK-PED-CIDADE            PIC X(30)       VALUE SPACES.
       77 WRK-PED-UF                PIC X(02)       VALUE SPACES.
       77 WRK-PED-FORMA             PIC 9(01)       VALUE ZEROS.
       77 WRK-PED-FRETE             PIC 9(08)       VALUE ZEROS.
       77 WRK-PED-PESO              PIC 9(05)V999   VALUE ZEROS.
       77 WRK-PED-TOTAL             PIC 9(08)       VALUE ZEROS.
       77 WRK-QT-ITENS              PIC 9(02)       VALUE ZEROS.
       77 WRK-QT-LINHAS-ITEM        PIC 9(04)       VALUE ZEROS.
       01  TAB-ITENS.
           03  TAB-ITM               OCCURS 99 TIMES.
               05  TAB-ITM-IMG       PIC X(120).
               05  TAB-ITM-PRODUTO   PIC 9(06).
               05  TAB-ITM-QTD       PIC 9(06)V999.
               05  TAB-ITM-NOME      PIC X(30).
               05  TAB-ITM-CATEGORIA PIC 9(01).
               05  TAB-ITM-PRECO     PIC 9(06).
               05  TAB-ITM-ICMS      PIC 9(08).
               05  TAB-ITM-TOTAL     PIC 9(08).
       77 WRK-I                     PIC 9(02)       VALUE ZEROS.
       77 WRK-J                     PIC 9(02)       VALUE ZEROS.
       77 WRK-QTD-PEDIDA            PIC 9(07)V999   VALUE ZEROS.
       77 WRK-QTD-INTEIRA           PIC 9(06)       VALUE ZEROS.
       77 WRK-PRECO-ITEM            PIC 9(08)       VALUE ZEROS.
       77 WRK-VLR-ICMS              PIC 9(08)       VALUE ZEROS.

      *==  COTACAO DO FRETE (SUBFRETE) PARA ESCOLHER A TRANSPORTADORA.
       77 WRK-ENT-PRECO-REAIS       PIC 9(06)V99    VALUE ZEROS.
       77 WRK-ENT-FRETE             PIC 9(06)V99    VALUE ZEROS.
       77 WRK-ENT-SITUACAO          PIC X(01)       VALUE SPACES.
       77 WRK-ENT-TRANSP            PIC X(12)       VALUE SPACES.

      *==  GRAVACAO DA VENDA.
       01  WRK-VND-ID               PIC X(14)       VALUE SPACES.
       01  WRK-VND-ID-NUM REDEFINES WRK-VND-ID
                                    PIC 9(14).
       77 WRK-ID-LIVRE              PIC X(01)       VALUE 'N'.
       77 WRK-VND-SEQ               PIC 9(04)       VALUE ZEROS.
       77 WRK-QTD-LINHAS            PIC 9(04)       VALUE ZEROS.
       77 WRK-NR-CUPOM              PIC 9(06)       VALUE ZEROS.
       77 WRK-SELO-ANT              PIC 9(10)       VALUE ZEROS.
       77 WRK-SELO                  PIC 9(10)       VALUE ZEROS.
       77 WRK-SELO-EOF              PIC X(01)       VALUE SPACE.
       77 WRK-SELO-LINHA            PIC X(92)       VALUE SPACES.
       77 WRK-ESTFIL-QTD            PIC S9(06)V999  VALUE ZEROS.
       77 WRK-LOTE-QTD-BAIXA        PIC 9(06)V999   VALUE ZEROS.
       77 WRK-LOTE-QTD-LOTE         PIC 9(06)V999   VALUE ZEROS.
       77 WRK-MOV-PRODUTO           PIC 9(06)       VALUE ZEROS.
       77 WRK-MOV-TIPO              PIC X(02)       VALUE 'VE'.
       77 WRK-MOV-QTD               PIC S9(06)V999  VALUE ZEROS.
       77 WRK-MOV-DOC               PIC X(14)       VALUE SPACES.

       77 WRK-CT-ACEITOS            PIC 9(05)       VALUE ZEROS.
       77 WRK-CT-RECUSADOS          PIC 9(05)       VALUE ZEROS.
       77 WRK-CT-LINHAS-AVULSAS     PIC 9(05)       VALUE ZEROS.
       77 WRK-CT-FORM               PIC ZZ.ZZ9      VALUE ZEROS.
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           DISPLAY "PDV DA LOJA VIRTUAL (ZERO = 90): "
           ACCEPT WRK-PDV
           IF WRK-PDV NOT NUMERIC OR WRK-PDV EQUAL ZEROS
               MOVE 90 TO WRK-PDV
           END-IF
           DISPLAY "FILIAL QUE DESPACHA OS PEDIDOS (ZERO = 1): "
           ACCEPT WRK-FILIAL
           IF WRK-FILIAL NOT NUMERIC OR WRK-FILIAL EQUAL ZEROS
               MOVE 1 TO WRK-FILIAL
           END-IF
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 0100-ABRE-ARQUIVOS
           PERFORM 0110-LE-FILIAL
           PERFORM 0120-CARREGA-ALIQ-ICMS
           PERFORM 0200-LE-PEDIDOS
           PERFORM 0900-FECHA-ARQUIVOS
           STOP RUN.

       0100-ABRE-ARQUIVOS          SECTION.
           OPEN INPUT PEDWEB
           IF WRK-FS-PEDWEB EQUAL '35'
               DISPLAY "NENHUM PEDIDO DA LOJA VIRTUAL A IMPORTAR "
                       "(PEDWEB.DAT NAO ENCONTRADO)."
               MOVE ZEROS TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT FS-OK IN WRK-FS-PEDWEB
               DISPLAY "ERRO AO ABRIR O PEDWEB.DAT. FS=" WRK-FS-PEDWEB
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGWEBI  '
                    'PEDWEB    ' WRK-FS-PEDWEB
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O PRODUTO
           IF NOT FS-OK IN WRK-FS-PRODUTO
               DISPLAY "ERRO AO ABRIR O CADASTRO DE PRODUTOS. FS="
                       WRK-FS-PRODUTO
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGWEBI  '
                    'PRODUTO   ' WRK-FS-PRODUTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O VENDAS
           IF WRK-FS-VENDAS EQUAL '35'
               OPEN OUTPUT VENDAS
               CLOSE VENDAS
               OPEN I-O VENDAS
           END-IF
           IF NOT FS-OK IN WRK-FS-VENDAS
               DISPLAY "ERRO AO ABRIR O VENDAS.DAT. FS=" WRK-FS-VENDAS
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGWEBI  '
                    'VENDAS    ' WRK-FS-VENDAS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ESTFIL
           IF WRK-FS-ESTFIL EQUAL '35'
               OPEN OUTPUT ESTFIL
               CLOSE ESTFIL
               OPEN I-O ESTFIL
           END-IF
           IF NOT FS-OK IN WRK-FS-ESTFIL
               DISPLAY "ERRO AO ABRIR O ESTFIL.DAT. FS=" WRK-FS-ESTFIL
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGWEBI  '
                    'ESTFIL    ' WRK-FS-ESTFIL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ENTREGAS
           IF WRK-FS-ENTREGAS EQUAL '35'
               OPEN OUTPUT ENTREGAS
               CLOSE ENTREGAS
               OPEN I-O ENTREGAS
           END-IF
           IF NOT FS-OK IN WRK-FS-ENTREGAS
               DISPLAY "ERRO AO ABRIR O ENTREGAS.DAT. FS="
                       WRK-FS-ENTREGAS
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGWEBI  '
                    'ENTREGAS  ' WRK-FS-ENTREGAS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O WEBPED
           IF WRK-FS-WEBPED EQUAL '35'
               OPEN OUTPUT WEBPED
               CLOSE WEBPED
               OPEN I-O WEBPED
           END-IF
           IF NOT FS-OK IN WRK-FS-WEBPED
               DISPLAY "ERRO AO ABRIR O WEBPED.DAT. FS=" WRK-FS-WEBPED
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGWEBI  '
                    'WEBPED    ' WRK-FS-WEBPED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND REJWEB
           IF WRK-FS-REJWEB EQUAL '35'
               OPEN OUTPUT REJWEB
           END-IF
           IF NOT FS-OK IN WRK-FS-REJWEB
               DISPLAY "ERRO AO ABRIR O REJWEB.DAT. FS=" WRK-FS-REJWEB
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGWEBI  '
                    'REJWEB    ' WRK-FS-REJWEB
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      **** SEM O ESTLOTE.DAT A VENDA SEGUE SO COM O SALDO DA FILIAL,
      **** COMO NO PDV.
           OPEN I-O ESTLOTE
           MOVE WRK-FS-ESTLOTE TO WRK-LOTES-ABERTO
       .
       0110-LE-FILIAL              SECTION.
           OPEN INPUT FILIAL
           IF FS-OK IN WRK-FS-FILIAL
               MOVE WRK-FILIAL TO CD-FILIAL
               READ FILIAL
                   INVALID KEY
                       DISPLAY "AVISO: FILIAL " WRK-FILIAL
                               " NAO CADASTRADA NO FILIAL.DAT."
                   NOT INVALID KEY
                       MOVE UF-FILIAL TO WRK-UF-FILIAL
               END-READ
               CLOSE FILIAL
           END-IF
       .
       0120-CARREGA-ALIQ-ICMS      SECTION.
      **** MESMA CARGA DO PDV: POR CATEGORIA, A ALIQUOTA DA UF DA
      **** FILIAL COM A MAIOR VIGENCIA ATE HOJE. CATEGORIA SEM
      **** ALIQUOTA RECUSA O PEDIDO QUE A CONTIVER.
           PERFORM VARYING WRK-ALIQ-CAT FROM 1 BY 1
                   UNTIL WRK-ALIQ-CAT > 5
               MOVE ZEROS TO TAB-ICMS-ALIQ(WRK-ALIQ-CAT)
               MOVE ZEROS TO TAB-ICMS-VIGENCIA(WRK-ALIQ-CAT)
               MOVE 'N'   TO TAB-ICMS-ACHOU(WRK-ALIQ-CAT)
           END-PERFORM
           OPEN INPUT ALIQICMS
           IF WRK-FS-ALIQICMS NOT EQUAL '00'
               DISPLAY "AVISO: TABELA DE ICMS (ALIQICMS.DAT) "
                       "INDISPONIVEL. FS=" WRK-FS-ALIQICMS
               GO TO 0120-FIM
           END-IF
           MOVE SPACE TO WRK-ALIQ-EOF
           MOVE LOW-VALUES TO ALQ-CHAVE
           START ALIQICMS KEY IS NOT LESS THAN ALQ-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-ALIQ-EOF
           END-START
           PERFORM UNTIL WRK-ALIQ-EOF EQUAL 'F'
               READ ALIQICMS NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-ALIQ-EOF
                   NOT AT END
                       IF ALQ-UF EQUAL WRK-UF-FILIAL
                          AND ALQ-CATEGORIA >= 1
                          AND ALQ-CATEGORIA <= 5
                          AND ALQ-DT-VIGENCIA NOT > WRK-DATA-SISTEMA
                           MOVE ALQ-CATEGORIA TO WRK-ALIQ-CAT
                           MOVE ALQ-PERCENTUAL
                               TO TAB-ICMS-ALIQ(WRK-ALIQ-CAT)
                           MOVE ALQ-DT-VIGENCIA
                               TO TAB-ICMS-VIGENCIA(WRK-ALIQ-CAT)
                           MOVE 'S' TO TAB-ICMS-ACHOU(WRK-ALIQ-CAT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALIQICMS
       0120-FIM.
           EXIT.
       0200-LE-PEDIDOS             SECTION.
           MOVE SPACE TO WRK-EOF
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ PEDWEB
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       PERFORM 0210-TRATA-LINHA
               END-READ
           END-PERFORM
           PERFORM 0300-FECHA-PEDIDO
       .
       0210-TRATA-LINHA            SECTION.
           EVALUATE TRUE
               WHEN PWB-CABECALHO
                   PERFORM 0300-FECHA-PEDIDO
                   PERFORM 0220-ABRE-PEDIDO
               WHEN PWB-ITEM
                   IF WRK-PEDIDO-ABERTO
                      AND PWB-PEDIDO EQUAL WRK-PED-NUMERO
                       PERFORM 0230-GUARDA-ITEM
                   ELSE
                       MOVE "ITEM SEM O CABECALHO DO SEU PEDIDO"
                           TO WRK-MOTIVO-LINHA
                       PERFORM 0240-REJEITA-LINHA
                   END-IF
               WHEN PWB-MOTIVO
                   CONTINUE
               WHEN OTHER
                   MOVE "TIPO DE LINHA DESCONHECIDO"
                       TO WRK-MOTIVO-LINHA
                   PERFORM 0240-REJEITA-LINHA
           END-EVALUATE
       .
       0220-ABRE-PEDIDO            SECTION.
           MOVE 'S'            TO WRK-TEM-PEDIDO
           MOVE SPACES         TO WRK-MOTIVO
           MOVE ZEROS          TO WRK-QT-ITENS
           MOVE ZEROS          TO WRK-QT-LINHAS-ITEM
           MOVE PWB-PEDIDO     TO WRK-PED-NUMERO
           MOVE REG-PEDWEB     TO WRK-PED-CAB-IMG
           MOVE PWC-ENDERECO   TO WRK-PED-ENDERECO
           MOVE PWC-CIDADE     TO WRK-PED-CIDADE
           MOVE PWC-UF         TO WRK-PED-UF
           MOVE ZEROS          TO WRK-PED-CLIENTE
           MOVE ZEROS          TO WRK-PED-FORMA
           MOVE ZEROS          TO WRK-PED-FRETE
           MOVE ZEROS          TO WRK-PED-PESO
           IF PWB-PEDIDO EQUAL SPACES
               MOVE "PEDIDO SEM NUMERO" TO WRK-MOTIVO
               GO TO 0220-FIM
           END-IF
           IF PWC-CLIENTE NOT NUMERIC OR PWC-FORMA NOT NUMERIC
              OR PWC-FRETE NOT NUMERIC OR PWC-PESO NOT NUMERIC
               MOVE "CABECALHO COM CAMPO NUMERICO INVALIDO"
                   TO WRK-MOTIVO
               GO TO 0220-FIM
           END-IF
           MOVE PWC-CLIENTE    TO WRK-PED-CLIENTE
           MOVE PWC-FORMA      TO WRK-PED-FORMA
           MOVE PWC-FRETE      TO WRK-PED-FRETE
           MOVE PWC-PESO       TO WRK-PED-PESO
       0220-FIM.
           EXIT.
       0230-GUARDA-ITEM            SECTION.
           ADD 1 TO WRK-QT-LINHAS-ITEM
           IF WRK-QT-ITENS EQUAL 99
               MOVE "PEDIDO COM MAIS DE 99 ITENS" TO WRK-MOTIVO
               GO TO 0230-FIM
           END-IF
           ADD 1 TO WRK-QT-ITENS
           MOVE REG-PEDWEB TO TAB-ITM-IMG(WRK-QT-ITENS)
           MOVE ZEROS      TO TAB-ITM-PRODUTO(WRK-QT-ITENS)
           MOVE ZEROS      TO TAB-ITM-QTD(WRK-QT-ITENS)
           IF PWI-PRODUTO NOT NUMERIC OR PWI-QTD NOT NUMERIC
               IF WRK-MOTIVO EQUAL SPACES
                   MOVE "ITEM COM CAMPO NUMERICO INVALIDO"
                       TO WRK-MOTIVO
               END-IF
               GO TO 0230-FIM
           END-IF
           MOVE PWI-PRODUTO TO TAB-ITM-PRODUTO(WRK-QT-ITENS)
           MOVE PWI-QTD     TO TAB-ITM-QTD(WRK-QT-ITENS)
       0230-FIM.
           EXIT.
       0240-REJEITA-LINHA          SECTION.
      **** LINHA SOLTA (SEM PEDIDO): VAI SOZINHA PARA O REJWEB.DAT,
      **** SEM MEXER NO PEDIDO QUE ESTIVER EM MONTAGEM.
           MOVE REG-PEDWEB       TO WRK-LINHA-IMG
           MOVE SPACES           TO REG-PEDWEB
           MOVE 'R'              TO PWB-TIPO
           MOVE WRK-LINHA-IMG(2:12) TO PWB-PEDIDO
           MOVE WRK-MOTIVO-LINHA TO PWB-DADOS
           MOVE REG-PEDWEB       TO REG-REJWEB
           WRITE REG-REJWEB
           MOVE WRK-LINHA-IMG    TO REG-REJWEB
           WRITE REG-REJWEB
           ADD 1 TO WRK-CT-LINHAS-AVULSAS
       .
       0300-FECHA-PEDIDO           SECTION.
           IF NOT WRK-PEDIDO-ABERTO
               GO TO 0300-FIM
           END-IF
           IF WRK-MOTIVO EQUAL SPACES
               PERFORM 0310-VALIDA-PEDIDO
           END-IF
           IF WRK-MOTIVO EQUAL SPACES
               PERFORM 0400-GRAVA-VENDA
           ELSE
               PERFORM 0390-REJEITA-PEDIDO
           END-IF
           MOVE 'N'    TO WRK-TEM-PEDIDO
           MOVE SPACES TO WRK-MOTIVO
       0300-FIM.
           EXIT.
       0310-VALIDA-PEDIDO          SECTION.
      **** O PEDIDO SO E GRAVADO SE TODOS OS ITENS PASSAREM; A
      **** PRIMEIRA FALHA DEIXA O MOTIVO E O PEDIDO VAI INTEIRO PARA O
      **** REJWEB.DAT.
           MOVE WRK-PED-NUMERO TO WP-PEDIDO
           READ WEBPED
               NOT INVALID KEY
                   STRING "PEDIDO JA IMPORTADO NA VENDA "
                                        DELIMITED BY SIZE
                          WP-VND-ID     DELIMITED BY SIZE
                       INTO WRK-MOTIVO
                   GO TO 0310-FIM
           END-READ
           IF WRK-QT-ITENS EQUAL ZEROS
               MOVE "PEDIDO SEM ITENS" TO WRK-MOTIVO
               GO TO 0310-FIM
           END-IF
           IF WRK-PED-FORMA NOT EQUAL 2 AND WRK-PED-FORMA NOT EQUAL 3
               MOVE "FORMA DE PAGAMENTO INVALIDA (2-CARTAO 3-PIX)"
                   TO WRK-MOTIVO
               GO TO 0310-FIM
           END-IF
           IF WRK-PED-ENDERECO EQUAL SPACES
              OR WRK-PED-CIDADE EQUAL SPACES
               MOVE "PEDIDO SEM ENDERECO DE ENTREGA" TO WRK-MOTIVO
               GO TO 0310-FIM
           END-IF
           MOVE ZEROS TO WRK-PED-TOTAL
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QT-ITENS
                      OR WRK-MOTIVO NOT EQUAL SPACES
               PERFORM 0320-VALIDA-ITEM
           END-PERFORM
           IF WRK-MOTIVO NOT EQUAL SPACES
               GO TO 0310-FIM
           END-IF
      **** A TRANSPORTADORA SAI DA MESMA COTACAO DO PDV; O VALOR DO
      **** FRETE E O COBRADO DO CLIENTE NA PLATAFORMA.
           COMPUTE WRK-ENT-PRECO-REAIS = WRK-PED-TOTAL / 100
           CALL 'SUBFRETE' USING WRK-PED-UF WRK-ENT-PRECO-REAIS
                                  WRK-PED-PESO WRK-ENT-FRETE
                                  WRK-ENT-SITUACAO WRK-ENT-TRANSP
           IF WRK-ENT-SITUACAO NOT EQUAL 'S'
               STRING "SEM COTACAO DE FRETE PARA A UF "
                                        DELIMITED BY SIZE
                      WRK-PED-UF        DELIMITED BY SIZE
                   INTO WRK-MOTIVO
               GO TO 0310-FIM
           END-IF
       0310-FIM.
           EXIT.
       0320-VALIDA-ITEM            SECTION.
           IF TAB-ITM-QTD(WRK-I) EQUAL ZEROS
               STRING "QUANTIDADE ZERADA NO PRODUTO "
                                              DELIMITED BY SIZE
                      TAB-ITM-PRODUTO(WRK-I)  DELIMITED BY SIZE
                   INTO WRK-MOTIVO
               GO TO 0320-FIM
           END-IF
           MOVE TAB-ITM-PRODUTO(WRK-I) TO CD-PRODUTO
           READ PRODUTO
               INVALID KEY
                   STRING "PRODUTO NAO CADASTRADO: "
                                              DELIMITED BY SIZE
                          TAB-ITM-PRODUTO(WRK-I)
                                              DELIMITED BY SIZE
                       INTO WRK-MOTIVO
                   GO TO 0320-FIM
           END-READ
           IF UM-PRODUTO EQUAL 'UN'
               MOVE TAB-ITM-QTD(WRK-I) TO WRK-QTD-INTEIRA
               IF WRK-QTD-INTEIRA NOT EQUAL TAB-ITM-QTD(WRK-I)
                   STRING "QUANTIDADE FRACIONADA NO PRODUTO UN "
                                              DELIMITED BY SIZE
                          CD-PRODUTO          DELIMITED BY SIZE
                       INTO WRK-MOTIVO
                   GO TO 0320-FIM
               END-IF
           END-IF
           IF CT-PRODUTO < 1 OR CT-PRODUTO > 5
               MOVE ZEROS TO WRK-ALIQ-CAT
           ELSE
               MOVE CT-PRODUTO TO WRK-ALIQ-CAT
           END-IF
           IF WRK-ALIQ-CAT EQUAL ZEROS
              OR NOT TAB-ICMS-VIGENTE(WRK-ALIQ-CAT)
               STRING "SEM ALIQUOTA DE ICMS PARA O PRODUTO "
                                              DELIMITED BY SIZE
                      CD-PRODUTO              DELIMITED BY SIZE
                   INTO WRK-MOTIVO
               GO TO 0320-FIM
           END-IF
      **** O SALDO DA FILIAL TEM DE COBRIR A SOMA DO PRODUTO EM TODAS
      **** AS LINHAS DO PEDIDO ATE ESTA.
           MOVE ZEROS TO WRK-QTD-PEDIDA
           PERFORM VARYING WRK-J FROM 1 BY 1 UNTIL WRK-J > WRK-I
               IF TAB-ITM-PRODUTO(WRK-J) EQUAL CD-PRODUTO
                   ADD TAB-ITM-QTD(WRK-J) TO WRK-QTD-PEDIDA
               END-IF
           END-PERFORM
           MOVE WRK-FILIAL TO EF-FILIAL
           MOVE CD-PRODUTO TO EF-PRODUTO
           READ ESTFIL
               INVALID KEY
                   MOVE ZEROS TO EF-QTD
           END-READ
           IF WRK-QTD-PEDIDA > EF-QTD
               STRING "ESTOQUE INSUFICIENTE NA FILIAL PARA O PRODUTO "
                                              DELIMITED BY SIZE
                      CD-PRODUTO              DELIMITED BY SIZE
                   INTO WRK-MOTIVO
               GO TO 0320-FIM
           END-IF
           MOVE DS-PRODUTO TO TAB-ITM-NOME(WRK-I)
           MOVE CT-PRODUTO TO TAB-ITM-CATEGORIA(WRK-I)
           MOVE PR-PRODUTO TO TAB-ITM-PRECO(WRK-I)
           COMPUTE WRK-PRECO-ITEM ROUNDED =
               PR-PRODUTO * TAB-ITM-QTD(WRK-I)
           COMPUTE WRK-VLR-ICMS ROUNDED =
               WRK-PRECO-ITEM * TAB-ICMS-ALIQ(CT-PRODUTO)
           MOVE WRK-VLR-ICMS TO TAB-ITM-ICMS(WRK-I)
           COMPUTE TAB-ITM-TOTAL(WRK-I) = WRK-PRECO-ITEM + WRK-VLR-ICMS
           ADD TAB-ITM-TOTAL(WRK-I) TO WRK-PED-TOTAL
       0320-FIM.
           EXIT.
       0390-REJEITA-PEDIDO         SECTION.
           PERFORM 0395-GRAVA-MOTIVO
           MOVE WRK-PED-CAB-IMG TO REG-REJWEB
           WRITE REG-REJWEB
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QT-ITENS
               MOVE TAB-ITM-IMG(WRK-I) TO REG-REJWEB
               WRITE REG-REJWEB
           END-PERFORM
           ADD 1 TO WRK-CT-RECUSADOS
           DISPLAY "PEDIDO " WRK-PED-NUMERO " RECUSADO: " WRK-MOTIVO
       .
       0395-GRAVA-MOTIVO           SECTION.
           MOVE SPACES         TO REG-PEDWEB
           MOVE 'R'            TO PWB-TIPO
           MOVE WRK-PED-NUMERO TO PWB-PEDIDO
           MOVE WRK-MOTIVO     TO PWB-DADOS
           MOVE REG-PEDWEB     TO REG-REJWEB
           WRITE REG-REJWEB
       .
       0400-GRAVA-VENDA            SECTION.
           PERFORM 0410-GERA-ID-VENDA
           MOVE ZEROS TO WRK-VND-SEQ
           MOVE ZEROS TO WRK-QTD-LINHAS
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QT-ITENS
               PERFORM 0420-GRAVA-ITEM
           END-PERFORM

      **** O FRETE ENTRA COMO ITEM PROPRIO, COMO NA ENTREGA DO PDV.
           IF WRK-PED-FRETE > ZEROS
               MOVE 'D'                TO REG-ITM-TIPO
               MOVE WRK-VND-ID         TO REG-ITM-ID
               ADD 1 TO WRK-VND-SEQ
               MOVE WRK-VND-SEQ        TO REG-ITM-SEQ
               MOVE "FRETE DE ENTREGA" TO REG-ITM-NOME
               MOVE 1                  TO REG-ITM-QTD
               MOVE WRK-PED-FRETE      TO REG-ITM-PRECO-UNIT
               MOVE ZEROS              TO REG-ITM-VLR-ICMS
               MOVE WRK-PED-FRETE      TO REG-ITM-PRECO-TOTAL
               MOVE 1                  TO REG-ITM-CATEGORIA
               MOVE WRK-PDV            TO REG-ITM-PDV
               MOVE WRK-FILIAL         TO REG-ITM-FILIAL
               MOVE ZEROS              TO REG-ITM-PRODUTO
               MOVE SPACE              TO REG-ITM-MOTIVO
               WRITE REG-VENDA-ITEM
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD WRK-PED-FRETE TO WRK-PED-TOTAL
               ADD 1 TO WRK-QTD-LINHAS
           END-IF

           MOVE 'P'                TO REG-PAG-TIPO
           MOVE WRK-VND-ID         TO REG-PAG-ID
           ADD 1 TO WRK-VND-SEQ
           MOVE WRK-VND-SEQ        TO REG-PAG-SEQ
           MOVE WRK-PED-FORMA      TO REG-PAG-FORMA
           MOVE WRK-PED-TOTAL      TO REG-PAG-VALOR
           MOVE WRK-PDV            TO REG-PAG-PDV
           MOVE ZEROS              TO REG-PAG-VLR-MOEDA
           MOVE ZEROS              TO REG-PAG-TAXA
           MOVE ZEROS              TO REG-PAG-TROCO
           WRITE REG-VENDA-PAGTO
               INVALID KEY
                   CONTINUE
           END-WRITE

           PERFORM 0455-PROXIMO-NR-CUPOM
           PERFORM 0457-SELA-LINHAS
           MOVE 'H'                     TO REG-VND-TIPO
           MOVE WRK-VND-ID               TO REG-VND-ID
           MOVE ZEROS                    TO REG-VND-SEQ
           MOVE WRK-VND-ID(1:8)          TO REG-VND-DATA
           MOVE WRK-VND-ID(9:6)          TO REG-VND-HORA
           MOVE WRK-QTD-LINHAS           TO REG-VND-QTD-ITENS
           MOVE WRK-PED-TOTAL            TO REG-VND-TOTAL
           MOVE WRK-OPERADOR             TO REG-VND-OPERADOR
           MOVE WRK-PED-CLIENTE          TO REG-VND-CLIENTE
           MOVE WRK-PDV                  TO REG-VND-PDV
           MOVE WRK-NR-CUPOM             TO REG-VND-NR-CUPOM
           MOVE WRK-FILIAL               TO REG-VND-FILIAL
           PERFORM 0458-SELA-CABECALHO
           WRITE REG-VENDA-CAB
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 0459-GUARDA-SELO
           END-WRITE

           MOVE WRK-VND-ID         TO ENT-VND-ID
           MOVE WRK-DATA-SISTEMA   TO ENT-DATA
           MOVE WRK-PED-CLIENTE    TO ENT-CLIENTE
           MOVE WRK-PED-ENDERECO   TO ENT-ENDERECO
           MOVE WRK-PED-CIDADE     TO ENT-CIDADE
           MOVE WRK-PED-UF         TO ENT-UF
           MOVE WRK-PED-PESO       TO ENT-PESO
           MOVE WRK-PED-FRETE      TO ENT-FRETE
           MOVE WRK-ENT-TRANSP     TO ENT-TRANSP
           MOVE 'A'                TO ENT-STATUS
           MOVE ZEROS              TO ENT-DT-ROMANEIO
           MOVE ZEROS              TO ENT-TENTATIVAS
           MOVE ZEROS              TO ENT-DT-ENTREGA
           MOVE SPACES             TO ENT-RECEBEDOR
           MOVE SPACES             TO ENT-MOTIVO-FALHA
           WRITE REG-ENTREGA
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A ORDEM DE ENTREGA DA VENDA "
                           WRK-VND-ID ". FS=" WRK-FS-ENTREGAS
           END-WRITE

           MOVE WRK-PED-NUMERO     TO WP-PEDIDO
           MOVE WRK-VND-ID         TO WP-VND-ID
           MOVE WRK-DATA-SISTEMA   TO WP-DATA
           MOVE WRK-FILIAL         TO WP-FILIAL
           MOVE WRK-PED-TOTAL      TO WP-TOTAL
           WRITE REG-WEBPED
               INVALID KEY
                   CONTINUE
           END-WRITE
           ADD 1 TO WRK-CT-ACEITOS
           DISPLAY "PEDIDO " WRK-PED-NUMERO " GRAVADO NA VENDA "
                   WRK-VND-ID "."
       .
       0410-GERA-ID-VENDA          SECTION.
      **** MESMA IDENTIFICACAO DO PDV (DATA + HORA). SE O SEGUNDO JA
      **** TEM VENDA (OUTRO PEDIDO DO LOTE OU UM CAIXA DA LOJA), AVANCA
      **** ATE ACHAR UMA CHAVE LIVRE.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WRK-HORA-SISTEMA FROM TIME
           MOVE SPACES TO WRK-VND-ID
           STRING WRK-DATA-SISTEMA         DELIMITED BY SIZE
                  WRK-HORA-SISTEMA(1:6)    DELIMITED BY SIZE
                  INTO WRK-VND-ID
           END-STRING
           MOVE 'N' TO WRK-ID-LIVRE
           PERFORM UNTIL WRK-ID-LIVRE EQUAL 'S'
               MOVE WRK-VND-ID TO REG-VND-ID
               MOVE ZEROS      TO REG-VND-SEQ
               READ VENDAS
                   INVALID KEY
                       MOVE 'S' TO WRK-ID-LIVRE
                   NOT INVALID KEY
                       ADD 1 TO WRK-VND-ID-NUM
               END-READ
           END-PERFORM
       .
       0420-GRAVA-ITEM             SECTION.
           MOVE 'D'                      TO REG-ITM-TIPO
           MOVE WRK-VND-ID               TO REG-ITM-ID
           ADD 1 TO WRK-VND-SEQ
           MOVE WRK-VND-SEQ              TO REG-ITM-SEQ
           MOVE TAB-ITM-NOME(WRK-I)      TO REG-ITM-NOME
           MOVE TAB-ITM-QTD(WRK-I)       TO REG-ITM-QTD
           MOVE TAB-ITM-PRECO(WRK-I)     TO REG-ITM-PRECO-UNIT
           MOVE TAB-ITM-ICMS(WRK-I)      TO REG-ITM-VLR-ICMS
           MOVE TAB-ITM-TOTAL(WRK-I)     TO REG-ITM-PRECO-TOTAL
           MOVE TAB-ITM-CATEGORIA(WRK-I) TO REG-ITM-CATEGORIA
           MOVE WRK-PDV                  TO REG-ITM-PDV
           MOVE WRK-FILIAL               TO REG-ITM-FILIAL
           MOVE TAB-ITM-PRODUTO(WRK-I)   TO REG-ITM-PRODUTO
           MOVE SPACE                    TO REG-ITM-MOTIVO
           WRITE REG-VENDA-ITEM
               INVALID KEY
                   CONTINUE
           END-WRITE
           ADD 1 TO WRK-QTD-LINHAS

           MOVE TAB-ITM-PRODUTO(WRK-I) TO CD-PRODUTO
           READ PRODUTO
               NOT INVALID KEY
                   COMPUTE QT-PRODUTO =
                       QT-PRODUTO - TAB-ITM-QTD(WRK-I)
                   REWRITE REG-PRODUTO
           END-READ
           MOVE WRK-FILIAL             TO EF-FILIAL
           MOVE TAB-ITM-PRODUTO(WRK-I) TO EF-PRODUTO
           READ ESTFIL
               NOT INVALID KEY
                   SUBTRACT TAB-ITM-QTD(WRK-I) FROM EF-QTD
                   REWRITE REG-ESTFIL
           END-READ
           MOVE TAB-ITM-QTD(WRK-I) TO WRK-LOTE-QTD-BAIXA
           PERFORM 0430-BAIXA-LOTES
           MOVE TAB-ITM-PRODUTO(WRK-I) TO WRK-MOV-PRODUTO
           COMPUTE WRK-MOV-QTD = ZEROS - TAB-ITM-QTD(WRK-I)
           MOVE WRK-VND-ID             TO WRK-MOV-DOC
           CALL 'SUBESTMV' USING WRK-MOV-PRODUTO WRK-MOV-TIPO
                                  WRK-MOV-QTD WRK-MOV-DOC
                                  WRK-OPERADOR
       .
       0430-BAIXA-LOTES            SECTION.
      **** COMO NO PDV SEM LOTE INFORMADO: BAIXA DOS LOTES A PARTIR
      **** DA VALIDADE DE HOJE; O QUE PASSAR DO SALDO DOS LOTES E
      **** ESTOQUE ANTIGO, SEM LOTE.
           IF NOT WRK-LOTES-OK
               GO TO 0430-FIM
           END-IF
           MOVE SPACE TO WRK-LOTE-EOF
           MOVE TAB-ITM-PRODUTO(WRK-I) TO LOT-PRODUTO
           MOVE WRK-DATA-SISTEMA       TO LOT-DT-VALIDADE
           MOVE LOW-VALUES             TO LOT-NR-LOTE
           START ESTLOTE KEY IS NOT LESS THAN LOT-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-LOTE-EOF
           END-START
           PERFORM UNTIL WRK-LOTE-EOF EQUAL 'F'
                   OR WRK-LOTE-QTD-BAIXA EQUAL ZEROS
               READ ESTLOTE NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-LOTE-EOF
                   NOT AT END
                       IF LOT-PRODUTO NOT EQUAL TAB-ITM-PRODUTO(WRK-I)
                           MOVE 'F' TO WRK-LOTE-EOF
                       ELSE
                           IF LOT-QT-SALDO > ZEROS
                               PERFORM 0435-BAIXA-UM-LOTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       0430-FIM.
           EXIT.
       0435-BAIXA-UM-LOTE          SECTION.
           IF LOT-QT-SALDO < WRK-LOTE-QTD-BAIXA
               MOVE LOT-QT-SALDO       TO WRK-LOTE-QTD-LOTE
           ELSE
               MOVE WRK-LOTE-QTD-BAIXA TO WRK-LOTE-QTD-LOTE
           END-IF
           SUBTRACT WRK-LOTE-QTD-LOTE FROM LOT-QT-SALDO
           SUBTRACT WRK-LOTE-QTD-LOTE FROM WRK-LOTE-QTD-BAIXA
           REWRITE REG-LOTE
       .
       0455-PROXIMO-NR-CUPOM       SECTION.
      **** A LOJA VIRTUAL TEM A SUA PROPRIA NUMERACAO NO NUMCUPOM.DAT,
      **** PELO PDV DELA, COMO QUALQUER TERMINAL.
           OPEN I-O NUMCUPOM
           IF WRK-FS-NUMCUPOM EQUAL '35'
               CLOSE NUMCUPOM
               OPEN OUTPUT NUMCUPOM
               CLOSE NUMCUPOM
               OPEN I-O NUMCUPOM
           END-IF
           MOVE WRK-PDV TO NC-PDV
           READ NUMCUPOM
               INVALID KEY
                   MOVE WRK-PDV TO NC-PDV
                   MOVE 1       TO NC-ULTIMO
                   WRITE REG-NUMCUPOM
               NOT INVALID KEY
                   ADD 1 TO NC-ULTIMO
                   REWRITE REG-NUMCUPOM
           END-READ
           MOVE NC-ULTIMO TO WRK-NR-CUPOM
           CLOSE NUMCUPOM
       .
       0457-SELA-LINHAS            SECTION.
      **** MESMO SELO ENCADEADO DO PROGVEND: PARTE DO SELO DA ULTIMA
      **** VENDA DO PDV DA LOJA VIRTUAL E PASSA PELA SUBSELO AS LINHAS
      **** JA GRAVADAS DA VENDA; O CABECALHO ENTRA POR ULTIMO.
           MOVE ZEROS TO WRK-SELO-ANT
           OPEN INPUT SELOPDV
           IF FS-OK IN WRK-FS-SELOPDV
               MOVE WRK-PDV TO SLP-PDV
               READ SELOPDV
                   NOT INVALID KEY
                       MOVE SLP-SELO TO WRK-SELO-ANT
               END-READ
               CLOSE SELOPDV
           END-IF
           MOVE WRK-SELO-ANT TO WRK-SELO
           MOVE SPACE TO WRK-SELO-EOF
           MOVE WRK-VND-ID TO REG-VND-ID
           MOVE ZEROS      TO REG-VND-SEQ
           START VENDAS KEY IS GREATER THAN REG-VND-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-SELO-EOF
           END-START
           PERFORM UNTIL WRK-SELO-EOF EQUAL 'F'
               READ VENDAS NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-SELO-EOF
                   NOT AT END
                       IF REG-ITM-ID NOT EQUAL WRK-VND-ID
                           MOVE 'F' TO WRK-SELO-EOF
                       ELSE
                           MOVE REG-VENDA-ITEM TO WRK-SELO-LINHA
                           CALL 'SUBSELO' USING WRK-SELO
                                WRK-SELO-LINHA
                       END-IF
               END-READ
           END-PERFORM
       .
       0458-SELA-CABECALHO         SECTION.
           MOVE REG-VENDA-CAB TO WRK-SELO-LINHA
           CALL 'SUBSELO' USING WRK-SELO WRK-SELO-LINHA
           MOVE 'S'          TO REG-VND-SELO
           MOVE WRK-SELO-ANT TO REG-VND-SELO-ANT
           MOVE WRK-SELO     TO REG-VND-SELO-VENDA
       .
       0459-GUARDA-SELO            SECTION.
           OPEN I-O SELOPDV
           IF WRK-FS-SELOPDV EQUAL '35'
               CLOSE SELOPDV
               OPEN OUTPUT SELOPDV
               CLOSE SELOPDV
               OPEN I-O SELOPDV
           END-IF
           MOVE WRK-PDV TO SLP-PDV
           READ SELOPDV
               INVALID KEY
                   MOVE WRK-SELO   TO SLP-SELO
                   MOVE WRK-VND-ID TO SLP-VND-ID
                   WRITE REG-SELOPDV
               NOT INVALID KEY
                   MOVE WRK-SELO   TO SLP-SELO
                   MOVE WRK-VND-ID TO SLP-VND-ID
                   REWRITE REG-SELOPDV
           END-READ
           CLOSE SELOPDV
       .
       0900-FECHA-ARQUIVOS         SECTION.
           CLOSE PEDWEB
           CLOSE REJWEB
           CLOSE WEBPED
           CLOSE VENDAS
           CLOSE PRODUTO
           CLOSE ESTFIL
           CLOSE ENTREGAS
           IF WRK-LOTES-OK
               CLOSE ESTLOTE
           END-IF
           MOVE WRK-CT-ACEITOS TO WRK-CT-FORM
           DISPLAY "PEDIDOS GRAVADOS........: " WRK-CT-FORM
           MOVE WRK-CT-RECUSADOS TO WRK-CT-FORM
           DISPLAY "PEDIDOS RECUSADOS.......: " WRK-CT-FORM
           MOVE WRK-CT-LINHAS-AVULSAS TO WRK-CT-FORM
           DISPLAY "LINHAS SEM PEDIDO.......: " WRK-CT-FORM
           IF WRK-CT-RECUSADOS > ZEROS OR WRK-CT-LINHAS-AVULSAS > ZEROS
               DISPLAY "CONFIRA O REJWEB.DAT."
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO RETURN-CODE
           END-IF
       .
       END PROGRAM PROGWEBI.
