      *==           FORNECEDOR CONTRA A DATA PROMETIDA.
      *== DATA: 02/09/2026
      *== OBSERVACOES:
      *== 15/10/2026: CADA RECEBIMENTO PEDE O CUSTO UNITARIO DA NOTA
      *==             DO FORNECEDOR, GRAVADO COMO CUSTO DA ULTIMA
      *==             ENTRADA (CU-PRODUTO), E RECALCULA O CUSTO MEDIO
      *==             PONDERADO (CM-PRODUTO) PELO ESTOQUE ANTERIOR E
      *==             PELA QUANTIDADE RECEBIDA. SEM ESTOQUE OU SEM
      *==             CUSTO MEDIO ANTERIOR, O CUSTO DA NOTA VIRA O
      *==             CUSTO MEDIO. CUSTO ZERADO = NOTA SEM CUSTO, O
      *==             CUSTO MEDIO FICA COMO ESTAVA.
      *== 15/10/2026: AO FIM DOS RECEBIMENTOS O PROGRAMA REGISTRA AS
      *==             NOTAS DOS FORNECEDORES QUE VIERAM COM A
      *==             MERCADORIA NO CONTAS A PAGAR (CTPAGAR.DAT,
      *==             LAYOUT NO COPYBOOK CTPAGFD): NUMERO DA NOTA,
      *==             FORNECEDOR, VALOR TOTAL E UM VENCIMENTO POR
      *==             PARCELA. O VALOR E DIVIDIDO IGUALMENTE ENTRE AS
      *==             PARCELAS (A SOBRA DOS CENTAVOS VAI NA ULTIMA).
      *==             A BAIXA E O AGING FICAM NO PROGPAGA.
      *== 15/10/2026: CONTROLE DE LOTE E VALIDADE: CADA RECEBIMENTO
      *==             PEDE O LOTE E A DATA DE VALIDADE DA MERCADORIA
      *==             E GRAVA O LOTE NO ESTLOTE.DAT (COPY LOTEFD),
      *==             COM A QUANTIDADE RECEBIDA COMO SALDO. PARA OS
      *==             PESADOS (UM-PRODUTO 'KG') O LOTE E OBRIGATORIO;
      *==             PARA OS DEMAIS, LOTE EM BRANCO = PRODUTO SEM
      *==             CONTROLE DE VALIDADE. O MESMO LOTE RECEBIDO DE
      *==             NOVO SOMA NO SALDO DO REGISTRO EXISTENTE.
      *== 15/10/2026: A MERCADORIA RECEBIDA ATENDE PRIMEIRO AS
      *==             ENCOMENDAS DE CLIENTE DO PRODUTO (ENCOMEND.DAT,
      *==             COPY ENCOMFD), NA ORDEM EM QUE FORAM FEITAS:
      *==             ENCOMENDA COBERTA PELA QUANTIDADE RECEBIDA FICA
      *==             RESERVADA ('R', FORA DA VENDA AVULSA DO
      *==             PROGVEND) COM A DATA DA CHEGADA, E O CLIENTE
      *==             ENTRA NA LISTA DE AVISO AVISOENC.DAT (NOME E
      *==             TELEFONE DO CADASTRO CLIENTE) PARA SER CHAMADO
      *==             A RETIRAR.
      *-----------------------------------------------------------------

      *=================================================================
               ALTERNATE RECORD KEY IS EA-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-PRODUTO.
           SELECT FORNECEDOR ASSIGN TO "FORNECED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-FORNECEDOR
               FILE STATUS IS WRK-FS-FORNECEDOR.
           SELECT CTPAGAR ASSIGN TO "CTPAGAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPG-CHAVE
               FILE STATUS IS WRK-FS-CTPAGAR.
           SELECT ESTLOTE ASSIGN TO "ESTLOTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CHAVE
               FILE STATUS IS WRK-FS-ESTLOTE.
           SELECT ENCOMEND ASSIGN TO "ENCOMEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENC-NUMERO
               ALTERNATE RECORD KEY IS ENC-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-ENCOMEND.
           SELECT CLIENTE ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CLIENTE
               FILE STATUS IS WRK-FS-CLIENTE.
           SELECT AVISOENC ASSIGN TO "AVISOENC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AVISOENC.
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

       FD  CTPAGAR.
       COPY CTPAGFD.

       FD  ESTLOTE.
       COPY LOTEFD.

       FD  ENCOMEND.
       COPY ENCOMFD.

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

       FD  AVISOENC.
       01  REG-AVISOENC              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PEDLINHA==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PRODUTO==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-FORNECEDOR==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-CTPAGAR==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-ESTLOTE==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-ENCOMEND==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-CLIENTE==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-AVISOENC==.

       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-FIL-FORNECEDOR        PIC 9(04)       VALUE ZEROS.
       77 WRK-DT-PEDIDO             PIC 9(08)       VALUE ZEROS.
       77 WRK-CD-PROD-RECEB         PIC 9(06)       VALUE ZEROS.
       77 WRK-QTD-RECEBIDA          PIC 9(06)V999   VALUE ZEROS.
       77 WRK-CUSTO-NOTA            PIC 9(06)       VALUE ZEROS.
       77 WRK-QT-ANTERIOR           PIC 9(06)V999   VALUE ZEROS.
       77 WRK-CM-ANTERIOR           PIC 9(06)V99    VALUE ZEROS.
       77 WRK-DT-RECEBIMENTO        PIC 9(08)       VALUE ZEROS.
       77 WRK-SALDO-LINHA           PIC S9(07)V999  VALUE ZEROS.
       77 WRK-CT-ABERTAS            PIC 9(05)       VALUE ZEROS.
       77 WRK-MOV-QTD               PIC S9(06)V999  VALUE ZEROS.
       77 WRK-MOV-DOC               PIC X(14)       VALUE SPACES.
       77 WRK-MOV-OPER              PIC X(10)       VALUE 'PROGRECB'.
       77 WRK-ULT-FORNECEDOR        PIC 9(04)       VALUE ZEROS.
       77 WRK-ULT-PEDIDO            PIC 9(08)       VALUE ZEROS.
       77 WRK-NOTA-FIM              PIC X(01)       VALUE 'N'.
           88 WRK-FIM-NOTAS                         VALUE 'S'.
       77 WRK-NR-NOTA               PIC 9(09)       VALUE ZEROS.
       77 WRK-NOTA-FORNECEDOR       PIC 9(04)       VALUE ZEROS.
       77 WRK-NOTA-EMISSAO          PIC 9(08)       VALUE ZEROS.
       77 WRK-NOTA-VALOR            PIC 9(08)       VALUE ZEROS.
       77 WRK-NOTA-PARCELAS         PIC 9(02)       VALUE ZEROS.
       77 WRK-NOTA-PARC-VALOR       PIC 9(08)       VALUE ZEROS.
       77 WRK-NOTA-ACUMULADO        PIC 9(08)       VALUE ZEROS.
       77 WRK-NOTA-VENC             PIC 9(08)       VALUE ZEROS.
       77 WRK-K                     PIC 9(02)       VALUE ZEROS.
       77 WRK-CT-NOTAS              PIC 9(05)       VALUE ZEROS.
       77 WRK-FORN-ABERTO           PIC X(02)       VALUE SPACES.
           88 WRK-FORN-OK                           VALUE '00'.
       77 WRK-VALOR-FORM            PIC ZZZ.ZZ9,99  VALUE ZEROS.
       77 WRK-NR-LOTE               PIC X(15)       VALUE SPACES.
       77 WRK-DT-VALIDADE           PIC 9(08)       VALUE ZEROS.
       77 WRK-CT-LOTES              PIC 9(05)       VALUE ZEROS.
       77 WRK-ENCOMEND-ABERTO       PIC X(02)       VALUE SPACES.
           88 WRK-ENCOMEND-OK                       VALUE '00'.
       77 WRK-CLIENTE-ABERTO        PIC X(02)       VALUE SPACES.
           88 WRK-CLIENTE-OK                        VALUE '00'.
       77 WRK-AVISOENC-ABERTO       PIC X(02)       VALUE SPACES.
           88 WRK-AVISOENC-OK                       VALUE '00'.
       77 WRK-EOF-ENC               PIC X(01)       VALUE SPACE.
       77 WRK-QTD-A-RESERVAR        PIC 9(06)V999   VALUE ZEROS.
       77 WRK-CT-RESERVAS           PIC 9(05)       VALUE ZEROS.
       77 WRK-AVISO-NOME            PIC X(40)       VALUE SPACES.
       77 WRK-AVISO-TELEFONE        PIC X(15)       VALUE SPACES.
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           ELSE
               PERFORM 0300-RECEBE-LINHAS
           END-IF
           IF WRK-CT-RECEBIDAS > ZEROS
               PERFORM 0400-REGISTRA-NOTAS
           END-IF
           PERFORM 0900-FECHA-ARQUIVOS
           STOP RUN.

               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O ESTLOTE
           IF WRK-FS-ESTLOTE EQUAL '35'
               CLOSE ESTLOTE
               OPEN OUTPUT ESTLOTE
               CLOSE ESTLOTE
               OPEN I-O ESTLOTE
           END-IF
           IF NOT FS-OK IN WRK-FS-ESTLOTE
               DISPLAY "ERRO AO ABRIR O ARQUIVO ESTLOTE. FS="
                       WRK-FS-ESTLOTE
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGRECB  '
                    'ESTLOTE   ' WRK-FS-ESTLOTE
               CLOSE PEDLINHA
               CLOSE PRODUTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      **** ENCOMENDAS DE CLIENTE SAO OPCIONAIS: SEM O ARQUIVO NAO HA
      **** O QUE RESERVAR. O CADASTRO CLIENTE SO DA NOME E TELEFONE
      **** PARA O AVISO.
           OPEN I-O ENCOMEND
           MOVE WRK-FS-ENCOMEND TO WRK-ENCOMEND-ABERTO
           IF NOT FS-OK IN WRK-FS-ENCOMEND
              AND WRK-FS-ENCOMEND NOT EQUAL '35'
               DISPLAY "AVISO: ARQUIVO ENCOMEND NAO ABERTO. FS="
                       WRK-FS-ENCOMEND ". NADA SERA RESERVADO."
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGRECB  '
                    'ENCOMEND  ' WRK-FS-ENCOMEND
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WRK-ENCOMEND-OK
               OPEN INPUT CLIENTE
               MOVE WRK-FS-CLIENTE TO WRK-CLIENTE-ABERTO
               OPEN EXTEND AVISOENC
               IF WRK-FS-AVISOENC EQUAL '35'
                   CLOSE AVISOENC
                   OPEN OUTPUT AVISOENC
               END-IF
               MOVE WRK-FS-AVISOENC TO WRK-AVISOENC-ABERTO
               IF NOT WRK-AVISOENC-OK
                   DISPLAY "AVISO: LISTA AVISOENC NAO ABERTA. FS="
                           WRK-FS-AVISOENC
                   CALL 'SUBERRLOG' USING BY CONTENT 'PROGRECB  '
                        'AVISOENC  ' WRK-FS-AVISOENC
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
       .
       0200-LISTA-ABERTAS          SECTION.
           MOVE ZEROS TO WRK-CT-ABERTAS
           IF WRK-DT-RECEBIMENTO EQUAL ZEROS
               MOVE WRK-DATA-SISTEMA TO WRK-DT-RECEBIMENTO
           END-IF
           DISPLAY "CUSTO UNITARIO DA NOTA (ZEROS = SEM CUSTO): "
           ACCEPT WRK-CUSTO-NOTA

           ADD WRK-QTD-RECEBIDA   TO PED-QTD-RECEBIDA
           MOVE WRK-DT-RECEBIMENTO TO PED-DT-ULT-RECEB
           END-IF
           REWRITE REG-PEDLINHA
           ADD 1 TO WRK-CT-RECEBIDAS
           MOVE PED-FORNECEDOR TO WRK-ULT-FORNECEDOR
           MOVE PED-DATA       TO WRK-ULT-PEDIDO

           MOVE PED-PRODUTO TO CD-PRODUTO
           READ PRODUTO
                   DISPLAY "PRODUTO SEM CADASTRO. ESTOQUE NAO "
                           "ATUALIZADO."
               NOT INVALID KEY
                   MOVE QT-PRODUTO TO WRK-QT-ANTERIOR
                   MOVE CM-PRODUTO TO WRK-CM-ANTERIOR
                   ADD WRK-QTD-RECEBIDA TO QT-PRODUTO
                   IF WRK-CUSTO-NOTA > ZEROS
                       PERFORM 0330-CALCULA-CUSTO-MEDIO
                   END-IF
                   REWRITE REG-PRODUTO
                   MOVE WRK-QTD-RECEBIDA TO WRK-MOV-QTD
                   MOVE SPACES TO WRK-MOV-DOC
                   END-STRING
                   CALL 'SUBESTMV' USING CD-PRODUTO WRK-MOV-TIPO
                        WRK-MOV-QTD WRK-MOV-DOC WRK-MOV-OPER
                   PERFORM 0340-REGISTRA-LOTE
                   PERFORM 0350-RESERVA-ENCOMENDAS
           END-READ
       0320-FIM.
           EXIT.
       0330-CALCULA-CUSTO-MEDIO    SECTION.
      **** MEDIA PONDERADA: (ESTOQUE ANTERIOR X CUSTO MEDIO ANTERIOR +
      **** QUANTIDADE RECEBIDA X CUSTO DA NOTA) / ESTOQUE NOVO.
           MOVE WRK-CUSTO-NOTA TO CU-PRODUTO
           IF WRK-QT-ANTERIOR EQUAL ZEROS
              OR WRK-CM-ANTERIOR EQUAL ZEROS
               MOVE WRK-CUSTO-NOTA TO CM-PRODUTO
           ELSE
               COMPUTE CM-PRODUTO ROUNDED =
                   (WRK-QT-ANTERIOR * WRK-CM-ANTERIOR
                    + WRK-QTD-RECEBIDA * WRK-CUSTO-NOTA)
                   / QT-PRODUTO
           END-IF
           DISPLAY "CUSTO MEDIO DE " WRK-CM-ANTERIOR
                   " PARA " CM-PRODUTO
       .
       0340-REGISTRA-LOTE          SECTION.
      **** LOTE E VALIDADE DA MERCADORIA RECEBIDA. O PESADO ('KG') E
      **** PERECIVEL POR DEFINICAO E NAO ENTRA SEM LOTE.
           DISPLAY "LOTE DA MERCADORIA (BRANCO = SEM CONTROLE DE "
                   "VALIDADE): "
           ACCEPT WRK-NR-LOTE
           PERFORM UNTIL WRK-NR-LOTE NOT EQUAL SPACES
                   OR UM-PRODUTO NOT EQUAL 'KG'
               DISPLAY "PRODUTO PESADO EXIGE LOTE. INFORME O LOTE: "
               ACCEPT WRK-NR-LOTE
           END-PERFORM
           IF WRK-NR-LOTE EQUAL SPACES
               GO TO 0340-FIM
           END-IF
           DISPLAY "VALIDADE DO LOTE AAAAMMDD: "
           ACCEPT WRK-DT-VALIDADE
           PERFORM UNTIL WRK-DT-VALIDADE NUMERIC
                   AND WRK-DT-VALIDADE > WRK-DT-RECEBIMENTO
               DISPLAY "VALIDADE INVALIDA. INFORME AAAAMMDD POSTERIOR "
                       "AO RECEBIMENTO: "
               ACCEPT WRK-DT-VALIDADE
           END-PERFORM

           MOVE PED-PRODUTO     TO LOT-PRODUTO
           MOVE WRK-DT-VALIDADE TO LOT-DT-VALIDADE
           MOVE WRK-NR-LOTE     TO LOT-NR-LOTE
           READ ESTLOTE
               INVALID KEY
                   MOVE WRK-DT-RECEBIMENTO TO LOT-DT-RECEBIMENTO
                   MOVE PED-FORNECEDOR     TO LOT-FORNECEDOR
                   MOVE PED-DATA           TO LOT-PED-DATA
                   MOVE WRK-QTD-RECEBIDA   TO LOT-QT-RECEBIDA
                   MOVE WRK-QTD-RECEBIDA   TO LOT-QT-SALDO
                   WRITE REG-LOTE
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O LOTE. FS="
                                   WRK-FS-ESTLOTE
                       NOT INVALID KEY
                           ADD 1 TO WRK-CT-LOTES
                           DISPLAY "LOTE " WRK-NR-LOTE
                                   " REGISTRADO, VALIDADE "
                                   WRK-DT-VALIDADE
                   END-WRITE
               NOT INVALID KEY
                   ADD WRK-QTD-RECEBIDA    TO LOT-QT-RECEBIDA
                   ADD WRK-QTD-RECEBIDA    TO LOT-QT-SALDO
                   MOVE WRK-DT-RECEBIMENTO TO LOT-DT-RECEBIMENTO
                   REWRITE REG-LOTE
                   MOVE LOT-QT-SALDO TO WRK-QTD-FORM
                   DISPLAY "LOTE " WRK-NR-LOTE " JA EXISTIA. SALDO "
                           "DO LOTE: " WRK-QTD-FORM
           END-READ
       0340-FIM.
           EXIT.
       0350-RESERVA-ENCOMENDAS     SECTION.
      **** A ENTRADA ATENDE AS ENCOMENDAS 'A' DO PRODUTO NA ORDEM DA
      **** CHAVE ALTERNATIVA (ORDEM DE GRAVACAO). SO RESERVA A
      **** ENCOMENDA INTEIRA; A QUE NAO COUBER NO QUE SOBROU ESPERA A
      **** PROXIMA ENTRADA.
           IF NOT WRK-ENCOMEND-OK
               GO TO 0350-FIM
           END-IF
           MOVE WRK-QTD-RECEBIDA TO WRK-QTD-A-RESERVAR
           MOVE SPACE       TO WRK-EOF-ENC
           MOVE PED-PRODUTO TO ENC-PRODUTO
           START ENCOMEND KEY IS EQUAL TO ENC-PRODUTO
               INVALID KEY
                   MOVE 'F' TO WRK-EOF-ENC
           END-START
           PERFORM UNTIL WRK-EOF-ENC EQUAL 'F'
                   OR WRK-QTD-A-RESERVAR EQUAL ZEROS
               READ ENCOMEND NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF-ENC
                   NOT AT END
                       IF ENC-PRODUTO NOT EQUAL PED-PRODUTO
                           MOVE 'F' TO WRK-EOF-ENC
                       ELSE
                           IF ENC-AGUARDANDO
                              AND ENC-QTD NOT > WRK-QTD-A-RESERVAR
                               PERFORM 0360-RESERVA-UMA-ENCOMENDA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       0350-FIM.
           EXIT.
       0360-RESERVA-UMA-ENCOMENDA  SECTION.
           SUBTRACT ENC-QTD FROM WRK-QTD-A-RESERVAR
           MOVE 'R'                TO ENC-STATUS
           MOVE WRK-DT-RECEBIMENTO TO ENC-DT-CHEGADA
           REWRITE REG-ENCOMENDA
           ADD 1 TO WRK-CT-RESERVAS

           MOVE "(CLIENTE SEM CADASTRO)" TO WRK-AVISO-NOME
           MOVE SPACES TO WRK-AVISO-TELEFONE
           IF WRK-CLIENTE-OK
               MOVE ENC-CLIENTE TO CD-CLIENTE
               READ CLIENTE
                   NOT INVALID KEY
                       MOVE NM-CLIENTE  TO WRK-AVISO-NOME
                       MOVE NR-TELEFONE TO WRK-AVISO-TELEFONE
               END-READ
           END-IF
           MOVE ENC-QTD TO WRK-QTD-FORM
           DISPLAY "ENCOMENDA " ENC-NUMERO " RESERVADA: "
                   WRK-QTD-FORM ". AVISAR O CLIENTE " ENC-CLIENTE
                   " - " WRK-AVISO-NOME " TEL " WRK-AVISO-TELEFONE
           IF WRK-AVISOENC-OK
               MOVE SPACES TO REG-AVISOENC
               STRING WRK-DT-RECEBIMENTO DELIMITED BY SIZE
                      " ENC "            DELIMITED BY SIZE
                      ENC-NUMERO         DELIMITED BY SIZE
                      " CLIENTE "        DELIMITED BY SIZE
                      ENC-CLIENTE        DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      WRK-AVISO-NOME     DELIMITED BY SIZE
                      " TEL "            DELIMITED BY SIZE
                      WRK-AVISO-TELEFONE DELIMITED BY SIZE
                      " PROD "           DELIMITED BY SIZE
                      ENC-PRODUTO        DELIMITED BY SIZE
                      " QTD "            DELIMITED BY SIZE
                      WRK-QTD-FORM       DELIMITED BY SIZE
                   INTO REG-AVISOENC
               END-STRING
               WRITE REG-AVISOENC
           END-IF
       .
       0400-REGISTRA-NOTAS         SECTION.
      **** AS NOTAS QUE VIERAM COM A MERCADORIA ENTRAM NO CONTAS A
      **** PAGAR. UMA NOTA PODE COBRIR VARIAS LINHAS DE PEDIDO, ENTAO
      **** O REGISTRO E FEITO UMA VEZ, DEPOIS DE TODOS OS RECEBIMENTOS.
           OPEN I-O CTPAGAR
           IF WRK-FS-CTPAGAR EQUAL '35'
               CLOSE CTPAGAR
               OPEN OUTPUT CTPAGAR
               CLOSE CTPAGAR
               OPEN I-O CTPAGAR
           END-IF
           IF NOT FS-OK IN WRK-FS-CTPAGAR
               DISPLAY "ERRO AO ABRIR O ARQUIVO CTPAGAR. FS="
                       WRK-FS-CTPAGAR ". NOTAS NAO REGISTRADAS."
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGRECB  '
                    'CTPAGAR   ' WRK-FS-CTPAGAR
               MOVE 8 TO RETURN-CODE
               GO TO 0400-FIM
           END-IF
           OPEN INPUT FORNECEDOR
           MOVE WRK-FS-FORNECEDOR TO WRK-FORN-ABERTO

           MOVE 'N' TO WRK-NOTA-FIM
           PERFORM UNTIL WRK-FIM-NOTAS
               DISPLAY "NUMERO DA NOTA DO FORNECEDOR (ZEROS = FIM): "
               ACCEPT WRK-NR-NOTA
               IF WRK-NR-NOTA EQUAL ZEROS
                   MOVE 'S' TO WRK-NOTA-FIM
               ELSE
                   PERFORM 0410-REGISTRA-UMA-NOTA
               END-IF
           END-PERFORM

           CLOSE CTPAGAR
           IF WRK-FORN-OK
               CLOSE FORNECEDOR
           END-IF
       0400-FIM.
           EXIT.
       0410-REGISTRA-UMA-NOTA      SECTION.
           DISPLAY "FORNECEDOR DA NOTA (ZEROS = "
                   WRK-ULT-FORNECEDOR "): "
           ACCEPT WRK-NOTA-FORNECEDOR
           IF WRK-NOTA-FORNECEDOR EQUAL ZEROS
               MOVE WRK-ULT-FORNECEDOR TO WRK-NOTA-FORNECEDOR
           END-IF
           IF WRK-FORN-OK
               MOVE WRK-NOTA-FORNECEDOR TO CD-FORNECEDOR
               READ FORNECEDOR
                   INVALID KEY
                       DISPLAY "FORNECEDOR NAO CADASTRADO. NOTA NAO "
                               "REGISTRADA."
                       GO TO 0410-FIM
               END-READ
           END-IF

           MOVE WRK-NOTA-FORNECEDOR TO CPG-FORNECEDOR
           MOVE WRK-NR-NOTA         TO CPG-NR-NOTA
           MOVE 1                   TO CPG-PARCELA
           READ CTPAGAR
               NOT INVALID KEY
                   DISPLAY "NOTA " WRK-NR-NOTA " DO FORNECEDOR "
                           WRK-NOTA-FORNECEDOR " JA REGISTRADA."
                   GO TO 0410-FIM
           END-READ

           DISPLAY "DATA DE EMISSAO AAAAMMDD (ZEROS = HOJE): "
           ACCEPT WRK-NOTA-EMISSAO
           IF WRK-NOTA-EMISSAO EQUAL ZEROS
               MOVE WRK-DATA-SISTEMA TO WRK-NOTA-EMISSAO
           END-IF
           DISPLAY "VALOR TOTAL DA NOTA: "
           ACCEPT WRK-NOTA-VALOR
           IF WRK-NOTA-VALOR EQUAL ZEROS
               DISPLAY "NOTA SEM VALOR. NAO REGISTRADA."
               GO TO 0410-FIM
           END-IF
           DISPLAY "QUANTIDADE DE PARCELAS (1 A 12): "
           ACCEPT WRK-NOTA-PARCELAS
           IF WRK-NOTA-PARCELAS EQUAL ZEROS
               MOVE 1 TO WRK-NOTA-PARCELAS
           END-IF
           IF WRK-NOTA-PARCELAS > 12
               MOVE 12 TO WRK-NOTA-PARCELAS
           END-IF

           COMPUTE WRK-NOTA-PARC-VALOR =
               WRK-NOTA-VALOR / WRK-NOTA-PARCELAS
           MOVE ZEROS TO WRK-NOTA-ACUMULADO
           PERFORM VARYING WRK-K FROM 1 BY 1
                   UNTIL WRK-K > WRK-NOTA-PARCELAS
               PERFORM 0420-GRAVA-PARCELA
           END-PERFORM
           ADD 1 TO WRK-CT-NOTAS
           DISPLAY "NOTA " WRK-NR-NOTA " REGISTRADA NO CONTAS A "
                   "PAGAR EM " WRK-NOTA-PARCELAS " PARCELA(S)."
       0410-FIM.
           EXIT.
       0420-GRAVA-PARCELA          SECTION.
           DISPLAY "VENCIMENTO DA PARCELA " WRK-K " (AAAAMMDD): "
           ACCEPT WRK-NOTA-VENC
           PERFORM UNTIL WRK-NOTA-VENC NUMERIC
                   AND WRK-NOTA-VENC >= WRK-NOTA-EMISSAO
               DISPLAY "VENCIMENTO INVALIDO. INFORME AAAAMMDD A "
                       "PARTIR DA EMISSAO: "
               ACCEPT WRK-NOTA-VENC
           END-PERFORM

           INITIALIZE REG-CTPAGAR
           MOVE WRK-NOTA-FORNECEDOR TO CPG-FORNECEDOR
           MOVE WRK-NR-NOTA         TO CPG-NR-NOTA
           MOVE WRK-K               TO CPG-PARCELA
           IF WRK-K EQUAL WRK-NOTA-PARCELAS
               COMPUTE CPG-VALOR =
                   WRK-NOTA-VALOR - WRK-NOTA-ACUMULADO
           ELSE
               MOVE WRK-NOTA-PARC-VALOR TO CPG-VALOR
           END-IF
           ADD CPG-VALOR TO WRK-NOTA-ACUMULADO
           MOVE WRK-NOTA-EMISSAO    TO CPG-DT-EMISSAO
           MOVE WRK-NOTA-VENC       TO CPG-DT-VENCIMENTO
           MOVE WRK-ULT-PEDIDO      TO CPG-PED-DATA
           MOVE 'A'                 TO CPG-STATUS
           MOVE WRK-MOV-OPER        TO CPG-OPERADOR
           WRITE REG-CTPAGAR
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A PARCELA " WRK-K
                           ". FS=" WRK-FS-CTPAGAR
               NOT INVALID KEY
                   MOVE CPG-VALOR TO WRK-VALOR-FORM
                   DISPLAY "PARCELA " WRK-K " VALOR " WRK-VALOR-FORM
                           " VENCE EM " WRK-NOTA-VENC
           END-WRITE
       .
       0900-FECHA-ARQUIVOS         SECTION.
           CLOSE PEDLINHA
           CLOSE PRODUTO
           CLOSE ESTLOTE
           IF WRK-ENCOMEND-OK
               CLOSE ENCOMEND
           END-IF
           IF WRK-CLIENTE-OK
               CLOSE CLIENTE
           END-IF
           IF WRK-AVISOENC-OK
               CLOSE AVISOENC
           END-IF
           DISPLAY "RECEBIMENTOS LANCADOS: " WRK-CT-RECEBIDAS
           DISPLAY "LOTES NOVOS REGISTRADOS: " WRK-CT-LOTES
           DISPLAY "NOTAS NO CONTAS A PAGAR: " WRK-CT-NOTAS
           DISPLAY "ENCOMENDAS RESERVADAS: " WRK-CT-RESERVAS
           IF WRK-CT-RESERVAS > ZEROS
               DISPLAY "CLIENTES A AVISAR LISTADOS EM AVISOENC.DAT."
           END-IF
       .
       END PROGRAM PROGRECB.
