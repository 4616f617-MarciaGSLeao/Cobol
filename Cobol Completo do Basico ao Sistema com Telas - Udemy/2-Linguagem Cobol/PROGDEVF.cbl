       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGDEVF.
      *-----------------------------------------------------------------
      *== AUTOR: MARCIA GAMELEIRA
      *== OBJETIVO: DEVOLUCAO DE MERCADORIA AO FORNECEDOR (DEFEITO OU
      *==           PRODUTO ERRADO). PARTE DA LINHA DO PEDIDO DE
      *==           COMPRA RECEBIDA (PEDLINHA.DAT, CHAVE DATA DO
      *==           PEDIDO + PRODUTO) E, PARA A QUANTIDADE DEVOLVIDA:
      *==           - TIRA DO RECEBIDO DA LINHA (SE O FORNECEDOR VAI
      *==             REPOR, A LINHA COMPLETA VOLTA A FICAR EM ABERTO
      *==             PARA O PROGRECB RECEBER A REPOSICAO);
      *==           - BAIXA O QT-PRODUTO, AJUSTA O CUSTO MEDIO E LANCA
      *==             O MOVIMENTO NO ESTMOV.DAT (SUBESTMV, TIPO 'DF',
      *==             DOCUMENTO "DF-" + DATA DO PEDIDO, NO MESMO MOLDE
      *==             DO "PC-" DO RECEBIMENTO);
      *==           - GRAVA NO CTPAGAR.DAT UM DEBITO CONTRA A NOTA DO
      *==             FORNECEDOR (STATUS 'D', PARCELA 90 A 99), QUE O
      *==             PROGPAGA ABATE NO PROXIMO PAGAMENTO;
      *==           - GRAVA O DOCUMENTO DE DEVOLUCAO PARA O MOTORISTA
      *==             EM DEVF-<NUMERO>.DAT, COM CAMPOS DE ASSINATURA.
      *==           O NUMERO DA DEVOLUCAO E A DATA + HORA DO LANCAMENTO.
      *== DATA: 15/10/2026
      *== OBSERVACOES:
      *== 15/10/2026: A DEVOLUCAO BAIXA TAMBEM O SALDO DO LOTE NO
      *==             ESTLOTE.DAT QUANDO O PRODUTO TEM LOTE EM SALDO,
      *==             COMO O PROGPERD: O CONFERENTE INFORMA O LOTE
      *==             DEVOLVIDO OU, EM BRANCO, A BAIXA SAI PRIMEIRO DOS
      *==             LOTES QUE VIERAM COM ESTE PEDIDO E DEPOIS DOS
      *==             DEMAIS, NA ORDEM DE VENCIMENTO. O LOTE SAI NO
      *==             DOCUMENTO DO MOTORISTA.
      *-----------------------------------------------------------------

      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *=================================================================
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDLINHA ASSIGN TO "PEDLINHA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-CHAVE
               FILE STATUS IS WRK-FS-PEDLINHA.
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
           SELECT DOCDEVF ASSIGN TO DYNAMIC WRK-NOME-DOCDEVF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DOCDEVF.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD  PEDLINHA.
       01  REG-PEDLINHA.
           03  PED-CHAVE.
               05  PED-DATA          PIC 9(08).
               05  PED-PRODUTO       PIC 9(06).
           03  PED-FORNECEDOR        PIC 9(04).
           03  PED-QTD-PEDIDA        PIC 9(06).
           03  PED-QTD-RECEBIDA      PIC 9(06)V999.
           03  PED-DT-PROMETIDA      PIC 9(08).
           03  PED-DT-ULT-RECEB      PIC 9(08).
           03  PED-STATUS            PIC X(01).

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

       FD  DOCDEVF.
       01  REG-DOCDEVF               PIC X(80).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PEDLINHA==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PRODUTO==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-FORNECEDOR==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-CTPAGAR==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-ESTLOTE==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-DOCDEVF==.

       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-OPERADOR              PIC X(10)       VALUE SPACES.
       77 WRK-DATA-SISTEMA          PIC 9(08)       VALUE ZEROS.
       77 WRK-HORA-SISTEMA          PIC 9(08)       VALUE ZEROS.
       77 WRK-DT-PEDIDO             PIC 9(08)       VALUE ZEROS.
       77 WRK-CD-PROD-DEVOL         PIC 9(06)       VALUE ZEROS.
       77 WRK-CONTINUA              PIC X(01)       VALUE 'S'.
           88 WRK-FIM-DEVOLUCAO                     VALUE 'N'.
       77 WRK-FORN-ABERTO           PIC X(02)       VALUE SPACES.
           88 WRK-FORN-OK                           VALUE '00'.
       77 WRK-CTPAG-ABERTO          PIC X(02)       VALUE SPACES.
           88 WRK-CTPAG-OK                          VALUE '00'.
       77 WRK-LOTES-ABERTO          PIC X(02)       VALUE SPACES.
           88 WRK-LOTES-OK                          VALUE '00'.

      *==  DADOS DA DEVOLUCAO EM CURSO.
       01  WRK-DEVOLUCAO.
           03  WRK-DEV-ID.
               05  WRK-DEV-DATA      PIC 9(08).
               05  WRK-DEV-HORA      PIC 9(06).
           03  WRK-DEV-QTD           PIC 9(06)V999.
           03  WRK-DEV-CUSTO         PIC 9(06).
           03  WRK-DEV-VALOR         PIC 9(08).
           03  WRK-DEV-MOTIVO        PIC X(40).
           03  WRK-DEV-REPOE         PIC X(01).
               88 WRK-DEV-COM-REPOSICAO             VALUE 'S'.
           03  WRK-DEV-NOTA          PIC 9(09).
           03  WRK-DEV-PARCELA       PIC 9(03).
           03  WRK-DEV-DEBITO        PIC X(01).
               88 WRK-DEV-DEBITO-GRAVADO            VALUE 'S'.
           03  WRK-DEV-LOTE          PIC X(15).
           03  WRK-DEV-LOTE-VALID    PIC 9(08).
           03  WRK-DEV-LOTE-SALDO    PIC 9(06)V999.
       77 WRK-LOTE-CT               PIC 9(04)       VALUE ZEROS.
       77 WRK-LOTE-PASSO            PIC 9(01)       VALUE ZEROS.
       77 WRK-LOTE-QTD-BAIXA        PIC 9(06)V999   VALUE ZEROS.
       77 WRK-LOTE-QTD-LOTE         PIC 9(06)V999   VALUE ZEROS.
       77 WRK-LOTE-PRIMEIRO         PIC X(15)       VALUE SPACES.
       77 WRK-LOTE-ORIGEM           PIC X(16)       VALUE SPACES.
       77 WRK-NOTA-ACHADA           PIC 9(09)       VALUE ZEROS.
       77 WRK-QT-ANTERIOR           PIC 9(06)V999   VALUE ZEROS.
       77 WRK-CM-ANTERIOR           PIC 9(06)V99    VALUE ZEROS.
       77 WRK-CM-NOVO               PIC S9(08)V99   VALUE ZEROS.
       77 WRK-NM-FORNECEDOR         PIC X(30)       VALUE SPACES.
       77 WRK-NOME-DOCDEVF          PIC X(30)       VALUE SPACES.
       77 WRK-CT-DEVOLUCOES         PIC 9(05)       VALUE ZEROS.
       77 WRK-MOV-TIPO              PIC X(02)       VALUE 'DF'.
       77 WRK-MOV-QTD               PIC S9(06)V999  VALUE ZEROS.
       77 WRK-MOV-DOC               PIC X(14)       VALUE SPACES.
       77 WRK-MOV-OPER              PIC X(10)       VALUE 'PROGDEVF'.
       77 WRK-QTD-FORM              PIC ZZZ.ZZ9,999 VALUE ZEROS.
       77 WRK-VALOR-FORM            PIC ZZZ.ZZ9,99  VALUE ZEROS.
       77 WRK-CUSTO-FORM            PIC ZZZ.ZZ9,99  VALUE ZEROS.
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY "CODIGO DO OPERADOR: "
           ACCEPT WRK-OPERADOR
           PERFORM 0100-ABRE-ARQUIVOS

           PERFORM UNTIL WRK-FIM-DEVOLUCAO
               DISPLAY "DATA DO PEDIDO AAAAMMDD (ZEROS = FIM): "
               ACCEPT WRK-DT-PEDIDO
               IF WRK-DT-PEDIDO EQUAL ZEROS
                   MOVE 'N' TO WRK-CONTINUA
               ELSE
                   DISPLAY "CODIGO DO PRODUTO: "
                   ACCEPT WRK-CD-PROD-DEVOL
                   PERFORM 0200-DEVOLVE-LINHA
               END-IF
           END-PERFORM

           PERFORM 0900-FECHA-ARQUIVOS
           STOP RUN.

       0100-ABRE-ARQUIVOS          SECTION.
           OPEN I-O PEDLINHA
           IF WRK-FS-PEDLINHA EQUAL '35'
               DISPLAY "NENHUM PEDIDO DE COMPRA GERADO AINDA."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT FS-OK IN WRK-FS-PEDLINHA
               DISPLAY "ERRO AO ABRIR O ARQUIVO PEDLINHA. FS="
                       WRK-FS-PEDLINHA
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGDEVF  '
                    'PEDLINHA  ' WRK-FS-PEDLINHA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O PRODUTO
           IF NOT FS-OK IN WRK-FS-PRODUTO
               DISPLAY "ERRO AO ABRIR O ARQUIVO PRODUTO. FS="
                       WRK-FS-PRODUTO
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGDEVF  '
                    'PRODUTO   ' WRK-FS-PRODUTO
               CLOSE PEDLINHA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O CTPAGAR
           IF WRK-FS-CTPAGAR EQUAL '35'
               CLOSE CTPAGAR
               OPEN OUTPUT CTPAGAR
               CLOSE CTPAGAR
               OPEN I-O CTPAGAR
           END-IF
           MOVE WRK-FS-CTPAGAR TO WRK-CTPAG-ABERTO
           IF NOT WRK-CTPAG-OK
               DISPLAY "ERRO AO ABRIR O ARQUIVO CTPAGAR. FS="
                       WRK-FS-CTPAGAR ". DEBITOS NAO SERAO GRAVADOS."
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGDEVF  '
                    'CTPAGAR   ' WRK-FS-CTPAGAR
               MOVE 8 TO RETURN-CODE
           END-IF

           OPEN INPUT FORNECEDOR
           MOVE WRK-FS-FORNECEDOR TO WRK-FORN-ABERTO

      **** SEM ESTLOTE.DAT NINGUEM TEM LOTE: A BAIXA SEGUE SEM ELE.
           OPEN I-O ESTLOTE
           MOVE WRK-FS-ESTLOTE TO WRK-LOTES-ABERTO
       .
       0200-DEVOLVE-LINHA          SECTION.
           MOVE WRK-DT-PEDIDO     TO PED-DATA
           MOVE WRK-CD-PROD-DEVOL TO PED-PRODUTO
           READ PEDLINHA
               INVALID KEY
                   DISPLAY "LINHA DE PEDIDO NAO ENCONTRADA."
                   GO TO 0200-FIM
           END-READ
           IF PED-QTD-RECEBIDA EQUAL ZEROS
               DISPLAY "NADA RECEBIDO NESTA LINHA. NAO HA O QUE "
                       "DEVOLVER."
               GO TO 0200-FIM
           END-IF

           MOVE PED-PRODUTO TO CD-PRODUTO
           READ PRODUTO
               INVALID KEY
                   DISPLAY "PRODUTO SEM CADASTRO. DEVOLUCAO NAO "
                           "LANCADA."
                   GO TO 0200-FIM
           END-READ

           MOVE PED-QTD-RECEBIDA TO WRK-QTD-FORM
           DISPLAY "PRODUTO " CD-PRODUTO " - " DS-PRODUTO
           DISPLAY "RECEBIDO NA LINHA: " WRK-QTD-FORM
                   "  FORNECEDOR: " PED-FORNECEDOR
           DISPLAY "QUANTIDADE DEVOLVIDA: "
           ACCEPT WRK-DEV-QTD
           IF WRK-DEV-QTD EQUAL ZEROS
               DISPLAY "NADA DEVOLVIDO."
               GO TO 0200-FIM
           END-IF
           IF WRK-DEV-QTD > PED-QTD-RECEBIDA
               DISPLAY "QUANTIDADE MAIOR QUE A RECEBIDA NA LINHA. "
                       "DEVOLUCAO NAO LANCADA."
               GO TO 0200-FIM
           END-IF
           IF WRK-DEV-QTD > QT-PRODUTO
               DISPLAY "QUANTIDADE MAIOR QUE O ESTOQUE DO PRODUTO. "
                       "DEVOLUCAO NAO LANCADA."
               GO TO 0200-FIM
           END-IF

           DISPLAY "CUSTO UNITARIO (ZEROS = " CU-PRODUTO
                   ", ULTIMA ENTRADA): "
           ACCEPT WRK-DEV-CUSTO
           IF WRK-DEV-CUSTO EQUAL ZEROS
               MOVE CU-PRODUTO TO WRK-DEV-CUSTO
           END-IF
           DISPLAY "MOTIVO DA DEVOLUCAO: "
           ACCEPT WRK-DEV-MOTIVO
           DISPLAY "O FORNECEDOR VAI REPOR A MERCADORIA (S/N)? "
           ACCEPT WRK-DEV-REPOE
           IF WRK-DEV-REPOE EQUAL 's'
               MOVE 'S' TO WRK-DEV-REPOE
           END-IF

           MOVE SPACES TO WRK-DEV-LOTE
           MOVE ZEROS  TO WRK-DEV-LOTE-VALID
           MOVE ZEROS  TO WRK-LOTE-CT
           IF WRK-LOTES-OK
               PERFORM 0205-ESCOLHE-LOTE
               IF WRK-DEV-LOTE EQUAL HIGH-VALUES
                   GO TO 0200-FIM
               END-IF
           END-IF
           COMPUTE WRK-DEV-VALOR ROUNDED = WRK-DEV-QTD * WRK-DEV-CUSTO
           MOVE WRK-DEV-VALOR TO WRK-VALOR-FORM
           DISPLAY "VALOR DA DEVOLUCAO: " WRK-VALOR-FORM
           DISPLAY "CONFIRMA A DEVOLUCAO (S/N)? "
           ACCEPT WRK-CONTINUA
           IF WRK-CONTINUA NOT EQUAL 'S' AND WRK-CONTINUA NOT EQUAL 's'
               MOVE 'S' TO WRK-CONTINUA
               DISPLAY "DEVOLUCAO CANCELADA."
               GO TO 0200-FIM
           END-IF
           MOVE 'S' TO WRK-CONTINUA

           ACCEPT WRK-HORA-SISTEMA FROM TIME
           MOVE WRK-DATA-SISTEMA      TO WRK-DEV-DATA
           MOVE WRK-HORA-SISTEMA(1:6) TO WRK-DEV-HORA

           PERFORM 0210-BAIXA-PEDIDO
           PERFORM 0220-BAIXA-ESTOQUE
           PERFORM 0300-GRAVA-DEBITO
           PERFORM 0400-GRAVA-DOCUMENTO
           ADD 1 TO WRK-CT-DEVOLUCOES
       0200-FIM.
           EXIT.
       0205-ESCOLHE-LOTE           SECTION.
      **** PRODUTO COM LOTE EM SALDO: O CONFERENTE DIZ QUAL LOTE VAI
      **** DE VOLTA AO FORNECEDOR. EM BRANCO, A BAIXA SAI PRIMEIRO
      **** DOS LOTES QUE VIERAM COM ESTE PEDIDO E DEPOIS DOS DEMAIS,
      **** NA ORDEM DE VENCIMENTO. HIGH-VALUES NA VOLTA = LOTE
      **** INVALIDO, DEVOLUCAO NAO LANCADA.
           MOVE SPACE TO WRK-EOF
           MOVE CD-PRODUTO TO LOT-PRODUTO
           MOVE ZEROS      TO LOT-DT-VALIDADE
           MOVE LOW-VALUES TO LOT-NR-LOTE
           START ESTLOTE KEY IS NOT LESS THAN LOT-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ ESTLOTE NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF LOT-PRODUTO NOT EQUAL CD-PRODUTO
                           MOVE 'F' TO WRK-EOF
                       ELSE
                           IF LOT-QT-SALDO > ZEROS
                               ADD 1 TO WRK-LOTE-CT
                               MOVE SPACES TO WRK-LOTE-ORIGEM
                               IF LOT-PED-DATA EQUAL PED-DATA
                                  AND LOT-FORNECEDOR
                                      EQUAL PED-FORNECEDOR
                                   MOVE " (DESTE PEDIDO)"
                                       TO WRK-LOTE-ORIGEM
                               END-IF
                               MOVE LOT-QT-SALDO TO WRK-QTD-FORM
                               DISPLAY "  LOTE " LOT-NR-LOTE
                                       " VALIDADE " LOT-DT-VALIDADE
                                       " SALDO " WRK-QTD-FORM
                                       WRK-LOTE-ORIGEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WRK-LOTE-CT EQUAL ZEROS
               GO TO 0205-FIM
           END-IF

           DISPLAY "LOTE DEVOLVIDO (BRANCO = OS DESTE PEDIDO "
                   "PRIMEIRO): "
           ACCEPT WRK-DEV-LOTE
           IF WRK-DEV-LOTE EQUAL SPACES
               GO TO 0205-FIM
           END-IF

           MOVE ZEROS TO WRK-DEV-LOTE-VALID
           MOVE SPACE TO WRK-EOF
           MOVE CD-PRODUTO TO LOT-PRODUTO
           MOVE ZEROS      TO LOT-DT-VALIDADE
           MOVE LOW-VALUES TO LOT-NR-LOTE
           START ESTLOTE KEY IS NOT LESS THAN LOT-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ ESTLOTE NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF LOT-PRODUTO NOT EQUAL CD-PRODUTO
                           MOVE 'F' TO WRK-EOF
                       ELSE
                           IF LOT-NR-LOTE EQUAL WRK-DEV-LOTE
                              AND LOT-QT-SALDO > ZEROS
                               MOVE LOT-DT-VALIDADE
                                   TO WRK-DEV-LOTE-VALID
                               MOVE LOT-QT-SALDO
                                   TO WRK-DEV-LOTE-SALDO
                               MOVE 'F' TO WRK-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           EVALUATE TRUE
               WHEN WRK-DEV-LOTE-VALID EQUAL ZEROS
                   DISPLAY "LOTE NAO ENCONTRADO OU SEM SALDO. "
                           "DEVOLUCAO NAO LANCADA."
                   MOVE HIGH-VALUES TO WRK-DEV-LOTE
               WHEN WRK-DEV-LOTE-SALDO < WRK-DEV-QTD
                   DISPLAY "QUANTIDADE MAIOR QUE O SALDO DO LOTE. "
                           "DEVOLUCAO NAO LANCADA."
                   MOVE HIGH-VALUES TO WRK-DEV-LOTE
           END-EVALUATE
       0205-FIM.
           EXIT.
       0210-BAIXA-PEDIDO           SECTION.
      **** O RECEBIDO DA LINHA VOLTA ATRAS NA QUANTIDADE DEVOLVIDA. SE
      **** HAVERA REPOSICAO, A LINHA COMPLETA REABRE PELO SALDO.
           SUBTRACT WRK-DEV-QTD FROM PED-QTD-RECEBIDA
           IF WRK-DEV-COM-REPOSICAO
              AND PED-QTD-RECEBIDA < PED-QTD-PEDIDA
               MOVE 'A' TO PED-STATUS
           END-IF
           REWRITE REG-PEDLINHA
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR A LINHA DO PEDIDO. FS="
                           WRK-FS-PEDLINHA
           END-REWRITE
       .
       0220-BAIXA-ESTOQUE          SECTION.
      **** A MERCADORIA SAI PELO CUSTO DA DEVOLUCAO, ENTAO O CUSTO
      **** MEDIO DO QUE FICA E REFEITO PELA MESMA MEDIA PONDERADA DO
      **** PROGRECB, AGORA NO SENTIDO DA SAIDA.
           MOVE QT-PRODUTO TO WRK-QT-ANTERIOR
           MOVE CM-PRODUTO TO WRK-CM-ANTERIOR
           SUBTRACT WRK-DEV-QTD FROM QT-PRODUTO
           IF QT-PRODUTO > ZEROS AND WRK-CM-ANTERIOR > ZEROS
               COMPUTE WRK-CM-NOVO ROUNDED =
                   (WRK-QT-ANTERIOR * WRK-CM-ANTERIOR
                    - WRK-DEV-QTD * WRK-DEV-CUSTO)
                   / QT-PRODUTO
               IF WRK-CM-NOVO > ZEROS
                   MOVE WRK-CM-NOVO TO CM-PRODUTO
               END-IF
           END-IF
           REWRITE REG-PRODUTO
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR O PRODUTO. FS="
                           WRK-FS-PRODUTO
           END-REWRITE

           COMPUTE WRK-MOV-QTD = ZEROS - WRK-DEV-QTD
           MOVE SPACES TO WRK-MOV-DOC
           STRING "DF-"         DELIMITED BY SIZE
                  WRK-DT-PEDIDO DELIMITED BY SIZE
               INTO WRK-MOV-DOC
           END-STRING
           CALL 'SUBESTMV' USING CD-PRODUTO WRK-MOV-TIPO
                WRK-MOV-QTD WRK-MOV-DOC WRK-MOV-OPER

           IF WRK-LOTES-OK AND WRK-LOTE-CT > ZEROS
               PERFORM 0230-BAIXA-LOTES
           END-IF
       .
       0230-BAIXA-LOTES            SECTION.
      **** LOTE INFORMADO: SAI TUDO DELE (O SALDO JA FOI CONFERIDO).
      **** EM BRANCO: PRIMEIRO OS LOTES DESTE PEDIDO, DEPOIS OS
      **** DEMAIS, LOTE A LOTE NA ORDEM DA CHAVE (VALIDADE). O QUE
      **** PASSAR DO SALDO DOS LOTES E ESTOQUE ANTIGO SEM LOTE.
           MOVE WRK-DEV-QTD TO WRK-LOTE-QTD-BAIXA
           MOVE SPACES      TO WRK-LOTE-PRIMEIRO
           IF WRK-DEV-LOTE NOT EQUAL SPACES
               MOVE CD-PRODUTO         TO LOT-PRODUTO
               MOVE WRK-DEV-LOTE-VALID TO LOT-DT-VALIDADE
               MOVE WRK-DEV-LOTE       TO LOT-NR-LOTE
               READ ESTLOTE
                   NOT INVALID KEY
                       PERFORM 0235-BAIXA-UM-LOTE
               END-READ
               GO TO 0230-FIM
           END-IF
           MOVE 1 TO WRK-LOTE-PASSO
           PERFORM 0232-VARRE-LOTES
           IF WRK-LOTE-QTD-BAIXA > ZEROS
               MOVE 2 TO WRK-LOTE-PASSO
               PERFORM 0232-VARRE-LOTES
           END-IF
      **** NO DOCUMENTO FICA O PRIMEIRO LOTE BAIXADO.
           MOVE WRK-LOTE-PRIMEIRO TO WRK-DEV-LOTE
       0230-FIM.
           EXIT.
       0232-VARRE-LOTES            SECTION.
      **** PASSO 1 = SO OS LOTES QUE VIERAM COM ESTE PEDIDO; PASSO 2 =
      **** QUALQUER LOTE COM SALDO.
           MOVE SPACE TO WRK-EOF
           MOVE CD-PRODUTO TO LOT-PRODUTO
           MOVE ZEROS      TO LOT-DT-VALIDADE
           MOVE LOW-VALUES TO LOT-NR-LOTE
           START ESTLOTE KEY IS NOT LESS THAN LOT-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START
           PERFORM UNTIL WRK-EOF EQUAL 'F'
                   OR WRK-LOTE-QTD-BAIXA EQUAL ZEROS
               READ ESTLOTE NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF LOT-PRODUTO NOT EQUAL CD-PRODUTO
                           MOVE 'F' TO WRK-EOF
                       ELSE
                           IF LOT-QT-SALDO > ZEROS
                              AND (WRK-LOTE-PASSO EQUAL 2
                                   OR (LOT-PED-DATA EQUAL PED-DATA
                                       AND LOT-FORNECEDOR
                                           EQUAL PED-FORNECEDOR))
                               PERFORM 0235-BAIXA-UM-LOTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       .
       0235-BAIXA-UM-LOTE          SECTION.
           IF LOT-QT-SALDO < WRK-LOTE-QTD-BAIXA
               MOVE LOT-QT-SALDO       TO WRK-LOTE-QTD-LOTE
           ELSE
               MOVE WRK-LOTE-QTD-BAIXA TO WRK-LOTE-QTD-LOTE
           END-IF
           SUBTRACT WRK-LOTE-QTD-LOTE FROM LOT-QT-SALDO
           SUBTRACT WRK-LOTE-QTD-LOTE FROM WRK-LOTE-QTD-BAIXA
           REWRITE REG-LOTE
           IF WRK-LOTE-PRIMEIRO EQUAL SPACES
               MOVE LOT-NR-LOTE TO WRK-LOTE-PRIMEIRO
           END-IF
           MOVE WRK-LOTE-QTD-LOTE TO WRK-QTD-FORM
           DISPLAY "BAIXADO DO LOTE " LOT-NR-LOTE ": " WRK-QTD-FORM
       .
       0300-GRAVA-DEBITO           SECTION.
      **** O DEBITO VAI CONTRA A NOTA QUE VEIO COM ESTE PEDIDO (ACHADA
      **** PELO CPG-PED-DATA), NA PRIMEIRA PARCELA LIVRE DE 90 A 99.
           MOVE 'N'   TO WRK-DEV-DEBITO
           MOVE ZEROS TO WRK-DEV-NOTA
           MOVE ZEROS TO WRK-DEV-PARCELA
           IF NOT WRK-CTPAG-OK
               GO TO 0300-FIM
           END-IF
           IF WRK-DEV-VALOR EQUAL ZEROS
               DISPLAY "DEVOLUCAO SEM CUSTO. NENHUM DEBITO GRAVADO."
               GO TO 0300-FIM
           END-IF

           MOVE ZEROS TO WRK-NOTA-ACHADA
           MOVE SPACE TO WRK-EOF
           MOVE PED-FORNECEDOR TO CPG-FORNECEDOR
           MOVE ZEROS          TO CPG-NR-NOTA
           MOVE ZEROS          TO CPG-PARCELA
           START CTPAGAR KEY IS NOT LESS THAN CPG-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ CTPAGAR NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF CPG-FORNECEDOR NOT EQUAL PED-FORNECEDOR
                           MOVE 'F' TO WRK-EOF
                       ELSE
                           IF CPG-PED-DATA EQUAL PED-DATA
                              AND CPG-PARCELA < 90
                               MOVE CPG-NR-NOTA TO WRK-NOTA-ACHADA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY "NOTA DO FORNECEDOR A DEBITAR (ZEROS = "
                   WRK-NOTA-ACHADA "): "
           ACCEPT WRK-DEV-NOTA
           IF WRK-DEV-NOTA EQUAL ZEROS
               MOVE WRK-NOTA-ACHADA TO WRK-DEV-NOTA
           END-IF

           MOVE 90 TO WRK-DEV-PARCELA
           PERFORM UNTIL WRK-DEV-DEBITO-GRAVADO
                   OR WRK-DEV-PARCELA > 99
               INITIALIZE REG-CTPAGAR
               MOVE PED-FORNECEDOR   TO CPG-FORNECEDOR
               MOVE WRK-DEV-NOTA     TO CPG-NR-NOTA
               MOVE WRK-DEV-PARCELA  TO CPG-PARCELA
               MOVE WRK-DEV-VALOR    TO CPG-VALOR
               MOVE WRK-DATA-SISTEMA TO CPG-DT-EMISSAO
               MOVE WRK-DATA-SISTEMA TO CPG-DT-VENCIMENTO
               MOVE PED-DATA         TO CPG-PED-DATA
               MOVE 'D'              TO CPG-STATUS
               MOVE WRK-OPERADOR     TO CPG-OPERADOR
               WRITE REG-CTPAGAR
                   INVALID KEY
                       ADD 1 TO WRK-DEV-PARCELA
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-DEV-DEBITO
               END-WRITE
           END-PERFORM

           IF WRK-DEV-DEBITO-GRAVADO
               DISPLAY "DEBITO GRAVADO NO CONTAS A PAGAR: NOTA "
                       WRK-DEV-NOTA " PARCELA " WRK-DEV-PARCELA
           ELSE
               DISPLAY "NOTA " WRK-DEV-NOTA " JA TEM 10 DEBITOS. "
                       "DEBITO NAO GRAVADO - LANCAR NA MAO."
               MOVE ZEROS TO WRK-DEV-PARCELA
               MOVE 8 TO RETURN-CODE
           END-IF
       0300-FIM.
           EXIT.
       0400-GRAVA-DOCUMENTO        SECTION.
           MOVE SPACES TO WRK-NOME-DOCDEVF
           STRING "DEVF-"    DELIMITED BY SIZE
                  WRK-DEV-ID DELIMITED BY SIZE
                  ".DAT"     DELIMITED BY SIZE
               INTO WRK-NOME-DOCDEVF
           END-STRING
           OPEN OUTPUT DOCDEVF
           IF NOT FS-OK IN WRK-FS-DOCDEVF
               DISPLAY "ERRO AO ABRIR O DOCUMENTO DE DEVOLUCAO. FS="
                       WRK-FS-DOCDEVF
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGDEVF  '
                    'DOCDEVF   ' WRK-FS-DOCDEVF
               MOVE 8 TO RETURN-CODE
               GO TO 0400-FIM
           END-IF

           MOVE "(NOME NAO CADASTRADO)" TO WRK-NM-FORNECEDOR
           IF WRK-FORN-OK
               MOVE PED-FORNECEDOR TO CD-FORNECEDOR
               READ FORNECEDOR
                   NOT INVALID KEY
                       MOVE NM-FORNECEDOR TO WRK-NM-FORNECEDOR
               END-READ
           END-IF

           MOVE "============================================"
               TO REG-DOCDEVF
           WRITE REG-DOCDEVF
           MOVE SPACES TO REG-DOCDEVF
           STRING "DEVOLUCAO AO FORNECEDOR NR. " DELIMITED BY SIZE
                  WRK-DEV-ID                      DELIMITED BY SIZE
               INTO REG-DOCDEVF
           WRITE REG-DOCDEVF
           MOVE "============================================"
               TO REG-DOCDEVF
           WRITE REG-DOCDEVF
           MOVE SPACES TO REG-DOCDEVF
           STRING "DATA: "         DELIMITED BY SIZE
                  WRK-DEV-DATA     DELIMITED BY SIZE
                  "  OPERADOR: "   DELIMITED BY SIZE
                  WRK-OPERADOR     DELIMITED BY SIZE
               INTO REG-DOCDEVF
           WRITE REG-DOCDEVF
           MOVE SPACES TO REG-DOCDEVF
           STRING "FORNECEDOR: "   DELIMITED BY SIZE
                  PED-FORNECEDOR   DELIMITED BY SIZE
                  " - "            DELIMITED BY SIZE
                  WRK-NM-FORNECEDOR DELIMITED BY SIZE
               INTO REG-DOCDEVF
           WRITE REG-DOCDEVF
           MOVE SPACES TO REG-DOCDEVF
           STRING "PEDIDO DE COMPRA: " DELIMITED BY SIZE
                  PED-DATA             DELIMITED BY SIZE
                  "  NOTA DEBITADA: "  DELIMITED BY SIZE
                  WRK-DEV-NOTA         DELIMITED BY SIZE
               INTO REG-DOCDEVF
           WRITE REG-DOCDEVF
           MOVE SPACES TO REG-DOCDEVF
           STRING "PRODUTO: "      DELIMITED BY SIZE
                  CD-PRODUTO       DELIMITED BY SIZE
                  " - "            DELIMITED BY SIZE
                  DS-PRODUTO       DELIMITED BY SIZE
               INTO REG-DOCDEVF
           WRITE REG-DOCDEVF
           MOVE WRK-DEV-QTD   TO WRK-QTD-FORM
           MOVE WRK-DEV-CUSTO TO WRK-CUSTO-FORM
           MOVE WRK-DEV-VALOR TO WRK-VALOR-FORM
           MOVE SPACES TO REG-DOCDEVF
           STRING "QUANTIDADE: "   DELIMITED BY SIZE
                  WRK-QTD-FORM     DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  UM-PRODUTO       DELIMITED BY SIZE
                  "  CUSTO UNIT.: " DELIMITED BY SIZE
                  WRK-CUSTO-FORM   DELIMITED BY SIZE
               INTO REG-DOCDEVF
           WRITE REG-DOCDEVF
           IF WRK-DEV-LOTE NOT EQUAL SPACES
               MOVE SPACES TO REG-DOCDEVF
               STRING "LOTE: "         DELIMITED BY SIZE
                      WRK-DEV-LOTE     DELIMITED BY SIZE
                   INTO REG-DOCDEVF
               WRITE REG-DOCDEVF
           END-IF
           MOVE SPACES TO REG-DOCDEVF
           STRING "VALOR DA DEVOLUCAO: " DELIMITED BY SIZE
                  WRK-VALOR-FORM         DELIMITED BY SIZE
               INTO REG-DOCDEVF
           WRITE REG-DOCDEVF
           MOVE SPACES TO REG-DOCDEVF
           STRING "MOTIVO: "       DELIMITED BY SIZE
                  WRK-DEV-MOTIVO   DELIMITED BY SIZE
               INTO REG-DOCDEVF
           WRITE REG-DOCDEVF
           IF WRK-DEV-COM-REPOSICAO
               MOVE "REPOSICAO: O FORNECEDOR REPOE A MERCADORIA"
                   TO REG-DOCDEVF
           ELSE
               MOVE "REPOSICAO: NAO (DEBITO NO CONTAS A PAGAR)"
                   TO REG-DOCDEVF
           END-IF
           WRITE REG-DOCDEVF
           MOVE SPACES TO REG-DOCDEVF
           WRITE REG-DOCDEVF
           WRITE REG-DOCDEVF
           MOVE "______________________    ______________________"
               TO REG-DOCDEVF
           WRITE REG-DOCDEVF
           MOVE "  CONFERENTE DA LOJA        MOTORISTA (NOME/RG)"
               TO REG-DOCDEVF
           WRITE REG-DOCDEVF
           CLOSE DOCDEVF
           DISPLAY "DOCUMENTO DE DEVOLUCAO GRAVADO EM "
                   WRK-NOME-DOCDEVF
       0400-FIM.
           EXIT.
       0900-FECHA-ARQUIVOS         SECTION.
           CLOSE PEDLINHA
           CLOSE PRODUTO
           IF WRK-CTPAG-OK
               CLOSE CTPAGAR
           END-IF
           IF WRK-FORN-OK
               CLOSE FORNECEDOR
           END-IF
           IF WRK-LOTES-OK
               CLOSE ESTLOTE
           END-IF
           DISPLAY "DEVOLUCOES LANCADAS: " WRK-CT-DEVOLUCOES
       .
       END PROGRAM PROGDEVF.
