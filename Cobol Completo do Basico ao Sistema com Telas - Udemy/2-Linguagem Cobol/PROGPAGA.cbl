       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPAGA.
      *-----------------------------------------------------------------
      *== AUTOR: MARCIA GAMELEIRA
      *== OBJETIVO: CONTAS A PAGAR. TRABALHA SOBRE O CTPAGAR.DAT
      *==           (PARCELAS DAS NOTAS DE FORNECEDOR REGISTRADAS PELO
      *==           PROGRECB NO RECEBIMENTO DA MERCADORIA): BAIXA O
      *==           PAGAMENTO DE UMA PARCELA (MOSTRANDO OS DIAS DE
      *==           ATRASO), LISTA O QUE VENCE NA SEMANA (E O QUE JA
      *==           VENCEU SEM PAGAMENTO), LISTA AS PARCELAS EM
      *==           ABERTO DE UM FORNECEDOR E GRAVA O AGING POR
      *==           FORNECEDOR (A VENCER / 1-30 / 31-60 / 61-90 / MAIS
      *==           DE 90 DIAS DE ATRASO) EM RELAGPAG.DAT, NO MESMO
      *==           MOLDE DO RELAGING DO PROGCRED - PARA PARAR DE
      *==           PAGAR MULTA E PERDER DESCONTO POR ESQUECIMENTO.
      *== DATA: 15/10/2026
      *== OBSERVACOES:
      *== 15/10/2026: DEBITOS DE DEVOLUCAO AO FORNECEDOR (STATUS 'D',
      *==             GRAVADOS PELO PROGDEVF) SAO OFERECIDOS PARA
      *==             ABATIMENTO NO PAGAMENTO DE UMA PARCELA DO MESMO
      *==             FORNECEDOR (SO DEBITOS INTEIROS QUE CABEM NA
      *==             PARCELA; OS ABATIDOS VIRAM 'U'), E ENTRAM COM
      *==             SINAL NEGATIVO NA LISTA DA SEMANA, NA LISTA DO
      *==             FORNECEDOR E NO AGING.
      *-----------------------------------------------------------------

      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *=================================================================
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTPAGAR ASSIGN TO "CTPAGAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPG-CHAVE
               FILE STATUS IS WRK-FS-CTPAGAR.
           SELECT FORNECEDOR ASSIGN TO "FORNECED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-FORNECEDOR
               FILE STATUS IS WRK-FS-FORNECEDOR.
           SELECT RELAGPAG ASSIGN TO "RELAGPAG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELAGPAG.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD  CTPAGAR.
       COPY CTPAGFD.

       FD  FORNECEDOR.
       01  REG-FORNECEDOR.
           03  CD-FORNECEDOR         PIC 9(04).
           03  NM-FORNECEDOR         PIC X(30).
           03  NR-TEL-FORNECEDOR     PIC X(15).
           03  PZ-ENTREGA-DIAS       PIC 9(03).

       FD  RELAGPAG.
       01  REG-RELAGPAG              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-CTPAGAR==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-FORNECEDOR==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-RELAGPAG==.

       77 WRK-OPCAO                 PIC 9(1)        VALUE ZEROS.
           88  WRK-OPC-PAGAR                        VALUE 1.
           88  WRK-OPC-SEMANA                       VALUE 2.
           88  WRK-OPC-LISTAR                       VALUE 3.
           88  WRK-OPC-AGING                        VALUE 4.
           88  WRK-OPC-SAIR                         VALUE 5.
       77 WRK-CONTINUA              PIC X(1)        VALUE 'S'.
           88  WRK-FIM-PAGAR                        VALUE 'N'.
       77 WRK-EOF                   PIC X(1)        VALUE SPACE.
       77 WRK-OPERADOR              PIC X(10)       VALUE SPACES.
       77 WRK-DATA-SISTEMA          PIC 9(08)       VALUE ZEROS.
       77 WRK-DATA-SEMANA           PIC 9(08)       VALUE ZEROS.
       77 WRK-CD-FORNECEDOR         PIC 9(04)       VALUE ZEROS.
       77 WRK-NR-NOTA               PIC 9(09)       VALUE ZEROS.
       77 WRK-PARCELA               PIC 9(02)       VALUE ZEROS.
       77 WRK-VLR-PAGO              PIC 9(08)       VALUE ZEROS.
       77 WRK-VLR-PREVISTO          PIC 9(08)       VALUE ZEROS.
       77 WRK-PARC-VALOR            PIC 9(08)       VALUE ZEROS.
       77 WRK-CHAVE-PARCELA         PIC X(15)       VALUE SPACES.
       77 WRK-FORN-PARCELA          PIC 9(04)       VALUE ZEROS.
       77 WRK-DEB-ABERTO            PIC 9(10)       VALUE ZEROS.
       77 WRK-DEB-ABATIVEL          PIC 9(10)       VALUE ZEROS.
       77 WRK-ABATER                PIC X(01)       VALUE 'N'.
           88 WRK-ABATE-DEBITOS                     VALUE 'S'.
       77 WRK-MARCA-DEBITOS         PIC X(01)       VALUE 'N'.
       77 WRK-DIAS-ATRASO           PIC S9(05)      VALUE ZEROS.
       77 WRK-VALOR-FORM            PIC ZZZ.ZZ9,99  VALUE ZEROS.
       77 WRK-TOT-FORM              PIC ---.---.--9,99 VALUE ZEROS.
       77 WRK-CT-ABERTAS            PIC 9(05)       VALUE ZEROS.
       77 WRK-TOT-SEMANA            PIC S9(10)      VALUE ZEROS.
       77 WRK-SITUACAO              PIC X(08)       VALUE SPACES.
       77 WRK-NM-FORNECEDOR         PIC X(30)       VALUE SPACES.
       77 WRK-FORN-ANTERIOR         PIC 9(04)       VALUE ZEROS.
       77 WRK-FORN-BUSCA            PIC 9(04)       VALUE ZEROS.
       77 WRK-FORN-ABERTO           PIC X(02)       VALUE SPACES.
           88 WRK-FORN-OK                           VALUE '00'.
       77 WRK-TEM-FORNECEDOR        PIC X(01)       VALUE 'N'.

       01  TAB-AGING.
           03  TAB-AGE OCCURS 5 TIMES
                       INDEXED BY IDX-AGE.
               05  TAB-AGE-QTD       PIC 9(05).
               05  TAB-AGE-TOTAL     PIC 9(10).
      *==  AS MESMAS FAIXAS, SO DO FORNECEDOR DA QUEBRA CORRENTE.
       01  TAB-AGING-FORN.
           03  TAB-AGF-TOTAL OCCURS 5 TIMES PIC 9(10).
       77 WRK-AGF-TOTAL              PIC S9(10)      VALUE ZEROS.
       77 WRK-AGF-DEBITO             PIC 9(10)       VALUE ZEROS.
       77 WRK-TOT-DEBITO             PIC 9(10)       VALUE ZEROS.
       77 WRK-FAIXA                  PIC 9(01)       VALUE ZEROS.
       77 WRK-FAIXA-NOME             PIC X(12)       VALUE SPACES.
       77 WRK-AGF-FORM1              PIC ZZZ.ZZ9,99  VALUE ZEROS.
       77 WRK-AGF-FORM2              PIC ZZZ.ZZ9,99  VALUE ZEROS.
       77 WRK-AGF-FORM3              PIC ZZZ.ZZ9,99  VALUE ZEROS.
       77 WRK-AGF-FORM4              PIC ZZZ.ZZ9,99  VALUE ZEROS.
       77 WRK-AGF-FORM5              PIC ZZZ.ZZ9,99  VALUE ZEROS.
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY "CODIGO DO OPERADOR: "
           ACCEPT WRK-OPERADOR
           OPEN I-O CTPAGAR
           IF WRK-FS-CTPAGAR EQUAL '35'
               DISPLAY "NENHUMA NOTA DE FORNECEDOR REGISTRADA AINDA."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT FS-OK IN WRK-FS-CTPAGAR
               DISPLAY "ERRO AO ABRIR O ARQUIVO CTPAGAR. FS="
                       WRK-FS-CTPAGAR
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGPAGA  '
                    'CTPAGAR   ' WRK-FS-CTPAGAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT FORNECEDOR
           MOVE WRK-FS-FORNECEDOR TO WRK-FORN-ABERTO

           PERFORM UNTIL WRK-FIM-PAGAR
               DISPLAY "1-PAGAR PARCELA 2-VENCIMENTOS DA SEMANA "
                       "3-PARCELAS DO FORNECEDOR 4-AGING 5-SAIR"
               DISPLAY "OPCAO: "
               ACCEPT WRK-OPCAO
               EVALUATE TRUE
                   WHEN WRK-OPC-PAGAR
                       PERFORM 0100-PAGAR-PARCELA
                   WHEN WRK-OPC-SEMANA
                       PERFORM 0200-LISTAR-SEMANA
                   WHEN WRK-OPC-LISTAR
                       PERFORM 0250-LISTAR-FORNECEDOR
                   WHEN WRK-OPC-AGING
                       PERFORM 0300-GRAVA-AGING
                   WHEN WRK-OPC-SAIR
                       MOVE 'N' TO WRK-CONTINUA
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA."
               END-EVALUATE
           END-PERFORM

           CLOSE CTPAGAR
           IF WRK-FORN-OK
               CLOSE FORNECEDOR
           END-IF
           STOP RUN.

       0100-PAGAR-PARCELA          SECTION.
           DISPLAY "CODIGO DO FORNECEDOR: "
           ACCEPT WRK-CD-FORNECEDOR
           DISPLAY "NUMERO DA NOTA......: "
           ACCEPT WRK-NR-NOTA
           DISPLAY "NUMERO DA PARCELA...: "
           ACCEPT WRK-PARCELA

           MOVE WRK-CD-FORNECEDOR TO CPG-FORNECEDOR
           MOVE WRK-NR-NOTA       TO CPG-NR-NOTA
           MOVE WRK-PARCELA       TO CPG-PARCELA
           READ CTPAGAR
               INVALID KEY
                   DISPLAY "PARCELA NAO ENCONTRADA."
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CPG-PAGA
                           DISPLAY "PARCELA JA PAGA EM "
                                   CPG-DT-PAGAMENTO "."
                       WHEN CPG-DEBITO OR CPG-DEBITO-USADO
                           DISPLAY "REGISTRO E UM DEBITO DE DEVOLUCAO."
                                   " ELE E ABATIDO NO PAGAMENTO DE UMA"
                                   " PARCELA DO FORNECEDOR."
                       WHEN OTHER
                           PERFORM 0110-BAIXA-PARCELA
                   END-EVALUATE
           END-READ
       .
       0110-BAIXA-PARCELA          SECTION.
           MOVE CPG-CHAVE      TO WRK-CHAVE-PARCELA
           MOVE CPG-FORNECEDOR TO WRK-FORN-PARCELA
           MOVE CPG-VALOR      TO WRK-PARC-VALOR
           MOVE CPG-VALOR TO WRK-VALOR-FORM
           PERFORM 0150-CALCULA-ATRASO
           DISPLAY "VALOR: " WRK-VALOR-FORM
                   "  VENCIMENTO: " CPG-DT-VENCIMENTO
           IF WRK-DIAS-ATRASO > ZEROS
               DISPLAY "PARCELA COM " WRK-DIAS-ATRASO
                       " DIAS DE ATRASO."
           END-IF

           MOVE 'N' TO WRK-ABATER
           MOVE 'N' TO WRK-MARCA-DEBITOS
           PERFORM 0120-VARRE-DEBITOS
           IF WRK-DEB-ABERTO > ZEROS
               MOVE WRK-DEB-ABERTO TO WRK-VALOR-FORM
               DISPLAY "DEBITOS DE DEVOLUCAO EM ABERTO DO FORNECEDOR: "
                       WRK-VALOR-FORM
               IF WRK-DEB-ABATIVEL > ZEROS
                   MOVE WRK-DEB-ABATIVEL TO WRK-VALOR-FORM
                   DISPLAY "ABATER " WRK-VALOR-FORM
                           " NESTE PAGAMENTO (S/N)? "
                   ACCEPT WRK-ABATER
                   IF WRK-ABATER EQUAL 's'
                       MOVE 'S' TO WRK-ABATER
                   END-IF
               ELSE
                   DISPLAY "NENHUM DEBITO CABE INTEIRO NESTA PARCELA."
               END-IF
           END-IF
           IF WRK-ABATE-DEBITOS
               COMPUTE WRK-VLR-PREVISTO =
                   WRK-PARC-VALOR - WRK-DEB-ABATIVEL
           ELSE
               MOVE WRK-PARC-VALOR TO WRK-VLR-PREVISTO
           END-IF

           MOVE WRK-VLR-PREVISTO TO WRK-VALOR-FORM
           DISPLAY "VALOR PAGO (ZEROS = " WRK-VALOR-FORM "): "
           ACCEPT WRK-VLR-PAGO
           IF WRK-VLR-PAGO EQUAL ZEROS
               MOVE WRK-VLR-PREVISTO TO WRK-VLR-PAGO
           END-IF
           DISPLAY "CONFIRMA O PAGAMENTO (S/N)? "
           ACCEPT WRK-CONTINUA
           IF WRK-CONTINUA EQUAL 'S' OR WRK-CONTINUA EQUAL 's'
               IF WRK-ABATE-DEBITOS
                   MOVE 'S' TO WRK-MARCA-DEBITOS
                   PERFORM 0120-VARRE-DEBITOS
               END-IF
               MOVE WRK-CHAVE-PARCELA TO CPG-CHAVE
               READ CTPAGAR
                   INVALID KEY
                       DISPLAY "PARCELA NAO ENCONTRADA NA GRAVACAO."
                   NOT INVALID KEY
                       MOVE 'P'              TO CPG-STATUS
                       MOVE WRK-DATA-SISTEMA TO CPG-DT-PAGAMENTO
                       MOVE WRK-VLR-PAGO     TO CPG-VLR-PAGO
                       MOVE WRK-OPERADOR     TO CPG-OPERADOR
                       REWRITE REG-CTPAGAR
                       DISPLAY "PARCELA PAGA."
               END-READ
           ELSE
               DISPLAY "PAGAMENTO CANCELADO."
           END-IF
           MOVE 'S' TO WRK-CONTINUA
       .
       0120-VARRE-DEBITOS          SECTION.
      **** PERCORRE OS DEBITOS EM ABERTO DO FORNECEDOR DA PARCELA.
      **** ABATIVEL = DEBITOS INTEIROS QUE, NA ORDEM DA CHAVE, CABEM
      **** NO VALOR DA PARCELA. COM WRK-MARCA-DEBITOS = 'S' ESSES
      **** MESMOS DEBITOS SAO MARCADOS COMO USADOS.
           MOVE ZEROS TO WRK-DEB-ABERTO
           MOVE ZEROS TO WRK-DEB-ABATIVEL
           MOVE SPACE TO WRK-EOF
           MOVE WRK-FORN-PARCELA TO CPG-FORNECEDOR
           MOVE ZEROS TO CPG-NR-NOTA
           MOVE ZEROS TO CPG-PARCELA
           START CTPAGAR KEY IS NOT LESS THAN CPG-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ CTPAGAR NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF CPG-FORNECEDOR NOT EQUAL WRK-FORN-PARCELA
                           MOVE 'F' TO WRK-EOF
                       ELSE
                           IF CPG-DEBITO
                               ADD CPG-VALOR TO WRK-DEB-ABERTO
                               IF WRK-DEB-ABATIVEL + CPG-VALOR
                                  <= WRK-PARC-VALOR
                                   ADD CPG-VALOR TO WRK-DEB-ABATIVEL
                                   IF WRK-MARCA-DEBITOS EQUAL 'S'
                                       MOVE 'U' TO CPG-STATUS
                                       MOVE WRK-DATA-SISTEMA
                                           TO CPG-DT-PAGAMENTO
                                       MOVE WRK-OPERADOR
                                           TO CPG-OPERADOR
                                       REWRITE REG-CTPAGAR
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       .
       0150-CALCULA-ATRASO         SECTION.
           IF CPG-DT-VENCIMENTO > ZEROS
              AND CPG-DT-VENCIMENTO < WRK-DATA-SISTEMA
               COMPUTE WRK-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-SISTEMA)
                   - FUNCTION INTEGER-OF-DATE(CPG-DT-VENCIMENTO)
           ELSE
               MOVE ZEROS TO WRK-DIAS-ATRASO
           END-IF
       .
       0160-BUSCA-FORNECEDOR       SECTION.
           MOVE SPACES TO WRK-NM-FORNECEDOR
           IF WRK-FORN-OK
               MOVE WRK-FORN-BUSCA TO CD-FORNECEDOR
               READ FORNECEDOR
                   INVALID KEY
                       MOVE "(FORNECEDOR SEM CADASTRO)"
                           TO WRK-NM-FORNECEDOR
                   NOT INVALID KEY
                       MOVE NM-FORNECEDOR TO WRK-NM-FORNECEDOR
               END-READ
           END-IF
       .
       0200-LISTAR-SEMANA          SECTION.
      **** TUDO O QUE ESTA EM ABERTO E VENCE ATE DAQUI A 6 DIAS,
      **** INCLUSIVE O QUE JA VENCEU E AINDA NAO FOI PAGO.
           COMPUTE WRK-DATA-SEMANA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WRK-DATA-SISTEMA) + 6)
           MOVE ZEROS TO WRK-CT-ABERTAS
           MOVE ZEROS TO WRK-TOT-SEMANA
           MOVE SPACE TO WRK-EOF
           MOVE LOW-VALUES TO CPG-CHAVE
           START CTPAGAR KEY IS NOT LESS THAN CPG-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ CTPAGAR NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF (CPG-ABERTA
                           AND CPG-DT-VENCIMENTO <= WRK-DATA-SEMANA)
                          OR CPG-DEBITO
                           ADD 1 TO WRK-CT-ABERTAS
                           EVALUATE TRUE
                               WHEN CPG-DEBITO
                                   MOVE "DEBITO  " TO WRK-SITUACAO
                                   SUBTRACT CPG-VALOR
                                       FROM WRK-TOT-SEMANA
                               WHEN CPG-DT-VENCIMENTO <
                                    WRK-DATA-SISTEMA
                                   MOVE "VENCIDA " TO WRK-SITUACAO
                                   ADD CPG-VALOR TO WRK-TOT-SEMANA
                               WHEN OTHER
                                   MOVE "A VENCER" TO WRK-SITUACAO
                                   ADD CPG-VALOR TO WRK-TOT-SEMANA
                           END-EVALUATE
                           MOVE CPG-FORNECEDOR TO WRK-FORN-BUSCA
                           PERFORM 0160-BUSCA-FORNECEDOR
                           MOVE CPG-VALOR TO WRK-VALOR-FORM
                           DISPLAY CPG-DT-VENCIMENTO " " WRK-SITUACAO
                                   " FORN " CPG-FORNECEDOR " "
                                   WRK-NM-FORNECEDOR
                                   " NOTA " CPG-NR-NOTA
                                   " P" CPG-PARCELA
                                   " " WRK-VALOR-FORM
                       END-IF
               END-READ
           END-PERFORM
           IF WRK-CT-ABERTAS EQUAL ZEROS
               DISPLAY "NADA A PAGAR ATE " WRK-DATA-SEMANA "."
           ELSE
               MOVE WRK-TOT-SEMANA TO WRK-TOT-FORM
               DISPLAY "PARCELAS: " WRK-CT-ABERTAS
                       "  TOTAL A PAGAR ATE " WRK-DATA-SEMANA ": "
                       WRK-TOT-FORM
           END-IF
       .
       0250-LISTAR-FORNECEDOR      SECTION.
           DISPLAY "CODIGO DO FORNECEDOR: "
           ACCEPT WRK-CD-FORNECEDOR
           MOVE ZEROS TO WRK-CT-ABERTAS
           MOVE SPACE TO WRK-EOF
           MOVE WRK-CD-FORNECEDOR TO CPG-FORNECEDOR
           MOVE ZEROS             TO CPG-NR-NOTA
           MOVE ZEROS             TO CPG-PARCELA
           START CTPAGAR KEY IS NOT LESS THAN CPG-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ CTPAGAR NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF CPG-FORNECEDOR NOT EQUAL WRK-CD-FORNECEDOR
                           MOVE 'F' TO WRK-EOF
                       ELSE
                           IF CPG-ABERTA
                               ADD 1 TO WRK-CT-ABERTAS
                               MOVE CPG-VALOR TO WRK-VALOR-FORM
                               PERFORM 0150-CALCULA-ATRASO
                               DISPLAY "NOTA " CPG-NR-NOTA
                                       " PARC " CPG-PARCELA
                                       " VALOR " WRK-VALOR-FORM
                                       " VENC " CPG-DT-VENCIMENTO
                                       " ATRASO " WRK-DIAS-ATRASO
                           END-IF
                           IF CPG-DEBITO
                               ADD 1 TO WRK-CT-ABERTAS
                               MOVE CPG-VALOR TO WRK-VALOR-FORM
                               DISPLAY "NOTA " CPG-NR-NOTA
                                       " DEBITO DE DEVOLUCAO "
                                       WRK-VALOR-FORM
                                       " EM " CPG-DT-EMISSAO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WRK-CT-ABERTAS EQUAL ZEROS
               DISPLAY "FORNECEDOR SEM PARCELAS EM ABERTO."
           END-IF
       .
       0300-GRAVA-AGING            SECTION.
           PERFORM VARYING IDX-AGE FROM 1 BY 1 UNTIL IDX-AGE > 5
               MOVE ZEROS TO TAB-AGE-QTD(IDX-AGE)
               MOVE ZEROS TO TAB-AGE-TOTAL(IDX-AGE)
           END-PERFORM
           INITIALIZE TAB-AGING-FORN
           MOVE ZEROS TO WRK-AGF-DEBITO
           MOVE ZEROS TO WRK-TOT-DEBITO
           MOVE 'N' TO WRK-TEM-FORNECEDOR

           OPEN OUTPUT RELAGPAG
           IF NOT FS-OK IN WRK-FS-RELAGPAG
               DISPLAY "ERRO AO ABRIR O ARQUIVO RELAGPAG. FS="
                       WRK-FS-RELAGPAG
               GO TO 0300-FIM
           END-IF

           MOVE "============================================"
               TO REG-RELAGPAG
           WRITE REG-RELAGPAG
           MOVE SPACES TO REG-RELAGPAG
           STRING "AGING DO CONTAS A PAGAR POR FORNECEDOR EM "
                      DELIMITED BY SIZE
                  WRK-DATA-SISTEMA DELIMITED BY SIZE
               INTO REG-RELAGPAG
           WRITE REG-RELAGPAG
           MOVE "(A VENCER / 1-30 / 31-60 / 61-90 / MAIS DE 90 DIAS)"
               TO REG-RELAGPAG
           WRITE REG-RELAGPAG
           MOVE "============================================"
               TO REG-RELAGPAG
           WRITE REG-RELAGPAG

           MOVE SPACE TO WRK-EOF
           MOVE LOW-VALUES TO CPG-CHAVE
           START CTPAGAR KEY IS NOT LESS THAN CPG-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ CTPAGAR NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF CPG-ABERTA OR CPG-DEBITO
                           IF WRK-TEM-FORNECEDOR EQUAL 'S'
                              AND CPG-FORNECEDOR NOT EQUAL
                                  WRK-FORN-ANTERIOR
                               PERFORM 0330-GRAVA-FORNECEDOR
                           END-IF
                           IF CPG-DEBITO
                               ADD CPG-VALOR TO WRK-AGF-DEBITO
                               ADD CPG-VALOR TO WRK-TOT-DEBITO
                               MOVE CPG-FORNECEDOR TO WRK-FORN-ANTERIOR
                               MOVE 'S' TO WRK-TEM-FORNECEDOR
                           ELSE
                               PERFORM 0310-CLASSIFICA-PARCELA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WRK-TEM-FORNECEDOR EQUAL 'S'
               PERFORM 0330-GRAVA-FORNECEDOR
           END-IF

           MOVE "--------------------------------------------"
               TO REG-RELAGPAG
           WRITE REG-RELAGPAG
           PERFORM VARYING WRK-FAIXA FROM 1 BY 1
                   UNTIL WRK-FAIXA > 5
               PERFORM 0320-GRAVA-FAIXA
           END-PERFORM
           IF WRK-TOT-DEBITO > ZEROS
               COMPUTE WRK-TOT-FORM = ZEROS - WRK-TOT-DEBITO
               MOVE SPACES TO REG-RELAGPAG
               STRING "DEBITOS DE DEVOLUCAO A ABATER: "
                          DELIMITED BY SIZE
                      WRK-TOT-FORM DELIMITED BY SIZE
                   INTO REG-RELAGPAG
               WRITE REG-RELAGPAG
           END-IF
           MOVE "============================================"
               TO REG-RELAGPAG
           WRITE REG-RELAGPAG

           CLOSE RELAGPAG
           DISPLAY "AGING GRAVADO EM RELAGPAG.DAT."
       0300-FIM.
           EXIT.
       0310-CLASSIFICA-PARCELA     SECTION.
           PERFORM 0150-CALCULA-ATRASO
           EVALUATE TRUE
               WHEN WRK-DIAS-ATRASO EQUAL ZEROS
                   MOVE 1 TO WRK-FAIXA
               WHEN WRK-DIAS-ATRASO <= 30
                   MOVE 2 TO WRK-FAIXA
               WHEN WRK-DIAS-ATRASO <= 60
                   MOVE 3 TO WRK-FAIXA
               WHEN WRK-DIAS-ATRASO <= 90
                   MOVE 4 TO WRK-FAIXA
               WHEN OTHER
                   MOVE 5 TO WRK-FAIXA
           END-EVALUATE
           SET IDX-AGE TO WRK-FAIXA
           ADD 1 TO TAB-AGE-QTD(IDX-AGE)
           ADD CPG-VALOR TO TAB-AGE-TOTAL(IDX-AGE)
           ADD CPG-VALOR TO TAB-AGF-TOTAL(WRK-FAIXA)
           MOVE CPG-FORNECEDOR TO WRK-FORN-ANTERIOR
           MOVE 'S' TO WRK-TEM-FORNECEDOR
       .
       0320-GRAVA-FAIXA            SECTION.
           EVALUATE WRK-FAIXA
               WHEN 1
                   MOVE "A VENCER    " TO WRK-FAIXA-NOME
               WHEN 2
                   MOVE "1-30 DIAS   " TO WRK-FAIXA-NOME
               WHEN 3
                   MOVE "31-60 DIAS  " TO WRK-FAIXA-NOME
               WHEN 4
                   MOVE "61-90 DIAS  " TO WRK-FAIXA-NOME
               WHEN OTHER
                   MOVE "MAIS DE 90  " TO WRK-FAIXA-NOME
           END-EVALUATE
           SET IDX-AGE TO WRK-FAIXA
           MOVE TAB-AGE-TOTAL(IDX-AGE) TO WRK-TOT-FORM
           MOVE SPACES TO REG-RELAGPAG
           STRING WRK-FAIXA-NOME         DELIMITED BY SIZE
                  " PARCELAS: "          DELIMITED BY SIZE
                  TAB-AGE-QTD(IDX-AGE)   DELIMITED BY SIZE
                  "  TOTAL: "            DELIMITED BY SIZE
                  WRK-TOT-FORM           DELIMITED BY SIZE
               INTO REG-RELAGPAG
           WRITE REG-RELAGPAG
       .
       0330-GRAVA-FORNECEDOR       SECTION.
      **** QUEBRA POR FORNECEDOR: UMA LINHA COM O NOME E O TOTAL EM
      **** ABERTO E OUTRA COM O VALOR DE CADA FAIXA.
           MOVE WRK-FORN-ANTERIOR TO WRK-FORN-BUSCA
           PERFORM 0160-BUSCA-FORNECEDOR
           COMPUTE WRK-AGF-TOTAL = TAB-AGF-TOTAL(1) + TAB-AGF-TOTAL(2)
               + TAB-AGF-TOTAL(3) + TAB-AGF-TOTAL(4) + TAB-AGF-TOTAL(5)
               - WRK-AGF-DEBITO
           MOVE WRK-AGF-TOTAL TO WRK-TOT-FORM
           MOVE SPACES TO REG-RELAGPAG
           IF WRK-AGF-DEBITO > ZEROS
               MOVE WRK-AGF-DEBITO TO WRK-VALOR-FORM
               STRING WRK-FORN-ANTERIOR  DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      WRK-NM-FORNECEDOR  DELIMITED BY SIZE
                      " EM ABERTO: "     DELIMITED BY SIZE
                      WRK-TOT-FORM       DELIMITED BY SIZE
                      " (JA ABATIDOS DEBITOS DE " DELIMITED BY SIZE
                      WRK-VALOR-FORM     DELIMITED BY SIZE
                      ")"                DELIMITED BY SIZE
                   INTO REG-RELAGPAG
           ELSE
               STRING WRK-FORN-ANTERIOR  DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      WRK-NM-FORNECEDOR  DELIMITED BY SIZE
                      " EM ABERTO: "     DELIMITED BY SIZE
                      WRK-TOT-FORM       DELIMITED BY SIZE
                   INTO REG-RELAGPAG
           END-IF
           WRITE REG-RELAGPAG
           MOVE TAB-AGF-TOTAL(1) TO WRK-AGF-FORM1
           MOVE TAB-AGF-TOTAL(2) TO WRK-AGF-FORM2
           MOVE TAB-AGF-TOTAL(3) TO WRK-AGF-FORM3
           MOVE TAB-AGF-TOTAL(4) TO WRK-AGF-FORM4
           MOVE TAB-AGF-TOTAL(5) TO WRK-AGF-FORM5
           MOVE SPACES TO REG-RELAGPAG
           STRING "   A VENCER "     DELIMITED BY SIZE
                  WRK-AGF-FORM1      DELIMITED BY SIZE
                  "  1-30 "          DELIMITED BY SIZE
                  WRK-AGF-FORM2      DELIMITED BY SIZE
                  "  31-60 "         DELIMITED BY SIZE
                  WRK-AGF-FORM3      DELIMITED BY SIZE
                  "  61-90 "         DELIMITED BY SIZE
                  WRK-AGF-FORM4      DELIMITED BY SIZE
                  "  +90 "           DELIMITED BY SIZE
                  WRK-AGF-FORM5      DELIMITED BY SIZE
               INTO REG-RELAGPAG
           WRITE REG-RELAGPAG
           INITIALIZE TAB-AGING-FORN
           MOVE ZEROS TO WRK-AGF-DEBITO
       .
       END PROGRAM PROGPAGA.
