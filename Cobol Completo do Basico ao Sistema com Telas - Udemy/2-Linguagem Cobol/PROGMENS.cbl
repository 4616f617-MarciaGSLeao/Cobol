      *-----------------------------------------------------------------
      *== AUTOR: MARCIA GAMELEIRA
      *== OBJETIVO: CONSOLIDACAO MENSAL DOS FECHAMENTOS. PARA O MES
      *==           PEDIDO (AAAAMM), APURA DO RESUMO DIARIO O DIA A DIA
      *==           (VENDAS, TOTAL, FORMAS DE PAGAMENTO, DEVOLUCOES E
      *==           CANCELAMENTOS) E OS TOTAIS DO MES POR OPERADOR E
      *==           POR PDV - A FOLHA QUE O DONO MONTAVA NO CADERNO.
      *== 02/09/2026: O DIA A DIA GANHOU A FAIXA DA SEXTA FORMA DE
      *==             PAGAMENTO (6-CREDIARIO), QUE FALTAVA DESDE QUE
      *==             O PROGVEND PASSOU A PARCELAR.
      *== 15/10/2026: A APURACAO DEIXOU DE VARRER O VENDAS.DAT E PASSOU
      *==             A LER O RESUMO DIARIO DE VENDAS (RESVDIA.DAT,
      *==             GRAVADO PELO PROGFECH E RECONSTRUIDO PELO
      *==             PROGRESV) COM UM START NO DIA 01 DO MES. MES JA
      *==             LEVADO AO ARQUIVO MORTO PELO PROGARQV CONTINUA
      *==             CONSOLIDAVEL. A CONFERENCIA CONTRA O RELZ DO DIA
      *==             SEGUE IGUAL.
      *-----------------------------------------------------------------

      *=================================================================
      *=================================================================
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESVDIA ASSIGN TO "RESVDIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSV-CHAVE
               FILE STATUS IS WRK-FS-RESVDIA.
           SELECT RELZIN ASSIGN TO DYNAMIC WRK-NOME-RELZ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELZIN.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD  RESVDIA.
       COPY RESVFD.

       FD  RELZIN.
       01  REG-RELZIN                PIC X(60).
       01  REG-RELMENS               PIC X(90).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-RESVDIA==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-RELZIN==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-RELMENS==.

               MOVE ZEROS TO TAB-PDV-TOTAL(IDX-PDV)
           END-PERFORM

           OPEN INPUT RESVDIA
           IF WRK-FS-RESVDIA EQUAL '35'
               DISPLAY "NENHUM RESUMO DIARIO GRAVADO (RESVDIA.DAT). "
                       "RODE O PROGRESV PARA O MES."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT FS-OK IN WRK-FS-RESVDIA
               DISPLAY "ERRO AO ABRIR O ARQUIVO RESVDIA. FS="
                       WRK-FS-RESVDIA
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGMENS  '
                    'RESVDIA   ' WRK-FS-RESVDIA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
                       WRK-FS-RELMENS
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGMENS  '
                    'RELMENS   ' WRK-FS-RELMENS
               CLOSE RESVDIA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       .
       0200-APURA-MOVIMENTO        SECTION.
      **** O RESUMO E INDEXADO PELA DATA NA FRENTE DA CHAVE: O START
      **** CAI NO DIA 01 E A LEITURA PARA NA VIRADA DO MES.
           MOVE LOW-VALUES TO RSV-CHAVE
           COMPUTE RSV-DATA = (WRK-MES-PEDIDO * 100) + 1
           START RESVDIA KEY IS NOT LESS THAN RSV-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ RESVDIA NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF RSV-DATA(1:6) NOT EQUAL WRK-MES-PEDIDO
                           MOVE 'F' TO WRK-EOF
                       ELSE
                           MOVE RSV-DATA(7:2) TO WRK-DIA
                           IF WRK-DIA >= 1 AND WRK-DIA <= 31
                               PERFORM 0210-ACUMULA-LINHA
                           END-IF
           END-PERFORM
       .
       0210-ACUMULA-LINHA          SECTION.
      **** VENDAS E FORMAS DE PAGAMENTO SO VEM NO REGISTRO DE
      **** CATEGORIA 0; CANCELAMENTOS E DEVOLUCOES SOMAM DE TODAS AS
      **** CATEGORIAS.
           SET IDX-DIA TO WRK-DIA
           ADD RSV-QT-CANCEL TO TAB-DIA-CANCEL(IDX-DIA)
           ADD RSV-QT-DEVOL  TO TAB-DIA-DEVOL(IDX-DIA)
           IF RSV-CATEGORIA NOT EQUAL ZERO
               GO TO 0210-FIM
           END-IF

           ADD RSV-QT-VENDAS  TO TAB-DIA-VENDAS(IDX-DIA)
           ADD RSV-VL-VENDIDO TO TAB-DIA-TOTAL(IDX-DIA)
           ADD RSV-QT-VENDAS  TO WRK-TOT-VENDAS
           ADD RSV-VL-VENDIDO TO WRK-TOT-VENDIDO
           ADD RSV-VL-FORMA(1) TO TAB-DIA-DINHEIRO(IDX-DIA)
           ADD RSV-VL-FORMA(2) TO TAB-DIA-CARTAO(IDX-DIA)
           ADD RSV-VL-FORMA(3) TO TAB-DIA-PIX(IDX-DIA)
           ADD RSV-VL-FORMA(4) TO TAB-DIA-PONTOS(IDX-DIA)
           ADD RSV-VL-FORMA(5) TO TAB-DIA-VALE(IDX-DIA)
           ADD RSV-VL-FORMA(6) TO TAB-DIA-CRED(IDX-DIA)

           IF RSV-QT-VENDAS > ZEROS
               PERFORM 0215-ACUMULA-OPERADOR
               IF RSV-PDV >= 1 AND RSV-PDV <= 99
                   SET IDX-PDV TO RSV-PDV
                   ADD RSV-QT-VENDAS  TO TAB-PDV-QTD-VND(IDX-PDV)
                   ADD RSV-VL-VENDIDO TO TAB-PDV-TOTAL(IDX-PDV)
               END-IF
           END-IF
       0210-FIM.
           EXIT.
       0215-ACUMULA-OPERADOR       SECTION.
           MOVE ZEROS TO WRK-POS-OPERADOR
           PERFORM VARYING WRK-K FROM 1 BY 1
                   UNTIL WRK-K > WRK-CT-OPERADORES
               IF TAB-OPER-CODIGO(WRK-K) EQUAL RSV-OPERADOR
                   MOVE WRK-K TO WRK-POS-OPERADOR
               END-IF
           END-PERFORM
              AND WRK-CT-OPERADORES < 20
               ADD 1 TO WRK-CT-OPERADORES
               SET IDX-OPER TO WRK-CT-OPERADORES
               MOVE RSV-OPERADOR      TO TAB-OPER-CODIGO(IDX-OPER)
               MOVE ZEROS             TO TAB-OPER-QTD-VND(IDX-OPER)
               MOVE ZEROS             TO TAB-OPER-TOTAL(IDX-OPER)
               MOVE WRK-CT-OPERADORES TO WRK-POS-OPERADOR
           END-IF
           IF WRK-POS-OPERADOR > ZEROS
               SET IDX-OPER TO WRK-POS-OPERADOR
               ADD RSV-QT-VENDAS  TO TAB-OPER-QTD-VND(IDX-OPER)
               ADD RSV-VL-VENDIDO TO TAB-OPER-TOTAL(IDX-OPER)
           END-IF
       .
       0300-GRAVA-RELATORIO        SECTION.
           WRITE REG-RELMENS
       .
       0900-FECHA-ARQUIVOS         SECTION.
           CLOSE RESVDIA
           CLOSE RELMENS
           MOVE WRK-TOT-VENDIDO TO WRK-VALOR-FORM
           DISPLAY "CONSOLIDACAO GRAVADA EM RELMENS.DAT. TOTAL DO "
