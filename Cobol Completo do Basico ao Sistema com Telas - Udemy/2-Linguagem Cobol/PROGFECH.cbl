      *==             CABECALHO; ZEROS = MOVIMENTO ANTIGO, SOMADO NA
      *==             LOJA 1), COM O TOTAL GERAL SEGUINDO COMO A
      *==             VISAO CONSOLIDADA DAS LOJAS.
      *== 15/10/2026: O RELATORIO Z GANHA OS RECEBIMENTOS DE PARCELAS
      *==             DO CREDIARIO NO DIA (CREDREC.DAT, GRAVADO PELO
      *==             PROGCRED), COM O PRINCIPAL SEPARADO DA MULTA E
      *==             DOS JUROS DE MORA COBRADOS. O RECEBIMENTO E FEITO
      *==             NA RETAGUARDA E NAO ENTRA NA CONFERENCIA DA
      *==             GAVETA DO PDV.
      *== 15/10/2026: PARCELAS DO CREDIARIO LIQUIDADAS POR BOLETO
      *==             (CREDREC.DAT COM CANAL 'B', GRAVADAS PELO
      *==             PROGRETB) NAO ENTRAM NO Z: O DINHEIRO ENTROU NO
      *==             BANCO, NAO NA LOJA.
      *== 15/10/2026: O FECHAMENTO GRAVA O RESUMO DIARIO DE VENDAS DO
      *==             DIA (RESVDIA.DAT, COPYBOOK RESVFD) ATRAVES DA
      *==             ROTINA SUBRESV, NA MESMA LEITURA DO VENDAS.DAT:
      *==             OS RELATORIOS DO MES PASSAM A LER O RESUMO. O
      *==             FECHAMENTO RODADO DE NOVO SUBSTITUI O RESUMO DO
      *==             DIA. SE O RESUMO NAO FOR GRAVADO, O Z SAI
      *==             NORMALMENTE COM RC 8 E O DIA SE REFAZ NO
      *==             PROGRESV.
      *== 15/10/2026: DOLAR EM ESPECIE (FORMA 7 DO PROGVEND): O Z
      *==             MOSTRA O VALOR ABATIDO EM REAIS, OS DOLARES
      *==             RECEBIDOS E O TROCO DADO EM REAIS, E A
      *==             CONFERENCIA DA GAVETA PASSA A SER POR MOEDA: O
      *==             DINHEIRO ESPERADO DESCONTA O TROCO DO DOLAR E OS
      *==             DOLARES CONTADOS SAO CONFERIDOS A PARTE.
      *== 15/10/2026: O Z GUARDA O SELO FINAL DO DIA DA CADEIA DE
      *==             VENDAS POR FILIAL E PDV (O SELO DA ULTIMA VENDA
      *==             SELADA DO DIA), NA LINHA 'SELO FIL ff PDV pp',
      *==             QUE O PROGSELO CONFERE COM O VENDAS.DAT.
      *== 15/10/2026: O SELO FINAL DO DIA POR PDV PASSA A SER O DA
      *==             VENDA DE MAIOR NUMERO DE CUPOM (A ULTIMA
      *==             FECHADA), E NAO O DA ULTIMA LIDA NA ORDEM DA
      *==             CHAVE: A SUSPENSA RETOMADA FECHA COM O ID DA
      *==             ABERTURA, DEPOIS DE VENDAS ABERTAS APOS ELA.
      *-----------------------------------------------------------------

      *=================================================================
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CD-VALE
               FILE STATUS IS WRK-FS-VALETROC.
           SELECT CREDREC ASSIGN TO "CREDREC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CREDREC.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
           03  VT-DT-ULT-USO         PIC 9(08).
           03  VT-STATUS             PIC X(01).

       FD  CREDREC.
       01  REG-CREDREC.
           03  REC-DATA              PIC 9(08).
           03  FILLER                PIC X(01).
           03  REC-HORA              PIC X(06).
           03  FILLER                PIC X(01).
           03  REC-CLIENTE           PIC 9(05).
           03  FILLER                PIC X(01).
           03  REC-VND-ID            PIC X(14).
           03  FILLER                PIC X(01).
           03  REC-PARCELA           PIC 9(02).
           03  FILLER                PIC X(01).
           03  REC-DIAS-ATRASO       PIC 9(05).
           03  FILLER                PIC X(01).
           03  REC-PRINCIPAL         PIC 9(08).
           03  FILLER                PIC X(01).
           03  REC-MULTA             PIC 9(08).
           03  FILLER                PIC X(01).
           03  REC-JUROS             PIC 9(08).
           03  FILLER                PIC X(01).
           03  REC-TOTAL             PIC 9(08).
           03  FILLER                PIC X(01).
           03  REC-CANAL             PIC X(01).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-VENDAS==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-RELZ==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-VALETROC==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-GAVETA==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-CREDREC==.

       77 WRK-EOF                   PIC X(1)        VALUE SPACE.
       77 WRK-CT-VENDAS             PIC 9(05)       VALUE ZEROS.
       77 WRK-TOTAL-PONTOS          PIC 9(10)       VALUE ZEROS.
       77 WRK-TOTAL-VALE            PIC 9(10)       VALUE ZEROS.
       77 WRK-TOTAL-CREDIARIO       PIC 9(10)       VALUE ZEROS.
       77 WRK-TOTAL-DOLAR           PIC 9(10)       VALUE ZEROS.
       77 WRK-TOTAL-USD             PIC 9(10)       VALUE ZEROS.
       77 WRK-TROCO-DOLAR           PIC 9(10)       VALUE ZEROS.
       77 WRK-CT-VALES-EMITIDOS     PIC 9(05)       VALUE ZEROS.
       77 WRK-TOT-VALES-EMITIDOS    PIC 9(10)       VALUE ZEROS.
       77 WRK-EOF-VALE              PIC X(01)       VALUE SPACE.
       77 WRK-TOTAL-FUNDO           PIC 9(10)       VALUE ZEROS.
       77 WRK-TOTAL-SANGRIA         PIC 9(10)       VALUE ZEROS.
       77 WRK-TOTAL-SUPRIMENTO      PIC 9(10)       VALUE ZEROS.
       77 WRK-EOF-CREDREC           PIC X(01)       VALUE SPACE.
       77 WRK-CT-PARC-RECEBIDAS     PIC 9(05)       VALUE ZEROS.
       77 WRK-CRD-PRINCIPAL         PIC 9(10)       VALUE ZEROS.
       77 WRK-CRD-MULTA             PIC 9(10)       VALUE ZEROS.
       77 WRK-CRD-JUROS             PIC 9(10)       VALUE ZEROS.
       77 WRK-DINHEIRO-ESPERADO     PIC S9(10)      VALUE ZEROS.
       77 WRK-TOTAL-RECEBIDO        PIC 9(10)       VALUE ZEROS.
       77 WRK-VALOR-FORM            PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DINHEIRO-CONTADO      PIC 9(10)       VALUE ZEROS.
       77 WRK-DIFERENCA-CAIXA       PIC S9(10)      VALUE ZEROS.
       77 WRK-DIF-ABSOLUTA          PIC 9(10)       VALUE ZEROS.
       77 WRK-USD-CONTADO           PIC 9(10)       VALUE ZEROS.
       77 WRK-DIFERENCA-USD         PIC S9(10)      VALUE ZEROS.

      *==  PARAMETROS DA ROTINA SUBRESV (RESUMO DIARIO DE VENDAS).
       77 WRK-RSV-FUNCAO            PIC X(01)       VALUE SPACE.
       77 WRK-RSV-LINHA             PIC X(100)      VALUE SPACES.
       77 WRK-RSV-GRAVADOS          PIC 9(05)       VALUE ZEROS.
       77 WRK-RSV-SITUACAO          PIC X(01)       VALUE SPACE.

       01  TAB-OPERADORES.
           03  TAB-OPERADOR OCCURS 20 TIMES
               05  TAB-PDV-QTD-VND   PIC 9(05).
               05  TAB-PDV-TOTAL     PIC 9(10).
       77 WRK-PDV-FORM               PIC Z9          VALUE ZEROS.

      *==  SELO FINAL DO DIA POR FILIAL + PDV (CADEIA DO SUBSELO).
       01  TAB-SELOS.
           03  TAB-SEL OCCURS 100 TIMES.
               05  TAB-SEL-FILIAL    PIC 9(02).
               05  TAB-SEL-PDV       PIC 9(02).
               05  TAB-SEL-SELO      PIC 9(10).
               05  TAB-SEL-QTD       PIC 9(05).
               05  TAB-SEL-CUPOM     PIC 9(06).
       77 WRK-CT-SELOS               PIC 9(03)       VALUE ZEROS.
       77 WRK-POS-SELO               PIC 9(03)       VALUE ZEROS.

      *==  LINHA DO SELO NO Z; O PROGSELO LE A MESMA LINHA.
       01  WRK-LINHA-SELO.
           03  FILLER                PIC X(09)       VALUE "SELO FIL ".
           03  WRK-LS-FILIAL         PIC 9(02).
           03  FILLER                PIC X(05)       VALUE " PDV ".
           03  WRK-LS-PDV            PIC 9(02).
           03  FILLER                PIC X(03)       VALUE ".: ".
           03  WRK-LS-SELO           PIC 9(10).
           03  FILLER                PIC X(02)       VALUE SPACES.
           03  WRK-LS-QTD            PIC ZZZZ9.
           03  FILLER                PIC X(15)       VALUE
               " VENDAS SELADAS".
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           PERFORM 0200-APURA-VENDAS
           PERFORM 0220-APURA-VALES-EMITIDOS
           PERFORM 0230-APURA-GAVETA
           PERFORM 0240-APURA-CREDIARIO
           PERFORM 0250-CONFERE-CAIXA
           PERFORM 0300-GRAVA-RELATORIO
           PERFORM 0350-GRAVA-RESUMO
           PERFORM 0400-FECHA-ARQUIVOS
           STOP RUN.

               MOVE ZEROS TO TAB-FIL-QTD-VND(IDX-FIL)
               MOVE ZEROS TO TAB-FIL-TOTAL(IDX-FIL)
           END-PERFORM
           MOVE 'I' TO WRK-RSV-FUNCAO
           CALL 'SUBRESV' USING WRK-RSV-FUNCAO WRK-RSV-LINHA
                WRK-DATA-SISTEMA WRK-DATA-SISTEMA WRK-RSV-GRAVADOS
                WRK-RSV-SITUACAO
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ VENDAS
                   AT END
                                   PERFORM 0215-APURA-OPERADOR
                                   PERFORM 0216-APURA-PDV
                                   PERFORM 0217-APURA-FILIAL
                                   PERFORM 0218-APURA-RESUMO
                                   PERFORM 0219-APURA-SELO
                               END-IF
                           WHEN 'D'
                               IF REG-ITM-ID(1:8)
                                  EQUAL WRK-DATA-APURA
                                   PERFORM 0218-APURA-RESUMO
                               END-IF
                           WHEN 'C'
                               IF REG-ITM-ID(1:8)
                                  EQUAL WRK-DATA-APURA
                                   ADD 1 TO WRK-CT-CANCELAMENTOS
                                   PERFORM 0218-APURA-RESUMO
                               END-IF
                           WHEN 'V'
                               IF REG-ITM-ID(1:8)
                                  EQUAL WRK-DATA-APURA
                                   ADD 1 TO WRK-CT-DEVOLUCOES
                                   PERFORM 0218-APURA-RESUMO
                               END-IF
                           WHEN 'P'
                               IF REG-PAG-ID(1:8)
                                  EQUAL WRK-DATA-APURA
                                   PERFORM 0210-APURA-PAGAMENTO
                                   PERFORM 0218-APURA-RESUMO
                               END-IF
                           WHEN OTHER
                               CONTINUE
               END-IF
           END-IF
       .
       0240-APURA-CREDIARIO        SECTION.
      **** PARCELAS DO CREDIARIO RECEBIDAS NO DIA PELO PROGCRED, COM
      **** PRINCIPAL, MULTA E JUROS APARTADOS. SEM ARQUIVO (FS=35)
      **** NENHUMA PARCELA FOI RECEBIDA AINDA.
           OPEN INPUT CREDREC
           IF WRK-FS-CREDREC EQUAL '35'
               CONTINUE
           ELSE
               IF NOT FS-OK IN WRK-FS-CREDREC
                   DISPLAY "AVISO: CREDREC NAO ABRIU. FS="
                           WRK-FS-CREDREC
               ELSE
                   PERFORM UNTIL WRK-EOF-CREDREC EQUAL 'F'
                       READ CREDREC
                           AT END
                               MOVE 'F' TO WRK-EOF-CREDREC
                           NOT AT END
                               IF REC-DATA EQUAL WRK-DATA-SISTEMA
                                  AND REC-CANAL NOT EQUAL 'B'
                                   ADD 1 TO WRK-CT-PARC-RECEBIDAS
                                   ADD REC-PRINCIPAL
                                       TO WRK-CRD-PRINCIPAL
                                   ADD REC-MULTA TO WRK-CRD-MULTA
                                   ADD REC-JUROS TO WRK-CRD-JUROS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CREDREC
               END-IF
           END-IF
       .
       0250-CONFERE-CAIXA          SECTION.
      **** CONFERENCIA POR MOEDA: O TROCO DE PAGAMENTO EM DOLAR SAIU
      **** EM REAIS DA GAVETA; OS DOLARES RECEBIDOS FICAM NA GAVETA E
      **** SAO CONTADOS A PARTE, EM CENTAVOS DE DOLAR.
           COMPUTE WRK-DINHEIRO-ESPERADO =
               WRK-TOTAL-DINHEIRO + WRK-TOTAL-FUNDO
               + WRK-TOTAL-SUPRIMENTO - WRK-TOTAL-SANGRIA
               - WRK-TROCO-DOLAR
           MOVE WRK-DINHEIRO-ESPERADO TO WRK-VALOR-FORM
           DISPLAY "DINHEIRO ESPERADO NA GAVETA (VENDAS + FUNDO + "
                   "SUPRIMENTOS - SANGRIAS - TROCO DO DOLAR): "
                   WRK-VALOR-FORM
           DISPLAY "VALOR EM DINHEIRO CONTADO NA GAVETA: "
           ACCEPT WRK-DINHEIRO-CONTADO
           COMPUTE WRK-DIFERENCA-CAIXA =
               WRK-DINHEIRO-CONTADO - WRK-DINHEIRO-ESPERADO
           MOVE WRK-TOTAL-USD TO WRK-VALOR-FORM
           DISPLAY "DOLAR ESPERADO NA GAVETA (US$): " WRK-VALOR-FORM
           DISPLAY "VALOR EM DOLAR CONTADO NA GAVETA (US$): "
           ACCEPT WRK-USD-CONTADO
           COMPUTE WRK-DIFERENCA-USD =
               WRK-USD-CONTADO - WRK-TOTAL-USD
       .
       0215-APURA-OPERADOR         SECTION.
           MOVE ZEROS TO WRK-POS-OPERADOR
           ADD 1             TO TAB-FIL-QTD-VND(IDX-FIL)
           ADD REG-VND-TOTAL TO TAB-FIL-TOTAL(IDX-FIL)
       .
       0218-APURA-RESUMO           SECTION.
      **** PASSA A LINHA DO DIA PARA A ROTINA DO RESUMO DIARIO, COM O
      **** LAYOUT DO PROPRIO TIPO DA LINHA.
           EVALUATE REG-VND-TIPO
               WHEN 'H'
                   MOVE REG-VENDA-CAB   TO WRK-RSV-LINHA
               WHEN 'P'
                   MOVE REG-VENDA-PAGTO TO WRK-RSV-LINHA
               WHEN OTHER
                   MOVE REG-VENDA-ITEM  TO WRK-RSV-LINHA
           END-EVALUATE
           MOVE 'A' TO WRK-RSV-FUNCAO
           CALL 'SUBRESV' USING WRK-RSV-FUNCAO WRK-RSV-LINHA
                WRK-DATA-SISTEMA WRK-DATA-SISTEMA WRK-RSV-GRAVADOS
                WRK-RSV-SITUACAO
       .
       0210-APURA-PAGAMENTO        SECTION.
           ADD REG-PAG-VALOR TO WRK-TOTAL-RECEBIDO
           EVALUATE REG-PAG-FORMA
                   ADD REG-PAG-VALOR TO WRK-TOTAL-VALE
               WHEN 6
                   ADD REG-PAG-VALOR TO WRK-TOTAL-CREDIARIO
               WHEN 7
                   ADD REG-PAG-VALOR     TO WRK-TOTAL-DOLAR
                   ADD REG-PAG-VLR-MOEDA TO WRK-TOTAL-USD
                   ADD REG-PAG-TROCO     TO WRK-TROCO-DOLAR
           END-EVALUATE
       .
       0300-GRAVA-RELATORIO        SECTION.
               INTO REG-RELZ
           WRITE REG-RELZ

           MOVE WRK-TOTAL-DOLAR TO WRK-VALOR-FORM
           MOVE SPACES TO REG-RELZ
           STRING "TOTAL EM DOLAR (R$): " DELIMITED BY SIZE
                  WRK-VALOR-FORM           DELIMITED BY SIZE
               INTO REG-RELZ
           WRITE REG-RELZ

           MOVE WRK-TROCO-DOLAR TO WRK-VALOR-FORM
           MOVE SPACES TO REG-RELZ
           STRING "TROCO DO DOLAR (R$): " DELIMITED BY SIZE
                  WRK-VALOR-FORM           DELIMITED BY SIZE
               INTO REG-RELZ
           WRITE REG-RELZ

           MOVE WRK-CT-VALES-EMITIDOS TO WRK-CT-FORM
           MOVE WRK-TOT-VALES-EMITIDOS TO WRK-VALOR-FORM
           MOVE SPACES TO REG-RELZ
               INTO REG-RELZ
           WRITE REG-RELZ

           MOVE WRK-CT-PARC-RECEBIDAS TO WRK-CT-FORM
           MOVE SPACES TO REG-RELZ
           STRING "PARC. CREDIARIO REC: " DELIMITED BY SIZE
                  WRK-CT-FORM              DELIMITED BY SIZE
               INTO REG-RELZ
           WRITE REG-RELZ

           MOVE WRK-CRD-PRINCIPAL TO WRK-VALOR-FORM
           MOVE SPACES TO REG-RELZ
           STRING "  PRINCIPAL........: " DELIMITED BY SIZE
                  WRK-VALOR-FORM           DELIMITED BY SIZE
               INTO REG-RELZ
           WRITE REG-RELZ

           MOVE WRK-CRD-MULTA TO WRK-VALOR-FORM
           MOVE SPACES TO REG-RELZ
           STRING "  MULTA............: " DELIMITED BY SIZE
                  WRK-VALOR-FORM           DELIMITED BY SIZE
               INTO REG-RELZ
           WRITE REG-RELZ

           MOVE WRK-CRD-JUROS TO WRK-VALOR-FORM
           MOVE SPACES TO REG-RELZ
           STRING "  JUROS DE MORA....: " DELIMITED BY SIZE
                  WRK-VALOR-FORM           DELIMITED BY SIZE
               INTO REG-RELZ
           WRITE REG-RELZ

           MOVE WRK-TOTAL-FUNDO TO WRK-VALOR-FORM
           MOVE SPACES TO REG-RELZ
           STRING "FUNDO DE TROCO.....: " DELIMITED BY SIZE
           END-IF
           WRITE REG-RELZ

           MOVE WRK-TOTAL-USD TO WRK-VALOR-FORM
           MOVE SPACES TO REG-RELZ
           STRING "DOLAR ESPERADO US$.: " DELIMITED BY SIZE
                  WRK-VALOR-FORM           DELIMITED BY SIZE
               INTO REG-RELZ
           WRITE REG-RELZ

           MOVE WRK-USD-CONTADO TO WRK-VALOR-FORM
           MOVE SPACES TO REG-RELZ
           STRING "DOLAR CONTADO US$..: " DELIMITED BY SIZE
                  WRK-VALOR-FORM           DELIMITED BY SIZE
               INTO REG-RELZ
           WRITE REG-RELZ

           IF WRK-DIFERENCA-USD EQUAL ZEROS
               MOVE "CONFERENCIA DOLAR..: DOLAR CONFERE" TO REG-RELZ
           ELSE
               IF WRK-DIFERENCA-USD > ZEROS
                   MOVE WRK-DIFERENCA-USD TO WRK-DIF-ABSOLUTA
                   MOVE WRK-DIF-ABSOLUTA TO WRK-VALOR-FORM
                   MOVE SPACES TO REG-RELZ
                   STRING "CONFERENCIA DOLAR..: SOBRA DE US$"
                              DELIMITED BY SIZE
                          WRK-VALOR-FORM DELIMITED BY SIZE
                       INTO REG-RELZ
               ELSE
                   COMPUTE WRK-DIF-ABSOLUTA =
                       ZEROS - WRK-DIFERENCA-USD
                   MOVE WRK-DIF-ABSOLUTA TO WRK-VALOR-FORM
                   MOVE SPACES TO REG-RELZ
                   STRING "CONFERENCIA DOLAR..: FALTA DE US$"
                              DELIMITED BY SIZE
                          WRK-VALOR-FORM DELIMITED BY SIZE
                       INTO REG-RELZ
               END-IF
           END-IF
           WRITE REG-RELZ

           MOVE "============================================"
               TO REG-RELZ
           WRITE REG-RELZ
           PERFORM 0310-GRAVA-OPERADORES
           PERFORM 0320-GRAVA-PDVS
           PERFORM 0330-GRAVA-FILIAIS
           PERFORM 0340-GRAVA-SELOS

           MOVE WRK-TOTAL-VENDIDO TO WRK-VALOR-FORM
           DISPLAY "RELATORIO Z GRAVADO EM " WRK-NOME-RELZ
               TO REG-RELZ
           WRITE REG-RELZ
       .
       0219-APURA-SELO             SECTION.
      **** O VENDAS.DAT VEM NA ORDEM DA ABERTURA (DATA+HORA), MAS A
      **** CADEIA SEGUE O FECHAMENTO: O SELO FINAL DO DIA DE CADA
      **** FILIAL + PDV E O DA VENDA DE MAIOR NUMERO DE CUPOM.
           IF NOT REG-VND-SELADA
               GO TO 0219-FIM
           END-IF
           MOVE ZEROS TO WRK-POS-SELO
           PERFORM VARYING WRK-K FROM 1 BY 1
                   UNTIL WRK-K > WRK-CT-SELOS
               IF TAB-SEL-FILIAL(WRK-K) EQUAL REG-VND-FILIAL
                  AND TAB-SEL-PDV(WRK-K) EQUAL REG-VND-PDV
                   MOVE WRK-K TO WRK-POS-SELO
               END-IF
           END-PERFORM
           IF WRK-POS-SELO EQUAL ZEROS
               IF WRK-CT-SELOS NOT < 100
                   GO TO 0219-FIM
               END-IF
               ADD 1 TO WRK-CT-SELOS
               MOVE WRK-CT-SELOS   TO WRK-POS-SELO
               MOVE REG-VND-FILIAL TO TAB-SEL-FILIAL(WRK-POS-SELO)
               MOVE REG-VND-PDV    TO TAB-SEL-PDV(WRK-POS-SELO)
               MOVE ZEROS          TO TAB-SEL-QTD(WRK-POS-SELO)
               MOVE ZEROS          TO TAB-SEL-CUPOM(WRK-POS-SELO)
           END-IF
           IF REG-VND-NR-CUPOM NOT < TAB-SEL-CUPOM(WRK-POS-SELO)
               MOVE REG-VND-SELO-VENDA TO TAB-SEL-SELO(WRK-POS-SELO)
               MOVE REG-VND-NR-CUPOM   TO TAB-SEL-CUPOM(WRK-POS-SELO)
           END-IF
           ADD 1 TO TAB-SEL-QTD(WRK-POS-SELO)
       0219-FIM.
           EXIT.
       0340-GRAVA-SELOS            SECTION.
           MOVE "SELO FINAL DA CADEIA DE VENDAS POR PDV" TO REG-RELZ
           WRITE REG-RELZ

           PERFORM VARYING WRK-K FROM 1 BY 1
                   UNTIL WRK-K > WRK-CT-SELOS
               MOVE TAB-SEL-FILIAL(WRK-K) TO WRK-LS-FILIAL
               MOVE TAB-SEL-PDV(WRK-K)    TO WRK-LS-PDV
               MOVE TAB-SEL-SELO(WRK-K)   TO WRK-LS-SELO
               MOVE TAB-SEL-QTD(WRK-K)    TO WRK-LS-QTD
               MOVE WRK-LINHA-SELO TO REG-RELZ
               WRITE REG-RELZ
           END-PERFORM

           MOVE "============================================"
               TO REG-RELZ
           WRITE REG-RELZ
       .
       0350-GRAVA-RESUMO           SECTION.
      **** GRAVA O RESUMO DO DIA NO RESVDIA.DAT. FALHA AQUI NAO
      **** DERRUBA O FECHAMENTO: O Z JA ESTA GRAVADO E O RESUMO DO DIA
      **** SE REFAZ DEPOIS PELO PROGRESV.
           MOVE 'G' TO WRK-RSV-FUNCAO
           CALL 'SUBRESV' USING WRK-RSV-FUNCAO WRK-RSV-LINHA
                WRK-DATA-SISTEMA WRK-DATA-SISTEMA WRK-RSV-GRAVADOS
                WRK-RSV-SITUACAO
           IF WRK-RSV-SITUACAO EQUAL 'S'
               DISPLAY "RESUMO DIARIO GRAVADO EM RESVDIA.DAT. "
                       "REGISTROS: " WRK-RSV-GRAVADOS
           ELSE
               DISPLAY "AVISO: RESUMO DIARIO DE " WRK-DATA-SISTEMA
                       " NAO GRAVADO. RODE O PROGRESV PARA O DIA."
               MOVE 8 TO RETURN-CODE
           END-IF
       .
       0400-FECHA-ARQUIVOS         SECTION.
           CLOSE VENDAS
           CLOSE RELZ
