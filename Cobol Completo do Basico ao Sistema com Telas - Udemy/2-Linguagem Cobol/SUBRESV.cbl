      * Autor: Marcia Gameleira
      * Data: 15/10/2026
      * Objetivo: Rotina compartilhada de apuracao do resumo diario
      *           de vendas (RESVDIA.DAT, layout no copybook RESVFD).
      *           O programa chamador le o movimento (VENDAS.DAT ou um
      *           VENDAS-AAAAMM.DAT do arquivo morto) e passa cada
      *           linha para esta rotina, que soma em memoria por
      *           data + filial + PDV + operador + categoria. No fim,
      *           a rotina apaga do RESVDIA.DAT o resumo do periodo
      *           apurado e grava o novo - rodar de novo o mesmo dia
      *           nao duplica nada. Usada pelo PROGFECH (o dia que
      *           fecha) e pelo PROGRESV (reconstrucao de dias
      *           passados).
      *
      *           Funcoes (LNK-FUNCAO):
      *             I  inicia uma apuracao (zera a tabela)
      *             A  acumula uma linha do movimento (LNK-LINHA com
      *                o registro 'H', 'D', 'C', 'V' ou 'P' como foi
      *                lido, na ordem da chave: o cabecalho antes das
      *                linhas da mesma venda)
      *             G  grava o resumo das datas LNK-DT-INI a
      *                LNK-DT-FIM e devolve em LNK-GRAVADOS quantos
      *                registros foram gravados
      *           LNK-SITUACAO volta 'N' se a tabela estourou ou se o
      *           RESVDIA.DAT nao abriu: nesse caso nada e gravado e o
      *           resumo anterior do periodo fica como estava.

      *                                        IDENTIFICATION DIVISION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBRESV.

      *                                           ENVIRONMENT DIVISION
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESVDIA ASSIGN TO 'RESVDIA.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RSV-CHAVE
           FILE STATUS IS WS-FS-RESVDIA.

      *                                                  DATA DIVISION
       DATA DIVISION.
       FILE SECTION.
       FD  RESVDIA.
       COPY RESVFD.

       WORKING-STORAGE SECTION.
       77  WS-FS-RESVDIA       PIC X(02) VALUE SPACES.
       77  WS-DATA-SISTEMA     PIC 9(08) VALUE ZEROS.
       77  WS-ID-CORRENTE      PIC X(14) VALUE SPACES.
       77  WS-OPER-CORRENTE    PIC X(10) VALUE SPACES.
       77  WS-PDV-CORRENTE     PIC 9(02) VALUE ZEROS.
       77  WS-FIL-CORRENTE     PIC 9(02) VALUE ZEROS.
       77  WS-PDV-LINHA        PIC 9(02) VALUE ZEROS.
       77  WS-FIL-LINHA        PIC 9(02) VALUE ZEROS.
       77  WS-QT-TAB           PIC 9(04) VALUE ZEROS.
       77  WS-POS              PIC 9(04) VALUE ZEROS.
       77  WS-I                PIC 9(04) VALUE ZEROS.
       77  WS-ESTOURO          PIC X(01) VALUE 'N'.
       77  WS-EOF              PIC X(01) VALUE SPACE.
       77  WS-APAGADOS         PIC 9(05) VALUE ZEROS.

       COPY VENDFD.

       01  WS-CHAVE-BUSCA.
           03  WS-BUS-DATA         PIC 9(08).
           03  WS-BUS-FILIAL       PIC 9(02).
           03  WS-BUS-PDV          PIC 9(02).
           03  WS-BUS-OPERADOR     PIC X(10).
           03  WS-BUS-CATEGORIA    PIC 9(01).

      *    Mesmo layout do REG-RESVDIA, uma ocorrencia por chave.
       01  WS-TAB-RESUMO.
           03  WS-RSV-REG OCCURS 3000 TIMES.
               05  WS-RSV-CHAVE        PIC X(23).
               05  WS-RSV-QT-VENDAS    PIC 9(05).
               05  WS-RSV-VL-VENDIDO   PIC 9(10).
               05  WS-RSV-QT-ITENS     PIC 9(05).
               05  WS-RSV-VL-BRUTO     PIC 9(10).
               05  WS-RSV-ICMS-BRUTO   PIC 9(10).
               05  WS-RSV-QT-CANCEL    PIC 9(05).
               05  WS-RSV-VL-CANCEL    PIC 9(10).
               05  WS-RSV-ICMS-CANCEL  PIC 9(10).
               05  WS-RSV-QT-DEVOL     PIC 9(05).
               05  WS-RSV-VL-DEVOL     PIC 9(10).
               05  WS-RSV-ICMS-DEVOL   PIC 9(10).
               05  WS-RSV-VL-FORMA     PIC 9(10) OCCURS 6 TIMES.
               05  WS-RSV-DT-GERACAO   PIC 9(08).

       LINKAGE         SECTION.
       01 LNK-FUNCAO              PIC X(01).
       01 LNK-LINHA               PIC X(100).
       01 LNK-DT-INI              PIC 9(08).
       01 LNK-DT-FIM              PIC 9(08).
       01 LNK-GRAVADOS            PIC 9(05).
       01 LNK-SITUACAO            PIC X(01).

      *                                             PROCEDURE DIVISION
       PROCEDURE DIVISION  USING LNK-FUNCAO LNK-LINHA LNK-DT-INI
                                  LNK-DT-FIM LNK-GRAVADOS LNK-SITUACAO.
       0001-PRINCIPAL SECTION.

            MOVE 'S' TO LNK-SITUACAO.

            EVALUATE LNK-FUNCAO
                WHEN 'I'
                    MOVE ZEROS TO LNK-GRAVADOS
                    PERFORM 0100-INICIA
                WHEN 'A'
                    PERFORM 0200-ACUMULA
                WHEN 'G'
                    PERFORM 0300-GRAVA
                    PERFORM 0100-INICIA
                WHEN OTHER
                    MOVE 'N' TO LNK-SITUACAO
            END-EVALUATE.

            GOBACK.

       0100-INICIA SECTION.

            MOVE ZEROS  TO WS-QT-TAB.
            MOVE ZEROS  TO WS-POS.
            MOVE SPACES TO WS-ID-CORRENTE.
            MOVE 'N'    TO WS-ESTOURO.

       0200-ACUMULA SECTION.

            MOVE LNK-LINHA TO REG-VENDA-CAB.
            MOVE LNK-LINHA TO REG-VENDA-ITEM.
            MOVE LNK-LINHA TO REG-VENDA-PAGTO.

            IF REG-VND-ID (1:8) NOT NUMERIC
                GO TO 0200-FIM
            END-IF.
            MOVE REG-VND-ID (1:8) TO WS-BUS-DATA.

            EVALUATE REG-VND-TIPO
                WHEN 'H'
                    PERFORM 0210-CABECALHO
                WHEN 'P'
                    PERFORM 0220-PAGAMENTO
                WHEN 'D'
                WHEN 'C'
                WHEN 'V'
                    PERFORM 0230-ITEM
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

            IF WS-ESTOURO EQUAL 'S'
                MOVE 'N' TO LNK-SITUACAO
            END-IF.
       0200-FIM.
            EXIT.

       0210-CABECALHO SECTION.
      *    O cabecalho abre a venda: filial, PDV e operador dele valem
      *    para as linhas seguintes com o mesmo id.
            MOVE REG-VND-ID       TO WS-ID-CORRENTE.
            MOVE REG-VND-OPERADOR TO WS-OPER-CORRENTE.
            IF REG-VND-PDV NUMERIC
                MOVE REG-VND-PDV TO WS-PDV-CORRENTE
            ELSE
                MOVE ZEROS TO WS-PDV-CORRENTE
            END-IF.
            IF REG-VND-FILIAL NUMERIC AND REG-VND-FILIAL > ZEROS
                MOVE REG-VND-FILIAL TO WS-FIL-CORRENTE
            ELSE
                MOVE 1 TO WS-FIL-CORRENTE
            END-IF.

            MOVE WS-FIL-CORRENTE  TO WS-BUS-FILIAL.
            MOVE WS-PDV-CORRENTE  TO WS-BUS-PDV.
            MOVE WS-OPER-CORRENTE TO WS-BUS-OPERADOR.
            MOVE ZERO             TO WS-BUS-CATEGORIA.
            PERFORM 0250-LOCALIZA.
            IF WS-POS > ZEROS
                ADD 1 TO WS-RSV-QT-VENDAS (WS-POS)
                IF REG-VND-TOTAL NUMERIC
                    ADD REG-VND-TOTAL TO WS-RSV-VL-VENDIDO (WS-POS)
                END-IF
            END-IF.

       0220-PAGAMENTO SECTION.

            IF REG-PAG-PDV NUMERIC
                MOVE REG-PAG-PDV TO WS-PDV-LINHA
            ELSE
                MOVE ZEROS TO WS-PDV-LINHA
            END-IF.
            MOVE 1 TO WS-FIL-LINHA.
            PERFORM 0240-CONTEXTO.
            MOVE ZERO TO WS-BUS-CATEGORIA.
            PERFORM 0250-LOCALIZA.
            IF WS-POS > ZEROS
               AND REG-PAG-FORMA NUMERIC
               AND REG-PAG-FORMA >= 1 AND REG-PAG-FORMA <= 6
               AND REG-PAG-VALOR NUMERIC
                ADD REG-PAG-VALOR
                    TO WS-RSV-VL-FORMA (WS-POS REG-PAG-FORMA)
            END-IF.
      *    Dolar em especie (forma 7) e dinheiro da gaveta: soma na
      *    forma 1 pelo valor convertido em reais.
            IF WS-POS > ZEROS
               AND REG-PAG-FORMA NUMERIC
               AND REG-PAG-FORMA EQUAL 7
               AND REG-PAG-VALOR NUMERIC
                ADD REG-PAG-VALOR
                    TO WS-RSV-VL-FORMA (WS-POS 1)
            END-IF.

       0230-ITEM SECTION.

            IF REG-ITM-PDV NUMERIC
                MOVE REG-ITM-PDV TO WS-PDV-LINHA
            ELSE
                MOVE ZEROS TO WS-PDV-LINHA
            END-IF.
            IF REG-ITM-FILIAL NUMERIC AND REG-ITM-FILIAL > ZEROS
                MOVE REG-ITM-FILIAL TO WS-FIL-LINHA
            ELSE
                MOVE 1 TO WS-FIL-LINHA
            END-IF.
            PERFORM 0240-CONTEXTO.
            IF REG-ITM-CATEGORIA NUMERIC
               AND REG-ITM-CATEGORIA >= 1 AND REG-ITM-CATEGORIA <= 5
                MOVE REG-ITM-CATEGORIA TO WS-BUS-CATEGORIA
            ELSE
                MOVE ZERO TO WS-BUS-CATEGORIA
            END-IF.
            PERFORM 0250-LOCALIZA.
            IF WS-POS EQUAL ZEROS
               OR REG-ITM-PRECO-TOTAL NOT NUMERIC
               OR REG-ITM-VLR-ICMS NOT NUMERIC
                GO TO 0230-FIM
            END-IF.

            EVALUATE REG-ITM-TIPO
                WHEN 'D'
                    ADD 1 TO WS-RSV-QT-ITENS (WS-POS)
                    ADD REG-ITM-PRECO-TOTAL
                        TO WS-RSV-VL-BRUTO (WS-POS)
                    ADD REG-ITM-VLR-ICMS
                        TO WS-RSV-ICMS-BRUTO (WS-POS)
                WHEN 'C'
                    ADD 1 TO WS-RSV-QT-CANCEL (WS-POS)
                    ADD REG-ITM-PRECO-TOTAL
                        TO WS-RSV-VL-CANCEL (WS-POS)
                    ADD REG-ITM-VLR-ICMS
                        TO WS-RSV-ICMS-CANCEL (WS-POS)
                WHEN 'V'
                    ADD 1 TO WS-RSV-QT-DEVOL (WS-POS)
                    ADD REG-ITM-PRECO-TOTAL
                        TO WS-RSV-VL-DEVOL (WS-POS)
                    ADD REG-ITM-VLR-ICMS
                        TO WS-RSV-ICMS-DEVOL (WS-POS)
            END-EVALUATE.
       0230-FIM.
            EXIT.

       0240-CONTEXTO SECTION.
      *    Linha da venda cujo cabecalho ja passou herda filial, PDV e
      *    operador dele; linha avulsa fica com os dados da propria
      *    linha e operador em branco.
            IF REG-VND-ID EQUAL WS-ID-CORRENTE
                MOVE WS-FIL-CORRENTE  TO WS-BUS-FILIAL
                MOVE WS-PDV-CORRENTE  TO WS-BUS-PDV
                MOVE WS-OPER-CORRENTE TO WS-BUS-OPERADOR
            ELSE
                MOVE WS-FIL-LINHA     TO WS-BUS-FILIAL
                MOVE WS-PDV-LINHA     TO WS-BUS-PDV
                MOVE SPACES           TO WS-BUS-OPERADOR
            END-IF.

       0250-LOCALIZA SECTION.
      *    As linhas de uma venda caem quase sempre na mesma chave da
      *    linha anterior: so varre a tabela quando a chave muda.
            IF WS-POS > ZEROS
                IF WS-RSV-CHAVE (WS-POS) EQUAL WS-CHAVE-BUSCA
                    GO TO 0250-FIM
                END-IF
            END-IF.

            MOVE ZEROS TO WS-POS.
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-QT-TAB OR WS-POS > ZEROS
                IF WS-RSV-CHAVE (WS-I) EQUAL WS-CHAVE-BUSCA
                    MOVE WS-I TO WS-POS
                END-IF
            END-PERFORM.

            IF WS-POS EQUAL ZEROS
                IF WS-QT-TAB < 3000
                    ADD 1 TO WS-QT-TAB
                    INITIALIZE WS-RSV-REG (WS-QT-TAB)
                    MOVE WS-CHAVE-BUSCA TO WS-RSV-CHAVE (WS-QT-TAB)
                    MOVE WS-QT-TAB      TO WS-POS
                ELSE
                    IF WS-ESTOURO NOT EQUAL 'S'
                        DISPLAY 'SUBRESV: TABELA DO RESUMO CHEIA NA '
                                'DATA ' WS-BUS-DATA
                    END-IF
                    MOVE 'S' TO WS-ESTOURO
                END-IF
            END-IF.
       0250-FIM.
            EXIT.

       0300-GRAVA SECTION.

            MOVE ZEROS TO LNK-GRAVADOS.
            IF WS-ESTOURO EQUAL 'S'
                DISPLAY 'SUBRESV: APURACAO INCOMPLETA. RESUMO DE '
                        LNK-DT-INI ' A ' LNK-DT-FIM ' NAO GRAVADO.'
                MOVE 'N' TO LNK-SITUACAO
                GO TO 0300-FIM
            END-IF.

            OPEN I-O RESVDIA.
            IF WS-FS-RESVDIA EQUAL '35'
                OPEN OUTPUT RESVDIA
                CLOSE RESVDIA
                OPEN I-O RESVDIA
            END-IF.
            IF WS-FS-RESVDIA NOT EQUAL '00'
                DISPLAY 'SUBRESV: ERRO AO ABRIR RESVDIA.DAT. FS='
                        WS-FS-RESVDIA
                CALL 'SUBERRLOG' USING BY CONTENT 'SUBRESV   '
                     'RESVDIA   ' WS-FS-RESVDIA
                MOVE 'N' TO LNK-SITUACAO
                GO TO 0300-FIM
            END-IF.

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
            PERFORM 0310-APAGA-PERIODO.

            PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-QT-TAB
                MOVE WS-RSV-REG (WS-I) TO REG-RESVDIA
                IF RSV-DATA >= LNK-DT-INI AND RSV-DATA <= LNK-DT-FIM
                    MOVE WS-DATA-SISTEMA TO RSV-DT-GERACAO
                    WRITE REG-RESVDIA
                        INVALID KEY
                            DISPLAY 'SUBRESV: CHAVE DUPLICADA NO '
                                    'RESUMO: ' RSV-CHAVE
                        NOT INVALID KEY
                            ADD 1 TO LNK-GRAVADOS
                    END-WRITE
                END-IF
            END-PERFORM.

            CLOSE RESVDIA.
       0300-FIM.
            EXIT.

       0310-APAGA-PERIODO SECTION.
      *    Tira o resumo antigo das datas reapuradas, inclusive as que
      *    nao tiveram movimento desta vez.
            MOVE ZEROS TO WS-APAGADOS.
            MOVE SPACE TO WS-EOF.
            MOVE LOW-VALUES TO RSV-CHAVE.
            MOVE LNK-DT-INI TO RSV-DATA.
            START RESVDIA KEY IS NOT LESS THAN RSV-CHAVE
                INVALID KEY
                    MOVE 'F' TO WS-EOF
            END-START.

            PERFORM UNTIL WS-EOF EQUAL 'F'
                READ RESVDIA NEXT RECORD
                    AT END
                        MOVE 'F' TO WS-EOF
                    NOT AT END
                        IF RSV-DATA > LNK-DT-FIM
                            MOVE 'F' TO WS-EOF
                        ELSE
                            DELETE RESVDIA RECORD
                            ADD 1 TO WS-APAGADOS
                        END-IF
                END-READ
            END-PERFORM.

            IF WS-APAGADOS > ZEROS
                DISPLAY 'SUBRESV: ' WS-APAGADOS
                        ' REGISTRO(S) DE RESUMO ANTERIOR APAGADO(S).'
            END-IF.

       END PROGRAM SUBRESV.
