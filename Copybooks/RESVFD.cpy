      ******************************************************************
      * RESVFD - RESUMO DIARIO DE VENDAS (RESVDIA.DAT, INDEXADO PELA
      * CHAVE DATA + FILIAL + PDV + OPERADOR + CATEGORIA). GRAVADO
      * PELO PROGFECH NO FECHAMENTO DO DIA E PELO PROGRESV NA
      * RECONSTRUCAO DE DIAS PASSADOS (INCLUSIVE DE MESES JA LEVADOS
      * AO ARQUIVO MORTO PELO PROGARQV), SEMPRE ATRAVES DA ROTINA
      * SUBRESV, QUE APAGA O RESUMO DOS DIAS REAPURADOS ANTES DE
      * GRAVAR - RODAR DE NOVO NAO DUPLICA NADA. OS RELATORIOS DO MES
      * (PROGMENS, PROGMETA, PROGCOMI, PROGICMS) LEEM ESTE RESUMO COM
      * UM START NA DATA INICIAL, EM VEZ DE VARRER O VENDAS.DAT.
      *
      * RSV-CATEGORIA 0 E O REGISTRO DA VENDA: QUANTIDADE DE VENDAS E
      * TOTAL VENDIDO (CABECALHOS 'H') E O RECEBIDO POR FORMA DE
      * PAGAMENTO (LINHAS 'P'), ALEM DAS LINHAS DE ITEM SEM CATEGORIA
      * VALIDA (FRETE, SINAL DE ENCOMENDA, KIT). RSV-CATEGORIA 1 A 5
      * SO TRAZ OS NUMEROS DE ITEM DA CATEGORIA DE ICMS DO PRODUTO:
      * VENDIDO BRUTO ('D'), CANCELADO ('C') E DEVOLVIDO ('V'), CADA
      * UM COM O SEU ICMS.
      *
      * FILIAL, PDV E OPERADOR SAO OS DO CABECALHO DA VENDA. LINHA SEM
      * CABECALHO NO DIA (DEVOLUCAO AVULSA, VENDA ABANDONADA) FICA COM
      * O PDV/FILIAL DA PROPRIA LINHA E OPERADOR EM BRANCO. FILIAL
      * ZEROS (MOVIMENTO ANTIGO) VIRA LOJA 1. VALORES EM CENTAVOS.
      *
      * RSV-VL-FORMA: 1 = DINHEIRO, 2 = CARTAO, 3 = PIX, 4 = PONTOS,
      *               5 = VALE-TROCA, 6 = CREDIARIO. O DOLAR EM
      *               ESPECIE (FORMA 7 DA LINHA 'P') E DINHEIRO NA
      *               GAVETA E SOMA NA FORMA 1 PELO VALOR EM REAIS.
      *
      * CADA PROGRAMA FAZ UM COPY DESTE MEMBRO LOGO APOS O SEU FD:
      *
      *     FD  RESVDIA.
      *     COPY RESVFD.
      ******************************************************************
       01  REG-RESVDIA.
           03  RSV-CHAVE.
               05  RSV-DATA          PIC 9(08).
               05  RSV-FILIAL        PIC 9(02).
               05  RSV-PDV           PIC 9(02).
               05  RSV-OPERADOR      PIC X(10).
               05  RSV-CATEGORIA     PIC 9(01).
           03  RSV-QT-VENDAS         PIC 9(05).
           03  RSV-VL-VENDIDO        PIC 9(10).
           03  RSV-QT-ITENS          PIC 9(05).
           03  RSV-VL-BRUTO          PIC 9(10).
           03  RSV-ICMS-BRUTO        PIC 9(10).
           03  RSV-QT-CANCEL         PIC 9(05).
           03  RSV-VL-CANCEL         PIC 9(10).
           03  RSV-ICMS-CANCEL       PIC 9(10).
           03  RSV-QT-DEVOL          PIC 9(05).
           03  RSV-VL-DEVOL          PIC 9(10).
           03  RSV-ICMS-DEVOL        PIC 9(10).
           03  RSV-VL-FORMA          PIC 9(10) OCCURS 6 TIMES.
           03  RSV-DT-GERACAO        PIC 9(08).
