      * FILIAL.DAT DO PROGFILI) ALEM DO PDV, PARA AS DUAS LOJAS
      * GRAVAREM NO MESMO MOVIMENTO E O FECHAMENTO QUEBRAR POR
      * FILIAL. ZEROS = MOVIMENTO ANTERIOR AS FILIAIS (VALE COMO
      * LOJA 1, A MATRIZ).
      *
      * REG-ITM-PRODUTO E O CODIGO DO PRODUTO (CD-PRODUTO) DE CADA
      * ITEM 'D'/'C'/'V': OS PROGRAMAS QUE VOLTAM AO PRODUTO PELO
      * MOVIMENTO (RANKING, GIRO, ABC, MARGEM, ESTORNOS DA SUSPENSA E
      * DA RECONCILIACAO, DEVOLUCAO) CASAM PELO CODIGO, E NAO MAIS
      * PELA DESCRICAO, QUE MUDA QUANDO O PROGPROD RENOMEIA O
      * PRODUTO. ZEROS = LINHA QUE NAO E DE PRODUTO (KIT, FRETE DE
      * ENTREGA, SINAL DE ENCOMENDA) OU LINHA ANTIGA QUE A CONVERSAO
      * DO PROGICNV NAO CONSEGUIU IDENTIFICAR (E TODA LINHA VINDA DO
      * FORMATO SEQUENCIAL PELO PROGVCNV, QUE NAO TEM O CODIGO).
      *
      * REG-ITM-MOTIVO E O MOTIVO DA DEVOLUCAO NA LINHA 'V' DE
      * PRODUTO DEVOLVIDO OU TROCADO, ESCOLHIDO PELO OPERADOR:
      * '1' = DEFEITO; '2' = TAMANHO/MODELO ERRADO; '3' =
      * ARREPENDIMENTO; '4' = AVARIA NA ENTREGA; '5' = OUTRO.
      * ESPACO NAS LINHAS 'D'/'C', NA 'V' DO SINAL DE ENCOMENDA E NAS
      * DEVOLUCOES ANTERIORES AO MOTIVO (A CONVERSAO DO PROGICNV,
      * DE ITEM COM 85 PARA 92 BYTES, GRAVA O MOTIVO EM BRANCO NO
      * VENDAS.DAT E NOS ARQUIVOS MORTOS). O PROGTDEV
      * USA O MOTIVO NA TAXA DE DEVOLUCAO POR PRODUTO E FORNECEDOR.
      *
      * REG-PAG-FORMA: 1 = DINHEIRO, 2 = CARTAO, 3 = PIX, 4 = PONTOS,
      * 5 = VALE-TROCA, 6 = CREDIARIO, 7 = DOLAR EM ESPECIE. SO NA
      * FORMA 7 VALEM OS CAMPOS DE MOEDA DA LINHA 'P': REG-PAG-VALOR
      * E O VALOR ABATIDO DA VENDA EM REAIS (CONVERTIDO MENOS O
      * TROCO, EM CENTAVOS), REG-PAG-VLR-MOEDA O VALOR RECEBIDO EM
      * DOLAR (CENTAVOS DE DOLAR), REG-PAG-TAXA A
      * TAXA APLICADA (COTACAO DO DIA MENOS O SPREAD DO CAMBIO.DAT) E
      * REG-PAG-TROCO O TROCO DADO EM REAIS POR ESTE PAGAMENTO. NAS
      * OUTRAS FORMAS O PROGVEND GRAVA ZEROS NELES; LINHAS 'P'
      * ANTIGAS TRAZEM LIXO DA AREA, E POR ISSO NINGUEM LE ESSES
      * CAMPOS FORA DA FORMA 7. A LINHA CONTINUA DENTRO DO TAMANHO DA
      * LINHA DE ITEM, SEM CONVERSAO DO ARQUIVO.
      *
      * SELO ENCADEADO DO CABECALHO 'H' (REG-VND-SELO = 'S'): NO
      * FECHAMENTO DA VENDA O PROGVEND (E O PROGWEBI) CALCULA, PELA
      * ROTINA SUBSELO, UM SELO DAS LINHAS DA VENDA E DO PROPRIO
      * CABECALHO PARTINDO DO SELO DA VENDA ANTERIOR DO MESMO PDV
      * (SELOPDV.DAT). REG-VND-SELO-ANT GUARDA O SELO DE PARTIDA E
      * REG-VND-SELO-VENDA O RESULTADO. A CADEIA SEGUE A ORDEM DO
      * FECHAMENTO, QUE E A DO REG-VND-NR-CUPOM DO PDV, E NAO A DA
      * CHAVE: A SUSPENSA RETOMADA FECHA COM O ID DA ABERTURA. O
      * PROGSELO REFAZ A CADEIA POR FILIAL E PDV NESSA ORDEM E APONTA
      * A PRIMEIRA VENDA ALTERADA, APAGADA OU INSERIDA DEPOIS DO
      * FECHAMENTO; O RELATORIO Z DO PROGFECH GUARDA O SELO DA VENDA
      * DE MAIOR CUPOM DO DIA POR PDV. A DEVOLUCAO POSTERIOR
      * (LINHA 'V' COM MOTIVO '1'-'5', QUE TAMBEM ABATE O
      * REG-VND-TOTAL) FICA FORA DO SELO: NA CONFERENCIA O TOTAL
      * VOLTA AO VALOR DO FECHAMENTO SOMANDO ESSAS LINHAS. ESPACO =
      * VENDA ANTERIOR AO SELO. O CABECALHO CONTINUA DENTRO DO
      * TAMANHO DA LINHA DE ITEM, SEM CONVERSAO DO ARQUIVO.
      *
      * CADA PROGRAMA FAZ UM COPY DESTE MEMBRO LOGO APOS O SEU FD
      * VENDAS, POR EXEMPLO:
      *
      *     FD  VENDAS.
      *     COPY VENDFD.
           03  REG-VND-PDV           PIC 9(02).
           03  REG-VND-NR-CUPOM      PIC 9(06).
           03  REG-VND-FILIAL        PIC 9(02).
           03  REG-VND-SELO          PIC X(01).
               88  REG-VND-SELADA                   VALUE 'S'.
           03  REG-VND-SELO-ANT      PIC 9(10).
           03  REG-VND-SELO-VENDA    PIC 9(10).
       01  REG-VENDA-ITEM.
           03  REG-ITM-TIPO          PIC X(01).
           03  REG-ITM-CHAVE.
           03  REG-ITM-CATEGORIA     PIC 9(01).
           03  REG-ITM-PDV           PIC 9(02).
           03  REG-ITM-FILIAL        PIC 9(02).
           03  REG-ITM-PRODUTO       PIC 9(06).
           03  REG-ITM-MOTIVO        PIC X(01).
       01  REG-VENDA-PAGTO.
           03  REG-PAG-TIPO          PIC X(01).
           03  REG-PAG-CHAVE.
           03  REG-PAG-FORMA         PIC 9(01).
           03  REG-PAG-VALOR         PIC 9(08).
           03  REG-PAG-PDV           PIC 9(02).
           03  REG-PAG-VLR-MOEDA     PIC 9(08).
           03  REG-PAG-TAXA          PIC 9(02)V9999.
           03  REG-PAG-TROCO         PIC 9(08).
