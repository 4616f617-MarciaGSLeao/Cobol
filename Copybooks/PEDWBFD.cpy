      ******************************************************************
      * PEDWBFD - ARQUIVO DE PEDIDOS DA LOJA VIRTUAL (PEDWEB.DAT,
      * SEQUENCIAL DE LINHA, POSICIONAL). ENVIADO PELA PLATAFORMA E
      * IMPORTADO PELO PROGWEBI, QUE GRAVA A VENDA NO VENDAS.DAT E A
      * ORDEM DE ENTREGA NO ENTREGAS.DAT. OS PEDIDOS RECUSADOS VOLTAM
      * NO MESMO LAYOUT PARA O REJWEB.DAT, PARA CORRECAO E REENVIO.
      *
      * PWB-TIPO: 'P' = CABECALHO DO PEDIDO (REG-PEDWEB-CAB), SEGUIDO
      *           DAS SUAS LINHAS DE ITEM;
      *           'I' = ITEM DO PEDIDO (REG-PEDWEB-ITEM);
      *           'R' = MOTIVO DA RECUSA (SO NO REJWEB.DAT, LOGO ANTES
      *           DO PEDIDO RECUSADO; IGNORADO NA IMPORTACAO).
      *
      * PWC-CLIENTE = ZEROS PARA COMPRADOR SEM CADASTRO NA LOJA.
      * PWC-FORMA: 2 = CARTAO, 3 = PIX (A LOJA VIRTUAL SO RECEBE
      * PAGAMENTO ANTECIPADO). PWC-FRETE EM CENTAVOS, O VALOR COBRADO
      * DO CLIENTE NA PLATAFORMA (ZEROS = FRETE GRATIS).
      *
      *     FD  PEDWEB.
      *     COPY PEDWBFD.
      ******************************************************************
       01  REG-PEDWEB.
           03  PWB-TIPO              PIC X(01).
               88  PWB-CABECALHO                    VALUE 'P'.
               88  PWB-ITEM                         VALUE 'I'.
               88  PWB-MOTIVO                       VALUE 'R'.
           03  PWB-PEDIDO            PIC X(12).
           03  PWB-DADOS             PIC X(107).
       01  REG-PEDWEB-CAB.
           03  FILLER                PIC X(13).
           03  PWC-CLIENTE           PIC 9(05).
           03  PWC-ENDERECO          PIC X(40).
           03  PWC-CIDADE            PIC X(30).
           03  PWC-UF                PIC X(02).
           03  PWC-FORMA             PIC 9(01).
           03  PWC-FRETE             PIC 9(08).
           03  PWC-PESO              PIC 9(05)V999.
           03  FILLER                PIC X(13).
       01  REG-PEDWEB-ITEM.
           03  FILLER                PIC X(13).
           03  PWI-PRODUTO           PIC 9(06).
           03  PWI-QTD               PIC 9(06)V999.
           03  FILLER                PIC X(92).
