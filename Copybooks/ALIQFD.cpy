      ******************************************************************
      * ALIQFD - TABELA DE ALIQUOTAS DE ICMS (ALIQICMS.DAT), INDEXADA
      * POR CATEGORIA DO PRODUTO (CT-PRODUTO, 1 A 5) + UF DA LOJA
      * (UF-FILIAL DO FILIAL.DAT) + DATA DE INICIO DE VIGENCIA. VALE
      * PARA UMA DATA A LINHA DE MAIOR VIGENCIA NAO POSTERIOR A ELA,
      * ENTAO UMA MUDANCA DE ALIQUOTA E CADASTRADA ANTES, COM A DATA
      * EM QUE PASSA A VALER, SEM MEXER NO PROGRAMA. MANTIDA PELO
      * PROGALIQ; LIDA PELO PROGVEND (CALCULO DO ITEM NA DATA DA
      * VENDA) E PELO PROGICMS (ALIQUOTA USADA NA APURACAO).
      *
      * ALQ-PERCENTUAL E A FRACAO (0,1700 = 17%), O MESMO FORMATO DA
      * ANTIGA TAB-ICMS DO PROGVEND.
      *
      * CADA PROGRAMA FAZ UM COPY DESTE MEMBRO LOGO APOS O SEU FD:
      *
      *     FD  ALIQICMS.
      *     COPY ALIQFD.
      ******************************************************************
       01  REG-ALIQICMS.
           03  ALQ-CHAVE.
               05  ALQ-CATEGORIA     PIC 9(01).
               05  ALQ-UF            PIC X(02).
               05  ALQ-DT-VIGENCIA   PIC 9(08).
           03  ALQ-PERCENTUAL        PIC 9V9999.
           03  ALQ-DT-CADASTRO       PIC 9(08).
           03  ALQ-OPERADOR          PIC X(10).
