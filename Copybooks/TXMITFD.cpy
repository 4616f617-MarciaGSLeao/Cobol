      ******************************************************************
      * TXMITFD - ARQUIVO DE TRANSMISSAO DIARIA LOJA -> MATRIZ
      * (TRANSM-FF-AAAAMMDD.DAT, SEQUENCIAL DE LINHA, FF = FILIAL QUE
      * ENVIA E AAAAMMDD = DIA DO MOVIMENTO). GRAVADO NA LOJA PELO
      * PROGENVD NO FIM DO DIA E CARREGADO NA MATRIZ PELO PROGCRGD.
      *
      * TXM-TIPO: 'C' = CABECALHO (PRIMEIRA LINHA, REG-TXMIT-CAB);
      *           'V' = LINHA DO VENDAS.DAT (IMAGEM DO REGISTRO EM
      *           TXM-DADOS, NO LAYOUT DO VENDFD: CABECALHO 91,
      *           ITEM 92 OU PAGAMENTO 52 BYTES);
      *           'G' = MOVIMENTO DE GAVETA (IMAGEM DA LINHA DO
      *           GAVETA.DAT, 42 BYTES);
      *           'E' = SALDO DO ESTFIL.DAT DA LOJA (FILIAL +
      *           PRODUTO + QUANTIDADE, 17 BYTES);
      *           'T' = TRAILER DE CONTROLE (ULTIMA LINHA,
      *           REG-TXMIT-TRL) COM A QUANTIDADE DE LINHAS DE CADA
      *           TIPO, A SOMA DO TOTAL DAS VENDAS (REG-VND-TOTAL DOS
      *           CABECALHOS 'H') E A SOMA DOS VALORES DE GAVETA.
      * TXM-FILIAL E TXM-DATA SE REPETEM EM TODAS AS LINHAS.
      *
      * CADA PROGRAMA FAZ UM COPY DESTE MEMBRO LOGO APOS O SEU FD:
      *
      *     FD  TXMIT.
      *     COPY TXMITFD.
      ******************************************************************
       01  REG-TXMIT.
           03  TXM-TIPO              PIC X(01).
               88  TXM-CABECALHO                    VALUE 'C'.
               88  TXM-VENDA                        VALUE 'V'.
               88  TXM-GAVETA                       VALUE 'G'.
               88  TXM-ESTFIL                       VALUE 'E'.
               88  TXM-TRAILER                      VALUE 'T'.
           03  TXM-FILIAL            PIC 9(02).
           03  TXM-DATA              PIC 9(08).
           03  TXM-DADOS             PIC X(109).
       01  REG-TXMIT-CAB.
           03  FILLER                PIC X(11).
           03  TXC-DT-GERACAO        PIC 9(08).
           03  TXC-HR-GERACAO        PIC 9(06).
           03  TXC-NM-FILIAL         PIC X(30).
           03  FILLER                PIC X(65).
       01  REG-TXMIT-TRL.
           03  FILLER                PIC X(11).
           03  TXT-QT-VENDAS         PIC 9(07).
           03  TXT-QT-GAVETA         PIC 9(07).
           03  TXT-QT-ESTFIL         PIC 9(07).
           03  TXT-TOT-VENDAS        PIC 9(11).
           03  TXT-TOT-GAVETA        PIC 9(11).
           03  FILLER                PIC X(66).
