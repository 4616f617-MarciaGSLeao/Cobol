      ******************************************************************
      * AUTORFD - REGISTRO DAS ACOES DE SUPERVISOR NO PDV (AUTORIZ.DAT,
      * SEQUENCIAL DE LINHA, SEMPRE ABERTO EM EXTEND COMO O
      * GAVETA.DAT). O PROGVEND GRAVA UMA LINHA A CADA PEDIDO DE
      * AUTORIZACAO DO 0245-AUTORIZA-SUPERVISOR, LIBERADO OU NEGADO,
      * E UMA LINHA A CADA DEVOLUCAO EFETIVADA. O PROGPREV LE O
      * ARQUIVO NO RELATORIO SEMANAL DE PREVENCAO DE PERDAS.
      *
      * AUT-ACAO: 'CA' = CANCELAMENTO DE ITEM; 'DV' = DEVOLUCAO;
      *           'TR' = TROCA; 'TN' = SESSAO DE TREINAMENTO;
      *           'CR' = CREDIARIO ACIMA DO LIMITE OU COM ATRASO;
      *           'DE' = DEVOLUCAO EFETIVADA (LINHA 'V' GRAVADA): AQUI
      *           AUT-VND-ID E A VENDA ORIGINAL E AUT-VALOR O VALOR
      *           DEVOLVIDO. NAS DEMAIS ACOES AUT-VND-ID E A VENDA EM
      *           CURSO E AUT-VALOR FICA ZERADO.
      * AUT-RESULTADO: 'S' = LIBERADO; 'N' = NEGADO (SUPERVISOR NAO
      *           ENCONTRADO, SENHA ERRADA OU NIVEL INSUFICIENTE).
      *
      * AUT-OPERADOR E O OPERADOR DA SESSAO QUE PEDIU A ACAO;
      * AUT-SUPERVISOR E O ID DIGITADO PARA A AUTORIZACAO.
      *
      * CADA PROGRAMA FAZ UM COPY DESTE MEMBRO LOGO APOS O SEU FD:
      *
      *     FD  AUTORIZ.
      *     COPY AUTORFD.
      ******************************************************************
       01  REG-AUTORIZ.
           03  AUT-DATA              PIC 9(08).
           03  FILLER                PIC X(01).
           03  AUT-HORA              PIC X(06).
           03  FILLER                PIC X(01).
           03  AUT-FILIAL            PIC 9(02).
           03  FILLER                PIC X(01).
           03  AUT-PDV               PIC 9(02).
           03  FILLER                PIC X(01).
           03  AUT-OPERADOR          PIC X(10).
           03  FILLER                PIC X(01).
           03  AUT-SUPERVISOR        PIC X(10).
           03  FILLER                PIC X(01).
           03  AUT-ACAO              PIC X(02).
           03  FILLER                PIC X(01).
           03  AUT-RESULTADO         PIC X(01).
           03  FILLER                PIC X(01).
           03  AUT-VND-ID            PIC X(14).
           03  FILLER                PIC X(01).
           03  AUT-VALOR             PIC 9(08).
