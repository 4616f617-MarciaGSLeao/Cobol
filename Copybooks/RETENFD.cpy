      ******************************************************************
      * RETENFD - TABELA DE RETENCAO DOS LOGS (RETENCAO.DAT, SEQUENCIAL
      * DE LINHA, UM REGISTRO POR LOG). MANTIDA PELO PROGROTL (OPCAO 2)
      * E REGRAVADA POR ELE NO FIM DE CADA RODADA MENSAL DE ROTACAO.
      *
      * RTC-ARQUIVO      NOME DO LOG SEM O .DAT (AUDITORIA, CALCLOG,
      *                  ERRLOG, ESTMOV, PROMOHIS, RUNLOG).
      * RTC-MESES        QUANTOS MESES FICAM NO ARQUIVO VIVO, CONTANDO
      *                  O MES CORRENTE. O RESTO VAI PARA O ARQUIVO
      *                  MORTO DATADO DO MES DA LINHA, NOME-AAAAMM.DAT
      *                  (MESMA CONVENCAO DO VENDAS-AAAAMM.DAT DO
      *                  PROGARQV). SEM O REGISTRO VALE O PADRAO DO
      *                  PROGROTL.
      * RTC-PRIMEIRO-MES MES (AAAAMM) DO MORTO MAIS ANTIGO DESTE LOG.
      *                  ZEROS = NADA ARQUIVADO AINDA. QUEM CONSULTA O
      *                  LOG SEM DATA INICIAL (PROGKARD, PGM02003,
      *                  PROGCAMP) COMECA A LEITURA DOS MORTOS POR ELE.
      * RTC-ULTIMO-CORTE DATA DE CORTE DA ULTIMA ROTACAO: AS LINHAS
      *                  ANTERIORES A ELA ESTAO NOS MORTOS.
      * RTC-DT-ALTERACAO DATA DA ULTIMA MUDANCA DE RTC-MESES.
      *
      * CADA PROGRAMA FAZ UM COPY DESTE MEMBRO LOGO APOS O SEU FD:
      *
      *     FD  RETENCAO.
      *     COPY RETENFD.
      ******************************************************************
       01  REG-RETENCAO.
           03  RTC-ARQUIVO           PIC X(10).
           03  RTC-MESES             PIC 9(03).
           03  RTC-PRIMEIRO-MES      PIC 9(06).
           03  RTC-ULTIMO-CORTE      PIC 9(08).
           03  RTC-DT-ALTERACAO      PIC 9(08).
