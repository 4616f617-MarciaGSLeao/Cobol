      * QUANTIDADE DE COMPRA PROPRIOS DO PRODUTO, USADOS PELO PROGEST
      * E PELO PROGCOMP. ZEROS = PRODUTO SEM PARAMETRO PROPRIO (VALE
      * O PADRAO INFORMADO NO PROMPT DESSES PROGRAMAS).
      *
      * CU-PRODUTO E O CUSTO UNITARIO DA ULTIMA ENTRADA (CENTAVOS, O
      * MESMO FORMATO DO PR-PRODUTO) E CM-PRODUTO O CUSTO MEDIO
      * PONDERADO, COM DUAS CASAS A MAIS PARA NAO PERDER CENTAVO NO
      * ARREDONDAMENTO DA MEDIA. OS DOIS SAO RECALCULADOS PELO
      * PROGRECB A CADA RECEBIMENTO, COM O CUSTO DIGITADO DA NOTA DO
      * FORNECEDOR, E O CUSTO MEDIO VALORIZA O CMV DO PROGMARG.
      * ZEROS = PRODUTO AINDA SEM CUSTO CONHECIDO.
      *
      * CL-PRODUTO E A CLASSE ABC DO PRODUTO PELO VALOR VENDIDO NOS
      * ULTIMOS MESES, GRAVADA PELO PROGABC ('A' = ITENS QUE SOMAM OS
      * PRIMEIROS 80% DO FATURAMENTO, 'B' = OS 15% SEGUINTES, 'C' = O
      * RESTO E OS SEM VENDA). O PROGCICL USA A CLASSE PARA MONTAR A
      * CONTAGEM CICLICA DO DIA (A SEMANAL, B MENSAL, C TRIMESTRAL).
      * ESPACO = PRODUTO AINDA NAO CLASSIFICADO (CONTADO COMO 'C').
      ******************************************************************
       01  REG-PRODUTO.
           03  CD-PRODUTO            PIC 9(06).
           03  SN-PRODUTO            PIC X(01).
           03  PT-PRODUTO            PIC 9(06).
           03  QR-PRODUTO            PIC 9(06).
           03  CU-PRODUTO            PIC 9(06).
           03  CM-PRODUTO            PIC 9(06)V99.
           03  CL-PRODUTO            PIC X(01).
               88  CL-PRODUTO-A                     VALUE 'A'.
               88  CL-PRODUTO-B                     VALUE 'B'.
               88  CL-PRODUTO-C                     VALUE 'C'.
