      ******************************************************************
      * PRAZFD - NOTA DE PONTUALIDADE POR FORNECEDOR (PRAZFORN.DAT,
      * INDEXADO POR FORNECEDOR). REGRAVADO INTEIRO A CADA EXECUCAO
      * DO PROGPRAZ, COM OS MESMOS NUMEROS DO RELPRAZO.DAT, E LIDO
      * PELO PROGCOMP COMO DESEMPATE ENTRE FORNECEDORES DE MESMO
      * CUSTO.
      *
      * PRZ-NOTA E O PERCENTUAL DE ENTREGAS NO PRAZO (0 A 100, UMA
      * CASA DECIMAL). FORNECEDOR SEM REGISTRO = SEM ENTREGA APURADA.
      *
      * CADA PROGRAMA FAZ UM COPY DESTE MEMBRO LOGO APOS O SEU FD:
      *
      *     FD  PRAZFORN.
      *     COPY PRAZFD.
      ******************************************************************
       01  REG-PRAZFORN.
           03  PRZ-FORNECEDOR        PIC 9(04).
           03  PRZ-NO-PRAZO          PIC 9(05).
           03  PRZ-ATRASOS           PIC 9(05).
           03  PRZ-MEDIA-ATRASO      PIC 9(04)V9.
           03  PRZ-NOTA              PIC 9(03)V9.
           03  PRZ-DT-APURACAO       PIC 9(08).
