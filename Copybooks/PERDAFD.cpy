      ******************************************************************
      * PERDAFD - BAIXAS DE ESTOQUE POR PERDA (PERDAS.DAT, LINE
      * SEQUENTIAL, GRAVADO EM EXTEND PELO PROGPERD E LIDO PELO
      * PROGRPER NO RELATORIO MENSAL DE PERDAS). UMA LINHA POR BAIXA,
      * EM POSICOES FIXAS SEPARADAS POR UM BRANCO, COM O CUSTO DO
      * PRODUTO NA HORA DA BAIXA (CUSTO MEDIO; SEM ELE, O DA ULTIMA
      * ENTRADA) PARA O RELATORIO NAO DEPENDER DO CUSTO DE HOJE.
      *
      * PRD-MOTIVO: 1 = QUEBRA, 2 = VENCIDO/ESTRAGADO, 3 = FURTO,
      *             4 = USO INTERNO, 5 = AMOSTRA.
      *
      * CADA PROGRAMA FAZ UM COPY DESTE MEMBRO LOGO APOS O SEU FD:
      *
      *     FD  PERDAS.
      *     COPY PERDAFD.
      ******************************************************************
       01  REG-PERDA.
           03  PRD-DATA              PIC 9(08).
           03  FILLER                PIC X(01).
           03  PRD-HORA              PIC X(06).
           03  FILLER                PIC X(01).
           03  PRD-FILIAL            PIC 9(02).
           03  FILLER                PIC X(01).
           03  PRD-PRODUTO           PIC 9(06).
           03  FILLER                PIC X(01).
           03  PRD-CATEGORIA         PIC 9(01).
           03  FILLER                PIC X(01).
           03  PRD-MOTIVO            PIC 9(01).
               88  PRD-QUEBRA                       VALUE 1.
               88  PRD-VENCIDO                      VALUE 2.
               88  PRD-FURTO                        VALUE 3.
               88  PRD-USO-INTERNO                  VALUE 4.
               88  PRD-AMOSTRA                      VALUE 5.
           03  FILLER                PIC X(01).
           03  PRD-QTD               PIC 9(06)V999.
           03  FILLER                PIC X(01).
           03  PRD-CUSTO-UNIT        PIC 9(06)V99.
           03  FILLER                PIC X(01).
           03  PRD-VALOR             PIC 9(08).
           03  FILLER                PIC X(01).
           03  PRD-LOTE              PIC X(15).
           03  FILLER                PIC X(01).
           03  PRD-OPERADOR          PIC X(10).
           03  FILLER                PIC X(01).
           03  PRD-OBSERVACAO        PIC X(40).
