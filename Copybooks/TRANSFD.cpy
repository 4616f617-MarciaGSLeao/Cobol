      ******************************************************************
      * TRANSFD - TRANSFERENCIAS DE MERCADORIA ENTRE FILIAIS
      * (TRANSF.DAT, INDEXADO). A CHAVE E O NUMERO DA TRANSFERENCIA +
      * ITEM: UM REGISTRO POR PRODUTO TRANSFERIDO, COM AS FILIAIS DE
      * ORIGEM E DESTINO REPETIDAS EM CADA ITEM.
      *
      * GRAVADO PELO PROGTRAN NA EMISSAO (A LOJA DE ORIGEM TIRA A
      * MERCADORIA DO SEU ESTFIL E ELA FICA EM TRANSITO) E ATUALIZADO
      * NA CONFIRMACAO DO RECEBIMENTO PELA LOJA DE DESTINO, COM A
      * QUANTIDADE QUE REALMENTE CHEGOU. LISTADO PELO PROGTRAT
      * (TRANSFERENCIAS AINDA EM TRANSITO DEPOIS DE N DIAS E
      * DIVERGENCIAS A APURAR).
      *
      * TRF-STATUS 'T' = EM TRANSITO, 'R' = RECEBIDA CONFERE,
      * 'D' = RECEBIDA COM DIVERGENCIA (A APURAR), 'A' = DIVERGENCIA
      * APURADA (ENCERRADA NO PROGTRAN, COM A NOTA DA APURACAO).
      *
      * O ITEM 000 DA TRANSFERENCIA 000000 E O REGISTRO DE CONTROLE,
      * VISTO PELO REG-TRANSF-CONTROLE: GUARDA O ULTIMO NUMERO DE
      * TRANSFERENCIA EMITIDO.
      *
      * CADA PROGRAMA FAZ UM COPY DESTE MEMBRO LOGO APOS O SEU FD:
      *
      *     FD  TRANSF.
      *     COPY TRANSFD.
      ******************************************************************
       01  REG-TRANSF.
           03  TRF-CHAVE.
               05  TRF-NUMERO        PIC 9(06).
               05  TRF-ITEM          PIC 9(03).
           03  TRF-FIL-ORIGEM        PIC 9(02).
           03  TRF-FIL-DESTINO       PIC 9(02).
           03  TRF-DT-EMISSAO        PIC 9(08).
           03  TRF-PRODUTO           PIC 9(06).
           03  TRF-QT-ENVIADA        PIC 9(06)V999.
           03  TRF-QT-RECEBIDA       PIC 9(06)V999.
           03  TRF-STATUS            PIC X(01).
               88  TRF-EM-TRANSITO                  VALUE 'T'.
               88  TRF-RECEBIDA                     VALUE 'R'.
               88  TRF-DIVERGENTE                   VALUE 'D'.
               88  TRF-APURADA                      VALUE 'A'.
           03  TRF-DT-RECEBIMENTO    PIC 9(08).
           03  TRF-OPER-ENVIO        PIC X(10).
           03  TRF-OPER-RECEB        PIC X(10).
           03  TRF-OBS-APURACAO      PIC X(40).
       01  REG-TRANSF-CONTROLE.
           03  TRF-CTL-CHAVE         PIC X(09).
           03  TRF-CTL-ULT-NUMERO    PIC 9(06).
           03  FILLER                PIC X(99).
