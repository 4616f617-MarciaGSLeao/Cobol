      ******************************************************************
      * ORDSFD - ORDENS DE SERVICO DE ASSISTENCIA / GARANTIA DOS
      * PRODUTOS COM NUMERO DE SERIE (ORDSERV.DAT, INDEXADO PELO
      * NUMERO DA ORDEM, COM CHAVE ALTERNATIVA PELO SERIAL, QUE ACEITA
      * DUPLICATAS PORQUE O MESMO APARELHO PODE VOLTAR MAIS DE UMA
      * VEZ). MANTIDO PELO PROGOSRV E LISTADO PELO PROGROS.
      *
      * OS-STATUS 'A' = ABERTA, APARELHO NA LOJA; 'F' = ENVIADO AO
      * FORNECEDOR; 'R' = RETORNOU DO FORNECEDOR, AGUARDANDO O
      * CLIENTE; 'E' = ENCERRADA, APARELHO DEVOLVIDO AO CLIENTE.
      * CADA MUDANCA DE SITUACAO GRAVA A SUA DATA (ABERTURA, ENVIO,
      * RETORNO E DEVOLUCAO).
      *
      * OS-RESULTADO, PREENCHIDO NO RETORNO: 'C' = CONSERTADO,
      * 'T' = TROCADO (O APARELHO NOVO FICA EM OS-SERIAL-NOVO E
      * ENTRA NO SERIAIS.DAT COM A VENDA E A DATA DO ORIGINAL),
      * 'N' = GARANTIA NEGADA (MOTIVO EM OS-OBSERVACAO).
      *
      * OS-GARANTIA 'S' = ABERTA DENTRO DA GARANTIA, 'N' = FORA DELA
      * (SERVICO PAGO PELO CLIENTE).
      *
      * A ORDEM 000000 E O REGISTRO DE CONTROLE, VISTO PELO
      * REG-ORDSERV-CONTROLE: GUARDA O ULTIMO NUMERO EMITIDO. O SEU
      * SERIAL FICA EM BRANCO, PARA NAO APARECER NA CONSULTA POR
      * SERIAL.
      *
      * CADA PROGRAMA FAZ UM COPY DESTE MEMBRO LOGO APOS O SEU FD:
      *
      *     FD  ORDSERV.
      *     COPY ORDSFD.
      ******************************************************************
       01  REG-ORDSERV.
           03  OS-NUMERO             PIC 9(06).
           03  OS-SERIAL             PIC X(20).
           03  OS-PRODUTO            PIC 9(06).
           03  OS-VND-ID             PIC X(14).
           03  OS-DT-VENDA           PIC 9(08).
           03  OS-FORNECEDOR         PIC 9(04).
           03  OS-GARANTIA           PIC X(01).
               88  OS-EM-GARANTIA                   VALUE 'S'.
           03  OS-DEFEITO            PIC X(60).
           03  OS-STATUS             PIC X(01).
               88  OS-ABERTA                        VALUE 'A'.
               88  OS-NO-FORNECEDOR                 VALUE 'F'.
               88  OS-RETORNADA                     VALUE 'R'.
               88  OS-ENCERRADA                     VALUE 'E'.
           03  OS-RESULTADO          PIC X(01).
               88  OS-CONSERTADO                    VALUE 'C'.
               88  OS-TROCADO                       VALUE 'T'.
               88  OS-NEGADO                        VALUE 'N'.
           03  OS-DT-ABERTURA        PIC 9(08).
           03  OS-DT-ENVIO           PIC 9(08).
           03  OS-DT-RETORNO         PIC 9(08).
           03  OS-DT-DEVOLUCAO       PIC 9(08).
           03  OS-SERIAL-NOVO        PIC X(20).
           03  OS-OBSERVACAO         PIC X(40).
           03  OS-OPERADOR           PIC X(10).
       01  REG-ORDSERV-CONTROLE.
           03  OS-CTL-CHAVE          PIC 9(06).
           03  FILLER                PIC X(20).
           03  OS-CTL-ULT-NUMERO     PIC 9(06).
           03  FILLER                PIC X(191).
