      ******************************************************************
      * ENTRFD - ORDENS DE ENTREGA EM DOMICILIO (ENTREGAS.DAT,
      * INDEXADO PELO NUMERO DA VENDA). GRAVADO PELO PROGVEND NA VENDA
      * COM ENTREGA E TRABALHADO PELO PROGDESP: DESPACHO, ROMANEIO DA
      * ROTA POR TRANSPORTADORA E DATA, E BAIXA DO RETORNO DO
      * MOTORISTA (ENTREGUE COM O NOME DE QUEM RECEBEU, OU FALHA COM
      * O MOTIVO).
      *
      * ENT-STATUS 'A' = NA FILA, AGUARDANDO DESPACHO; 'S' = ENVIADA
      * (EM ROTA, NO ROMANEIO DE ENT-DT-ROMANEIO); 'E' = ENTREGUE;
      * 'C' = TRES TENTATIVAS FRUSTRADAS, PARADA ATE O BALCAO FALAR
      * COM O CLIENTE (LIBERADA DE VOLTA PARA A FILA NO PROGDESP).
      *
      * ENT-TENTATIVAS CONTA AS ENTREGAS FRUSTRADAS; A FALHA VOLTA A
      * ORDEM PARA A FILA ('A') ATE A TERCEIRA, QUE A MARCA 'C'.
      * ENT-CIDADE VEM DO CADASTRO DO CLIENTE (OU E DIGITADA NA
      * VENDA) E ORDENA O ROMANEIO JUNTO COM A UF.
      *
      * CADA PROGRAMA FAZ UM COPY DESTE MEMBRO LOGO APOS O SEU FD:
      *
      *     FD  ENTREGAS.
      *     COPY ENTRFD.
      ******************************************************************
       01  REG-ENTREGA.
           03  ENT-VND-ID            PIC X(14).
           03  ENT-DATA              PIC 9(08).
           03  ENT-CLIENTE           PIC 9(05).
           03  ENT-ENDERECO          PIC X(40).
           03  ENT-UF                PIC X(02).
           03  ENT-PESO              PIC 9(05)V999.
           03  ENT-FRETE             PIC 9(08).
           03  ENT-TRANSP            PIC X(12).
           03  ENT-STATUS            PIC X(01).
               88  ENT-NA-FILA                      VALUE 'A'.
               88  ENT-EM-ROTA                      VALUE 'S'.
               88  ENT-ENTREGUE                     VALUE 'E'.
               88  ENT-CONTATAR-CLIENTE             VALUE 'C'.
           03  ENT-CIDADE            PIC X(30).
           03  ENT-DT-ROMANEIO       PIC 9(08).
           03  ENT-TENTATIVAS        PIC 9(01).
           03  ENT-DT-ENTREGA        PIC 9(08).
           03  ENT-RECEBEDOR         PIC X(30).
           03  ENT-MOTIVO-FALHA      PIC X(30).
