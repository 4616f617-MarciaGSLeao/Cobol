      ******************************************************************
      * NFCEFD - CONTROLE DO DOCUMENTO FISCAL ELETRONICO (NFCECTL.DAT)
      * UM REGISTRO POR VENDA FECHADA JA LEVADA AO ARQUIVO DO FISCO,
      * INDEXADO PELO NUMERO DA VENDA (NFC-VND-ID, O MESMO REG-VND-ID
      * DO CABECALHO 'H' DO VENDAS.DAT). GRAVADO PELO PROGNFCE NA
      * GERACAO DO ARQUIVO NFCE-AAAAMMDD.DAT E ATUALIZADO PELO
      * PROGNFRT NA IMPORTACAO DO RETORNO DO FISCO.
      *
      * NFC-STATUS:
      *   'P' = PENDENTE: ENVIADO E AINDA SEM RETORNO. E A FILA DE
      *         CONTINGENCIA - O PROGNFCE REENVIA ESTES DOCUMENTOS,
      *         MARCADOS COMO EMISSAO EM CONTINGENCIA, ATE O FISCO
      *         DEVOLVER O RESULTADO.
      *   'A' = AUTORIZADO PELO FISCO (NFC-PROTOCOLO PREENCHIDO).
      *   'R' = REJEITADO (NFC-CD-MOTIVO / NFC-DS-MOTIVO DO RETORNO).
      *
      * CADA PROGRAMA FAZ UM COPY DESTE MEMBRO LOGO APOS O SEU FD:
      *
      *     FD  NFCECTL.
      *     COPY NFCEFD.
      ******************************************************************
       01  REG-NFCECTL.
           03  NFC-VND-ID            PIC X(14).
           03  NFC-DT-VENDA          PIC 9(08).
           03  NFC-FILIAL            PIC 9(02).
           03  NFC-PDV               PIC 9(02).
           03  NFC-NR-CUPOM          PIC 9(06).
           03  NFC-TOTAL             PIC 9(08).
           03  NFC-TOTAL-ICMS        PIC 9(08).
           03  NFC-STATUS            PIC X(01).
               88  NFC-PENDENTE                     VALUE 'P'.
               88  NFC-AUTORIZADO                   VALUE 'A'.
               88  NFC-REJEITADO                    VALUE 'R'.
           03  NFC-DT-ENVIO          PIC 9(08).
           03  NFC-QT-ENVIOS         PIC 9(02).
           03  NFC-DT-RETORNO        PIC 9(08).
           03  NFC-PROTOCOLO         PIC X(15).
           03  NFC-CD-MOTIVO         PIC 9(03).
           03  NFC-DS-MOTIVO         PIC X(60).
