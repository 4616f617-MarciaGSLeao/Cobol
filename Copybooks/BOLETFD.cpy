      ******************************************************************
      * BOLETFD - CONTROLE DOS BOLETOS DE COBRANCA BANCARIA
      * (BOLETO.DAT), INDEXADO PELO NOSSO NUMERO, COM CHAVE ALTERNATIVA
      * PELA REFERENCIA DA COBRANCA DE ORIGEM (BOL-REFERENCIA), QUE
      * GARANTE UM SO BOLETO POR PARCELA. GRAVADO PELO PROGREMB NA
      * REMESSA AO BANCO (LAYOUT CNAB 400) E ATUALIZADO PELO PROGRETB
      * NA LEITURA DO ARQUIVO DE RETORNO.
      *
      * BOL-ORIGEM 'C' = PARCELA DO CREDIARIO (CREDIARIO.DAT, CHAVE
      * CLIENTE + VENDA + PARCELA); 'M' = MENSALIDADE DA ESCOLA
      * (MENSALID, CHAVE ALUNO + MES).
      *
      * BOL-STATUS 'E' = ENVIADO NA REMESSA, 'C' = ENTRADA CONFIRMADA
      * PELO BANCO, 'J' = ENTRADA REJEITADA (VOLTA NA PROXIMA REMESSA
      * COM O MESMO NOSSO NUMERO), 'L' = LIQUIDADO (COM DATA E VALOR
      * PAGO), 'B' = BAIXADO PELO BANCO SEM PAGAMENTO.
      *
      * CADA PROGRAMA FAZ UM COPY DESTE MEMBRO LOGO APOS O SEU FD:
      *
      *     FD  BOLETO.
      *     COPY BOLETFD.
      ******************************************************************
       01  REG-BOLETO.
           03  BOL-NOSSO-NUMERO      PIC 9(10).
           03  BOL-REFERENCIA.
               05  BOL-ORIGEM        PIC X(01).
                   88  BOL-CREDIARIO                VALUE 'C'.
                   88  BOL-MENSALIDADE              VALUE 'M'.
               05  BOL-CHAVE-ORIGEM  PIC X(21).
               05  BOL-CHAVE-CRD REDEFINES BOL-CHAVE-ORIGEM.
                   07  BOL-CRD-CLIENTE   PIC 9(05).
                   07  BOL-CRD-VND-ID    PIC X(14).
                   07  BOL-CRD-PARCELA   PIC 9(02).
               05  BOL-CHAVE-MEN REDEFINES BOL-CHAVE-ORIGEM.
                   07  BOL-MEN-ESTUDANTE PIC 9(05).
                   07  BOL-MEN-MES       PIC 9(06).
                   07  FILLER            PIC X(10).
           03  BOL-VALOR             PIC 9(08).
           03  BOL-DT-VENCIMENTO     PIC 9(08).
           03  BOL-SACADO            PIC X(40).
           03  BOL-NR-REMESSA        PIC 9(07).
           03  BOL-DT-REMESSA        PIC 9(08).
           03  BOL-STATUS            PIC X(01).
               88  BOL-ENVIADO                      VALUE 'E'.
               88  BOL-CONFIRMADO                   VALUE 'C'.
               88  BOL-REJEITADO                    VALUE 'J'.
               88  BOL-LIQUIDADO                    VALUE 'L'.
               88  BOL-BAIXADO                      VALUE 'B'.
           03  BOL-CD-OCORRENCIA     PIC 9(02).
           03  BOL-DT-OCORRENCIA     PIC 9(08).
           03  BOL-DT-PAGAMENTO      PIC 9(08).
           03  BOL-VLR-PAGO          PIC 9(08).
           03  BOL-VLR-ENCARGOS      PIC 9(08).
