      ******************************************************************
      * ESCALFD - ESCALA DE TRABALHO DOS OPERADORES DE CAIXA
      * (ESCALA.DAT, INDEXADO, CHAVE OPERADOR + DATA). MANTIDA PELO
      * PROGESCA, QUE TAMBEM CONFRONTA A ESCALA COM O PONTO.DAT NO
      * RELATORIO DE CONFORMIDADE.
      *
      * ESC-TIPO: 'T' = DIA DE TRABALHO, DAS ESC-HORA-INI AS
      *           ESC-HORA-FIM (HHMM, NO MESMO DIA), NO PDV ESC-PDV DA
      *           LOJA ESC-FILIAL;
      *           'F' = FOLGA (HORARIOS, FILIAL E PDV ZERADOS).
      * DIA SEM REGISTRO E DIA FORA DA ESCALA: BATIDA DE PONTO NELE
      * SAI NO RELATORIO COMO TRABALHO SEM ESCALA.
      *
      *     FD  ESCALA.
      *     COPY ESCALFD.
      ******************************************************************
       01  REG-ESCALA.
           03  ESC-CHAVE.
               05  ESC-OPERADOR      PIC X(10).
               05  ESC-DATA          PIC 9(08).
           03  ESC-TIPO              PIC X(01).
               88  ESC-TRABALHO                     VALUE 'T'.
               88  ESC-FOLGA                        VALUE 'F'.
           03  ESC-HORA-INI          PIC 9(04).
           03  ESC-HORA-FIM          PIC 9(04).
           03  ESC-FILIAL            PIC 9(02).
           03  ESC-PDV               PIC 9(02).
           03  ESC-DT-ALTERACAO      PIC 9(08).
