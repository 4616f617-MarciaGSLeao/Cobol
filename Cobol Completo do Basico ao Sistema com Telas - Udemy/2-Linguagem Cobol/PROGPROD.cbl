      *==           (INCLUIR, ALTERAR, EXCLUIR E LISTAR).
      *== DATA: 09/08/2026
      *== OBSERVACOES:
      *== 15/10/2026: O PRODUTO GANHOU O CUSTO DA ULTIMA ENTRADA E O
      *==             CUSTO MEDIO PONDERADO (CU-PRODUTO/CM-PRODUTO,
      *==             MANTIDOS PELO PROGRECB A CADA RECEBIMENTO). A
      *==             INCLUSAO PEDE O CUSTO INICIAL, QUE ABRE TAMBEM O
      *==             CUSTO MEDIO; A ALTERACAO E A LISTAGEM SO MOSTRAM
      *==             OS CUSTOS. AREAS DE GUARDA DO REGISTRO ALARGADAS
      *==             PARA OS 98 BYTES DO NOVO LAYOUT.
      *== 15/10/2026: O PRODUTO GANHOU A CLASSE ABC (CL-PRODUTO,
      *==             GRAVADA PELO PROGABC). A INCLUSAO ENTRA SEM
      *==             CLASSE; A ALTERACAO E A LISTAGEM SO A MOSTRAM.
      *==             AREAS DE GUARDA DO REGISTRO ALARGADAS PARA OS 99
      *==             BYTES DO NOVO LAYOUT.
      *== 02/09/2026: AREAS DE GUARDA DO REGISTRO (VALIDACAO DE EAN E
      *==             IMAGENS ANTES/DEPOIS DA AUDITORIA) ALARGADAS
      *==             PARA OS 84 BYTES DO LAYOUT ATUAL DO PRODUTO; EM
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PRECPEND==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-AUDITORIA==.
       77 WRK-PRECO-ANTIGO          PIC 9(06)       VALUE ZEROS.
       77 WRK-REG-GUARDA            PIC X(99)       VALUE SPACES.
       77 WRK-CD-GUARDA             PIC 9(06)       VALUE ZEROS.
       77 WRK-EAN-OK                PIC X(01)       VALUE 'S'.
           88 WRK-EAN-LIVRE                         VALUE 'S'.
       77 WRK-OPERADOR              PIC X(20)       VALUE SPACES.
       77 WRK-ACAO-AUDIT            PIC X(10)       VALUE SPACES.
       77 WRK-HORA-AUDIT            PIC 9(08)       VALUE ZEROS.
       77 WRK-REG-ANTES             PIC X(99)       VALUE SPACES.
       77 WRK-REG-DEPOIS            PIC X(99)       VALUE SPACES.
       77 WRK-DATA-SISTEMA          PIC 9(08)       VALUE ZEROS.

       77 WRK-OPCAO                 PIC 9(1)        VALUE ZEROS.
           ACCEPT PT-PRODUTO
           DISPLAY "QTD DE COMPRA (ZEROS = PADRAO): "
           ACCEPT QR-PRODUTO
           DISPLAY "CUSTO UNITARIO (ZEROS = SEM CUSTO): "
           ACCEPT CU-PRODUTO
           MOVE CU-PRODUTO TO CM-PRODUTO
           MOVE SPACE TO CL-PRODUTO

           PERFORM 0150-VALIDA-EAN
           IF WRK-EAN-LIVRE
                   DISPLAY "QTD DE COMPRA ATUAL: " QR-PRODUTO
                   DISPLAY "NOVA QTD DE COMPRA (ZEROS = PADRAO): "
                   ACCEPT QR-PRODUTO
                   DISPLAY "CUSTO ULTIMA ENTRADA: " CU-PRODUTO
                           " - CUSTO MEDIO: " CM-PRODUTO
                   DISPLAY "CLASSE ABC........: " CL-PRODUTO
                   PERFORM 0150-VALIDA-EAN
                   IF NOT WRK-EAN-LIVRE
                       DISPLAY "ALTERACAO NAO GRAVADA."
                               " - UM: " UM-PRODUTO
                               " - PONTO: " PT-PRODUTO
                               " - QTD COMPRA: " QR-PRODUTO
                               " - CUSTO MEDIO: " CM-PRODUTO
                               " - ABC: " CL-PRODUTO
               END-READ
           END-PERFORM
       .
