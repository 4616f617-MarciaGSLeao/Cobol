      *==             (6-CREDIARIO), QUE JA EXISTIA NO Z: SEM ELA A
      *==             QUEBRA POR FORMA NAO FECHAVA COM O PROPRIO
      *==             TOTAL RECEBIDO EM DIA COM VENDA PARCELADA.
      *== 15/10/2026: A SETIMA FORMA (7-DOLAR EM ESPECIE) SAI NA
      *==             LEITURA X COMO NO Z: VALOR ABATIDO EM REAIS,
      *==             DOLARES RECEBIDOS (US$) E TROCO DADO EM REAIS.
      *-----------------------------------------------------------------

      *=================================================================
       77 WRK-TOTAL-PONTOS          PIC 9(10)       VALUE ZEROS.
       77 WRK-TOTAL-VALE            PIC 9(10)       VALUE ZEROS.
       77 WRK-TOTAL-CREDIARIO       PIC 9(10)       VALUE ZEROS.
       77 WRK-TOTAL-DOLAR           PIC 9(10)       VALUE ZEROS.
       77 WRK-TOTAL-USD             PIC 9(10)       VALUE ZEROS.
       77 WRK-TROCO-DOLAR           PIC 9(10)       VALUE ZEROS.
       77 WRK-CT-VALES-EMITIDOS     PIC 9(05)       VALUE ZEROS.
       77 WRK-TOT-VALES-EMITIDOS    PIC 9(10)       VALUE ZEROS.
       77 WRK-EOF-VALE              PIC X(01)       VALUE SPACE.
                   ADD REG-PAG-VALOR TO WRK-TOTAL-VALE
               WHEN 6
                   ADD REG-PAG-VALOR TO WRK-TOTAL-CREDIARIO
               WHEN 7
                   ADD REG-PAG-VALOR     TO WRK-TOTAL-DOLAR
                   ADD REG-PAG-VLR-MOEDA TO WRK-TOTAL-USD
                   ADD REG-PAG-TROCO     TO WRK-TROCO-DOLAR
           END-EVALUATE
       .
       0300-GRAVA-RELATORIO        SECTION.
               INTO REG-RELZ
           WRITE REG-RELZ

           MOVE WRK-TOTAL-DOLAR TO WRK-VALOR-FORM
           MOVE SPACES TO REG-RELZ
           STRING "TOTAL EM DOLAR (R$): " DELIMITED BY SIZE
                  WRK-VALOR-FORM           DELIMITED BY SIZE
               INTO REG-RELZ
           WRITE REG-RELZ

           MOVE WRK-TOTAL-USD TO WRK-VALOR-FORM
           MOVE SPACES TO REG-RELZ
           STRING "DOLARES RECEB (US$): " DELIMITED BY SIZE
                  WRK-VALOR-FORM           DELIMITED BY SIZE
               INTO REG-RELZ
           WRITE REG-RELZ

           MOVE WRK-TROCO-DOLAR TO WRK-VALOR-FORM
           MOVE SPACES TO REG-RELZ
           STRING "TROCO DO DOLAR (R$): " DELIMITED BY SIZE
                  WRK-VALOR-FORM           DELIMITED BY SIZE
               INTO REG-RELZ
           WRITE REG-RELZ

           MOVE WRK-CT-VALES-EMITIDOS TO WRK-CT-FORM
           MOVE WRK-TOT-VALES-EMITIDOS TO WRK-VALOR-FORM
           MOVE SPACES TO REG-RELZ
