      *==             RELATORIO COM O SALDO APURADO NO LEDGER, PARA A
      *==             DIFERENCA SER PENDURADA NO MOVIMENTO EXATO PELO
      *==             PROGKARD.
      *== 15/10/2026: CONTAGEM CICLICA: O CONTAGEM.DAT PODE VIR DA
      *==             LISTA DO DIA DO PROGCICL, SO COM OS ITENS DA
      *==             VEZ. LINHA COM A QUANTIDADE EM BRANCO (ITEM DA
      *==             LISTA QUE NAO FOI CONTADO) NAO E COMPARADA NEM
      *==             AJUSTADA - SAI NO RELATORIO COMO NAO CONTADA, EM
      *==             VEZ DE ZERAR O ESTOQUE DO ITEM.
      *-----------------------------------------------------------------

      *=================================================================
       77 WRK-CT-CONFEREM           PIC 9(05)       VALUE ZEROS.
       77 WRK-CT-DIVERGENTES        PIC 9(05)       VALUE ZEROS.
       77 WRK-CT-SEM-CADASTRO       PIC 9(05)       VALUE ZEROS.
       77 WRK-CT-NAO-CONTADOS       PIC 9(05)       VALUE ZEROS.
       77 WRK-DIFERENCA             PIC S9(07)V999  VALUE ZEROS.
       77 WRK-DIF-ABSOLUTA          PIC 9(07)V999   VALUE ZEROS.
       77 WRK-CT-FORM               PIC ZZZZ9       VALUE ZEROS.
           END-PERFORM
       .
       0210-CONFERE-ITEM           SECTION.
           IF REG-CTG-QTD NOT NUMERIC
               PERFORM 0212-GRAVA-NAO-CONTADO
               GO TO 0210-FIM
           END-IF
           MOVE REG-CTG-CODIGO TO CD-PRODUTO
           READ PRODUTO
               INVALID KEY
               NOT INVALID KEY
                   PERFORM 0220-GRAVA-VARIACAO
           END-READ
       0210-FIM.
           EXIT.
       0212-GRAVA-NAO-CONTADO      SECTION.
           ADD 1 TO WRK-CT-NAO-CONTADOS
           MOVE SPACES TO REG-VARIACAO
           STRING REG-CTG-CODIGO DELIMITED BY SIZE
                  " - NAO CONTADO (QUANTIDADE EM BRANCO)"
                                 DELIMITED BY SIZE
               INTO REG-VARIACAO
           WRITE REG-VARIACAO
       .
       0215-GRAVA-SEM-CADASTRO     SECTION.
           ADD 1 TO WRK-CT-SEM-CADASTRO
               INTO REG-VARIACAO
           WRITE REG-VARIACAO

           MOVE WRK-CT-NAO-CONTADOS TO WRK-CT-FORM
           MOVE SPACES TO REG-VARIACAO
           STRING "ITENS NAO CONTADOS...: " DELIMITED BY SIZE
                  WRK-CT-FORM                DELIMITED BY SIZE
               INTO REG-VARIACAO
           WRITE REG-VARIACAO

           CLOSE PRODUTO
           CLOSE CONTAGEM
           CLOSE VARIACAO
           DISPLAY "CONTADOS: " WRK-CT-LIDOS
                   "  DIVERGENTES: " WRK-CT-DIVERGENTES
                   "  SEM CADASTRO: " WRK-CT-SEM-CADASTRO
                   "  NAO CONTADOS: " WRK-CT-NAO-CONTADOS
           IF WRK-APLICA-CONTAGEM
               DISPLAY "AJUSTES APLICADOS NO ESTOQUE: "
                       WRK-CT-AJUSTADOS
