      *==           (REGISTRO DE PARAMETRO COM MOEDA 'CFG').
      *== DATA: 02/09/2026
      *== OBSERVACOES:
      *== 15/10/2026: NOVA OPCAO 4 - SPREAD DO DOLAR: PERCENTUAL
      *==             DESCONTADO DA COTACAO DO DIA QUANDO O PROGVEND
      *==             RECEBE DOLAR EM ESPECIE (FORMA DE PAGAMENTO 7),
      *==             GRAVADO NO REGISTRO DE PARAMETRO COM DATA ZEROS
      *==             E MOEDA 'SPR'. SEM O REGISTRO, O SPREAD E ZERO.
      *-----------------------------------------------------------------

      *=================================================================
           88  WRK-OPC-INFORMAR                     VALUE 1.
           88  WRK-OPC-LISTAR                       VALUE 2.
           88  WRK-OPC-LIMITE                       VALUE 3.
           88  WRK-OPC-SPREAD                       VALUE 4.
           88  WRK-OPC-SAIR                         VALUE 5.
       77 WRK-CONTINUA              PIC X(1)        VALUE 'S'.
           88  WRK-FIM-MANUTENCAO                   VALUE 'N'.
       77 WRK-EOF                   PIC X(1)        VALUE SPACE.

           PERFORM UNTIL WRK-FIM-MANUTENCAO
               DISPLAY "1-INFORMAR COTACAO 2-LISTAR "
                       "3-LIMITE DE DIAS 4-SPREAD DO DOLAR 5-SAIR"
               DISPLAY "OPCAO: "
               ACCEPT WRK-OPCAO
               EVALUATE TRUE
                       PERFORM 0200-LISTAR-COTACOES
                   WHEN WRK-OPC-LIMITE
                       PERFORM 0300-AJUSTAR-LIMITE
                   WHEN WRK-OPC-SPREAD
                       PERFORM 0400-AJUSTAR-SPREAD
                   WHEN WRK-OPC-SAIR
                       MOVE 'N' TO WRK-CONTINUA
                   WHEN OTHER
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       EVALUATE CMB-MOEDA
                           WHEN "CFG"
                               DISPLAY "LIMITE DE DIAS SEM COTACAO: "
                                       CMB-TAXA
                           WHEN "SPR"
                               DISPLAY "SPREAD DO DOLAR EM ESPECIE "
                                       "(%): " CMB-TAXA
                           WHEN OTHER
                               DISPLAY CMB-DATA " " CMB-MOEDA
                                       " TAXA: " CMB-TAXA
                       END-EVALUATE
               END-READ
           END-PERFORM
       .
                   DISPLAY "LIMITE GRAVADO."
           END-WRITE
       .
       0400-AJUSTAR-SPREAD         SECTION.
      **** SPREAD DO DOLAR RECEBIDO EM ESPECIE NO PDV, EM PERCENTUAL
      **** SOBRE A COTACAO DO DIA (EX. 03,0000 = A LOJA PAGA 3% A
      **** MENOS POR DOLAR). REGISTRO DE PARAMETRO COM DATA ZEROS E
      **** MOEDA 'SPR', COMO O LIMITE DE DIAS.
           MOVE ZEROS TO CMB-DATA
           MOVE "SPR" TO CMB-MOEDA
           DISPLAY "SPREAD DO DOLAR EM ESPECIE (% EX. 03,0000): "
           ACCEPT CMB-TAXA
           IF CMB-TAXA NOT < 50
               DISPLAY "SPREAD INVALIDO (MAXIMO 49,9999%)."
           ELSE
               WRITE REG-CAMBIO
                   INVALID KEY
                       REWRITE REG-CAMBIO
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR O SPREAD."
                           NOT INVALID KEY
                               DISPLAY "SPREAD ATUALIZADO."
                       END-REWRITE
                   NOT INVALID KEY
                       DISPLAY "SPREAD GRAVADO."
               END-WRITE
           END-IF
       .
       END PROGRAM PROGCAMB.
