      *-----------------------------------------------------------------
      *== AUTOR: MARCIA GAMELEIRA
      *== OBJETIVO: CALCULO DE COMISSAO DOS OPERADORES DE CAIXA. LE OS
      *==           TOTAIS DE VENDA DO RESUMO DIARIO DENTRO DO PERIODO
      *==           INFORMADO, ACUMULA O TOTAL VENDIDO POR OPERADOR
      *==           (REG-VND-OPERADOR, GRAVADO PELO PROGVEND) E APLICA
      *==           A TABELA DE FAIXAS DE COMISSAO SOBRE O TOTAL DE
      *== 02/09/2026: FILTRO DE FILIAL NA APURACAO (REG-VND-FILIAL DO
      *==             CABECALHO; ZEROS NO PROMPT = REDE INTEIRA;
      *==             CABECALHO ANTIGO SEM FILIAL VALE COMO LOJA 1).
      *== 15/10/2026: A APURACAO DEIXOU DE VARRER OS CABECALHOS DO
      *==             VENDAS.DAT E PASSOU A LER O RESUMO DIARIO DE
      *==             VENDAS (RESVDIA.DAT, REGISTROS DE CATEGORIA 0),
      *==             COM START NA DATA INICIAL: PERIODO COM MES JA
      *==             ARQUIVADO PELO PROGARQV VOLTA A SER APURAVEL. O
      *==             PERIODO CONTA OS DIAS JA FECHADOS PELO PROGFECH
      *==             (OU RECONSTRUIDOS PELO PROGRESV).
      *-----------------------------------------------------------------

      *=================================================================
      *=================================================================
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESVDIA ASSIGN TO "RESVDIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSV-CHAVE
               FILE STATUS IS WRK-FS-RESVDIA.
           SELECT RELCOMIS ASSIGN TO "RELCOMIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELCOMIS.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD  RESVDIA.
       COPY RESVFD.

       FD  RELCOMIS.
       01  REG-RELCOMIS              PIC X(80).
           03  CFC-DT-FECHAMENTO     PIC 9(08).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-RESVDIA==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-RELCOMIS==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-COMISFEC==.

       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-DATA-INI              PIC 9(08)       VALUE ZEROS.
       77 WRK-DATA-FIM              PIC 9(08)       VALUE ZEROS.
       77 WRK-CT-VENDAS             PIC 9(05)       VALUE ZEROS.
       77 WRK-VALOR-FORM            PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-COMIS-FORM            PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DATA-SISTEMA           PIC 9(08)       VALUE ZEROS.
       77 WRK-DIA-SEGUINTE           PIC 9(08)       VALUE ZEROS.
       77 WRK-FIL-FILTRO             PIC 9(02)       VALUE ZEROS.
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           EXIT.

       0100-ABRE-ARQUIVOS          SECTION.
           OPEN INPUT RESVDIA
           IF NOT FS-OK IN WRK-FS-RESVDIA
               DISPLAY "ERRO AO ABRIR O ARQUIVO RESVDIA. FS="
                       WRK-FS-RESVDIA
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGCOMI  '
                    'RESVDIA   ' WRK-FS-RESVDIA
               CLOSE COMISFEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
                       WRK-FS-RELCOMIS
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGCOMI  '
                    'RELCOMIS  ' WRK-FS-RELCOMIS
               CLOSE RESVDIA
               CLOSE COMISFEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       .
       0200-APURA-OPERADORES       SECTION.
      **** O RESUMO JA VEM COM A FILIAL DO CABECALHO (ZEROS VIRADO
      **** LOJA 1) E A DATA NA FRENTE DA CHAVE: O START CAI NA DATA
      **** INICIAL E A LEITURA PARA DEPOIS DA FINAL.
           MOVE LOW-VALUES TO RSV-CHAVE
           MOVE WRK-DATA-INI TO RSV-DATA
           START RESVDIA KEY IS NOT LESS THAN RSV-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ RESVDIA NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF WRK-DATA-FIM NOT EQUAL ZEROS
                          AND RSV-DATA > WRK-DATA-FIM
                           MOVE 'F' TO WRK-EOF
                       ELSE
                           IF RSV-CATEGORIA EQUAL ZERO
                              AND RSV-QT-VENDAS > ZEROS
                              AND (WRK-FIL-FILTRO EQUAL ZEROS
                               OR RSV-FILIAL EQUAL WRK-FIL-FILTRO)
                               ADD RSV-QT-VENDAS TO WRK-CT-VENDAS
                               PERFORM 0210-ACUMULA-OPERADOR
                           END-IF
                       END-IF
           MOVE ZEROS TO WRK-POS-OPERADOR
           PERFORM VARYING WRK-K FROM 1 BY 1
                   UNTIL WRK-K > WRK-CT-OPERADORES
               IF TAB-OPER-CODIGO(WRK-K) EQUAL RSV-OPERADOR
                   MOVE WRK-K TO WRK-POS-OPERADOR
               END-IF
           END-PERFORM
              AND WRK-CT-OPERADORES < 20
               ADD 1 TO WRK-CT-OPERADORES
               SET IDX-OPER TO WRK-CT-OPERADORES
               MOVE RSV-OPERADOR      TO TAB-OPER-CODIGO(IDX-OPER)
               MOVE ZEROS             TO TAB-OPER-QTD-VND(IDX-OPER)
               MOVE ZEROS             TO TAB-OPER-TOTAL(IDX-OPER)
               MOVE WRK-CT-OPERADORES TO WRK-POS-OPERADOR

           IF WRK-POS-OPERADOR EQUAL ZEROS
               DISPLAY "TABELA DE OPERADORES CHEIA. OPERADOR "
                       RSV-OPERADOR " FICOU FORA DA QUEBRA."
           ELSE
               SET IDX-OPER TO WRK-POS-OPERADOR
               ADD RSV-QT-VENDAS  TO TAB-OPER-QTD-VND(IDX-OPER)
               ADD RSV-VL-VENDIDO TO TAB-OPER-TOTAL(IDX-OPER)
           END-IF
       .
       0300-GRAVA-RELATORIO        SECTION.
               TAB-OPER-TOTAL(WRK-K) * WRK-PERC-APLICADO
       .
       0400-FECHA-ARQUIVOS         SECTION.
           CLOSE RESVDIA
           CLOSE RELCOMIS
           CLOSE COMISFEC
       .
