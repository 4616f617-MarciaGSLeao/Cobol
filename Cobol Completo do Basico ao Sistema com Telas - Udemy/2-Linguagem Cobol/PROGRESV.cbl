       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRESV.
      *-----------------------------------------------------------------
      *== AUTOR: MARCIA GAMELEIRA
      *== OBJETIVO: RECONSTRUCAO DO RESUMO DIARIO DE VENDAS
      *==           (RESVDIA.DAT, COPYBOOK RESVFD) PARA DIAS PASSADOS:
      *==           DIAS ANTERIORES A EXISTENCIA DO RESUMO, DIA EM QUE
      *==           O PROGFECH NAO CONSEGUIU GRAVA-LO OU DIA QUE
      *==           PRECISE SER REFEITO. LE, MES A MES DO PERIODO
      *==           PEDIDO, O MOVIMENTO VIVO (VENDAS.DAT, COM START NA
      *==           PRIMEIRA DATA) E O ARQUIVO MORTO DO MES
      *==           (VENDAS-AAAAMM.DAT DO PROGARQV), E PASSA AS LINHAS
      *==           PARA A MESMA ROTINA SUBRESV USADA NO FECHAMENTO,
      *==           QUE SUBSTITUI O RESUMO DAS DATAS DO PERIODO.
      *==           RODAR DE NOVO NAO DUPLICA NADA.
      *== DATA: 15/10/2026
      *== OBSERVACOES:
      *-----------------------------------------------------------------

      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *=================================================================
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDAS ASSIGN TO "VENDAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-VND-CHAVE
               FILE STATUS IS WRK-FS-VENDAS.
           SELECT ARQMORTO ASSIGN TO DYNAMIC WRK-NOME-MORTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQMORTO.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD  VENDAS.
       COPY VENDFD.

       FD  ARQMORTO.
       01  REG-ARQMORTO              PIC X(100).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-VENDAS==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-ARQMORTO==.

       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-TEM-VIVO              PIC X(01)       VALUE 'N'.
           88 WRK-VIVO-ABERTO                       VALUE 'S'.
       77 WRK-DATA-INI              PIC 9(08)       VALUE ZEROS.
       77 WRK-DATA-FIM              PIC 9(08)       VALUE ZEROS.
       77 WRK-MES                   PIC 9(06)       VALUE ZEROS.
       77 WRK-MES-INI               PIC 9(08)       VALUE ZEROS.
       77 WRK-MES-FIM               PIC 9(08)       VALUE ZEROS.
       77 WRK-LINHA-DATA            PIC 9(08)       VALUE ZEROS.
       77 WRK-NOME-MORTO            PIC X(20)       VALUE SPACES.
       77 WRK-CT-LINHAS-MES         PIC 9(07)       VALUE ZEROS.
       77 WRK-CT-LINHAS             PIC 9(07)       VALUE ZEROS.
       77 WRK-CT-GRAVADOS           PIC 9(07)       VALUE ZEROS.
       77 WRK-CT-MESES-ERRO         PIC 9(03)       VALUE ZEROS.
       77 WRK-ERRO-MES              PIC X(01)       VALUE 'N'.
       77 WRK-CT-FORM               PIC Z.ZZZ.ZZ9   VALUE ZEROS.

       01  WRK-MES-PARTES.
           03  WRK-MES-ANO          PIC 9(04).
           03  WRK-MES-MM           PIC 9(02).

      *==  PARAMETROS DA ROTINA SUBRESV (RESUMO DIARIO DE VENDAS).
       77 WRK-RSV-FUNCAO            PIC X(01)       VALUE SPACE.
       77 WRK-RSV-LINHA             PIC X(100)      VALUE SPACES.
       77 WRK-RSV-GRAVADOS          PIC 9(05)       VALUE ZEROS.
       77 WRK-RSV-SITUACAO          PIC X(01)       VALUE SPACE.
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           DISPLAY "RECONSTRUCAO DO RESUMO DIARIO - DATA INICIAL "
                   "(AAAAMMDD): "
           ACCEPT WRK-DATA-INI
           DISPLAY "RECONSTRUCAO DO RESUMO DIARIO - DATA FINAL "
                   "(AAAAMMDD): "
           ACCEPT WRK-DATA-FIM
           IF WRK-DATA-INI NOT NUMERIC
              OR WRK-DATA-FIM NOT NUMERIC
              OR WRK-DATA-INI EQUAL ZEROS
              OR WRK-DATA-FIM < WRK-DATA-INI
               DISPLAY "PERIODO INVALIDO. NADA FOI RECONSTRUIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 0100-ABRE-ARQUIVOS
           MOVE WRK-DATA-INI(1:6) TO WRK-MES
           PERFORM UNTIL WRK-MES > WRK-DATA-FIM(1:6)
               PERFORM 0200-RECONSTROI-MES
               PERFORM 0250-PROXIMO-MES
           END-PERFORM
           PERFORM 0900-FECHA-ARQUIVOS
           STOP RUN.

       0100-ABRE-ARQUIVOS          SECTION.
      **** SEM MOVIMENTO VIVO (FS=35) A RECONSTRUCAO SEGUE SO COM OS
      **** ARQUIVOS MORTOS.
           OPEN INPUT VENDAS
           IF WRK-FS-VENDAS EQUAL '35'
               DISPLAY "VENDAS.DAT NAO EXISTE. SERAO LIDOS SO OS "
                       "ARQUIVOS MORTOS."
           ELSE
               IF NOT FS-OK IN WRK-FS-VENDAS
                   DISPLAY "ERRO AO ABRIR O ARQUIVO VENDAS. FS="
                           WRK-FS-VENDAS
                   CALL 'SUBERRLOG' USING BY CONTENT 'PROGRESV  '
                        'VENDAS    ' WRK-FS-VENDAS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'S' TO WRK-TEM-VIVO
           END-IF
       .
       0200-RECONSTROI-MES         SECTION.
      **** UMA APURACAO POR MES, PARA A TABELA DA SUBRESV NAO PRECISAR
      **** COMPORTAR O PERIODO INTEIRO. O PRIMEIRO E O ULTIMO MES SAO
      **** CORTADOS NAS DATAS PEDIDAS.
           COMPUTE WRK-MES-INI = WRK-MES * 100 + 1
           IF WRK-MES-INI < WRK-DATA-INI
               MOVE WRK-DATA-INI TO WRK-MES-INI
           END-IF
           COMPUTE WRK-MES-FIM = WRK-MES * 100 + 31
           IF WRK-MES-FIM > WRK-DATA-FIM
               MOVE WRK-DATA-FIM TO WRK-MES-FIM
           END-IF
           MOVE ZEROS TO WRK-CT-LINHAS-MES
           MOVE 'N' TO WRK-ERRO-MES

           MOVE 'I' TO WRK-RSV-FUNCAO
           CALL 'SUBRESV' USING WRK-RSV-FUNCAO WRK-RSV-LINHA
                WRK-MES-INI WRK-MES-FIM WRK-RSV-GRAVADOS
                WRK-RSV-SITUACAO

           IF WRK-VIVO-ABERTO
               PERFORM 0210-LE-VIVO
           END-IF
           PERFORM 0220-LE-MORTO

      **** MORTO QUE NAO ABRIU DEIXARIA O MES PELA METADE: O RESUMO
      **** ANTERIOR DO MES FICA COMO ESTAVA.
           IF WRK-ERRO-MES EQUAL 'S'
               ADD 1 TO WRK-CT-MESES-ERRO
               DISPLAY "RESUMO DE " WRK-MES-INI " A " WRK-MES-FIM
                       " NAO FOI GRAVADO."
               GO TO 0200-FIM
           END-IF
           MOVE 'G' TO WRK-RSV-FUNCAO
           CALL 'SUBRESV' USING WRK-RSV-FUNCAO WRK-RSV-LINHA
                WRK-MES-INI WRK-MES-FIM WRK-RSV-GRAVADOS
                WRK-RSV-SITUACAO
           IF WRK-RSV-SITUACAO EQUAL 'S'
               ADD WRK-RSV-GRAVADOS TO WRK-CT-GRAVADOS
               DISPLAY "RESUMO DE " WRK-MES-INI " A " WRK-MES-FIM
                       ": LINHAS LIDAS " WRK-CT-LINHAS-MES
                       "  REGISTROS GRAVADOS " WRK-RSV-GRAVADOS
           ELSE
               ADD 1 TO WRK-CT-MESES-ERRO
               DISPLAY "RESUMO DE " WRK-MES-INI " A " WRK-MES-FIM
                       " NAO FOI GRAVADO."
           END-IF
       0200-FIM.
           EXIT.
       0210-LE-VIVO                SECTION.
      **** A CHAVE COMECA PELA DATA DA VENDA (AAAAMMDD + HORA), ENTAO
      **** O START JA CAI NO PRIMEIRO DIA DO PERIODO DO MES.
           MOVE SPACE TO WRK-EOF
           MOVE LOW-VALUES TO REG-VND-CHAVE
           MOVE WRK-MES-INI TO REG-VND-ID(1:8)
           START VENDAS KEY IS NOT LESS THAN REG-VND-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ VENDAS NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF REG-VND-ID(1:8) NOT NUMERIC
                           MOVE 'F' TO WRK-EOF
                       ELSE
                           MOVE REG-VND-ID(1:8) TO WRK-LINHA-DATA
                           IF WRK-LINHA-DATA > WRK-MES-FIM
                               MOVE 'F' TO WRK-EOF
                           ELSE
                               PERFORM 0215-PASSA-VIVO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       .
       0215-PASSA-VIVO             SECTION.
           MOVE SPACES TO WRK-RSV-LINHA
           EVALUATE REG-VND-TIPO
               WHEN 'H'
                   MOVE REG-VENDA-CAB   TO WRK-RSV-LINHA
               WHEN 'P'
                   MOVE REG-VENDA-PAGTO TO WRK-RSV-LINHA
               WHEN OTHER
                   MOVE REG-VENDA-ITEM  TO WRK-RSV-LINHA
           END-EVALUATE
           MOVE 'A' TO WRK-RSV-FUNCAO
           CALL 'SUBRESV' USING WRK-RSV-FUNCAO WRK-RSV-LINHA
                WRK-MES-INI WRK-MES-FIM WRK-RSV-GRAVADOS
                WRK-RSV-SITUACAO
           ADD 1 TO WRK-CT-LINHAS-MES
           ADD 1 TO WRK-CT-LINHAS
       .
       0220-LE-MORTO               SECTION.
      **** O MORTO DO MES JA TEM AS LINHAS NO LAYOUT DO VENDFD, NA
      **** ORDEM DA CHAVE. MES SEM MORTO (FS=35) AINDA NAO FOI
      **** ARQUIVADO.
           MOVE SPACES TO WRK-NOME-MORTO
           STRING "VENDAS-"        DELIMITED BY SIZE
                  WRK-MES          DELIMITED BY SIZE
                  ".DAT"           DELIMITED BY SIZE
               INTO WRK-NOME-MORTO
           END-STRING
           OPEN INPUT ARQMORTO
           IF WRK-FS-ARQMORTO EQUAL '35'
               GO TO 0220-FIM
           END-IF
           IF NOT FS-OK IN WRK-FS-ARQMORTO
               DISPLAY "AVISO: " WRK-NOME-MORTO " NAO ABRIU. FS="
                       WRK-FS-ARQMORTO
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGRESV  '
                    'ARQMORTO  ' WRK-FS-ARQMORTO
               MOVE 'S' TO WRK-ERRO-MES
               GO TO 0220-FIM
           END-IF

           MOVE SPACE TO WRK-EOF
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ ARQMORTO
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF REG-ARQMORTO(2:8) NUMERIC
                           MOVE REG-ARQMORTO(2:8) TO WRK-LINHA-DATA
                           IF WRK-LINHA-DATA >= WRK-MES-INI
                              AND WRK-LINHA-DATA <= WRK-MES-FIM
                               MOVE REG-ARQMORTO TO WRK-RSV-LINHA
                               MOVE 'A' TO WRK-RSV-FUNCAO
                               CALL 'SUBRESV' USING WRK-RSV-FUNCAO
                                    WRK-RSV-LINHA WRK-MES-INI
                                    WRK-MES-FIM WRK-RSV-GRAVADOS
                                    WRK-RSV-SITUACAO
                               ADD 1 TO WRK-CT-LINHAS-MES
                               ADD 1 TO WRK-CT-LINHAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQMORTO
       0220-FIM.
           EXIT.
       0250-PROXIMO-MES            SECTION.
           MOVE WRK-MES TO WRK-MES-PARTES
           IF WRK-MES-MM >= 12
               ADD 1 TO WRK-MES-ANO
               MOVE 1 TO WRK-MES-MM
           ELSE
               ADD 1 TO WRK-MES-MM
           END-IF
           MOVE WRK-MES-PARTES TO WRK-MES
       .
       0900-FECHA-ARQUIVOS         SECTION.
           IF WRK-VIVO-ABERTO
               CLOSE VENDAS
           END-IF

           MOVE WRK-CT-LINHAS TO WRK-CT-FORM
           DISPLAY "LINHAS DE MOVIMENTO LIDAS: " WRK-CT-FORM
           MOVE WRK-CT-GRAVADOS TO WRK-CT-FORM
           DISPLAY "REGISTROS DE RESUMO......: " WRK-CT-FORM
           IF WRK-CT-MESES-ERRO > ZEROS
               DISPLAY "ATENCAO: HOUVE MES COM ERRO. VEJA AS "
                       "MENSAGENS ACIMA E RODE DE NOVO O PERIODO."
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "RECONSTRUCAO DO RESUMO DIARIO CONCLUIDA "
                   "(RESVDIA.DAT)."
       .
       END PROGRAM PROGRESV.
