       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGENVD.
      *-----------------------------------------------------------------
      *== AUTOR: MARCIA GAMELEIRA
      *== OBJETIVO: ENVIO DIARIO DA LOJA PARA A MATRIZ. CADA LOJA RODA
      *==           A SUA COPIA DO SISTEMA; NO FIM DO DIA ESTE PROGRAMA
      *==           EMPACOTA NO TRANSM-FF-AAAAMMDD.DAT (COPYBOOK
      *==           TXMITFD) AS LINHAS DO VENDAS.DAT DO DIA DA LOJA,
      *==           OS MOVIMENTOS DE GAVETA DO DIA E OS SALDOS DO
      *==           ESTFIL DA LOJA, COM UM TRAILER DE CONTROLE
      *==           (QUANTIDADES E TOTAIS). A MATRIZ CONFERE O TRAILER
      *==           E CARREGA O ARQUIVO PELO PROGCRGD. RODAR DE NOVO
      *==           NO MESMO DIA REFAZ O ARQUIVO.
      *==           AS DEVOLUCOES ('V') FICAM GRAVADAS SOB O ID DA
      *==           VENDA ORIGINAL, SEM A DATA DA DEVOLUCAO: POR ISSO
      *==           TODAS AS LINHAS 'V' DA LOJA AINDA NO VENDAS.DAT
      *==           VAO EM TODO ENVIO, E A MATRIZ IGNORA AS QUE JA
      *==           TEM.
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-VND-CHAVE
               FILE STATUS IS WRK-FS-VENDAS.
           SELECT GAVETA ASSIGN TO "GAVETA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GAVETA.
           SELECT ESTFIL ASSIGN TO "ESTFIL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EF-CHAVE
               FILE STATUS IS WRK-FS-ESTFIL.
           SELECT FILIAL ASSIGN TO "FILIAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-FILIAL
               FILE STATUS IS WRK-FS-FILIAL.
           SELECT TXMIT ASSIGN TO DYNAMIC WRK-NOME-TXMIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TXMIT.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD  VENDAS.
       COPY VENDFD.

       FD  GAVETA.
       01  REG-GAVETA.
           03  GAV-DATA              PIC 9(08).
           03  FILLER                PIC X(01).
           03  GAV-HORA              PIC X(06).
           03  FILLER                PIC X(01).
           03  GAV-PDV               PIC 9(02).
           03  FILLER                PIC X(01).
           03  GAV-TIPO              PIC X(02).
           03  FILLER                PIC X(01).
           03  GAV-VALOR             PIC 9(08).
           03  FILLER                PIC X(01).
           03  GAV-OPERADOR          PIC X(10).

       FD  ESTFIL.
       01  REG-ESTFIL.
           03  EF-CHAVE.
               05  EF-FILIAL         PIC 9(02).
               05  EF-PRODUTO        PIC 9(06).
           03  EF-QTD                PIC 9(06)V999.

       FD  FILIAL.
       01  REG-FILIAL.
           03  CD-FILIAL             PIC 9(02).
           03  NM-FILIAL             PIC X(30).
           03  UF-FILIAL             PIC X(02).

       FD  TXMIT.
       COPY TXMITFD.

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-VENDAS==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-GAVETA==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-ESTFIL==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-FILIAL==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-TXMIT==.

       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-DATA-SISTEMA          PIC 9(08)       VALUE ZEROS.
       77 WRK-HORA-SISTEMA          PIC 9(08)       VALUE ZEROS.
       77 WRK-DATA-MOVTO            PIC 9(08)       VALUE ZEROS.
       77 WRK-FILIAL                PIC 9(02)       VALUE ZEROS.
       77 WRK-NM-FILIAL             PIC X(30)       VALUE SPACES.
       77 WRK-NOME-TXMIT            PIC X(30)       VALUE SPACES.
       77 WRK-VENDAS-ABERTO         PIC X(02)       VALUE SPACES.
           88  WRK-VENDAS-OK                        VALUE '00'.
       77 WRK-GAVETA-ABERTO         PIC X(02)       VALUE SPACES.
           88  WRK-GAVETA-OK                        VALUE '00'.
       77 WRK-ESTFIL-ABERTO         PIC X(02)       VALUE SPACES.
           88  WRK-ESTFIL-OK                        VALUE '00'.

      *==  LOJA E DIA DA LINHA CORRENTE DO VENDAS.DAT. O PAGAMENTO NAO
      *==  TEM FILIAL: VALE A DO CABECALHO DA MESMA VENDA, QUE VEM
      *==  ANTES NA ORDEM DA CHAVE.
       77 WRK-ID-VENDA              PIC X(14)       VALUE SPACES.
       77 WRK-FIL-VENDA             PIC 9(02)       VALUE ZEROS.
       77 WRK-FIL-LINHA             PIC 9(02)       VALUE ZEROS.
       77 WRK-DATA-LINHA            PIC X(08)       VALUE SPACES.
       77 WRK-ENVIA                 PIC X(01)       VALUE 'N'.
           88  WRK-ENVIA-LINHA                      VALUE 'S'.

       77 WRK-CT-VENDAS             PIC 9(07)       VALUE ZEROS.
       77 WRK-CT-GAVETA             PIC 9(07)       VALUE ZEROS.
       77 WRK-CT-ESTFIL             PIC 9(07)       VALUE ZEROS.
       77 WRK-TOT-VENDAS            PIC 9(11)       VALUE ZEROS.
       77 WRK-TOT-GAVETA            PIC 9(11)       VALUE ZEROS.
       77 WRK-CT-FORM               PIC Z.ZZZ.ZZ9   VALUE ZEROS.
       77 WRK-TOT-FORM              PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WRK-HORA-SISTEMA FROM TIME
           PERFORM 0100-IDENTIFICA-LOJA
           PERFORM 0200-ABRE-ARQUIVOS
           PERFORM 0250-GRAVA-CABECALHO
           PERFORM 0300-ENVIA-VENDAS
           PERFORM 0400-ENVIA-GAVETA
           PERFORM 0500-ENVIA-ESTFIL
           PERFORM 0800-GRAVA-TRAILER
           PERFORM 0900-FECHA-ARQUIVOS
           STOP RUN.

       0100-IDENTIFICA-LOJA        SECTION.
      **** MESMA REGRA DA ABERTURA DO PROGVEND: FILIAL ZERO = LOJA 1.
           DISPLAY "CODIGO DA FILIAL (LOJA): "
           ACCEPT WRK-FILIAL
           IF WRK-FILIAL NOT NUMERIC OR WRK-FILIAL EQUAL ZEROS
               MOVE 1 TO WRK-FILIAL
           END-IF
           DISPLAY "DIA DO MOVIMENTO (AAAAMMDD, ZERO = HOJE): "
           ACCEPT WRK-DATA-MOVTO
           IF WRK-DATA-MOVTO NOT NUMERIC OR WRK-DATA-MOVTO EQUAL ZEROS
               MOVE WRK-DATA-SISTEMA TO WRK-DATA-MOVTO
           END-IF

           OPEN INPUT FILIAL
           IF FS-OK IN WRK-FS-FILIAL
               MOVE WRK-FILIAL TO CD-FILIAL
               READ FILIAL
                   INVALID KEY
                       DISPLAY "FILIAL " WRK-FILIAL " NAO CADASTRADA "
                               "NO FILIAL.DAT."
                       CLOSE FILIAL
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   NOT INVALID KEY
                       MOVE NM-FILIAL TO WRK-NM-FILIAL
               END-READ
               CLOSE FILIAL
           END-IF
           DISPLAY "LOJA: " WRK-FILIAL " " WRK-NM-FILIAL
                   " MOVIMENTO DE " WRK-DATA-MOVTO
       .
       0200-ABRE-ARQUIVOS          SECTION.
      **** VENDAS.DAT E GAVETA.DAT AINDA NAO CRIADOS (FS=35) SAO DIA
      **** SEM MOVIMENTO: O ARQUIVO SAI SO COM CABECALHO, SALDOS E
      **** TRAILER, PARA A MATRIZ SABER QUE A LOJA ENVIOU.
           OPEN INPUT VENDAS
           MOVE WRK-FS-VENDAS TO WRK-VENDAS-ABERTO
           IF NOT FS-OK IN WRK-FS-VENDAS
              AND WRK-FS-VENDAS NOT EQUAL '35'
               DISPLAY "ERRO AO ABRIR O ARQUIVO VENDAS. FS="
                       WRK-FS-VENDAS
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGENVD  '
                    'VENDAS    ' WRK-FS-VENDAS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT GAVETA
           MOVE WRK-FS-GAVETA TO WRK-GAVETA-ABERTO
           IF NOT FS-OK IN WRK-FS-GAVETA
              AND WRK-FS-GAVETA NOT EQUAL '35'
               DISPLAY "ERRO AO ABRIR O ARQUIVO GAVETA. FS="
                       WRK-FS-GAVETA
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGENVD  '
                    'GAVETA    ' WRK-FS-GAVETA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ESTFIL
           MOVE WRK-FS-ESTFIL TO WRK-ESTFIL-ABERTO
           IF NOT FS-OK IN WRK-FS-ESTFIL
              AND WRK-FS-ESTFIL NOT EQUAL '35'
               DISPLAY "ERRO AO ABRIR O ARQUIVO ESTFIL. FS="
                       WRK-FS-ESTFIL
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGENVD  '
                    'ESTFIL    ' WRK-FS-ESTFIL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WRK-NOME-TXMIT
           STRING "TRANSM-"        DELIMITED BY SIZE
                  WRK-FILIAL       DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  WRK-DATA-MOVTO   DELIMITED BY SIZE
                  ".DAT"           DELIMITED BY SIZE
               INTO WRK-NOME-TXMIT
           OPEN OUTPUT TXMIT
           IF NOT FS-OK IN WRK-FS-TXMIT
               DISPLAY "ERRO AO CRIAR O " WRK-NOME-TXMIT " FS="
                       WRK-FS-TXMIT
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGENVD  '
                    'TXMIT     ' WRK-FS-TXMIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       .
       0250-GRAVA-CABECALHO        SECTION.
           MOVE SPACES TO REG-TXMIT
           MOVE 'C'                   TO TXM-TIPO
           MOVE WRK-FILIAL            TO TXM-FILIAL
           MOVE WRK-DATA-MOVTO        TO TXM-DATA
           MOVE WRK-DATA-SISTEMA      TO TXC-DT-GERACAO
           MOVE WRK-HORA-SISTEMA(1:6) TO TXC-HR-GERACAO
           MOVE WRK-NM-FILIAL         TO TXC-NM-FILIAL
           WRITE REG-TXMIT
       .
       0300-ENVIA-VENDAS           SECTION.
      **** LINHAS DO DIA DA LOJA, COM O MESMO FILTRO DE DIA DO
      **** PROGFECH ('H' PELA DATA GRAVADA, AS DEMAIS PELA DATA DO ID),
      **** MAIS TODAS AS DEVOLUCOES 'V' DA LOJA.
           IF NOT WRK-VENDAS-OK
               GO TO 0300-FIM
           END-IF
           MOVE SPACE TO WRK-EOF
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ VENDAS
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       PERFORM 0310-SELECIONA-LINHA
                       IF WRK-ENVIA-LINHA
                           MOVE SPACES TO REG-TXMIT
                           MOVE 'V'            TO TXM-TIPO
                           MOVE WRK-FILIAL     TO TXM-FILIAL
                           MOVE WRK-DATA-MOVTO TO TXM-DATA
                           MOVE REG-VENDA-ITEM TO TXM-DADOS
                           WRITE REG-TXMIT
                           ADD 1 TO WRK-CT-VENDAS
                           IF REG-VND-TIPO EQUAL 'H'
                               ADD REG-VND-TOTAL TO WRK-TOT-VENDAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       0300-FIM.
           EXIT.
       0310-SELECIONA-LINHA        SECTION.
           MOVE 'N' TO WRK-ENVIA
           EVALUATE REG-VND-TIPO
               WHEN 'H'
                   MOVE REG-VND-ID     TO WRK-ID-VENDA
                   MOVE REG-VND-FILIAL TO WRK-FIL-VENDA
                   IF WRK-FIL-VENDA EQUAL ZEROS
                       MOVE 1 TO WRK-FIL-VENDA
                   END-IF
                   MOVE WRK-FIL-VENDA TO WRK-FIL-LINHA
                   MOVE REG-VND-DATA  TO WRK-DATA-LINHA
               WHEN 'D'
               WHEN 'C'
               WHEN 'V'
                   MOVE REG-ITM-FILIAL TO WRK-FIL-LINHA
                   IF WRK-FIL-LINHA EQUAL ZEROS
                       MOVE 1 TO WRK-FIL-LINHA
                   END-IF
                   MOVE REG-ITM-ID(1:8) TO WRK-DATA-LINHA
               WHEN 'P'
                   IF REG-PAG-ID EQUAL WRK-ID-VENDA
                       MOVE WRK-FIL-VENDA TO WRK-FIL-LINHA
                   ELSE
                       MOVE WRK-FILIAL TO WRK-FIL-LINHA
                   END-IF
                   MOVE REG-PAG-ID(1:8) TO WRK-DATA-LINHA
               WHEN OTHER
                   GO TO 0310-FIM
           END-EVALUATE
           IF WRK-FIL-LINHA NOT EQUAL WRK-FILIAL
               GO TO 0310-FIM
           END-IF
           IF WRK-DATA-LINHA EQUAL WRK-DATA-MOVTO
              OR REG-VND-TIPO EQUAL 'V'
               MOVE 'S' TO WRK-ENVIA
           END-IF
       0310-FIM.
           EXIT.
       0400-ENVIA-GAVETA           SECTION.
      **** O GAVETA.DAT NAO TEM FILIAL: E O ARQUIVO DA PROPRIA LOJA.
           IF NOT WRK-GAVETA-OK
               GO TO 0400-FIM
           END-IF
           MOVE SPACE TO WRK-EOF
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ GAVETA
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF GAV-DATA EQUAL WRK-DATA-MOVTO
                           MOVE SPACES TO REG-TXMIT
                           MOVE 'G'            TO TXM-TIPO
                           MOVE WRK-FILIAL     TO TXM-FILIAL
                           MOVE WRK-DATA-MOVTO TO TXM-DATA
                           MOVE REG-GAVETA     TO TXM-DADOS
                           WRITE REG-TXMIT
                           ADD 1 TO WRK-CT-GAVETA
                           ADD GAV-VALOR TO WRK-TOT-GAVETA
                       END-IF
               END-READ
           END-PERFORM
       0400-FIM.
           EXIT.
       0500-ENVIA-ESTFIL           SECTION.
      **** SALDO ATUAL DE CADA PRODUTO NA LOJA. NA MATRIZ ELE
      **** SUBSTITUI A QUEBRA DA LOJA NO ESTFIL CENTRAL.
           IF NOT WRK-ESTFIL-OK
               GO TO 0500-FIM
           END-IF
           MOVE SPACE TO WRK-EOF
           MOVE WRK-FILIAL TO EF-FILIAL
           MOVE ZEROS      TO EF-PRODUTO
           START ESTFIL KEY IS NOT LESS THAN EF-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ ESTFIL NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF EF-FILIAL NOT EQUAL WRK-FILIAL
                           MOVE 'F' TO WRK-EOF
                       ELSE
                           MOVE SPACES TO REG-TXMIT
                           MOVE 'E'            TO TXM-TIPO
                           MOVE WRK-FILIAL     TO TXM-FILIAL
                           MOVE WRK-DATA-MOVTO TO TXM-DATA
                           MOVE REG-ESTFIL     TO TXM-DADOS
                           WRITE REG-TXMIT
                           ADD 1 TO WRK-CT-ESTFIL
                       END-IF
               END-READ
           END-PERFORM
       0500-FIM.
           EXIT.
       0800-GRAVA-TRAILER          SECTION.
           MOVE SPACES TO REG-TXMIT
           MOVE 'T'            TO TXM-TIPO
           MOVE WRK-FILIAL     TO TXM-FILIAL
           MOVE WRK-DATA-MOVTO TO TXM-DATA
           MOVE WRK-CT-VENDAS  TO TXT-QT-VENDAS
           MOVE WRK-CT-GAVETA  TO TXT-QT-GAVETA
           MOVE WRK-CT-ESTFIL  TO TXT-QT-ESTFIL
           MOVE WRK-TOT-VENDAS TO TXT-TOT-VENDAS
           MOVE WRK-TOT-GAVETA TO TXT-TOT-GAVETA
           WRITE REG-TXMIT
       .
       0900-FECHA-ARQUIVOS         SECTION.
           IF WRK-VENDAS-OK
               CLOSE VENDAS
           END-IF
           IF WRK-GAVETA-OK
               CLOSE GAVETA
           END-IF
           IF WRK-ESTFIL-OK
               CLOSE ESTFIL
           END-IF
           CLOSE TXMIT

           DISPLAY "ARQUIVO DE TRANSMISSAO: " WRK-NOME-TXMIT
           MOVE WRK-CT-VENDAS TO WRK-CT-FORM
           DISPLAY "LINHAS DE VENDAS......: " WRK-CT-FORM
           COMPUTE WRK-TOT-FORM = WRK-TOT-VENDAS / 100
           DISPLAY "TOTAL DAS VENDAS......: " WRK-TOT-FORM
           MOVE WRK-CT-GAVETA TO WRK-CT-FORM
           DISPLAY "MOVIMENTOS DE GAVETA..: " WRK-CT-FORM
           MOVE WRK-CT-ESTFIL TO WRK-CT-FORM
           DISPLAY "SALDOS DE ESTOQUE.....: " WRK-CT-FORM
       .
       END PROGRAM PROGENVD.
