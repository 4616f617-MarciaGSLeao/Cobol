       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGNFCE.
      *-----------------------------------------------------------------
      *== AUTOR: MARCIA GAMELEIRA
      *== OBJETIVO: GERACAO DO ARQUIVO DO DOCUMENTO FISCAL ELETRONICO
      *==           AO CONSUMIDOR (NFC-E) NO LAYOUT FIXO DO FISCO. ANDA
      *==           O VENDAS.DAT NA ORDEM DA CHAVE E, PARA CADA VENDA
      *==           FECHADA (CABECALHO 'H'), GRAVA NO ARQUIVO DA
      *==           EXECUCAO (NFCE-AAAAMMDDHHMMSS.DAT)
      *==           O DOCUMENTO ('A'), OS ITENS ('I', A PARTIR DAS
      *==           LINHAS 'D' E 'C'), OS PAGAMENTOS ('P') E O TOTAL
      *==           DO DOCUMENTO ('T'), COM TRAILER DE CONTROLE ('Z')
      *==           NO FIM DO ARQUIVO. CADA DOCUMENTO ENVIADO GANHA
      *==           UM REGISTRO NO NFCECTL.DAT (COPY NFCEFD) COM
      *==           STATUS PENDENTE; OS PENDENTES SAO A FILA DE
      *==           CONTINGENCIA E SAO REENVIADOS, MARCADOS COMO
      *==           EMISSAO EM CONTINGENCIA, ATE O PROGNFRT IMPORTAR
      *==           O RETORNO DO FISCO (AUTORIZADO OU REJEITADO).
      *==           LINHAS 'V' (DEVOLUCAO POSTERIOR) NAO ENTRAM NO
      *==           DOCUMENTO DA VENDA ORIGINAL.
      *== DATA: 15/10/2026
      *== OBSERVACOES:
      *== 15/10/2026: HORA NO NOME DO ARQUIVO (NFCE-AAAAMMDDHHMMSS.DAT).
      *==             COM SO A DATA, A SEGUNDA EXECUCAO DO DIA
      *==             SOBREGRAVAVA A PRIMEIRA, CUJOS DOCUMENTOS JA
      *==             ESTAVAM PENDENTES NO NFCECTL E NAO VOLTAVAM.
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
           SELECT NFCECTL ASSIGN TO "NFCECTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NFC-VND-ID
               FILE STATUS IS WRK-FS-NFCECTL.
           SELECT NFCE ASSIGN TO DYNAMIC WRK-NOME-NFCE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NFCE.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD  VENDAS.
       COPY VENDFD.

       FD  NFCECTL.
       COPY NFCEFD.

      **** LAYOUT FIXO DO ARQUIVO DO FISCO: 120 POSICOES, TIPO DO
      **** REGISTRO NA PRIMEIRA E NUMERO DA VENDA LOGO EM SEGUIDA.
       FD  NFCE.
       01  REG-NFE-DOC.
           03  NFE-TIPO              PIC X(01).
           03  NFE-VND-ID            PIC X(14).
           03  NFE-FILIAL            PIC 9(02).
           03  NFE-PDV               PIC 9(02).
           03  NFE-NR-CUPOM          PIC 9(06).
           03  NFE-DT-EMISSAO        PIC X(08).
           03  NFE-HR-EMISSAO        PIC X(06).
           03  NFE-TP-EMISSAO        PIC X(01).
           03  NFE-CLIENTE           PIC 9(05).
           03  NFE-OPERADOR          PIC X(10).
           03  NFE-VL-TOTAL          PIC 9(08).
           03  NFE-QT-ITENS          PIC 9(04).
           03  FILLER                PIC X(53).
       01  REG-NFE-ITEM.
           03  NFI-TIPO              PIC X(01).
           03  NFI-VND-ID            PIC X(14).
           03  NFI-SEQ               PIC 9(04).
           03  NFI-DESCRICAO         PIC X(30).
           03  NFI-QTD               PIC 9(06)V999.
           03  NFI-VL-UNIT           PIC 9(06).
           03  NFI-VL-ICMS           PIC 9(08).
           03  NFI-VL-TOTAL          PIC 9(08).
           03  NFI-CATEGORIA         PIC 9(01).
           03  NFI-CANCELADO         PIC X(01).
           03  FILLER                PIC X(38).
       01  REG-NFE-PAGTO.
           03  NFP-TIPO              PIC X(01).
           03  NFP-VND-ID            PIC X(14).
           03  NFP-FORMA             PIC 9(01).
           03  NFP-VALOR             PIC 9(08).
           03  FILLER                PIC X(96).
       01  REG-NFE-TOTAL.
           03  NFT-TIPO              PIC X(01).
           03  NFT-VND-ID            PIC X(14).
           03  NFT-VL-PRODUTOS       PIC 9(08).
           03  NFT-VL-ICMS           PIC 9(08).
           03  NFT-VL-PAGO           PIC 9(08).
           03  FILLER                PIC X(81).
       01  REG-NFE-TRAILER.
           03  NFZ-TIPO              PIC X(01).
           03  NFZ-DT-GERACAO        PIC 9(08).
           03  NFZ-QT-DOCUMENTOS     PIC 9(06).
           03  NFZ-QT-REGISTROS      PIC 9(08).
           03  NFZ-VL-TOTAL          PIC 9(12).
           03  FILLER                PIC X(85).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-VENDAS==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-NFCECTL==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-NFCE==.

       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-NOME-NFCE             PIC X(30)       VALUE SPACES.
       77 WRK-HORA-SISTEMA          PIC 9(08)       VALUE ZEROS.
       77 WRK-DATA-SISTEMA          PIC 9(08)       VALUE ZEROS.
       77 WRK-DATA-FILTRO           PIC 9(08)       VALUE ZEROS.
       77 WRK-VND-DATA-NUM          PIC 9(08)       VALUE ZEROS.
       77 WRK-REENVIA-FILA          PIC X(01)       VALUE 'S'.
           88  WRK-COM-REENVIO                      VALUE 'S' 's'.
       77 WRK-DOC-ABERTO            PIC X(01)       VALUE 'N'.
           88  WRK-TEM-DOC-ABERTO                   VALUE 'S'.
       77 WRK-DOC-NOVO              PIC X(01)       VALUE 'N'.
           88  WRK-DOC-E-NOVO                       VALUE 'S'.
       77 WRK-DOC-ID                PIC X(14)       VALUE SPACES.
       77 WRK-DOC-PRODUTOS          PIC 9(08)       VALUE ZEROS.
       77 WRK-DOC-ICMS              PIC 9(08)       VALUE ZEROS.
       77 WRK-DOC-PAGO              PIC 9(08)       VALUE ZEROS.
       77 WRK-CT-NOVOS              PIC 9(06)       VALUE ZEROS.
       77 WRK-CT-CONTINGENCIA       PIC 9(06)       VALUE ZEROS.
       77 WRK-CT-REGISTROS          PIC 9(08)       VALUE ZEROS.
       77 WRK-VL-ARQUIVO            PIC 9(12)       VALUE ZEROS.
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           DISPLAY "DATA DAS VENDAS AAAAMMDD (ZEROS = TUDO): "
           ACCEPT WRK-DATA-FILTRO
           DISPLAY "REENVIAR A FILA DE CONTINGENCIA (S/N): "
           ACCEPT WRK-REENVIA-FILA
           PERFORM 0100-ABRE-ARQUIVOS
           PERFORM 0200-GERA-DOCUMENTOS
           PERFORM 0300-FECHA-ARQUIVOS
           STOP RUN.

       0100-ABRE-ARQUIVOS          SECTION.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           OPEN INPUT VENDAS
           IF NOT FS-OK IN WRK-FS-VENDAS
               DISPLAY "ERRO AO ABRIR O ARQUIVO VENDAS. FS="
                       WRK-FS-VENDAS
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGNFCE  '
                    'VENDAS    ' WRK-FS-VENDAS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O NFCECTL
           IF WRK-FS-NFCECTL EQUAL '35'
               CLOSE NFCECTL
               OPEN OUTPUT NFCECTL
               CLOSE NFCECTL
               OPEN I-O NFCECTL
           END-IF
           IF NOT FS-OK IN WRK-FS-NFCECTL
               DISPLAY "ERRO AO ABRIR O ARQUIVO NFCECTL. FS="
                       WRK-FS-NFCECTL
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGNFCE  '
                    'NFCECTL   ' WRK-FS-NFCECTL
               CLOSE VENDAS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WRK-HORA-SISTEMA FROM TIME
           MOVE SPACES TO WRK-NOME-NFCE
           STRING "NFCE-"          DELIMITED BY SIZE
                  WRK-DATA-SISTEMA DELIMITED BY SIZE
                  WRK-HORA-SISTEMA (1:6) DELIMITED BY SIZE
                  ".DAT"           DELIMITED BY SIZE
               INTO WRK-NOME-NFCE
           END-STRING

           OPEN OUTPUT NFCE
           IF NOT FS-OK IN WRK-FS-NFCE
               DISPLAY "ERRO AO ABRIR O ARQUIVO NFCE. FS="
                       WRK-FS-NFCE
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGNFCE  '
                    'NFCE      ' WRK-FS-NFCE
               CLOSE VENDAS
               CLOSE NFCECTL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       .
       0200-GERA-DOCUMENTOS        SECTION.
      **** O 'H' TEM SEQUENCIAL 0000 E CHEGA ANTES DAS LINHAS DA
      **** PROPRIA VENDA; O TOTAL DO DOCUMENTO ('T') SO E GRAVADO
      **** QUANDO CHEGA O PROXIMO 'H' OU O FIM DO ARQUIVO.
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ VENDAS
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF REG-VND-TIPO EQUAL 'H'
                           PERFORM 0240-FECHA-DOCUMENTO
                           PERFORM 0210-ABRE-DOCUMENTO
                       ELSE
                           IF WRK-TEM-DOC-ABERTO
                              AND REG-ITM-ID EQUAL WRK-DOC-ID
                               PERFORM 0220-GRAVA-LINHA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 0240-FECHA-DOCUMENTO
       .
       0210-ABRE-DOCUMENTO         SECTION.
      **** VENDA NOVA (SEM CONTROLE) ENTRA SE FOR DA DATA PEDIDA; VENDA
      **** JA ENVIADA SO VOLTA AO ARQUIVO SE AINDA ESTIVER PENDENTE E
      **** A FILA DE CONTINGENCIA FOR REENVIADA.
           MOVE 'N' TO WRK-DOC-ABERTO
           MOVE 'N' TO WRK-DOC-NOVO
           MOVE REG-VND-ID TO NFC-VND-ID
           READ NFCECTL
               INVALID KEY
                   IF REG-VND-DATA NUMERIC
                       MOVE REG-VND-DATA TO WRK-VND-DATA-NUM
                   ELSE
                       MOVE ZEROS TO WRK-VND-DATA-NUM
                   END-IF
                   IF WRK-DATA-FILTRO EQUAL ZEROS
                      OR WRK-VND-DATA-NUM EQUAL WRK-DATA-FILTRO
                       MOVE 'S' TO WRK-DOC-ABERTO
                       MOVE 'S' TO WRK-DOC-NOVO
                   END-IF
               NOT INVALID KEY
                   IF NFC-PENDENTE AND WRK-COM-REENVIO
                       MOVE 'S' TO WRK-DOC-ABERTO
                   END-IF
           END-READ

           IF WRK-TEM-DOC-ABERTO
               MOVE REG-VND-ID TO WRK-DOC-ID
               MOVE ZEROS      TO WRK-DOC-PRODUTOS
               MOVE ZEROS      TO WRK-DOC-ICMS
               MOVE ZEROS      TO WRK-DOC-PAGO

               MOVE SPACES            TO REG-NFE-DOC
               MOVE 'A'               TO NFE-TIPO
               MOVE REG-VND-ID        TO NFE-VND-ID
               MOVE REG-VND-FILIAL    TO NFE-FILIAL
               IF REG-VND-FILIAL NOT NUMERIC
                  OR REG-VND-FILIAL EQUAL ZEROS
                   MOVE 1             TO NFE-FILIAL
               END-IF
               MOVE REG-VND-PDV       TO NFE-PDV
               MOVE REG-VND-NR-CUPOM  TO NFE-NR-CUPOM
               MOVE REG-VND-DATA      TO NFE-DT-EMISSAO
               MOVE REG-VND-HORA      TO NFE-HR-EMISSAO
               IF WRK-DOC-E-NOVO
                   MOVE '1'           TO NFE-TP-EMISSAO
               ELSE
                   MOVE '9'           TO NFE-TP-EMISSAO
               END-IF
               MOVE REG-VND-CLIENTE   TO NFE-CLIENTE
               MOVE REG-VND-OPERADOR  TO NFE-OPERADOR
               MOVE REG-VND-TOTAL     TO NFE-VL-TOTAL
               MOVE REG-VND-QTD-ITENS TO NFE-QT-ITENS
               WRITE REG-NFE-DOC
               ADD 1 TO WRK-CT-REGISTROS
               ADD REG-VND-TOTAL TO WRK-VL-ARQUIVO

               IF WRK-DOC-E-NOVO
                   MOVE SPACES            TO REG-NFCECTL
                   MOVE REG-VND-ID        TO NFC-VND-ID
                   MOVE WRK-VND-DATA-NUM  TO NFC-DT-VENDA
                   MOVE NFE-FILIAL        TO NFC-FILIAL
                   MOVE REG-VND-PDV       TO NFC-PDV
                   MOVE REG-VND-NR-CUPOM  TO NFC-NR-CUPOM
                   MOVE REG-VND-TOTAL     TO NFC-TOTAL
                   MOVE ZEROS             TO NFC-TOTAL-ICMS
                   MOVE ZEROS             TO NFC-QT-ENVIOS
                   MOVE ZEROS             TO NFC-DT-RETORNO
                   MOVE ZEROS             TO NFC-CD-MOTIVO
               END-IF
           END-IF
       .
       0220-GRAVA-LINHA            SECTION.
           EVALUATE REG-ITM-TIPO
               WHEN 'D'
               WHEN 'C'
                   MOVE SPACES              TO REG-NFE-ITEM
                   MOVE 'I'                 TO NFI-TIPO
                   MOVE REG-ITM-ID          TO NFI-VND-ID
                   MOVE REG-ITM-SEQ         TO NFI-SEQ
                   MOVE REG-ITM-NOME        TO NFI-DESCRICAO
                   MOVE REG-ITM-QTD         TO NFI-QTD
                   MOVE REG-ITM-PRECO-UNIT  TO NFI-VL-UNIT
                   MOVE REG-ITM-VLR-ICMS    TO NFI-VL-ICMS
                   MOVE REG-ITM-PRECO-TOTAL TO NFI-VL-TOTAL
                   MOVE REG-ITM-CATEGORIA   TO NFI-CATEGORIA
                   IF REG-ITM-TIPO EQUAL 'C'
                       MOVE 'S' TO NFI-CANCELADO
                       SUBTRACT REG-ITM-PRECO-TOTAL
                           FROM WRK-DOC-PRODUTOS
                       SUBTRACT REG-ITM-VLR-ICMS FROM WRK-DOC-ICMS
                   ELSE
                       MOVE 'N' TO NFI-CANCELADO
                       ADD REG-ITM-PRECO-TOTAL TO WRK-DOC-PRODUTOS
                       ADD REG-ITM-VLR-ICMS    TO WRK-DOC-ICMS
                   END-IF
                   WRITE REG-NFE-ITEM
                   ADD 1 TO WRK-CT-REGISTROS
               WHEN 'P'
                   MOVE SPACES        TO REG-NFE-PAGTO
                   MOVE 'P'           TO NFP-TIPO
                   MOVE REG-PAG-ID    TO NFP-VND-ID
                   MOVE REG-PAG-FORMA TO NFP-FORMA
                   MOVE REG-PAG-VALOR TO NFP-VALOR
                   ADD REG-PAG-VALOR  TO WRK-DOC-PAGO
                   WRITE REG-NFE-PAGTO
                   ADD 1 TO WRK-CT-REGISTROS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .
       0240-FECHA-DOCUMENTO        SECTION.
           IF WRK-TEM-DOC-ABERTO
               MOVE SPACES           TO REG-NFE-TOTAL
               MOVE 'T'              TO NFT-TIPO
               MOVE WRK-DOC-ID       TO NFT-VND-ID
               MOVE WRK-DOC-PRODUTOS TO NFT-VL-PRODUTOS
               MOVE WRK-DOC-ICMS     TO NFT-VL-ICMS
               MOVE WRK-DOC-PAGO     TO NFT-VL-PAGO
               WRITE REG-NFE-TOTAL
               ADD 1 TO WRK-CT-REGISTROS

               MOVE WRK-DOC-ICMS     TO NFC-TOTAL-ICMS
               MOVE 'P'              TO NFC-STATUS
               MOVE WRK-DATA-SISTEMA TO NFC-DT-ENVIO
               ADD 1 TO NFC-QT-ENVIOS
               IF WRK-DOC-E-NOVO
                   WRITE REG-NFCECTL
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O CONTROLE DA VENDA "
                                   NFC-VND-ID " FS=" WRK-FS-NFCECTL
                   END-WRITE
                   ADD 1 TO WRK-CT-NOVOS
               ELSE
                   REWRITE REG-NFCECTL
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR O CONTROLE DA "
                                   "VENDA " NFC-VND-ID " FS="
                                   WRK-FS-NFCECTL
                   END-REWRITE
                   ADD 1 TO WRK-CT-CONTINGENCIA
               END-IF
           END-IF
           MOVE 'N' TO WRK-DOC-ABERTO
       .
       0300-FECHA-ARQUIVOS         SECTION.
           MOVE SPACES            TO REG-NFE-TRAILER
           MOVE 'Z'               TO NFZ-TIPO
           MOVE WRK-DATA-SISTEMA  TO NFZ-DT-GERACAO
           COMPUTE NFZ-QT-DOCUMENTOS =
               WRK-CT-NOVOS + WRK-CT-CONTINGENCIA
           ADD 1 TO WRK-CT-REGISTROS
           MOVE WRK-CT-REGISTROS  TO NFZ-QT-REGISTROS
           MOVE WRK-VL-ARQUIVO    TO NFZ-VL-TOTAL
           WRITE REG-NFE-TRAILER

           CLOSE VENDAS
           CLOSE NFCECTL
           CLOSE NFCE

           DISPLAY "DOCUMENTOS FISCAIS GRAVADOS EM " WRK-NOME-NFCE
           DISPLAY "NOVOS: " WRK-CT-NOVOS
                   "  REENVIADOS EM CONTINGENCIA: "
                   WRK-CT-CONTINGENCIA
           IF WRK-CT-NOVOS EQUAL ZEROS
              AND WRK-CT-CONTINGENCIA EQUAL ZEROS
               DISPLAY "NENHUMA VENDA A ENVIAR."
               MOVE 4 TO RETURN-CODE
           END-IF
       .
       END PROGRAM PROGNFCE.
