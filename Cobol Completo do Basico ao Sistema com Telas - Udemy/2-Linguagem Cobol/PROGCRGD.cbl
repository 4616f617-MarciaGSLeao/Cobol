       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCRGD.
      *-----------------------------------------------------------------
      *== AUTOR: MARCIA GAMELEIRA
      *== OBJETIVO: CARGA NA MATRIZ DOS ARQUIVOS DE TRANSMISSAO DAS
      *==           LOJAS (TRANSM-FF-AAAAMMDD.DAT, GRAVADOS PELO
      *==           PROGENVD, COPYBOOK TXMITFD). PARA O DIA PEDIDO,
      *==           PERCORRE O FILIAL.DAT E, PARA CADA LOJA QUE NAO E
      *==           A MATRIZ: SEM ARQUIVO, A LOJA SAI COMO NAO ENVIOU;
      *==           DIA JA CARREGADO (CARGACTL.DAT) E RECUSADO; O
      *==           ARQUIVO E CONFERIDO INTEIRO CONTRA O TRAILER ANTES
      *==           DE CARREGAR QUALQUER LINHA (CABECALHO, LOJA, DIA,
      *==           QUANTIDADES E TOTAIS). ARQUIVO CONFERIDO E
      *==           CARREGADO NO VENDAS.DAT, NO GAVETA.DAT E NO
      *==           ESTFIL.DAT DA MATRIZ (O SALDO DA LOJA SUBSTITUI A
      *==           QUEBRA DA LOJA) E O DIA FICA MARCADO NO
      *==           CARGACTL.DAT. RESULTADO EM RELCARGA-AAAAMMDD.DAT.
      *==           RC 4 = LOJA SEM ENVIO OU DIA JA CARREGADO;
      *==           RC 8 = ARQUIVO RECUSADO NA CONFERENCIA OU LINHA DE
      *==           VENDA COM CHAVE JA EXISTENTE NA MATRIZ.
      *== DATA: 15/10/2026
      *== OBSERVACOES:
      *== 15/10/2026: O CABECALHO DA VENDA E CARREGADO COM 91 BYTES,
      *==             LEVANDO O SELO ENCADEADO GRAVADO NA LOJA, E O
      *==             PAGAMENTO COM 52, LEVANDO OS CAMPOS DO DOLAR EM
      *==             ESPECIE.
      *-----------------------------------------------------------------

      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *=================================================================
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILIAL ASSIGN TO "FILIAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-FILIAL
               FILE STATUS IS WRK-FS-FILIAL.
           SELECT TXMIT ASSIGN TO DYNAMIC WRK-NOME-TXMIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TXMIT.
           SELECT CARGACTL ASSIGN TO "CARGACTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-CHAVE
               FILE STATUS IS WRK-FS-CARGACTL.
           SELECT VENDAS ASSIGN TO "VENDAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
           SELECT RELCARGA ASSIGN TO DYNAMIC WRK-NOME-RELCARGA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELCARGA.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD  FILIAL.
       01  REG-FILIAL.
           03  CD-FILIAL             PIC 9(02).
           03  NM-FILIAL             PIC X(30).
           03  UF-FILIAL             PIC X(02).

       FD  TXMIT.
       COPY TXMITFD.

      **** UM REGISTRO POR LOJA + DIA CARREGADO, COM OS NUMEROS DO
      **** TRAILER CONFERIDO E AS CHAVES DE VENDA EM CONFLITO.
       FD  CARGACTL.
       01  REG-CARGACTL.
           03  CTL-CHAVE.
               05  CTL-FILIAL        PIC 9(02).
               05  CTL-DATA          PIC 9(08).
           03  CTL-DT-CARGA          PIC 9(08).
           03  CTL-HR-CARGA          PIC 9(06).
           03  CTL-QT-VENDAS         PIC 9(07).
           03  CTL-QT-GAVETA         PIC 9(07).
           03  CTL-QT-ESTFIL         PIC 9(07).
           03  CTL-TOT-VENDAS        PIC 9(11).
           03  CTL-QT-CONFLITOS      PIC 9(07).

       FD  VENDAS.
       COPY VENDFD.

       FD  GAVETA.
       01  REG-GAVETA                PIC X(42).

       FD  ESTFIL.
       01  REG-ESTFIL.
           03  EF-CHAVE.
               05  EF-FILIAL         PIC 9(02).
               05  EF-PRODUTO        PIC 9(06).
           03  EF-QTD                PIC 9(06)V999.

       FD  RELCARGA.
       01  REG-RELCARGA              PIC X(100).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-FILIAL==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-TXMIT==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-CARGACTL==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-VENDAS==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-GAVETA==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-ESTFIL==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-RELCARGA==.

       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-EOF-TXMIT             PIC X(01)       VALUE SPACE.
       77 WRK-DATA-SISTEMA          PIC 9(08)       VALUE ZEROS.
       77 WRK-HORA-SISTEMA          PIC 9(08)       VALUE ZEROS.
       77 WRK-DATA-MOVTO            PIC 9(08)       VALUE ZEROS.
       77 WRK-MATRIZ                PIC 9(02)       VALUE ZEROS.
       77 WRK-NOME-TXMIT            PIC X(30)       VALUE SPACES.
       77 WRK-NOME-RELCARGA         PIC X(30)       VALUE SPACES.

      *==  LOJA CORRENTE E CONFERENCIA DO SEU ARQUIVO.
       77 WRK-FILIAL                PIC 9(02)       VALUE ZEROS.
       77 WRK-NM-FILIAL             PIC X(30)       VALUE SPACES.
       77 WRK-MOTIVO                PIC X(50)       VALUE SPACES.
       77 WRK-CT-LINHAS             PIC 9(07)       VALUE ZEROS.
       77 WRK-TEM-CABECALHO         PIC X(01)       VALUE 'N'.
       77 WRK-TEM-TRAILER           PIC X(01)       VALUE 'N'.
       77 WRK-CT-VENDAS             PIC 9(07)       VALUE ZEROS.
       77 WRK-CT-GAVETA             PIC 9(07)       VALUE ZEROS.
       77 WRK-CT-ESTFIL             PIC 9(07)       VALUE ZEROS.
       77 WRK-TOT-VENDAS            PIC 9(11)       VALUE ZEROS.
       77 WRK-TOT-GAVETA            PIC 9(11)       VALUE ZEROS.
       77 WRK-TRL-QT-VENDAS         PIC 9(07)       VALUE ZEROS.
       77 WRK-TRL-QT-GAVETA         PIC 9(07)       VALUE ZEROS.
       77 WRK-TRL-QT-ESTFIL         PIC 9(07)       VALUE ZEROS.
       77 WRK-TRL-TOT-VENDAS        PIC 9(11)       VALUE ZEROS.
       77 WRK-TRL-TOT-GAVETA        PIC 9(11)       VALUE ZEROS.
       77 WRK-CT-CONFLITOS          PIC 9(07)       VALUE ZEROS.
       77 WRK-CT-JA-TINHA           PIC 9(07)       VALUE ZEROS.
       77 WRK-CT-GRAVADAS           PIC 9(07)       VALUE ZEROS.

      *==  LINHA DE VENDA TRANSMITIDA, PARA OLHAR TIPO E TOTAL.
       01  WRK-LINHA-VENDA.
           03  WRK-LV-TIPO           PIC X(01).
           03  WRK-LV-ID             PIC X(14).
           03  WRK-LV-SEQ            PIC 9(04).
           03  FILLER                PIC X(18).
           03  WRK-LV-TOTAL          PIC 9(08).
           03  FILLER                PIC X(64).
       01  WRK-LINHA-GAVETA.
           03  FILLER                PIC X(22).
           03  WRK-LG-VALOR          PIC 9(08).
           03  FILLER                PIC X(79).

      *==  TOTAIS DA CARGA.
       77 WRK-CT-LOJAS              PIC 9(03)       VALUE ZEROS.
       77 WRK-CT-CARREGADAS         PIC 9(03)       VALUE ZEROS.
       77 WRK-CT-SEM-ENVIO          PIC 9(03)       VALUE ZEROS.
       77 WRK-CT-REPETIDAS          PIC 9(03)       VALUE ZEROS.
       77 WRK-CT-RECUSADAS          PIC 9(03)       VALUE ZEROS.
       77 WRK-CT-FORM               PIC Z.ZZZ.ZZ9   VALUE ZEROS.
       77 WRK-TOT-FORM              PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WRK-HORA-SISTEMA FROM TIME
           DISPLAY "DIA DO MOVIMENTO (AAAAMMDD, ZERO = HOJE): "
           ACCEPT WRK-DATA-MOVTO
           IF WRK-DATA-MOVTO NOT NUMERIC OR WRK-DATA-MOVTO EQUAL ZEROS
               MOVE WRK-DATA-SISTEMA TO WRK-DATA-MOVTO
           END-IF
           DISPLAY "FILIAL DA MATRIZ (ZERO = 1): "
           ACCEPT WRK-MATRIZ
           IF WRK-MATRIZ NOT NUMERIC OR WRK-MATRIZ EQUAL ZEROS
               MOVE 1 TO WRK-MATRIZ
           END-IF

           PERFORM 0100-ABRE-ARQUIVOS
           PERFORM 0200-PERCORRE-FILIAIS
           PERFORM 0900-FECHA-ARQUIVOS
           STOP RUN.

       0100-ABRE-ARQUIVOS          SECTION.
           OPEN INPUT FILIAL
           IF NOT FS-OK IN WRK-FS-FILIAL
               DISPLAY "ERRO AO ABRIR O CADASTRO DE FILIAIS. FS="
                       WRK-FS-FILIAL
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGCRGD  '
                    'FILIAL    ' WRK-FS-FILIAL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O CARGACTL
           IF WRK-FS-CARGACTL EQUAL '35'
               CLOSE CARGACTL
               OPEN OUTPUT CARGACTL
               CLOSE CARGACTL
               OPEN I-O CARGACTL
           END-IF
           IF NOT FS-OK IN WRK-FS-CARGACTL
               DISPLAY "ERRO AO ABRIR O ARQUIVO CARGACTL. FS="
                       WRK-FS-CARGACTL
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGCRGD  '
                    'CARGACTL  ' WRK-FS-CARGACTL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O VENDAS
           IF WRK-FS-VENDAS EQUAL '35'
               CLOSE VENDAS
               OPEN OUTPUT VENDAS
               CLOSE VENDAS
               OPEN I-O VENDAS
           END-IF
           IF NOT FS-OK IN WRK-FS-VENDAS
               DISPLAY "ERRO AO ABRIR O ARQUIVO VENDAS. FS="
                       WRK-FS-VENDAS
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGCRGD  '
                    'VENDAS    ' WRK-FS-VENDAS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O ESTFIL
           IF WRK-FS-ESTFIL EQUAL '35'
               CLOSE ESTFIL
               OPEN OUTPUT ESTFIL
               CLOSE ESTFIL
               OPEN I-O ESTFIL
           END-IF
           IF NOT FS-OK IN WRK-FS-ESTFIL
               DISPLAY "ERRO AO ABRIR O ARQUIVO ESTFIL. FS="
                       WRK-FS-ESTFIL
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGCRGD  '
                    'ESTFIL    ' WRK-FS-ESTFIL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WRK-NOME-RELCARGA
           STRING "RELCARGA-"      DELIMITED BY SIZE
                  WRK-DATA-MOVTO   DELIMITED BY SIZE
                  ".DAT"           DELIMITED BY SIZE
               INTO WRK-NOME-RELCARGA
           OPEN OUTPUT RELCARGA
           IF NOT FS-OK IN WRK-FS-RELCARGA
               DISPLAY "ERRO AO CRIAR O RELATORIO DE CARGA. FS="
                       WRK-FS-RELCARGA
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGCRGD  '
                    'RELCARGA  ' WRK-FS-RELCARGA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REG-RELCARGA
           STRING "CARGA DAS LOJAS NA MATRIZ - MOVIMENTO DE "
                                             DELIMITED BY SIZE
                  WRK-DATA-MOVTO             DELIMITED BY SIZE
                  " - CARREGADO EM "         DELIMITED BY SIZE
                  WRK-DATA-SISTEMA           DELIMITED BY SIZE
               INTO REG-RELCARGA
           WRITE REG-RELCARGA
           MOVE ALL "=" TO REG-RELCARGA
           WRITE REG-RELCARGA
       .
       0200-PERCORRE-FILIAIS       SECTION.
           MOVE SPACE TO WRK-EOF
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ FILIAL NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF CD-FILIAL NOT EQUAL WRK-MATRIZ
                           ADD 1 TO WRK-CT-LOJAS
                           MOVE CD-FILIAL TO WRK-FILIAL
                           MOVE NM-FILIAL TO WRK-NM-FILIAL
                           PERFORM 0300-PROCESSA-LOJA
                       END-IF
               END-READ
           END-PERFORM
       .
       0300-PROCESSA-LOJA          SECTION.
           MOVE SPACES TO WRK-NOME-TXMIT
           STRING "TRANSM-"        DELIMITED BY SIZE
                  WRK-FILIAL       DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  WRK-DATA-MOVTO   DELIMITED BY SIZE
                  ".DAT"           DELIMITED BY SIZE
               INTO WRK-NOME-TXMIT

           MOVE WRK-FILIAL     TO CTL-FILIAL
           MOVE WRK-DATA-MOVTO TO CTL-DATA
           READ CARGACTL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WRK-CT-REPETIDAS
                   MOVE "DIA JA CARREGADO - ENVIO RECUSADO"
                       TO WRK-MOTIVO
                   PERFORM 0390-LINHA-LOJA
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   GO TO 0300-FIM
           END-READ

           OPEN INPUT TXMIT
           IF WRK-FS-TXMIT EQUAL '35'
               ADD 1 TO WRK-CT-SEM-ENVIO
               MOVE "NAO ENVIOU O ARQUIVO DO DIA" TO WRK-MOTIVO
               PERFORM 0390-LINHA-LOJA
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 0300-FIM
           END-IF
           IF NOT FS-OK IN WRK-FS-TXMIT
               ADD 1 TO WRK-CT-RECUSADAS
               MOVE SPACES TO WRK-MOTIVO
               STRING "ARQUIVO NAO ABRIU. FS=" DELIMITED BY SIZE
                      WRK-FS-TXMIT             DELIMITED BY SIZE
                   INTO WRK-MOTIVO
               PERFORM 0390-LINHA-LOJA
               MOVE 8 TO RETURN-CODE
               GO TO 0300-FIM
           END-IF

           PERFORM 0310-CONFERE-ARQUIVO
           CLOSE TXMIT
           IF WRK-MOTIVO NOT EQUAL SPACES
               ADD 1 TO WRK-CT-RECUSADAS
               PERFORM 0390-LINHA-LOJA
               MOVE 8 TO RETURN-CODE
               GO TO 0300-FIM
           END-IF

           OPEN INPUT TXMIT
           PERFORM 0320-CARREGA-ARQUIVO
           CLOSE TXMIT
           PERFORM 0330-MARCA-CARREGADO
           ADD 1 TO WRK-CT-CARREGADAS
           MOVE "CARREGADO" TO WRK-MOTIVO
           PERFORM 0390-LINHA-LOJA
           IF WRK-CT-CONFLITOS > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF
       0300-FIM.
           EXIT.
       0310-CONFERE-ARQUIVO        SECTION.
      **** PRIMEIRA PASSADA: NADA E GRAVADO. O ARQUIVO SO E ACEITO
      **** COM O CABECALHO NA PRIMEIRA LINHA, O TRAILER NA ULTIMA,
      **** LOJA E DIA IGUAIS AO NOME DO ARQUIVO EM TODAS AS LINHAS E
      **** QUANTIDADES E TOTAIS BATENDO COM O TRAILER.
           MOVE SPACES TO WRK-MOTIVO
           MOVE ZEROS  TO WRK-CT-LINHAS
           MOVE 'N'    TO WRK-TEM-CABECALHO
           MOVE 'N'    TO WRK-TEM-TRAILER
           MOVE ZEROS  TO WRK-CT-VENDAS
           MOVE ZEROS  TO WRK-CT-GAVETA
           MOVE ZEROS  TO WRK-CT-ESTFIL
           MOVE ZEROS  TO WRK-TOT-VENDAS
           MOVE ZEROS  TO WRK-TOT-GAVETA
           MOVE SPACE  TO WRK-EOF-TXMIT
           PERFORM UNTIL WRK-EOF-TXMIT EQUAL 'F'
               READ TXMIT
                   AT END
                       MOVE 'F' TO WRK-EOF-TXMIT
                   NOT AT END
                       ADD 1 TO WRK-CT-LINHAS
                       PERFORM 0311-CONFERE-LINHA
                       IF WRK-MOTIVO NOT EQUAL SPACES
                           MOVE 'F' TO WRK-EOF-TXMIT
                       END-IF
               END-READ
           END-PERFORM
           IF WRK-MOTIVO NOT EQUAL SPACES
               GO TO 0310-FIM
           END-IF
           IF WRK-TEM-TRAILER NOT EQUAL 'S'
               MOVE "ARQUIVO INCOMPLETO - SEM TRAILER" TO WRK-MOTIVO
               GO TO 0310-FIM
           END-IF
           IF WRK-CT-VENDAS NOT EQUAL WRK-TRL-QT-VENDAS
              OR WRK-CT-GAVETA NOT EQUAL WRK-TRL-QT-GAVETA
              OR WRK-CT-ESTFIL NOT EQUAL WRK-TRL-QT-ESTFIL
               MOVE "QUANTIDADE DE LINHAS NAO BATE COM O TRAILER"
                   TO WRK-MOTIVO
               GO TO 0310-FIM
           END-IF
           IF WRK-TOT-VENDAS NOT EQUAL WRK-TRL-TOT-VENDAS
              OR WRK-TOT-GAVETA NOT EQUAL WRK-TRL-TOT-GAVETA
               MOVE "TOTAIS NAO BATEM COM O TRAILER" TO WRK-MOTIVO
           END-IF
       0310-FIM.
           EXIT.
       0311-CONFERE-LINHA          SECTION.
           IF WRK-TEM-TRAILER EQUAL 'S'
               MOVE "LINHA DEPOIS DO TRAILER" TO WRK-MOTIVO
               GO TO 0311-FIM
           END-IF
           IF WRK-CT-LINHAS EQUAL 1 AND NOT TXM-CABECALHO
               MOVE "ARQUIVO SEM CABECALHO" TO WRK-MOTIVO
               GO TO 0311-FIM
           END-IF
           IF TXM-FILIAL NOT EQUAL WRK-FILIAL
              OR TXM-DATA NOT EQUAL WRK-DATA-MOVTO
               MOVE "LOJA OU DIA DIFERENTE DO NOME DO ARQUIVO"
                   TO WRK-MOTIVO
               GO TO 0311-FIM
           END-IF
           EVALUATE TRUE
               WHEN TXM-CABECALHO
                   IF WRK-TEM-CABECALHO EQUAL 'S'
                       MOVE "CABECALHO REPETIDO" TO WRK-MOTIVO
                   END-IF
                   MOVE 'S' TO WRK-TEM-CABECALHO
               WHEN TXM-VENDA
                   ADD 1 TO WRK-CT-VENDAS
                   MOVE TXM-DADOS TO WRK-LINHA-VENDA
                   IF WRK-LV-TIPO EQUAL 'H'
                       IF WRK-LV-TOTAL NOT NUMERIC
                           MOVE "LINHA DE VENDA COM TOTAL INVALIDO"
                               TO WRK-MOTIVO
                       ELSE
                           ADD WRK-LV-TOTAL TO WRK-TOT-VENDAS
                       END-IF
                   END-IF
               WHEN TXM-GAVETA
                   ADD 1 TO WRK-CT-GAVETA
                   MOVE TXM-DADOS TO WRK-LINHA-GAVETA
                   IF WRK-LG-VALOR NOT NUMERIC
                       MOVE "MOVIMENTO DE GAVETA COM VALOR INVALIDO"
                           TO WRK-MOTIVO
                   ELSE
                       ADD WRK-LG-VALOR TO WRK-TOT-GAVETA
                   END-IF
               WHEN TXM-ESTFIL
                   ADD 1 TO WRK-CT-ESTFIL
                   MOVE TXM-DADOS(1:17) TO REG-ESTFIL
                   IF EF-FILIAL NOT EQUAL WRK-FILIAL
                      OR EF-QTD NOT NUMERIC
                       MOVE "SALDO DE ESTOQUE DE OUTRA LOJA OU INVALIDO"
                           TO WRK-MOTIVO
                   END-IF
               WHEN TXM-TRAILER
                   MOVE 'S'            TO WRK-TEM-TRAILER
                   MOVE TXT-QT-VENDAS  TO WRK-TRL-QT-VENDAS
                   MOVE TXT-QT-GAVETA  TO WRK-TRL-QT-GAVETA
                   MOVE TXT-QT-ESTFIL  TO WRK-TRL-QT-ESTFIL
                   MOVE TXT-TOT-VENDAS TO WRK-TRL-TOT-VENDAS
                   MOVE TXT-TOT-GAVETA TO WRK-TRL-TOT-GAVETA
               WHEN OTHER
                   MOVE "LINHA COM TIPO DESCONHECIDO" TO WRK-MOTIVO
           END-EVALUATE
       0311-FIM.
           EXIT.
       0320-CARREGA-ARQUIVO        SECTION.
      **** SEGUNDA PASSADA, COM O ARQUIVO JA CONFERIDO. DEVOLUCAO 'V'
      **** QUE A MATRIZ JA TEM (ENVIADA DE NOVO PELA LOJA) E IGNORADA;
      **** QUALQUER OUTRA CHAVE DE VENDA REPETIDA E CONFLITO E VAI
      **** PARA O RELATORIO.
           MOVE ZEROS TO WRK-CT-CONFLITOS
           MOVE ZEROS TO WRK-CT-JA-TINHA
           MOVE ZEROS TO WRK-CT-GRAVADAS
           OPEN EXTEND GAVETA
           IF WRK-FS-GAVETA EQUAL '35'
               CLOSE GAVETA
               OPEN OUTPUT GAVETA
           END-IF
           IF NOT FS-OK IN WRK-FS-GAVETA
               DISPLAY "ERRO AO ABRIR O ARQUIVO GAVETA. FS="
                       WRK-FS-GAVETA
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGCRGD  '
                    'GAVETA    ' WRK-FS-GAVETA
               PERFORM 0900-FECHA-ARQUIVOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACE TO WRK-EOF-TXMIT
           PERFORM UNTIL WRK-EOF-TXMIT EQUAL 'F'
               READ TXMIT
                   AT END
                       MOVE 'F' TO WRK-EOF-TXMIT
                   NOT AT END
                       EVALUATE TRUE
                           WHEN TXM-VENDA
                               PERFORM 0321-CARREGA-VENDA
                           WHEN TXM-GAVETA
                               MOVE TXM-DADOS(1:42) TO REG-GAVETA
                               WRITE REG-GAVETA
                           WHEN TXM-ESTFIL
                               PERFORM 0322-CARREGA-ESTFIL
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE GAVETA
       .
       0321-CARREGA-VENDA          SECTION.
      **** CADA TIPO VOLTA PELO SEU LAYOUT DO VENDFD, COMO NA
      **** CONVERSAO DO PROGICNV.
           MOVE TXM-DADOS TO WRK-LINHA-VENDA
           EVALUATE WRK-LV-TIPO
               WHEN 'H'
                   MOVE TXM-DADOS(1:91) TO REG-VENDA-CAB
                   WRITE REG-VENDA-CAB
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN 'P'
                   MOVE TXM-DADOS(1:52) TO REG-VENDA-PAGTO
                   WRITE REG-VENDA-PAGTO
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN OTHER
                   MOVE TXM-DADOS(1:92) TO REG-VENDA-ITEM
                   WRITE REG-VENDA-ITEM
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-EVALUATE
           IF FS-OK IN WRK-FS-VENDAS
               ADD 1 TO WRK-CT-GRAVADAS
               GO TO 0321-FIM
           END-IF
           IF WRK-LV-TIPO EQUAL 'V' AND WRK-FS-VENDAS EQUAL '22'
               ADD 1 TO WRK-CT-JA-TINHA
               GO TO 0321-FIM
           END-IF
           ADD 1 TO WRK-CT-CONFLITOS
           MOVE SPACES TO REG-RELCARGA
           STRING "      CHAVE DE VENDA NAO GRAVADA: "
                                             DELIMITED BY SIZE
                  WRK-LV-TIPO                DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WRK-LV-ID                  DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WRK-LV-SEQ                 DELIMITED BY SIZE
                  " FS="                     DELIMITED BY SIZE
                  WRK-FS-VENDAS              DELIMITED BY SIZE
               INTO REG-RELCARGA
           WRITE REG-RELCARGA
       0321-FIM.
           EXIT.
       0322-CARREGA-ESTFIL         SECTION.
      **** O SALDO DA LOJA E O QUE VALE PARA A QUEBRA DA LOJA.
           MOVE TXM-DADOS(1:17) TO REG-ESTFIL
           REWRITE REG-ESTFIL
               INVALID KEY
                   WRITE REG-ESTFIL
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O ESTFIL "
                                   EF-CHAVE " FS=" WRK-FS-ESTFIL
                   END-WRITE
           END-REWRITE
       .
       0330-MARCA-CARREGADO        SECTION.
           MOVE WRK-FILIAL            TO CTL-FILIAL
           MOVE WRK-DATA-MOVTO        TO CTL-DATA
           MOVE WRK-DATA-SISTEMA      TO CTL-DT-CARGA
           MOVE WRK-HORA-SISTEMA(1:6) TO CTL-HR-CARGA
           MOVE WRK-CT-VENDAS         TO CTL-QT-VENDAS
           MOVE WRK-CT-GAVETA         TO CTL-QT-GAVETA
           MOVE WRK-CT-ESTFIL         TO CTL-QT-ESTFIL
           MOVE WRK-TOT-VENDAS        TO CTL-TOT-VENDAS
           MOVE WRK-CT-CONFLITOS      TO CTL-QT-CONFLITOS
           WRITE REG-CARGACTL
               INVALID KEY
                   DISPLAY "ERRO AO MARCAR A CARGA DA LOJA "
                           WRK-FILIAL " FS=" WRK-FS-CARGACTL
                   MOVE 8 TO RETURN-CODE
           END-WRITE
       .
       0390-LINHA-LOJA             SECTION.
           MOVE SPACES TO REG-RELCARGA
           STRING "LOJA "          DELIMITED BY SIZE
                  WRK-FILIAL       DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WRK-NM-FILIAL    DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WRK-MOTIVO       DELIMITED BY SIZE
               INTO REG-RELCARGA
           WRITE REG-RELCARGA
           DISPLAY "LOJA " WRK-FILIAL " " WRK-MOTIVO
           IF WRK-MOTIVO NOT EQUAL "CARREGADO"
               GO TO 0390-FIM
           END-IF
           MOVE SPACES TO REG-RELCARGA
           MOVE WRK-CT-GRAVADAS TO WRK-CT-FORM
           STRING "      LINHAS DE VENDA GRAVADAS: " DELIMITED BY SIZE
                  WRK-CT-FORM                        DELIMITED BY SIZE
               INTO REG-RELCARGA
           WRITE REG-RELCARGA
           MOVE SPACES TO REG-RELCARGA
           MOVE WRK-CT-JA-TINHA TO WRK-CT-FORM
           STRING "      DEVOLUCOES JA CARREGADAS: " DELIMITED BY SIZE
                  WRK-CT-FORM                        DELIMITED BY SIZE
               INTO REG-RELCARGA
           WRITE REG-RELCARGA
           MOVE SPACES TO REG-RELCARGA
           COMPUTE WRK-TOT-FORM = WRK-TOT-VENDAS / 100
           STRING "      TOTAL DAS VENDAS........: " DELIMITED BY SIZE
                  WRK-TOT-FORM                       DELIMITED BY SIZE
               INTO REG-RELCARGA
           WRITE REG-RELCARGA
           MOVE SPACES TO REG-RELCARGA
           MOVE WRK-CT-GAVETA TO WRK-CT-FORM
           STRING "      MOVIMENTOS DE GAVETA....: " DELIMITED BY SIZE
                  WRK-CT-FORM                        DELIMITED BY SIZE
               INTO REG-RELCARGA
           WRITE REG-RELCARGA
           MOVE SPACES TO REG-RELCARGA
           MOVE WRK-CT-ESTFIL TO WRK-CT-FORM
           STRING "      SALDOS DE ESTOQUE.......: " DELIMITED BY SIZE
                  WRK-CT-FORM                        DELIMITED BY SIZE
               INTO REG-RELCARGA
           WRITE REG-RELCARGA
           IF WRK-CT-CONFLITOS > ZEROS
               MOVE SPACES TO REG-RELCARGA
               MOVE WRK-CT-CONFLITOS TO WRK-CT-FORM
               STRING "      CHAVES EM CONFLITO......: "
                                                     DELIMITED BY SIZE
                      WRK-CT-FORM                    DELIMITED BY SIZE
                   INTO REG-RELCARGA
               WRITE REG-RELCARGA
           END-IF
       0390-FIM.
           EXIT.
       0900-FECHA-ARQUIVOS         SECTION.
           MOVE ALL "=" TO REG-RELCARGA
           WRITE REG-RELCARGA
           MOVE SPACES TO REG-RELCARGA
           STRING "LOJAS: "          DELIMITED BY SIZE
                  WRK-CT-LOJAS       DELIMITED BY SIZE
                  "  CARREGADAS: "   DELIMITED BY SIZE
                  WRK-CT-CARREGADAS  DELIMITED BY SIZE
                  "  SEM ENVIO: "    DELIMITED BY SIZE
                  WRK-CT-SEM-ENVIO   DELIMITED BY SIZE
                  "  JA CARREGADAS: " DELIMITED BY SIZE
                  WRK-CT-REPETIDAS   DELIMITED BY SIZE
                  "  RECUSADAS: "    DELIMITED BY SIZE
                  WRK-CT-RECUSADAS   DELIMITED BY SIZE
               INTO REG-RELCARGA
           WRITE REG-RELCARGA
           CLOSE FILIAL
           CLOSE CARGACTL
           CLOSE VENDAS
           CLOSE ESTFIL
           CLOSE RELCARGA
           DISPLAY "RELATORIO GRAVADO EM " WRK-NOME-RELCARGA
       .
       END PROGRAM PROGCRGD.
