       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGTRAN.
      *-----------------------------------------------------------------
      *== AUTOR: MARCIA GAMELEIRA
      *== OBJETIVO: TRANSFERENCIA DE MERCADORIA ENTRE FILIAIS EM DUAS
      *==           PONTAS, COM A MERCADORIA EM TRANSITO NO MEIO.
      *==           1 - EMITIR: A LOJA DE ORIGEM LANCA OS PRODUTOS E
      *==               AS QUANTIDADES; CADA ITEM SAI DO ESTFIL DA
      *==               ORIGEM E DO QT-PRODUTO (O QUE ESTA NO CAMINHAO
      *==               NAO ESTA EM LOJA NENHUMA), COM MOVIMENTO 'TS'
      *==               NO ESTMOV.DAT, E FICA 'EM TRANSITO' NO
      *==               TRANSF.DAT (COPY TRANSFD). O DOCUMENTO QUE
      *==               ACOMPANHA A CARGA SAI EM TRF-<NUMERO>.DAT;
      *==           2 - RECEBER: A LOJA DE DESTINO CONFERE A CARGA E
      *==               INFORMA O QUE REALMENTE CHEGOU; A QUANTIDADE
      *==               RECEBIDA ENTRA NO ESTFIL DO DESTINO E NO
      *==               QT-PRODUTO, COM MOVIMENTO 'TE'. FALTA OU SOBRA
      *==               MARCA O ITEM COMO DIVERGENTE, PARA APURACAO;
      *==           3 - CONSULTAR UMA TRANSFERENCIA;
      *==           4 - APURAR UMA DIVERGENCIA: REGISTRA A CONCLUSAO
      *==               E, SE A FALTA FOR ACHADA, DA A ENTRADA DELA NO
      *==               DESTINO.
      *==           AS DUAS PONTAS APARECEM NO KARDEX (PROGKARD) COM O
      *==           DOCUMENTO "TRF-" + NUMERO. O PROGTRAT LISTA AS
      *==           TRANSFERENCIAS PARADAS EM TRANSITO HA MAIS DE N
      *==           DIAS E AS DIVERGENCIAS AINDA NAO APURADAS.
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
           SELECT TRANSF ASSIGN TO "TRANSF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRF-CHAVE
               FILE STATUS IS WRK-FS-TRANSF.
           SELECT PRODUTO ASSIGN TO "PRODUTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-PRODUTO
               ALTERNATE RECORD KEY IS EA-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-PRODUTO.
           SELECT FILIAL ASSIGN TO "FILIAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-FILIAL
               FILE STATUS IS WRK-FS-FILIAL.
           SELECT ESTFIL ASSIGN TO "ESTFIL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EF-CHAVE
               FILE STATUS IS WRK-FS-ESTFIL.
           SELECT DOCTRF ASSIGN TO DYNAMIC WRK-NOME-DOCTRF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DOCTRF.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSF.
       COPY TRANSFD.

       FD  PRODUTO.
       COPY PRODFD.

       FD  FILIAL.
       01  REG-FILIAL.
           03  CD-FILIAL             PIC 9(02).
           03  NM-FILIAL             PIC X(30).
           03  UF-FILIAL             PIC X(02).

       FD  ESTFIL.
       01  REG-ESTFIL.
           03  EF-CHAVE.
               05  EF-FILIAL         PIC 9(02).
               05  EF-PRODUTO        PIC 9(06).
           03  EF-QTD                PIC 9(06)V999.

       FD  DOCTRF.
       01  REG-DOCTRF                PIC X(80).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-TRANSF==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PRODUTO==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-FILIAL==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-ESTFIL==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-DOCTRF==.

       77 WRK-OPCAO                 PIC 9(01)       VALUE ZEROS.
           88  WRK-OPC-EMITIR                       VALUE 1.
           88  WRK-OPC-RECEBER                      VALUE 2.
           88  WRK-OPC-CONSULTAR                    VALUE 3.
           88  WRK-OPC-APURAR                       VALUE 4.
           88  WRK-OPC-SAIR                         VALUE 5.
       77 WRK-CONTINUA              PIC X(01)       VALUE 'S'.
           88  WRK-FIM-MANUTENCAO                   VALUE 'N'.
       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-OPERADOR              PIC X(10)       VALUE SPACES.
       77 WRK-DATA-SISTEMA          PIC 9(08)       VALUE ZEROS.
       77 WRK-FIL-ORIGEM            PIC 9(02)       VALUE ZEROS.
       77 WRK-FIL-DESTINO           PIC 9(02)       VALUE ZEROS.
       77 WRK-NM-ORIGEM             PIC X(30)       VALUE SPACES.
       77 WRK-NM-DESTINO            PIC X(30)       VALUE SPACES.
       77 WRK-TRF-NUMERO            PIC 9(06)       VALUE ZEROS.
       77 WRK-TRF-ITEM              PIC 9(03)       VALUE ZEROS.
       77 WRK-TRF-DT-EMISSAO        PIC 9(08)       VALUE ZEROS.
       77 WRK-CD-PROD-TRF           PIC 9(06)       VALUE ZEROS.
       77 WRK-QTD-TRF               PIC 9(06)V999   VALUE ZEROS.
       77 WRK-QTD-INTEIRA           PIC 9(06)       VALUE ZEROS.
       77 WRK-QTD-DIFERENCA         PIC S9(06)V999  VALUE ZEROS.
       77 WRK-QTD-SOBRA             PIC 9(06)V999   VALUE ZEROS.
       77 WRK-CHEGOU-TUDO           PIC X(01)       VALUE SPACE.
           88  WRK-CARGA-CONFERE                    VALUE 'S' 's'.
       77 WRK-CT-ITENS              PIC 9(03)       VALUE ZEROS.
       77 WRK-CT-PENDENTES          PIC 9(03)       VALUE ZEROS.
       77 WRK-CT-DIVERGENTES        PIC 9(03)       VALUE ZEROS.
       77 WRK-FIM-ITENS             PIC X(01)       VALUE SPACE.
           88  WRK-ITENS-ENCERRADOS                 VALUE 'S'.
       77 WRK-SITUACAO              PIC X(20)       VALUE SPACES.
       77 WRK-NOME-DOCTRF           PIC X(30)       VALUE SPACES.
       77 WRK-MOV-TIPO              PIC X(02)       VALUE SPACES.
       77 WRK-MOV-QTD               PIC S9(06)V999  VALUE ZEROS.
       77 WRK-MOV-DOC               PIC X(14)       VALUE SPACES.
       77 WRK-QTD-FORM              PIC ZZZ.ZZ9,999 VALUE ZEROS.
       77 WRK-QTD-FORM2             PIC ZZZ.ZZ9,999 VALUE ZEROS.
       77 WRK-DIF-FORM              PIC ---.--9,999 VALUE ZEROS.
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY "CODIGO DO OPERADOR: "
           ACCEPT WRK-OPERADOR
           IF WRK-OPERADOR EQUAL SPACES
               MOVE 'PROGTRAN' TO WRK-OPERADOR
           END-IF
           PERFORM 0100-ABRE-ARQUIVOS

           PERFORM UNTIL WRK-FIM-MANUTENCAO
               DISPLAY "1-EMITIR 2-RECEBER 3-CONSULTAR "
                       "4-APURAR DIVERGENCIA 5-SAIR"
               DISPLAY "OPCAO: "
               ACCEPT WRK-OPCAO
               EVALUATE TRUE
                   WHEN WRK-OPC-EMITIR
                       PERFORM 0200-EMITIR-TRANSFERENCIA
                   WHEN WRK-OPC-RECEBER
                       PERFORM 0300-RECEBER-TRANSFERENCIA
                   WHEN WRK-OPC-CONSULTAR
                       PERFORM 0400-CONSULTAR-TRANSFERENCIA
                   WHEN WRK-OPC-APURAR
                       PERFORM 0500-APURAR-DIVERGENCIA
                   WHEN WRK-OPC-SAIR
                       MOVE 'N' TO WRK-CONTINUA
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA."
               END-EVALUATE
           END-PERFORM

           PERFORM 0900-FECHA-ARQUIVOS
           STOP RUN.

       0100-ABRE-ARQUIVOS          SECTION.
           OPEN I-O TRANSF
           IF WRK-FS-TRANSF EQUAL '35'
               CLOSE TRANSF
               OPEN OUTPUT TRANSF
               CLOSE TRANSF
               OPEN I-O TRANSF
           END-IF
           IF NOT FS-OK IN WRK-FS-TRANSF
               DISPLAY "ERRO AO ABRIR O ARQUIVO TRANSF. FS="
                       WRK-FS-TRANSF
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGTRAN  '
                    'TRANSF    ' WRK-FS-TRANSF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O PRODUTO
           IF NOT FS-OK IN WRK-FS-PRODUTO
               DISPLAY "ERRO AO ABRIR O ARQUIVO PRODUTO. FS="
                       WRK-FS-PRODUTO
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGTRAN  '
                    'PRODUTO   ' WRK-FS-PRODUTO
               CLOSE TRANSF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      **** SEM O CADASTRO DE FILIAIS NAO HA COMO CONFERIR ORIGEM E
      **** DESTINO: A TRANSFERENCIA NAO RODA.
           OPEN INPUT FILIAL
           IF NOT FS-OK IN WRK-FS-FILIAL
               DISPLAY "ERRO AO ABRIR O ARQUIVO FILIAL. FS="
                       WRK-FS-FILIAL ". CADASTRE AS LOJAS NO PROGFILI."
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGTRAN  '
                    'FILIAL    ' WRK-FS-FILIAL
               CLOSE TRANSF
               CLOSE PRODUTO
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
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGTRAN  '
                    'ESTFIL    ' WRK-FS-ESTFIL
               CLOSE TRANSF
               CLOSE PRODUTO
               CLOSE FILIAL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       .
       0200-EMITIR-TRANSFERENCIA   SECTION.
           DISPLAY "FILIAL DE ORIGEM: "
           ACCEPT WRK-FIL-ORIGEM
           MOVE WRK-FIL-ORIGEM TO CD-FILIAL
           READ FILIAL
               INVALID KEY
                   DISPLAY "FILIAL DE ORIGEM NAO CADASTRADA."
                   GO TO 0200-FIM
           END-READ
           MOVE NM-FILIAL TO WRK-NM-ORIGEM
           DISPLAY "FILIAL DE DESTINO: "
           ACCEPT WRK-FIL-DESTINO
           IF WRK-FIL-DESTINO EQUAL WRK-FIL-ORIGEM
               DISPLAY "DESTINO IGUAL A ORIGEM. NADA A TRANSFERIR."
               GO TO 0200-FIM
           END-IF
           MOVE WRK-FIL-DESTINO TO CD-FILIAL
           READ FILIAL
               INVALID KEY
                   DISPLAY "FILIAL DE DESTINO NAO CADASTRADA."
                   GO TO 0200-FIM
           END-READ
           MOVE NM-FILIAL TO WRK-NM-DESTINO
           DISPLAY "DE " WRK-NM-ORIGEM " PARA " WRK-NM-DESTINO

      **** O NUMERO SO E TOMADO NO PRIMEIRO ITEM LANCADO, PARA UMA
      **** EMISSAO DESISTIDA NAO DEIXAR BURACO NA NUMERACAO.
           MOVE ZEROS TO WRK-TRF-NUMERO
           MOVE ZEROS TO WRK-TRF-ITEM
           MOVE SPACE TO WRK-FIM-ITENS
           PERFORM UNTIL WRK-ITENS-ENCERRADOS
               DISPLAY "CODIGO DO PRODUTO (ZEROS = FIM): "
               ACCEPT WRK-CD-PROD-TRF
               IF WRK-CD-PROD-TRF EQUAL ZEROS
                   MOVE 'S' TO WRK-FIM-ITENS
               ELSE
                   PERFORM 0210-EMITE-ITEM
                   IF WRK-TRF-ITEM EQUAL 999
                       DISPLAY "TRANSFERENCIA COMPLETA (999 ITENS)."
                       MOVE 'S' TO WRK-FIM-ITENS
                   END-IF
               END-IF
           END-PERFORM

           IF WRK-TRF-ITEM EQUAL ZEROS
               DISPLAY "NENHUM ITEM LANCADO. TRANSFERENCIA NAO EMITIDA."
               GO TO 0200-FIM
           END-IF
           DISPLAY "TRANSFERENCIA " WRK-TRF-NUMERO " EMITIDA COM "
                   WRK-TRF-ITEM " ITEM(NS) EM TRANSITO."
           PERFORM 0250-GRAVA-DOCUMENTO
       0200-FIM.
           EXIT.
       0210-EMITE-ITEM             SECTION.
           MOVE WRK-CD-PROD-TRF TO CD-PRODUTO
           READ PRODUTO
               INVALID KEY
                   DISPLAY "PRODUTO NAO ENCONTRADO."
                   GO TO 0210-FIM
           END-READ
           MOVE WRK-FIL-ORIGEM TO EF-FILIAL
           MOVE CD-PRODUTO     TO EF-PRODUTO
           READ ESTFIL
               INVALID KEY
                   DISPLAY "A LOJA DE ORIGEM NAO TEM SALDO DESTE "
                           "PRODUTO."
                   GO TO 0210-FIM
           END-READ
           MOVE EF-QTD TO WRK-QTD-FORM
           DISPLAY CD-PRODUTO " - " DS-PRODUTO
           DISPLAY "SALDO NA ORIGEM: " WRK-QTD-FORM " " UM-PRODUTO
           DISPLAY "QUANTIDADE A TRANSFERIR: "
           ACCEPT WRK-QTD-TRF
           IF WRK-QTD-TRF EQUAL ZEROS
               DISPLAY "ITEM NAO LANCADO."
               GO TO 0210-FIM
           END-IF
           IF UM-PRODUTO NOT EQUAL 'KG'
               MOVE WRK-QTD-TRF TO WRK-QTD-INTEIRA
               IF WRK-QTD-TRF NOT EQUAL WRK-QTD-INTEIRA
                   DISPLAY "PRODUTO DE UNIDADE NAO ACEITA FRACAO. "
                           "ITEM NAO LANCADO."
                   GO TO 0210-FIM
               END-IF
           END-IF
           IF WRK-QTD-TRF > EF-QTD OR WRK-QTD-TRF > QT-PRODUTO
               DISPLAY "QUANTIDADE MAIOR QUE O SALDO DA ORIGEM. "
                       "ITEM NAO LANCADO."
               GO TO 0210-FIM
           END-IF

           SUBTRACT WRK-QTD-TRF FROM EF-QTD
           REWRITE REG-ESTFIL
           SUBTRACT WRK-QTD-TRF FROM QT-PRODUTO
           REWRITE REG-PRODUTO
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR O PRODUTO. FS="
                           WRK-FS-PRODUTO
           END-REWRITE

           IF WRK-TRF-NUMERO EQUAL ZEROS
               PERFORM 0220-PROXIMO-NUMERO
           END-IF
           ADD 1 TO WRK-TRF-ITEM
           INITIALIZE REG-TRANSF
           MOVE WRK-TRF-NUMERO   TO TRF-NUMERO
           MOVE WRK-TRF-ITEM     TO TRF-ITEM
           MOVE WRK-FIL-ORIGEM   TO TRF-FIL-ORIGEM
           MOVE WRK-FIL-DESTINO  TO TRF-FIL-DESTINO
           MOVE WRK-DATA-SISTEMA TO TRF-DT-EMISSAO
           MOVE CD-PRODUTO       TO TRF-PRODUTO
           MOVE WRK-QTD-TRF      TO TRF-QT-ENVIADA
           MOVE 'T'              TO TRF-STATUS
           MOVE WRK-OPERADOR     TO TRF-OPER-ENVIO
           WRITE REG-TRANSF
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O ITEM DA TRANSFERENCIA. FS="
                           WRK-FS-TRANSF
           END-WRITE

           MOVE 'TS' TO WRK-MOV-TIPO
           COMPUTE WRK-MOV-QTD = ZEROS - WRK-QTD-TRF
           PERFORM 0230-LANCA-MOVIMENTO
           DISPLAY "ITEM " WRK-TRF-ITEM " LANCADO."
       0210-FIM.
           EXIT.
       0220-PROXIMO-NUMERO         SECTION.
           MOVE ZEROS TO TRF-CTL-CHAVE
           READ TRANSF
               INVALID KEY
                   MOVE SPACES TO REG-TRANSF-CONTROLE
                   MOVE ZEROS  TO TRF-CTL-CHAVE
                   MOVE ZEROS  TO TRF-CTL-ULT-NUMERO
                   WRITE REG-TRANSF-CONTROLE
           END-READ
           ADD 1 TO TRF-CTL-ULT-NUMERO
           MOVE TRF-CTL-ULT-NUMERO TO WRK-TRF-NUMERO
           REWRITE REG-TRANSF-CONTROLE
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR O CONTROLE DE NUMERACAO. "
                           "FS=" WRK-FS-TRANSF
           END-REWRITE
       .
       0230-LANCA-MOVIMENTO        SECTION.
           MOVE SPACES TO WRK-MOV-DOC
           STRING "TRF-"         DELIMITED BY SIZE
                  WRK-TRF-NUMERO DELIMITED BY SIZE
               INTO WRK-MOV-DOC
           END-STRING
           CALL 'SUBESTMV' USING CD-PRODUTO WRK-MOV-TIPO
                WRK-MOV-QTD WRK-MOV-DOC WRK-OPERADOR
       .
       0240-ENTRADA-DESTINO        SECTION.
      **** ENTRADA NA LOJA DE DESTINO DO QUE CHEGOU (WRK-QTD-TRF), NO
      **** ESTFIL E NO QT-PRODUTO, COM O MOVIMENTO 'TE' DA CHEGADA.
           MOVE TRF-FIL-DESTINO TO EF-FILIAL
           MOVE TRF-PRODUTO     TO EF-PRODUTO
           READ ESTFIL
               INVALID KEY
                   MOVE WRK-QTD-TRF TO EF-QTD
                   WRITE REG-ESTFIL
               NOT INVALID KEY
                   ADD WRK-QTD-TRF TO EF-QTD
                   REWRITE REG-ESTFIL
           END-READ
           MOVE TRF-PRODUTO TO CD-PRODUTO
           READ PRODUTO
               INVALID KEY
                   DISPLAY "PRODUTO " TRF-PRODUTO " SEM CADASTRO. "
                           "SO O SALDO DA LOJA FOI ATUALIZADO."
                   GO TO 0240-FIM
           END-READ
           ADD WRK-QTD-TRF TO QT-PRODUTO
           REWRITE REG-PRODUTO
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR O PRODUTO. FS="
                           WRK-FS-PRODUTO
           END-REWRITE
           MOVE 'TE' TO WRK-MOV-TIPO
           MOVE WRK-QTD-TRF TO WRK-MOV-QTD
           PERFORM 0230-LANCA-MOVIMENTO
       0240-FIM.
           EXIT.
       0250-GRAVA-DOCUMENTO        SECTION.
      **** DOCUMENTO QUE VAI COM A CARGA, PARA A CONFERENCIA NA LOJA
      **** DE DESTINO E AS ASSINATURAS.
           MOVE SPACES TO WRK-NOME-DOCTRF
           STRING "TRF-"         DELIMITED BY SIZE
                  WRK-TRF-NUMERO DELIMITED BY SIZE
                  ".DAT"         DELIMITED BY SIZE
               INTO WRK-NOME-DOCTRF
           END-STRING
           OPEN OUTPUT DOCTRF
           IF NOT FS-OK IN WRK-FS-DOCTRF
               DISPLAY "ERRO AO ABRIR O DOCUMENTO DA TRANSFERENCIA. "
                       "FS=" WRK-FS-DOCTRF
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGTRAN  '
                    'DOCTRF    ' WRK-FS-DOCTRF
               MOVE 8 TO RETURN-CODE
               GO TO 0250-FIM
           END-IF

           MOVE "============================================"
               TO REG-DOCTRF
           WRITE REG-DOCTRF
           MOVE SPACES TO REG-DOCTRF
           STRING "TRANSFERENCIA ENTRE LOJAS NR. " DELIMITED BY SIZE
                  WRK-TRF-NUMERO                    DELIMITED BY SIZE
               INTO REG-DOCTRF
           WRITE REG-DOCTRF
           MOVE "============================================"
               TO REG-DOCTRF
           WRITE REG-DOCTRF
           MOVE SPACES TO REG-DOCTRF
           STRING "EMISSAO: "      DELIMITED BY SIZE
                  WRK-DATA-SISTEMA DELIMITED BY SIZE
                  "  OPERADOR: "   DELIMITED BY SIZE
                  WRK-OPERADOR     DELIMITED BY SIZE
               INTO REG-DOCTRF
           WRITE REG-DOCTRF
           MOVE SPACES TO REG-DOCTRF
           STRING "ORIGEM.: "      DELIMITED BY SIZE
                  WRK-FIL-ORIGEM   DELIMITED BY SIZE
                  " - "            DELIMITED BY SIZE
                  WRK-NM-ORIGEM    DELIMITED BY SIZE
               INTO REG-DOCTRF
           WRITE REG-DOCTRF
           MOVE SPACES TO REG-DOCTRF
           STRING "DESTINO: "      DELIMITED BY SIZE
                  WRK-FIL-DESTINO  DELIMITED BY SIZE
                  " - "            DELIMITED BY SIZE
                  WRK-NM-DESTINO   DELIMITED BY SIZE
               INTO REG-DOCTRF
           WRITE REG-DOCTRF
           MOVE "--------------------------------------------"
               TO REG-DOCTRF
           WRITE REG-DOCTRF
           MOVE SPACES       TO REG-DOCTRF
           MOVE "ITEM"       TO REG-DOCTRF(1:4)
           MOVE "PRODUTO"    TO REG-DOCTRF(6:7)
           MOVE "ENVIADO"    TO REG-DOCTRF(50:7)
           MOVE "RECEBIDO"   TO REG-DOCTRF(63:8)
           WRITE REG-DOCTRF

           MOVE SPACE TO WRK-EOF
           MOVE WRK-TRF-NUMERO TO TRF-NUMERO
           MOVE 1              TO TRF-ITEM
           START TRANSF KEY IS NOT LESS THAN TRF-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ TRANSF NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF TRF-NUMERO NOT EQUAL WRK-TRF-NUMERO
                           MOVE 'F' TO WRK-EOF
                       ELSE
                           PERFORM 0255-GRAVA-ITEM-DOCUMENTO
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO REG-DOCTRF
           WRITE REG-DOCTRF
           WRITE REG-DOCTRF
           MOVE "______________________    ______________________"
               TO REG-DOCTRF
           WRITE REG-DOCTRF
           MOVE "  EXPEDICAO (ORIGEM)        MOTORISTA (NOME/RG)"
               TO REG-DOCTRF
           WRITE REG-DOCTRF
           MOVE SPACES TO REG-DOCTRF
           WRITE REG-DOCTRF
           MOVE "______________________"
               TO REG-DOCTRF
           WRITE REG-DOCTRF
           MOVE "  CONFERENTE (DESTINO)"
               TO REG-DOCTRF
           WRITE REG-DOCTRF
           CLOSE DOCTRF
           DISPLAY "DOCUMENTO DA TRANSFERENCIA GRAVADO EM "
                   WRK-NOME-DOCTRF
       0250-FIM.
           EXIT.
       0255-GRAVA-ITEM-DOCUMENTO   SECTION.
           MOVE "** SEM CADASTRO **" TO DS-PRODUTO
           MOVE SPACES               TO UM-PRODUTO
           MOVE TRF-PRODUTO TO CD-PRODUTO
           READ PRODUTO
               INVALID KEY
                   MOVE "** SEM CADASTRO **" TO DS-PRODUTO
           END-READ
           MOVE TRF-QT-ENVIADA TO WRK-QTD-FORM
           MOVE SPACES TO REG-DOCTRF
           STRING TRF-ITEM       DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  TRF-PRODUTO    DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  DS-PRODUTO     DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WRK-QTD-FORM   DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  UM-PRODUTO     DELIMITED BY SIZE
                  "  __________" DELIMITED BY SIZE
               INTO REG-DOCTRF
           WRITE REG-DOCTRF
       .
       0300-RECEBER-TRANSFERENCIA  SECTION.
           DISPLAY "NUMERO DA TRANSFERENCIA: "
           ACCEPT WRK-TRF-NUMERO
           PERFORM 0310-CONFERE-PENDENTES
           IF WRK-CT-ITENS EQUAL ZEROS
               DISPLAY "TRANSFERENCIA NAO ENCONTRADA."
               GO TO 0300-FIM
           END-IF
           IF WRK-CT-PENDENTES EQUAL ZEROS
               DISPLAY "TRANSFERENCIA JA RECEBIDA."
               GO TO 0300-FIM
           END-IF
           DISPLAY "TRANSFERENCIA " WRK-TRF-NUMERO " DE "
                   WRK-TRF-DT-EMISSAO ": FILIAL " WRK-FIL-ORIGEM
                   " PARA FILIAL " WRK-FIL-DESTINO ", "
                   WRK-CT-PENDENTES " ITEM(NS) EM TRANSITO."
           DISPLAY "CHEGOU TUDO CONFORME O DOCUMENTO (S/N)? "
           ACCEPT WRK-CHEGOU-TUDO

           MOVE ZEROS TO WRK-CT-DIVERGENTES
           MOVE SPACE TO WRK-EOF
           MOVE WRK-TRF-NUMERO TO TRF-NUMERO
           MOVE 1              TO TRF-ITEM
           START TRANSF KEY IS NOT LESS THAN TRF-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ TRANSF NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF TRF-NUMERO NOT EQUAL WRK-TRF-NUMERO
                           MOVE 'F' TO WRK-EOF
                       ELSE
                           IF TRF-EM-TRANSITO
                               PERFORM 0320-RECEBE-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WRK-CT-DIVERGENTES > ZEROS
               DISPLAY WRK-CT-DIVERGENTES " ITEM(NS) COM DIVERGENCIA. "
                       "APURAR PELA OPCAO 4."
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "TRANSFERENCIA RECEBIDA SEM DIVERGENCIA."
           END-IF
       0300-FIM.
           EXIT.
       0310-CONFERE-PENDENTES      SECTION.
      **** CONTA OS ITENS DA TRANSFERENCIA E OS AINDA EM TRANSITO, E
      **** GUARDA ORIGEM, DESTINO E EMISSAO PARA A TELA.
           MOVE ZEROS TO WRK-CT-ITENS
           MOVE ZEROS TO WRK-CT-PENDENTES
           MOVE SPACE TO WRK-EOF
           MOVE WRK-TRF-NUMERO TO TRF-NUMERO
           MOVE 1              TO TRF-ITEM
           START TRANSF KEY IS NOT LESS THAN TRF-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ TRANSF NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF TRF-NUMERO NOT EQUAL WRK-TRF-NUMERO
                           MOVE 'F' TO WRK-EOF
                       ELSE
                           ADD 1 TO WRK-CT-ITENS
                           MOVE TRF-FIL-ORIGEM  TO WRK-FIL-ORIGEM
                           MOVE TRF-FIL-DESTINO TO WRK-FIL-DESTINO
                           MOVE TRF-DT-EMISSAO  TO WRK-TRF-DT-EMISSAO
                           IF TRF-EM-TRANSITO
                               ADD 1 TO WRK-CT-PENDENTES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       .
       0320-RECEBE-ITEM            SECTION.
           MOVE TRF-QT-ENVIADA TO WRK-QTD-TRF
           IF NOT WRK-CARGA-CONFERE
               MOVE "** SEM CADASTRO **" TO DS-PRODUTO
               MOVE SPACES               TO UM-PRODUTO
               MOVE TRF-PRODUTO TO CD-PRODUTO
               READ PRODUTO
                   INVALID KEY
                       MOVE "** SEM CADASTRO **" TO DS-PRODUTO
               END-READ
               MOVE TRF-QT-ENVIADA TO WRK-QTD-FORM
               DISPLAY "ITEM " TRF-ITEM ": " TRF-PRODUTO " - "
                       DS-PRODUTO
               DISPLAY "ENVIADO: " WRK-QTD-FORM " " UM-PRODUTO
                       "  QUANTIDADE RECEBIDA: "
               ACCEPT WRK-QTD-TRF
               MOVE WRK-QTD-TRF TO WRK-QTD-INTEIRA
               PERFORM UNTIL UM-PRODUTO EQUAL 'KG'
                       OR WRK-QTD-TRF EQUAL WRK-QTD-INTEIRA
                   DISPLAY "PRODUTO DE UNIDADE NAO ACEITA FRACAO. "
                           "QUANTIDADE RECEBIDA: "
                   ACCEPT WRK-QTD-TRF
                   MOVE WRK-QTD-TRF TO WRK-QTD-INTEIRA
               END-PERFORM
           END-IF

           COMPUTE WRK-QTD-DIFERENCA = WRK-QTD-TRF - TRF-QT-ENVIADA
           MOVE WRK-QTD-TRF      TO TRF-QT-RECEBIDA
           MOVE WRK-DATA-SISTEMA TO TRF-DT-RECEBIMENTO
           MOVE WRK-OPERADOR     TO TRF-OPER-RECEB
           IF WRK-QTD-DIFERENCA EQUAL ZEROS
               MOVE 'R' TO TRF-STATUS
           ELSE
               MOVE 'D' TO TRF-STATUS
               ADD 1 TO WRK-CT-DIVERGENTES
               MOVE WRK-QTD-DIFERENCA TO WRK-DIF-FORM
               IF WRK-QTD-DIFERENCA < ZEROS
                   DISPLAY "ITEM " TRF-ITEM " PRODUTO " TRF-PRODUTO
                           ": FALTA " WRK-DIF-FORM
               ELSE
                   DISPLAY "ITEM " TRF-ITEM " PRODUTO " TRF-PRODUTO
                           ": SOBRA " WRK-DIF-FORM
               END-IF
           END-IF
           REWRITE REG-TRANSF
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR O ITEM DA TRANSFERENCIA. "
                           "FS=" WRK-FS-TRANSF
           END-REWRITE

           IF WRK-QTD-TRF > ZEROS
               PERFORM 0240-ENTRADA-DESTINO
           END-IF
      **** SOBRA: A ORIGEM MANDOU MAIS DO QUE LANCOU. O EXCESSO SAI DO
      **** SALDO DA ORIGEM, PARA O TOTAL DA REDE NAO CRESCER COM UMA
      **** MERCADORIA QUE SO MUDOU DE LOJA.
           IF WRK-QTD-DIFERENCA > ZEROS
               MOVE WRK-QTD-DIFERENCA TO WRK-QTD-SOBRA
               PERFORM 0330-BAIXA-SOBRA-ORIGEM
           END-IF
       .
       0330-BAIXA-SOBRA-ORIGEM     SECTION.
           MOVE TRF-FIL-ORIGEM TO EF-FILIAL
           MOVE TRF-PRODUTO    TO EF-PRODUTO
           READ ESTFIL
               NOT INVALID KEY
                   IF EF-QTD < WRK-QTD-SOBRA
                       MOVE ZEROS TO EF-QTD
                   ELSE
                       SUBTRACT WRK-QTD-SOBRA FROM EF-QTD
                   END-IF
                   REWRITE REG-ESTFIL
           END-READ
           MOVE TRF-PRODUTO TO CD-PRODUTO
           READ PRODUTO
               INVALID KEY
                   GO TO 0330-FIM
           END-READ
           IF QT-PRODUTO < WRK-QTD-SOBRA
               MOVE QT-PRODUTO TO WRK-QTD-SOBRA
           END-IF
           SUBTRACT WRK-QTD-SOBRA FROM QT-PRODUTO
           REWRITE REG-PRODUTO
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR O PRODUTO. FS="
                           WRK-FS-PRODUTO
           END-REWRITE
           MOVE 'TS' TO WRK-MOV-TIPO
           COMPUTE WRK-MOV-QTD = ZEROS - WRK-QTD-SOBRA
           PERFORM 0230-LANCA-MOVIMENTO
       0330-FIM.
           EXIT.
       0400-CONSULTAR-TRANSFERENCIA SECTION.
           DISPLAY "NUMERO DA TRANSFERENCIA: "
           ACCEPT WRK-TRF-NUMERO
           PERFORM 0310-CONFERE-PENDENTES
           IF WRK-CT-ITENS EQUAL ZEROS
               DISPLAY "TRANSFERENCIA NAO ENCONTRADA."
               GO TO 0400-FIM
           END-IF
           DISPLAY "TRANSFERENCIA " WRK-TRF-NUMERO " DE "
                   WRK-TRF-DT-EMISSAO ": FILIAL " WRK-FIL-ORIGEM
                   " PARA FILIAL " WRK-FIL-DESTINO
           MOVE SPACE TO WRK-EOF
           MOVE WRK-TRF-NUMERO TO TRF-NUMERO
           MOVE 1              TO TRF-ITEM
           START TRANSF KEY IS NOT LESS THAN TRF-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ TRANSF NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF TRF-NUMERO NOT EQUAL WRK-TRF-NUMERO
                           MOVE 'F' TO WRK-EOF
                       ELSE
                           PERFORM 0410-MOSTRA-ITEM
                       END-IF
               END-READ
           END-PERFORM
       0400-FIM.
           EXIT.
       0410-MOSTRA-ITEM            SECTION.
           EVALUATE TRUE
               WHEN TRF-EM-TRANSITO
                   MOVE "EM TRANSITO"         TO WRK-SITUACAO
               WHEN TRF-RECEBIDA
                   MOVE "RECEBIDO"            TO WRK-SITUACAO
               WHEN TRF-DIVERGENTE
                   MOVE "DIVERGENCIA A APURAR" TO WRK-SITUACAO
               WHEN TRF-APURADA
                   MOVE "DIVERGENCIA APURADA" TO WRK-SITUACAO
               WHEN OTHER
                   MOVE TRF-STATUS            TO WRK-SITUACAO
           END-EVALUATE
           MOVE TRF-QT-ENVIADA  TO WRK-QTD-FORM
           MOVE TRF-QT-RECEBIDA TO WRK-QTD-FORM2
           DISPLAY "ITEM " TRF-ITEM " PRODUTO " TRF-PRODUTO
                   " ENVIADO " WRK-QTD-FORM " RECEBIDO " WRK-QTD-FORM2
                   " " WRK-SITUACAO
           IF TRF-APURADA
               DISPLAY "     APURACAO: " TRF-OBS-APURACAO
           END-IF
       .
       0500-APURAR-DIVERGENCIA     SECTION.
      **** ENCERRA UMA DIVERGENCIA DEPOIS DA INVESTIGACAO. QUANDO A
      **** FALTA E ACHADA (NO CAMINHAO, EM OUTRA LOJA), A QUANTIDADE
      **** ACHADA ENTRA AGORA NO DESTINO COMO UMA CHEGADA ATRASADA.
      **** O QUE NAO FOR ACHADO JA ESTA FORA DO ESTOQUE DESDE O
      **** RECEBIMENTO E FICA COMO PERDA DA TRANSFERENCIA.
           DISPLAY "NUMERO DA TRANSFERENCIA: "
           ACCEPT TRF-NUMERO
           DISPLAY "ITEM: "
           ACCEPT TRF-ITEM
           MOVE TRF-NUMERO TO WRK-TRF-NUMERO
           READ TRANSF
               INVALID KEY
                   DISPLAY "ITEM DE TRANSFERENCIA NAO ENCONTRADO."
                   GO TO 0500-FIM
           END-READ
           IF NOT TRF-DIVERGENTE
               DISPLAY "ESTE ITEM NAO TEM DIVERGENCIA A APURAR."
               GO TO 0500-FIM
           END-IF
           PERFORM 0410-MOSTRA-ITEM

           MOVE ZEROS TO WRK-QTD-TRF
           IF TRF-QT-RECEBIDA < TRF-QT-ENVIADA
               COMPUTE WRK-QTD-SOBRA =
                   TRF-QT-ENVIADA - TRF-QT-RECEBIDA
               MOVE WRK-QTD-SOBRA TO WRK-QTD-FORM
               DISPLAY "QUANTIDADE DA FALTA ACHADA (ZEROS = NADA, ATE "
                       WRK-QTD-FORM "): "
               ACCEPT WRK-QTD-TRF
               IF WRK-QTD-TRF > WRK-QTD-SOBRA
                   DISPLAY "QUANTIDADE MAIOR QUE A FALTA. APURACAO "
                           "NAO LANCADA."
                   GO TO 0500-FIM
               END-IF
           END-IF
           DISPLAY "CONCLUSAO DA APURACAO: "
           ACCEPT TRF-OBS-APURACAO

           ADD WRK-QTD-TRF TO TRF-QT-RECEBIDA
           MOVE 'A' TO TRF-STATUS
           REWRITE REG-TRANSF
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR O ITEM DA TRANSFERENCIA. "
                           "FS=" WRK-FS-TRANSF
                   GO TO 0500-FIM
           END-REWRITE
           IF WRK-QTD-TRF > ZEROS
               PERFORM 0240-ENTRADA-DESTINO
           END-IF
           DISPLAY "DIVERGENCIA APURADA."
       0500-FIM.
           EXIT.
       0900-FECHA-ARQUIVOS         SECTION.
           CLOSE TRANSF
           CLOSE PRODUTO
           CLOSE FILIAL
           CLOSE ESTFIL
       .
       END PROGRAM PROGTRAN.
