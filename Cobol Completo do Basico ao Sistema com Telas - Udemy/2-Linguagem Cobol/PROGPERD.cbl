       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPERD.
      *-----------------------------------------------------------------
      *== AUTOR: MARCIA GAMELEIRA
      *== OBJETIVO: BAIXA DE ESTOQUE POR PERDA (QUEBRA, VENCIDO/
      *==           ESTRAGADO, FURTO, USO INTERNO OU AMOSTRA). O
      *==           ESTOQUISTA INFORMA PRODUTO, QUANTIDADE E MOTIVO E
      *==           O PROGRAMA:
      *==           - BAIXA O QT-PRODUTO E O SALDO DA LOJA NO ESTFIL.DAT
      *==             (O CUSTO MEDIO NAO MUDA: A PERDA SAI PELA MEDIA);
      *==           - BAIXA O LOTE NO ESTLOTE.DAT QUANDO O PRODUTO TEM
      *==             LOTE EM SALDO (EM BRANCO, DO LOTE QUE VENCE
      *==             PRIMEIRO, COMECANDO PELOS JA VENCIDOS);
      *==           - LANCA O MOVIMENTO NO ESTMOV.DAT (SUBESTMV, TIPO
      *==             'PD', DOCUMENTO "PERDA-" + MOTIVO), QUE O
      *==             PROGKARD MOSTRA NO EXTRATO DO PRODUTO;
      *==           - GRAVA A BAIXA NO PERDAS.DAT (COPY PERDAFD) COM
      *==             FILIAL, CATEGORIA E CUSTO, PARA O RELATORIO
      *==             MENSAL DE PERDAS DO PROGRPER.
      *==           ASSIM A PERDA DEIXA DE APARECER COMO DIVERGENCIA
      *==           DE CONTAGEM NO PROGINV.
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
           SELECT ESTLOTE ASSIGN TO "ESTLOTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CHAVE
               FILE STATUS IS WRK-FS-ESTLOTE.
           SELECT PERDAS ASSIGN TO "PERDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PERDAS.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
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

       FD  ESTLOTE.
       COPY LOTEFD.

       FD  PERDAS.
       COPY PERDAFD.

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PRODUTO==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-FILIAL==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-ESTFIL==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-ESTLOTE==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PERDAS==.

       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-OPERADOR              PIC X(10)       VALUE SPACES.
       77 WRK-FILIAL                PIC 9(02)       VALUE ZEROS.
       77 WRK-DATA-SISTEMA          PIC 9(08)       VALUE ZEROS.
       77 WRK-HORA-SISTEMA          PIC 9(08)       VALUE ZEROS.
       77 WRK-CD-PROD-PERDA         PIC 9(06)       VALUE ZEROS.
       77 WRK-CONTINUA              PIC X(01)       VALUE 'S'.
           88 WRK-FIM-PERDAS                        VALUE 'N'.
       77 WRK-LOTES-ABERTO          PIC X(02)       VALUE SPACES.
           88 WRK-LOTES-OK                          VALUE '00'.

      *==  DADOS DA BAIXA EM CURSO.
       01  WRK-PERDA.
           03  WRK-PER-QTD           PIC 9(06)V999.
           03  WRK-PER-QTD-INTEIRA   PIC 9(06).
           03  WRK-PER-MOTIVO        PIC 9(01).
               88 WRK-PER-MOTIVO-VALIDO             VALUE 1 THRU 5.
           03  WRK-PER-CUSTO         PIC 9(06)V99.
           03  WRK-PER-VALOR         PIC 9(08).
           03  WRK-PER-OBS           PIC X(40).
           03  WRK-PER-LOTE          PIC X(15).
           03  WRK-PER-LOTE-VALID    PIC 9(08).
           03  WRK-PER-LOTE-SALDO    PIC 9(06)V999.
       77 WRK-LOTE-CT               PIC 9(04)       VALUE ZEROS.
       77 WRK-LOTE-QTD-BAIXA        PIC 9(06)V999   VALUE ZEROS.
       77 WRK-LOTE-QTD-LOTE         PIC 9(06)V999   VALUE ZEROS.
       77 WRK-LOTE-PRIMEIRO         PIC X(15)       VALUE SPACES.
       77 WRK-CT-PERDAS             PIC 9(05)       VALUE ZEROS.
       77 WRK-TOT-PERDAS            PIC 9(09)       VALUE ZEROS.
       77 WRK-MOV-TIPO              PIC X(02)       VALUE 'PD'.
       77 WRK-MOV-QTD               PIC S9(06)V999  VALUE ZEROS.
       77 WRK-MOV-DOC               PIC X(14)       VALUE SPACES.
       77 WRK-QTD-FORM              PIC ZZZ.ZZ9,999 VALUE ZEROS.
       77 WRK-VALOR-FORM            PIC ZZZ.ZZ9,99  VALUE ZEROS.
       77 WRK-TOTAL-FORM            PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.

      *==  NOMES DOS MOTIVOS, NA ORDEM DOS CODIGOS 1 A 5 (O MESMO
      *==  TEXTO VAI NO DOCUMENTO DO MOVIMENTO DE ESTOQUE).
       01  TAB-MOTIVOS-VALORES.
           03  FILLER               PIC X(08)       VALUE 'QUEBRA  '.
           03  FILLER               PIC X(08)       VALUE 'VENCIDO '.
           03  FILLER               PIC X(08)       VALUE 'FURTO   '.
           03  FILLER               PIC X(08)       VALUE 'USOINTER'.
           03  FILLER               PIC X(08)       VALUE 'AMOSTRA '.
       01  TAB-MOTIVOS REDEFINES TAB-MOTIVOS-VALORES.
           03  TAB-MOTIVO-NOME      PIC X(08)       OCCURS 5 TIMES.
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY "CODIGO DO OPERADOR: "
           ACCEPT WRK-OPERADOR
           IF WRK-OPERADOR EQUAL SPACES
               MOVE 'PROGPERD' TO WRK-OPERADOR
           END-IF
           DISPLAY "FILIAL DA BAIXA (ZEROS = 1): "
           ACCEPT WRK-FILIAL
           IF WRK-FILIAL EQUAL ZEROS
               MOVE 1 TO WRK-FILIAL
           END-IF
           PERFORM 0100-ABRE-ARQUIVOS

           PERFORM UNTIL WRK-FIM-PERDAS
               DISPLAY "CODIGO DO PRODUTO (ZEROS = FIM): "
               ACCEPT WRK-CD-PROD-PERDA
               IF WRK-CD-PROD-PERDA EQUAL ZEROS
                   MOVE 'N' TO WRK-CONTINUA
               ELSE
                   PERFORM 0200-BAIXA-PERDA
               END-IF
           END-PERFORM

           PERFORM 0900-FECHA-ARQUIVOS
           STOP RUN.

       0100-ABRE-ARQUIVOS          SECTION.
           OPEN I-O PRODUTO
           IF NOT FS-OK IN WRK-FS-PRODUTO
               DISPLAY "ERRO AO ABRIR O ARQUIVO PRODUTO. FS="
                       WRK-FS-PRODUTO
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGPERD  '
                    'PRODUTO   ' WRK-FS-PRODUTO
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
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGPERD  '
                    'ESTFIL    ' WRK-FS-ESTFIL
               CLOSE PRODUTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND PERDAS
           IF WRK-FS-PERDAS EQUAL '35'
               CLOSE PERDAS
               OPEN OUTPUT PERDAS
           END-IF
           IF NOT FS-OK IN WRK-FS-PERDAS
               DISPLAY "ERRO AO ABRIR O ARQUIVO PERDAS. FS="
                       WRK-FS-PERDAS
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGPERD  '
                    'PERDAS    ' WRK-FS-PERDAS
               CLOSE PRODUTO
               CLOSE ESTFIL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      **** SEM ESTLOTE.DAT NINGUEM TEM LOTE: A BAIXA SEGUE SEM ELE.
           OPEN I-O ESTLOTE
           MOVE WRK-FS-ESTLOTE TO WRK-LOTES-ABERTO

           OPEN INPUT FILIAL
           IF FS-OK IN WRK-FS-FILIAL
               MOVE WRK-FILIAL TO CD-FILIAL
               READ FILIAL
                   INVALID KEY
                       DISPLAY "FILIAL " WRK-FILIAL " NAO "
                               "CADASTRADA NO FILIAL.DAT. CONFIRA "
                               "COM O PROGFILI."
                   NOT INVALID KEY
                       DISPLAY "FILIAL: " NM-FILIAL
               END-READ
               CLOSE FILIAL
           END-IF
       .
       0200-BAIXA-PERDA            SECTION.
           MOVE WRK-CD-PROD-PERDA TO CD-PRODUTO
           READ PRODUTO
               INVALID KEY
                   DISPLAY "PRODUTO NAO ENCONTRADO."
                   GO TO 0200-FIM
           END-READ
           MOVE QT-PRODUTO TO WRK-QTD-FORM
           DISPLAY "PRODUTO " CD-PRODUTO " - " DS-PRODUTO
           DISPLAY "ESTOQUE ATUAL: " WRK-QTD-FORM " " UM-PRODUTO

           DISPLAY "QUANTIDADE PERDIDA: "
           ACCEPT WRK-PER-QTD
           IF WRK-PER-QTD EQUAL ZEROS
               DISPLAY "NADA BAIXADO."
               GO TO 0200-FIM
           END-IF
           IF UM-PRODUTO NOT EQUAL 'KG'
               MOVE WRK-PER-QTD TO WRK-PER-QTD-INTEIRA
               IF WRK-PER-QTD NOT EQUAL WRK-PER-QTD-INTEIRA
                   DISPLAY "PRODUTO DE UNIDADE NAO ACEITA FRACAO. "
                           "BAIXA NAO LANCADA."
                   GO TO 0200-FIM
               END-IF
           END-IF
           IF WRK-PER-QTD > QT-PRODUTO
               DISPLAY "QUANTIDADE MAIOR QUE O ESTOQUE DO PRODUTO. "
                       "BAIXA NAO LANCADA."
               GO TO 0200-FIM
           END-IF

           DISPLAY "MOTIVO: 1-QUEBRA 2-VENCIDO/ESTRAGADO 3-FURTO "
                   "4-USO INTERNO 5-AMOSTRA: "
           ACCEPT WRK-PER-MOTIVO
           PERFORM UNTIL WRK-PER-MOTIVO-VALIDO
               DISPLAY "MOTIVO INVALIDO. INFORME DE 1 A 5: "
               ACCEPT WRK-PER-MOTIVO
           END-PERFORM
           DISPLAY "OBSERVACAO (OPCIONAL): "
           ACCEPT WRK-PER-OBS

           MOVE SPACES TO WRK-PER-LOTE
           MOVE ZEROS  TO WRK-PER-LOTE-VALID
           IF WRK-LOTES-OK
               PERFORM 0210-ESCOLHE-LOTE
               IF WRK-PER-LOTE EQUAL HIGH-VALUES
                   GO TO 0200-FIM
               END-IF
           END-IF

      **** A PERDA E VALORIZADA PELO CUSTO MEDIO; PRODUTO SEM MEDIA
      **** VAI PELO CUSTO DA ULTIMA ENTRADA.
           IF CM-PRODUTO > ZEROS
               MOVE CM-PRODUTO TO WRK-PER-CUSTO
           ELSE
               MOVE CU-PRODUTO TO WRK-PER-CUSTO
           END-IF
           COMPUTE WRK-PER-VALOR ROUNDED = WRK-PER-QTD * WRK-PER-CUSTO
           MOVE WRK-PER-VALOR TO WRK-VALOR-FORM
           DISPLAY "VALOR DA PERDA A CUSTO: " WRK-VALOR-FORM
           DISPLAY "CONFIRMA A BAIXA (S/N)? "
           ACCEPT WRK-CONTINUA
           IF WRK-CONTINUA NOT EQUAL 'S' AND WRK-CONTINUA NOT EQUAL 's'
               MOVE 'S' TO WRK-CONTINUA
               DISPLAY "BAIXA CANCELADA."
               GO TO 0200-FIM
           END-IF
           MOVE 'S' TO WRK-CONTINUA

           PERFORM 0220-BAIXA-ESTOQUE
           IF WRK-LOTES-OK AND WRK-LOTE-CT > ZEROS
               PERFORM 0230-BAIXA-LOTES
           END-IF
           PERFORM 0240-GRAVA-PERDA
           ADD 1 TO WRK-CT-PERDAS
           ADD WRK-PER-VALOR TO WRK-TOT-PERDAS
           DISPLAY "BAIXA LANCADA."
       0200-FIM.
           EXIT.
       0210-ESCOLHE-LOTE           SECTION.
      **** PRODUTO COM LOTE EM SALDO: O ESTOQUISTA DIZ DE QUAL LOTE
      **** SAIU A PERDA. EM BRANCO, A BAIXA SAI DOS LOTES NA ORDEM DE
      **** VENCIMENTO, A COMECAR PELOS JA VENCIDOS. HIGH-VALUES NA
      **** VOLTA = LOTE INVALIDO, BAIXA NAO LANCADA.
           MOVE ZEROS TO WRK-LOTE-CT
           MOVE SPACE TO WRK-EOF
           MOVE CD-PRODUTO TO LOT-PRODUTO
           MOVE ZEROS      TO LOT-DT-VALIDADE
           MOVE LOW-VALUES TO LOT-NR-LOTE
           START ESTLOTE KEY IS NOT LESS THAN LOT-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ ESTLOTE NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF LOT-PRODUTO NOT EQUAL CD-PRODUTO
                           MOVE 'F' TO WRK-EOF
                       ELSE
                           IF LOT-QT-SALDO > ZEROS
                               ADD 1 TO WRK-LOTE-CT
                               MOVE LOT-QT-SALDO TO WRK-QTD-FORM
                               DISPLAY "  LOTE " LOT-NR-LOTE
                                       " VALIDADE " LOT-DT-VALIDADE
                                       " SALDO " WRK-QTD-FORM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WRK-LOTE-CT EQUAL ZEROS
               GO TO 0210-FIM
           END-IF

           DISPLAY "LOTE DA PERDA (BRANCO = O QUE VENCE PRIMEIRO): "
           ACCEPT WRK-PER-LOTE
           IF WRK-PER-LOTE EQUAL SPACES
               GO TO 0210-FIM
           END-IF

           MOVE ZEROS TO WRK-PER-LOTE-VALID
           MOVE SPACE TO WRK-EOF
           MOVE CD-PRODUTO TO LOT-PRODUTO
           MOVE ZEROS      TO LOT-DT-VALIDADE
           MOVE LOW-VALUES TO LOT-NR-LOTE
           START ESTLOTE KEY IS NOT LESS THAN LOT-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ ESTLOTE NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF LOT-PRODUTO NOT EQUAL CD-PRODUTO
                           MOVE 'F' TO WRK-EOF
                       ELSE
                           IF LOT-NR-LOTE EQUAL WRK-PER-LOTE
                              AND LOT-QT-SALDO > ZEROS
                               MOVE LOT-DT-VALIDADE
                                   TO WRK-PER-LOTE-VALID
                               MOVE LOT-QT-SALDO
                                   TO WRK-PER-LOTE-SALDO
                               MOVE 'F' TO WRK-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           EVALUATE TRUE
               WHEN WRK-PER-LOTE-VALID EQUAL ZEROS
                   DISPLAY "LOTE NAO ENCONTRADO OU SEM SALDO. BAIXA "
                           "NAO LANCADA."
                   MOVE HIGH-VALUES TO WRK-PER-LOTE
               WHEN WRK-PER-LOTE-SALDO < WRK-PER-QTD
                   DISPLAY "QUANTIDADE MAIOR QUE O SALDO DO LOTE. "
                           "BAIXA NAO LANCADA."
                   MOVE HIGH-VALUES TO WRK-PER-LOTE
           END-EVALUATE
       0210-FIM.
           EXIT.
       0220-BAIXA-ESTOQUE          SECTION.
           SUBTRACT WRK-PER-QTD FROM QT-PRODUTO
           REWRITE REG-PRODUTO
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR O PRODUTO. FS="
                           WRK-FS-PRODUTO
           END-REWRITE

           MOVE WRK-FILIAL TO EF-FILIAL
           MOVE CD-PRODUTO TO EF-PRODUTO
           READ ESTFIL
               INVALID KEY
                   MOVE ZEROS TO EF-QTD
                   WRITE REG-ESTFIL
               NOT INVALID KEY
                   IF EF-QTD < WRK-PER-QTD
                       MOVE ZEROS TO EF-QTD
                   ELSE
                       SUBTRACT WRK-PER-QTD FROM EF-QTD
                   END-IF
                   REWRITE REG-ESTFIL
           END-READ

           COMPUTE WRK-MOV-QTD = ZEROS - WRK-PER-QTD
           MOVE SPACES TO WRK-MOV-DOC
           STRING "PERDA-"                       DELIMITED BY SIZE
                  TAB-MOTIVO-NOME(WRK-PER-MOTIVO) DELIMITED BY SPACE
               INTO WRK-MOV-DOC
           END-STRING
           CALL 'SUBESTMV' USING CD-PRODUTO WRK-MOV-TIPO
                WRK-MOV-QTD WRK-MOV-DOC WRK-OPERADOR
       .
       0230-BAIXA-LOTES            SECTION.
      **** LOTE INFORMADO: SAI TUDO DELE (O SALDO JA FOI CONFERIDO).
      **** EM BRANCO: LOTE A LOTE NA ORDEM DA CHAVE (VALIDADE), O QUE
      **** PASSAR DO SALDO DOS LOTES E ESTOQUE ANTIGO SEM LOTE.
           MOVE WRK-PER-QTD TO WRK-LOTE-QTD-BAIXA
           MOVE SPACES      TO WRK-LOTE-PRIMEIRO
           IF WRK-PER-LOTE NOT EQUAL SPACES
               MOVE CD-PRODUTO         TO LOT-PRODUTO
               MOVE WRK-PER-LOTE-VALID TO LOT-DT-VALIDADE
               MOVE WRK-PER-LOTE       TO LOT-NR-LOTE
               READ ESTLOTE
                   NOT INVALID KEY
                       PERFORM 0235-BAIXA-UM-LOTE
               END-READ
               GO TO 0230-FIM
           END-IF
           MOVE SPACE TO WRK-EOF
           MOVE CD-PRODUTO TO LOT-PRODUTO
           MOVE ZEROS      TO LOT-DT-VALIDADE
           MOVE LOW-VALUES TO LOT-NR-LOTE
           START ESTLOTE KEY IS NOT LESS THAN LOT-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START
           PERFORM UNTIL WRK-EOF EQUAL 'F'
                   OR WRK-LOTE-QTD-BAIXA EQUAL ZEROS
               READ ESTLOTE NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF LOT-PRODUTO NOT EQUAL CD-PRODUTO
                           MOVE 'F' TO WRK-EOF
                       ELSE
                           IF LOT-QT-SALDO > ZEROS
                               PERFORM 0235-BAIXA-UM-LOTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
      **** NO REGISTRO DA PERDA FICA O PRIMEIRO LOTE BAIXADO.
           MOVE WRK-LOTE-PRIMEIRO TO WRK-PER-LOTE
       0230-FIM.
           EXIT.
       0235-BAIXA-UM-LOTE          SECTION.
           IF LOT-QT-SALDO < WRK-LOTE-QTD-BAIXA
               MOVE LOT-QT-SALDO       TO WRK-LOTE-QTD-LOTE
           ELSE
               MOVE WRK-LOTE-QTD-BAIXA TO WRK-LOTE-QTD-LOTE
           END-IF
           SUBTRACT WRK-LOTE-QTD-LOTE FROM LOT-QT-SALDO
           SUBTRACT WRK-LOTE-QTD-LOTE FROM WRK-LOTE-QTD-BAIXA
           REWRITE REG-LOTE
           IF WRK-LOTE-PRIMEIRO EQUAL SPACES
               MOVE LOT-NR-LOTE TO WRK-LOTE-PRIMEIRO
           END-IF
           MOVE WRK-LOTE-QTD-LOTE TO WRK-QTD-FORM
           DISPLAY "BAIXADO DO LOTE " LOT-NR-LOTE ": " WRK-QTD-FORM
       .
       0240-GRAVA-PERDA            SECTION.
           ACCEPT WRK-HORA-SISTEMA FROM TIME
           MOVE SPACES                TO REG-PERDA
           MOVE WRK-DATA-SISTEMA      TO PRD-DATA
           MOVE WRK-HORA-SISTEMA(1:6) TO PRD-HORA
           MOVE WRK-FILIAL            TO PRD-FILIAL
           MOVE CD-PRODUTO            TO PRD-PRODUTO
           MOVE CT-PRODUTO            TO PRD-CATEGORIA
           MOVE WRK-PER-MOTIVO        TO PRD-MOTIVO
           MOVE WRK-PER-QTD           TO PRD-QTD
           MOVE WRK-PER-CUSTO         TO PRD-CUSTO-UNIT
           MOVE WRK-PER-VALOR         TO PRD-VALOR
           MOVE WRK-PER-LOTE          TO PRD-LOTE
           MOVE WRK-OPERADOR          TO PRD-OPERADOR
           MOVE WRK-PER-OBS           TO PRD-OBSERVACAO
           WRITE REG-PERDA
           IF NOT FS-OK IN WRK-FS-PERDAS
               DISPLAY "ERRO AO GRAVAR A PERDA NO PERDAS.DAT. FS="
                       WRK-FS-PERDAS
               MOVE 8 TO RETURN-CODE
           END-IF
       .
       0900-FECHA-ARQUIVOS         SECTION.
           CLOSE PRODUTO
           CLOSE ESTFIL
           CLOSE PERDAS
           IF WRK-LOTES-OK
               CLOSE ESTLOTE
           END-IF
           MOVE WRK-TOT-PERDAS TO WRK-TOTAL-FORM
           DISPLAY "BAIXAS POR PERDA LANCADAS: " WRK-CT-PERDAS
           DISPLAY "VALOR TOTAL A CUSTO: " WRK-TOTAL-FORM
       .
       END PROGRAM PROGPERD.
