       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGETIQ.
      *-----------------------------------------------------------------
      *== AUTOR: MARCIA GAMELEIRA
      *== OBJETIVO: ETIQUETAS DE GONDOLA NO ARQUIVO ETIQUETA.DAT (UMA
      *==           ETIQUETA DE 40 COLUNAS POR PRODUTO: DESCRICAO,
      *==           PRECO POR UM-PRODUTO, EAN E CODIGO, E O PRECO DO
      *==           QUILO NOS PRODUTOS PESADOS).
      *==           1 - ALTERACOES: PRODUTOS COM PRECO MUDADO NO
      *==               PRECOHIS.DAT (PROGPROD E PROGPRAP) DESDE A
      *==               ULTIMA EMISSAO, UMA ETIQUETA POR PRODUTO COM O
      *==               PRECO ATUAL DO CADASTRO. O PONTO DA ULTIMA
      *==               EMISSAO (LINHAS DO PRECOHIS JA ATENDIDAS) FICA
      *==               NO ETIQCTL.DAT E SO AVANCA QUANDO AS ETIQUETAS
      *==               SAEM; SE O PRECOHIS FOR RENOVADO (MENOS LINHAS
      *==               QUE NO PONTO), O ARQUIVO TODO E ATENDIDO;
      *==           2 - REIMPRESSAO DE UM PRODUTO;
      *==           3 - REIMPRESSAO DE UMA CATEGORIA (CT-PRODUTO).
      *==           AS REIMPRESSOES NAO MEXEM NO PONTO DA EMISSAO.
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
           SELECT PRECOHIS ASSIGN TO "PRECOHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PRECOHIS.
           SELECT ETIQCTL ASSIGN TO "ETIQCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ETIQCTL.
           SELECT ETIQUETA ASSIGN TO "ETIQUETA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ETIQUETA.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD  PRODUTO.
       COPY PRODFD.

      *==  LINHA DO HISTORICO, NO FORMATO GRAVADO PELO PROGPROD E PELO
      *==  PROGPRAP: "CCCCCC DE: AAAAAA PARA: NNNNNN EM: AAAAMMDD".
       FD  PRECOHIS.
       01  REG-PRECOHIS              PIC X(60).
       01  REG-PRECOHIS-R REDEFINES REG-PRECOHIS.
           03  PHS-PRODUTO           PIC 9(06).
           03  FILLER                PIC X(05).
           03  PHS-PRECO-ANTIGO      PIC 9(06).
           03  FILLER                PIC X(07).
           03  PHS-PRECO-NOVO        PIC 9(06).
           03  FILLER                PIC X(05).
           03  PHS-DATA              PIC 9(08).
           03  FILLER                PIC X(17).

       FD  ETIQCTL.
       01  REG-ETIQCTL.
           03  ETC-LINHAS            PIC 9(08).
           03  FILLER                PIC X(01).
           03  ETC-DATA              PIC 9(08).
           03  FILLER                PIC X(01).
           03  ETC-HORA              PIC X(06).
           03  FILLER                PIC X(01).
           03  ETC-QT-ETIQUETAS      PIC 9(05).

       FD  ETIQUETA.
       01  REG-ETIQUETA              PIC X(40).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PRODUTO==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PRECOHIS==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-ETIQCTL==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-ETIQUETA==.

       77 WRK-OPCAO                 PIC 9(01)       VALUE ZEROS.
           88  WRK-OPC-ALTERACOES                   VALUE 1.
           88  WRK-OPC-PRODUTO                      VALUE 2.
           88  WRK-OPC-CATEGORIA                    VALUE 3.
       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-DATA-SISTEMA          PIC 9(08)       VALUE ZEROS.
       77 WRK-HORA-SISTEMA          PIC 9(08)       VALUE ZEROS.
       77 WRK-CD-PRODUTO            PIC 9(06)       VALUE ZEROS.
       77 WRK-CATEGORIA             PIC 9(01)       VALUE ZEROS.
       77 WRK-LINHAS-ATENDIDAS      PIC 9(08)       VALUE ZEROS.
       77 WRK-LINHAS-PRECOHIS       PIC 9(08)       VALUE ZEROS.
       77 WRK-LINHA                 PIC 9(08)       VALUE ZEROS.
       77 WRK-CT-ETIQUETAS          PIC 9(05)       VALUE ZEROS.
       77 WRK-CT-SEM-PRODUTO        PIC 9(05)       VALUE ZEROS.
       77 WRK-PRECO-REAIS           PIC 9(04)V99    VALUE ZEROS.
       77 WRK-PRECO-FORM            PIC ZZ.ZZ9,99   VALUE ZEROS.
       77 WRK-I                     PIC 9(04)       VALUE ZEROS.
       77 WRK-ACHOU                 PIC X(01)       VALUE SPACE.

      *==  PRODUTOS JA ANOTADOS NA EMISSAO DE ALTERACOES: O MESMO
      *==  PRODUTO REMARCADO MAIS DE UMA VEZ GANHA UMA SO ETIQUETA.
       01  TAB-ALTERADOS.
           03  TAB-ALT-PRODUTO       PIC 9(06) OCCURS 3000 TIMES.
       77 WRK-CT-ALTERADOS          PIC 9(04)       VALUE ZEROS.

       01  WRK-LINHA-BORDA.
           03  FILLER                PIC X(01)       VALUE '+'.
           03  FILLER                PIC X(38)       VALUE ALL '-'.
           03  FILLER                PIC X(01)       VALUE '+'.
       01  WRK-LINHA-ETIQ.
           03  FILLER                PIC X(01)       VALUE '|'.
           03  WRK-ETQ-TEXTO         PIC X(38)       VALUE SPACES.
           03  FILLER                PIC X(01)       VALUE '|'.
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY "1-ALTERACOES DESDE A ULTIMA EMISSAO "
                   "2-REIMPRIMIR UM PRODUTO 3-REIMPRIMIR UMA CATEGORIA"
           DISPLAY "OPCAO (ZEROS = 1): "
           ACCEPT WRK-OPCAO
           IF WRK-OPCAO EQUAL ZEROS
               MOVE 1 TO WRK-OPCAO
           END-IF
           IF NOT WRK-OPC-ALTERACOES AND NOT WRK-OPC-PRODUTO
              AND NOT WRK-OPC-CATEGORIA
               DISPLAY "OPCAO INVALIDA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 0100-ABRE-ARQUIVOS
           EVALUATE TRUE
               WHEN WRK-OPC-ALTERACOES
                   PERFORM 0200-EMITE-ALTERACOES
               WHEN WRK-OPC-PRODUTO
                   PERFORM 0300-REIMPRIME-PRODUTO
               WHEN OTHER
                   PERFORM 0400-REIMPRIME-CATEGORIA
           END-EVALUATE
           PERFORM 0900-FECHA-ARQUIVOS
           STOP RUN.

       0100-ABRE-ARQUIVOS          SECTION.
           OPEN INPUT PRODUTO
           IF NOT FS-OK IN WRK-FS-PRODUTO
               DISPLAY "ERRO AO ABRIR O ARQUIVO PRODUTO. FS="
                       WRK-FS-PRODUTO
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGETIQ  '
                    'PRODUTO   ' WRK-FS-PRODUTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT ETIQUETA
           IF NOT FS-OK IN WRK-FS-ETIQUETA
               DISPLAY "ERRO AO ABRIR O ARQUIVO ETIQUETA. FS="
                       WRK-FS-ETIQUETA
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGETIQ  '
                    'ETIQUETA  ' WRK-FS-ETIQUETA
               CLOSE PRODUTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       .
       0200-EMITE-ALTERACOES       SECTION.
      **** PONTO DA ULTIMA EMISSAO. SEM O CONTROLE (PRIMEIRA EMISSAO)
      **** O HISTORICO TODO E ATENDIDO.
           MOVE ZEROS TO WRK-LINHAS-ATENDIDAS
           OPEN INPUT ETIQCTL
           IF FS-OK IN WRK-FS-ETIQCTL
               READ ETIQCTL
                   NOT AT END
                       MOVE ETC-LINHAS TO WRK-LINHAS-ATENDIDAS
                       DISPLAY "ULTIMA EMISSAO EM " ETC-DATA
                               " (" ETC-QT-ETIQUETAS " ETIQUETAS)."
               END-READ
               CLOSE ETIQCTL
           END-IF

           OPEN INPUT PRECOHIS
           IF WRK-FS-PRECOHIS EQUAL '35'
               DISPLAY "NENHUMA ALTERACAO DE PRECO REGISTRADA."
               GO TO 0200-FIM
           END-IF
           IF NOT FS-OK IN WRK-FS-PRECOHIS
               DISPLAY "ERRO AO ABRIR O ARQUIVO PRECOHIS. FS="
                       WRK-FS-PRECOHIS
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGETIQ  '
                    'PRECOHIS  ' WRK-FS-PRECOHIS
               MOVE 16 TO RETURN-CODE
               GO TO 0200-FIM
           END-IF
           MOVE ZEROS TO WRK-LINHAS-PRECOHIS
           MOVE SPACE TO WRK-EOF
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ PRECOHIS
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       ADD 1 TO WRK-LINHAS-PRECOHIS
               END-READ
           END-PERFORM
           CLOSE PRECOHIS
           IF WRK-LINHAS-PRECOHIS < WRK-LINHAS-ATENDIDAS
               DISPLAY "PRECOHIS MENOR QUE NA ULTIMA EMISSAO (ARQUIVO "
                       "RENOVADO). ATENDENDO O ARQUIVO TODO."
               MOVE ZEROS TO WRK-LINHAS-ATENDIDAS
           END-IF

      **** ANOTA OS PRODUTOS DAS LINHAS NOVAS, SEM REPETIR.
           MOVE ZEROS TO WRK-CT-ALTERADOS
           MOVE ZEROS TO WRK-LINHA
           MOVE SPACE TO WRK-EOF
           OPEN INPUT PRECOHIS
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ PRECOHIS
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       ADD 1 TO WRK-LINHA
                       IF WRK-LINHA > WRK-LINHAS-ATENDIDAS
                          AND PHS-PRODUTO NUMERIC
                           PERFORM 0210-ANOTA-PRODUTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRECOHIS

           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-CT-ALTERADOS
               MOVE TAB-ALT-PRODUTO(WRK-I) TO CD-PRODUTO
               READ PRODUTO
                   INVALID KEY
                       ADD 1 TO WRK-CT-SEM-PRODUTO
                       DISPLAY "PRODUTO " TAB-ALT-PRODUTO(WRK-I)
                               " NAO EXISTE MAIS. SEM ETIQUETA."
                   NOT INVALID KEY
                       PERFORM 0500-GRAVA-ETIQUETA
               END-READ
           END-PERFORM

           PERFORM 0220-GRAVA-CONTROLE
       0200-FIM.
           EXIT.
       0210-ANOTA-PRODUTO          SECTION.
           MOVE 'N' TO WRK-ACHOU
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-CT-ALTERADOS OR WRK-ACHOU = 'S'
               IF TAB-ALT-PRODUTO(WRK-I) EQUAL PHS-PRODUTO
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-PERFORM
           IF WRK-ACHOU EQUAL 'S'
               GO TO 0210-FIM
           END-IF
           IF WRK-CT-ALTERADOS NOT < 3000
               DISPLAY "TABELA DE ALTERADOS CHEIA. PRODUTO "
                       PHS-PRODUTO " FICA PARA A PROXIMA EMISSAO."
               MOVE 4 TO RETURN-CODE
               GO TO 0210-FIM
           END-IF
           ADD 1 TO WRK-CT-ALTERADOS
           MOVE PHS-PRODUTO TO TAB-ALT-PRODUTO(WRK-CT-ALTERADOS)
       0210-FIM.
           EXIT.
       0220-GRAVA-CONTROLE         SECTION.
      **** SE A TABELA ENCHEU, O PONTO NAO AVANCA: A PROXIMA EMISSAO
      **** REPETE AS LINHAS E NENHUMA ALTERACAO SE PERDE.
           IF RETURN-CODE NOT EQUAL ZEROS
               DISPLAY "PONTO DA ULTIMA EMISSAO MANTIDO."
               GO TO 0220-FIM
           END-IF
           OPEN OUTPUT ETIQCTL
           IF NOT FS-OK IN WRK-FS-ETIQCTL
               DISPLAY "ERRO AO GRAVAR O CONTROLE ETIQCTL. FS="
                       WRK-FS-ETIQCTL
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGETIQ  '
                    'ETIQCTL   ' WRK-FS-ETIQCTL
               MOVE 8 TO RETURN-CODE
               GO TO 0220-FIM
           END-IF
           ACCEPT WRK-HORA-SISTEMA FROM TIME
           MOVE SPACES                TO REG-ETIQCTL
           MOVE WRK-LINHAS-PRECOHIS   TO ETC-LINHAS
           MOVE WRK-DATA-SISTEMA      TO ETC-DATA
           MOVE WRK-HORA-SISTEMA(1:6) TO ETC-HORA
           MOVE WRK-CT-ETIQUETAS      TO ETC-QT-ETIQUETAS
           WRITE REG-ETIQCTL
           CLOSE ETIQCTL
       0220-FIM.
           EXIT.
       0300-REIMPRIME-PRODUTO      SECTION.
           DISPLAY "CODIGO DO PRODUTO: "
           ACCEPT WRK-CD-PRODUTO
           MOVE WRK-CD-PRODUTO TO CD-PRODUTO
           READ PRODUTO
               INVALID KEY
                   DISPLAY "PRODUTO NAO ENCONTRADO."
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM 0500-GRAVA-ETIQUETA
           END-READ
       .
       0400-REIMPRIME-CATEGORIA    SECTION.
           DISPLAY "CATEGORIA (CT-PRODUTO): "
           ACCEPT WRK-CATEGORIA
           MOVE SPACE TO WRK-EOF
           MOVE ZEROS TO CD-PRODUTO
           START PRODUTO KEY IS NOT LESS THAN CD-PRODUTO
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ PRODUTO NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF CT-PRODUTO EQUAL WRK-CATEGORIA
                           PERFORM 0500-GRAVA-ETIQUETA
                       END-IF
               END-READ
           END-PERFORM
           IF WRK-CT-ETIQUETAS EQUAL ZEROS
               DISPLAY "NENHUM PRODUTO NA CATEGORIA " WRK-CATEGORIA "."
           END-IF
       .
       0500-GRAVA-ETIQUETA         SECTION.
      **** PR-PRODUTO ESTA EM CENTAVOS E VALE POR UM-PRODUTO: NOS
      **** PESADOS ('KG') ELE JA E O PRECO DO QUILO.
           COMPUTE WRK-PRECO-REAIS = PR-PRODUTO / 100
           MOVE WRK-PRECO-REAIS TO WRK-PRECO-FORM

           MOVE WRK-LINHA-BORDA TO REG-ETIQUETA
           WRITE REG-ETIQUETA
           MOVE SPACES     TO WRK-ETQ-TEXTO
           MOVE DS-PRODUTO TO WRK-ETQ-TEXTO(2:30)
           MOVE WRK-LINHA-ETIQ TO REG-ETIQUETA
           WRITE REG-ETIQUETA

           MOVE SPACES TO WRK-ETQ-TEXTO
           IF UM-PRODUTO EQUAL SPACES
               MOVE 'UN' TO UM-PRODUTO
           END-IF
           STRING "R$ "          DELIMITED BY SIZE
                  WRK-PRECO-FORM DELIMITED BY SIZE
                  " / "          DELIMITED BY SIZE
                  UM-PRODUTO     DELIMITED BY SIZE
               INTO WRK-ETQ-TEXTO(10:)
           END-STRING
           MOVE WRK-LINHA-ETIQ TO REG-ETIQUETA
           WRITE REG-ETIQUETA

           MOVE SPACES TO WRK-ETQ-TEXTO
           IF UM-PRODUTO EQUAL 'KG'
               STRING "PESADO - PRECO DO KG R$ " DELIMITED BY SIZE
                      WRK-PRECO-FORM             DELIMITED BY SIZE
                   INTO WRK-ETQ-TEXTO(2:)
               END-STRING
           END-IF
           MOVE WRK-LINHA-ETIQ TO REG-ETIQUETA
           WRITE REG-ETIQUETA

           MOVE SPACES TO WRK-ETQ-TEXTO
           IF EA-PRODUTO EQUAL ZEROS
               MOVE "SEM EAN" TO WRK-ETQ-TEXTO(2:7)
           ELSE
               STRING "EAN " EA-PRODUTO DELIMITED BY SIZE
                   INTO WRK-ETQ-TEXTO(2:)
               END-STRING
           END-IF
           STRING "COD " CD-PRODUTO DELIMITED BY SIZE
               INTO WRK-ETQ-TEXTO(27:)
           END-STRING
           MOVE WRK-LINHA-ETIQ TO REG-ETIQUETA
           WRITE REG-ETIQUETA

           MOVE WRK-LINHA-BORDA TO REG-ETIQUETA
           WRITE REG-ETIQUETA
           MOVE SPACES TO REG-ETIQUETA
           WRITE REG-ETIQUETA
           ADD 1 TO WRK-CT-ETIQUETAS
       .
       0900-FECHA-ARQUIVOS         SECTION.
           CLOSE PRODUTO
           CLOSE ETIQUETA
           DISPLAY "ETIQUETAS EM ETIQUETA.DAT: " WRK-CT-ETIQUETAS
           IF WRK-CT-SEM-PRODUTO > ZEROS
               DISPLAY "PRODUTOS SEM CADASTRO: " WRK-CT-SEM-PRODUTO
           END-IF
       .
       END PROGRAM PROGETIQ.
