       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCICL.
      *-----------------------------------------------------------------
      *== AUTOR: MARCIA GAMELEIRA
      *== OBJETIVO: PLANEJAMENTO DA CONTAGEM CICLICA DO ESTOQUE, NO
      *==           LUGAR DO INVENTARIO GERAL COM A LOJA FECHADA. PELA
      *==           CLASSE ABC DO PRODUTO (CL-PRODUTO, GRAVADA PELO
      *==           PROGABC) CADA ITEM TEM O SEU CICLO: 'A' A CADA 7
      *==           DIAS, 'B' A CADA 30 E 'C' (OU SEM CLASSE) A CADA 90.
      *==           O DIA DO ITEM DENTRO DO CICLO E FIXO (RESTO DO
      *==           CODIGO DO PRODUTO PELO CICLO), ENTAO CADA DIA
      *==           RECEBE UMA FATIA PARECIDA DE CADA CLASSE E TODO
      *==           ITEM E CONTADO UMA VEZ POR CICLO.
      *==           A LISTA DO DIA SAI EM CONTAGEM.DAT, NO LAYOUT QUE O
      *==           PROGINV LE, COM A QUANTIDADE EM BRANCO PARA A
      *==           EQUIPE PREENCHER (LINHA QUE FICAR EM BRANCO O
      *==           PROGINV LISTA COMO NAO CONTADA), E O ROTEIRO
      *==           IMPRESSO EM RELCICL.DAT.
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
           SELECT CONTAGEM ASSIGN TO "CONTAGEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTAGEM.
           SELECT RELCICL ASSIGN TO "RELCICL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELCICL.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD  PRODUTO.
       COPY PRODFD.

      *==  MESMO LAYOUT DO CONTAGEM.DAT DO PROGINV (CODIGO + QUANTIDADE
      *==  9(06)V999), COM A QUANTIDADE VISTA COMO TEXTO PARA SAIR EM
      *==  BRANCO.
       FD  CONTAGEM.
       01  REG-CONTAGEM.
           03  REG-CTG-CODIGO        PIC 9(06).
           03  REG-CTG-QTD-X         PIC X(09).

       FD  RELCICL.
       01  REG-RELCICL               PIC X(100).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PRODUTO==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-CONTAGEM==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-RELCICL==.

       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-DATA-SISTEMA          PIC 9(08)       VALUE ZEROS.
       77 WRK-DATA-CONTAGEM         PIC 9(08)       VALUE ZEROS.
       77 WRK-DIA-JULIANO           PIC 9(07)       VALUE ZEROS.
       77 WRK-CICLO                 PIC 9(03)       VALUE ZEROS.
       77 WRK-QUOCIENTE             PIC 9(07)       VALUE ZEROS.
       77 WRK-RESTO-DIA             PIC 9(03)       VALUE ZEROS.
       77 WRK-RESTO-PRODUTO         PIC 9(03)       VALUE ZEROS.
       77 WRK-CLASSE                PIC X(01)       VALUE SPACE.
       77 WRK-CT-A                  PIC 9(05)       VALUE ZEROS.
       77 WRK-CT-B                  PIC 9(05)       VALUE ZEROS.
       77 WRK-CT-C                  PIC 9(05)       VALUE ZEROS.
       77 WRK-CT-LISTA              PIC 9(05)       VALUE ZEROS.
       77 WRK-CT-FORM               PIC ZZZZ9       VALUE ZEROS.
       77 WRK-QTD-FORM              PIC ZZZ.ZZ9,999 VALUE ZEROS.
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY "DATA DA CONTAGEM (AAAAMMDD, ZEROS = HOJE): "
           ACCEPT WRK-DATA-CONTAGEM
           IF WRK-DATA-CONTAGEM EQUAL ZEROS
               MOVE WRK-DATA-SISTEMA TO WRK-DATA-CONTAGEM
           END-IF
           COMPUTE WRK-DIA-JULIANO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-CONTAGEM)
           IF WRK-DIA-JULIANO EQUAL ZEROS
               DISPLAY "DATA DA CONTAGEM INVALIDA: " WRK-DATA-CONTAGEM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 0100-ABRE-ARQUIVOS
           PERFORM 0200-MONTA-LISTA
           PERFORM 0900-FECHA-ARQUIVOS
           STOP RUN.

       0100-ABRE-ARQUIVOS          SECTION.
           OPEN INPUT PRODUTO
           IF WRK-FS-PRODUTO EQUAL '35'
               DISPLAY "CADASTRO DE PRODUTOS VAZIO. NADA A CONTAR."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT FS-OK IN WRK-FS-PRODUTO
               DISPLAY "ERRO AO ABRIR O ARQUIVO PRODUTO. FS="
                       WRK-FS-PRODUTO
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGCICL  '
                    'PRODUTO   ' WRK-FS-PRODUTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CONTAGEM
           IF NOT FS-OK IN WRK-FS-CONTAGEM
               DISPLAY "ERRO AO ABRIR O ARQUIVO CONTAGEM. FS="
                       WRK-FS-CONTAGEM
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGCICL  '
                    'CONTAGEM  ' WRK-FS-CONTAGEM
               CLOSE PRODUTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RELCICL
           IF NOT FS-OK IN WRK-FS-RELCICL
               DISPLAY "ERRO AO ABRIR O ARQUIVO RELCICL. FS="
                       WRK-FS-RELCICL
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGCICL  '
                    'RELCICL   ' WRK-FS-RELCICL
               CLOSE PRODUTO
               CLOSE CONTAGEM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "============================================"
               TO REG-RELCICL
           WRITE REG-RELCICL
           MOVE SPACES TO REG-RELCICL
           STRING "CONTAGEM CICLICA DO DIA " DELIMITED BY SIZE
                  WRK-DATA-CONTAGEM          DELIMITED BY SIZE
               INTO REG-RELCICL
           WRITE REG-RELCICL
           MOVE "(A = SEMANAL, B = MENSAL, C = TRIMESTRAL)"
               TO REG-RELCICL
           WRITE REG-RELCICL
           MOVE "============================================"
               TO REG-RELCICL
           WRITE REG-RELCICL
       .
       0200-MONTA-LISTA            SECTION.
           MOVE LOW-VALUES TO CD-PRODUTO
           START PRODUTO KEY IS NOT LESS THAN CD-PRODUTO
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START

           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ PRODUTO NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       PERFORM 0210-AVALIA-PRODUTO
               END-READ
           END-PERFORM
       .
       0210-AVALIA-PRODUTO         SECTION.
      **** O ITEM ENTRA NA LISTA QUANDO O RESTO DO SEU CODIGO PELO
      **** CICLO DA CLASSE BATE COM O RESTO DO DIA DA CONTAGEM.
           EVALUATE TRUE
               WHEN CL-PRODUTO-A
                   MOVE 'A' TO WRK-CLASSE
                   MOVE 7   TO WRK-CICLO
               WHEN CL-PRODUTO-B
                   MOVE 'B' TO WRK-CLASSE
                   MOVE 30  TO WRK-CICLO
               WHEN OTHER
                   MOVE 'C' TO WRK-CLASSE
                   MOVE 90  TO WRK-CICLO
           END-EVALUATE
           DIVIDE WRK-DIA-JULIANO BY WRK-CICLO GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO-DIA
           DIVIDE CD-PRODUTO BY WRK-CICLO GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO-PRODUTO
           IF WRK-RESTO-PRODUTO NOT EQUAL WRK-RESTO-DIA
               GO TO 0210-FIM
           END-IF

           EVALUATE WRK-CLASSE
               WHEN 'A'
                   ADD 1 TO WRK-CT-A
               WHEN 'B'
                   ADD 1 TO WRK-CT-B
               WHEN OTHER
                   ADD 1 TO WRK-CT-C
           END-EVALUATE
           ADD 1 TO WRK-CT-LISTA

           MOVE CD-PRODUTO TO REG-CTG-CODIGO
           MOVE SPACES     TO REG-CTG-QTD-X
           WRITE REG-CONTAGEM

           MOVE QT-PRODUTO TO WRK-QTD-FORM
           MOVE SPACES TO REG-RELCICL
           STRING WRK-CLASSE          DELIMITED BY SIZE
                  " - "               DELIMITED BY SIZE
                  CD-PRODUTO          DELIMITED BY SIZE
                  " - "               DELIMITED BY SIZE
                  DS-PRODUTO          DELIMITED BY SIZE
                  " ("                DELIMITED BY SIZE
                  UM-PRODUTO          DELIMITED BY SIZE
                  ")  SISTEMA: "      DELIMITED BY SIZE
                  WRK-QTD-FORM        DELIMITED BY SIZE
                  "  CONTADO: ________" DELIMITED BY SIZE
               INTO REG-RELCICL
           WRITE REG-RELCICL
       0210-FIM.
           EXIT.
       0900-FECHA-ARQUIVOS         SECTION.
           MOVE "============================================"
               TO REG-RELCICL
           WRITE REG-RELCICL

           MOVE WRK-CT-A TO WRK-CT-FORM
           MOVE SPACES TO REG-RELCICL
           STRING "ITENS CLASSE A.......: " DELIMITED BY SIZE
                  WRK-CT-FORM                DELIMITED BY SIZE
               INTO REG-RELCICL
           WRITE REG-RELCICL

           MOVE WRK-CT-B TO WRK-CT-FORM
           MOVE SPACES TO REG-RELCICL
           STRING "ITENS CLASSE B.......: " DELIMITED BY SIZE
                  WRK-CT-FORM                DELIMITED BY SIZE
               INTO REG-RELCICL
           WRITE REG-RELCICL

           MOVE WRK-CT-C TO WRK-CT-FORM
           MOVE SPACES TO REG-RELCICL
           STRING "ITENS CLASSE C.......: " DELIMITED BY SIZE
                  WRK-CT-FORM                DELIMITED BY SIZE
               INTO REG-RELCICL
           WRITE REG-RELCICL

           MOVE WRK-CT-LISTA TO WRK-CT-FORM
           MOVE SPACES TO REG-RELCICL
           STRING "ITENS A CONTAR NO DIA: " DELIMITED BY SIZE
                  WRK-CT-FORM                DELIMITED BY SIZE
               INTO REG-RELCICL
           WRITE REG-RELCICL

           CLOSE PRODUTO
           CLOSE CONTAGEM
           CLOSE RELCICL

           DISPLAY "LISTA DE CONTAGEM DO DIA " WRK-DATA-CONTAGEM
                   " GRAVADA EM CONTAGEM.DAT (ROTEIRO EM RELCICL.DAT)."
           DISPLAY "ITENS A CONTAR: " WRK-CT-LISTA
                   "  (A: " WRK-CT-A "  B: " WRK-CT-B
                   "  C: " WRK-CT-C ")"
       .
       END PROGRAM PROGCICL.
