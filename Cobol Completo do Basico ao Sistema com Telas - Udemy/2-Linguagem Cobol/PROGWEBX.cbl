       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGWEBX.
      *-----------------------------------------------------------------
      *== AUTOR: MARCIA GAMELEIRA
      *== OBJETIVO: EXPORTACAO DO CATALOGO E DO ESTOQUE PARA A LOJA
      *==           VIRTUAL. GRAVA O CATWEB.DAT, DELIMITADO POR ';',
      *==           COM UMA LINHA DE TITULOS E UMA LINHA POR PRODUTO E
      *==           FILIAL: CODIGO;EAN;DESCRICAO;PRECO;UNIDADE;FILIAL;
      *==           DISPONIVEL. PRECO EM REAIS COM DUAS CASAS E
      *==           DISPONIVEL COM TRES (VIRGULA DECIMAL, SEM PONTO DE
      *==           MILHAR), O SALDO DA FILIAL NO ESTFIL.DAT. PRODUTO
      *==           SEM SALDO EM NENHUMA FILIAL SAI UMA VEZ, NA FILIAL
      *==           DA MATRIZ, COM
      *==           DISPONIVEL ZERO. RODADO PERIODICAMENTE PELO JOB
      *==           RUN-LOJA-WEB, DEPOIS DA IMPORTACAO DOS PEDIDOS
      *==           (PROGWEBI).
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CD-PRODUTO
               ALTERNATE RECORD KEY IS EA-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-PRODUTO.
           SELECT ESTFIL ASSIGN TO "ESTFIL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EF-CHAVE
               FILE STATUS IS WRK-FS-ESTFIL.
           SELECT FILIAL ASSIGN TO "FILIAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CD-FILIAL
               FILE STATUS IS WRK-FS-FILIAL.
           SELECT CATWEB ASSIGN TO "CATWEB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CATWEB.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD  PRODUTO.
       COPY PRODFD.

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

       FD  CATWEB.
       01  REG-CATWEB                PIC X(120).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PRODUTO==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-ESTFIL==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-FILIAL==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-CATWEB==.

       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-ESTFIL-ABERTO         PIC X(02)       VALUE SPACES.
           88  WRK-ESTFIL-OK                        VALUE '00'.
       77 WRK-MATRIZ                PIC 9(02)       VALUE 1.

      *==  FILIAIS DO FILIAL.DAT (SEM O CADASTRO, SO A MATRIZ).
       01  TAB-FILIAIS.
           03  TAB-FIL-CODIGO       PIC 9(02)       OCCURS 99 TIMES.
       77 WRK-QT-FILIAIS            PIC 9(02)       VALUE ZEROS.
       77 WRK-I                     PIC 9(02)       VALUE ZEROS.
       77 WRK-LINHAS-PRODUTO        PIC 9(02)       VALUE ZEROS.

      *==  CAMPOS DA LINHA, JA NO FORMATO DO ARQUIVO.
       77 WRK-DESCRICAO             PIC X(30)       VALUE SPACES.
       77 WRK-PRECO-REAIS           PIC 9(04)V99    VALUE ZEROS.
       77 WRK-PRECO-CAMPO           PIC 9(04),99    VALUE ZEROS.
       77 WRK-DISPONIVEL            PIC 9(06)V999   VALUE ZEROS.
       77 WRK-DISP-CAMPO            PIC 9(06),999   VALUE ZEROS.
       77 WRK-FILIAL-LINHA          PIC 9(02)       VALUE ZEROS.

       77 WRK-CT-PRODUTOS           PIC 9(07)       VALUE ZEROS.
       77 WRK-CT-LINHAS             PIC 9(07)       VALUE ZEROS.
       77 WRK-CT-FORM               PIC Z.ZZZ.ZZ9   VALUE ZEROS.
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           DISPLAY "FILIAL DA MATRIZ (ZERO = 1): "
           ACCEPT WRK-MATRIZ
           IF WRK-MATRIZ NOT NUMERIC OR WRK-MATRIZ EQUAL ZEROS
               MOVE 1 TO WRK-MATRIZ
           END-IF
           PERFORM 0100-ABRE-ARQUIVOS
           PERFORM 0150-CARREGA-FILIAIS
           PERFORM 0200-EXPORTA-PRODUTOS
           PERFORM 0900-FECHA-ARQUIVOS
           STOP RUN.

       0100-ABRE-ARQUIVOS          SECTION.
           OPEN INPUT PRODUTO
           IF NOT FS-OK IN WRK-FS-PRODUTO
               DISPLAY "ERRO AO ABRIR O CADASTRO DE PRODUTOS. FS="
                       WRK-FS-PRODUTO
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGWEBX  '
                    'PRODUTO   ' WRK-FS-PRODUTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ESTFIL
           MOVE WRK-FS-ESTFIL TO WRK-ESTFIL-ABERTO
           IF NOT WRK-ESTFIL-OK AND WRK-FS-ESTFIL NOT EQUAL '35'
               DISPLAY "ERRO AO ABRIR O ARQUIVO ESTFIL. FS="
                       WRK-FS-ESTFIL
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGWEBX  '
                    'ESTFIL    ' WRK-FS-ESTFIL
               CLOSE PRODUTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CATWEB
           IF NOT FS-OK IN WRK-FS-CATWEB
               DISPLAY "ERRO AO CRIAR O CATWEB.DAT. FS=" WRK-FS-CATWEB
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGWEBX  '
                    'CATWEB    ' WRK-FS-CATWEB
               CLOSE PRODUTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "CODIGO;EAN;DESCRICAO;PRECO;UNIDADE;FILIAL;DISPONIVEL"
               TO REG-CATWEB
           WRITE REG-CATWEB
       .
       0150-CARREGA-FILIAIS        SECTION.
           MOVE ZEROS TO WRK-QT-FILIAIS
           OPEN INPUT FILIAL
           IF FS-OK IN WRK-FS-FILIAL
               MOVE SPACE TO WRK-EOF
               PERFORM UNTIL WRK-EOF EQUAL 'F'
                   READ FILIAL
                       AT END
                           MOVE 'F' TO WRK-EOF
                       NOT AT END
                           IF WRK-QT-FILIAIS < 99
                               ADD 1 TO WRK-QT-FILIAIS
                               MOVE CD-FILIAL
                                   TO TAB-FIL-CODIGO(WRK-QT-FILIAIS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FILIAL
           END-IF
           IF WRK-QT-FILIAIS EQUAL ZEROS
               MOVE 1          TO WRK-QT-FILIAIS
               MOVE WRK-MATRIZ TO TAB-FIL-CODIGO(1)
           END-IF
       .
       0200-EXPORTA-PRODUTOS       SECTION.
           MOVE SPACE TO WRK-EOF
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ PRODUTO
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       ADD 1 TO WRK-CT-PRODUTOS
                       PERFORM 0210-LINHAS-PRODUTO
               END-READ
           END-PERFORM
       .
       0210-LINHAS-PRODUTO         SECTION.
      **** O ';' E O SEPARADOR DO ARQUIVO: NA DESCRICAO VIRA ','.
           MOVE DS-PRODUTO TO WRK-DESCRICAO
           INSPECT WRK-DESCRICAO REPLACING ALL ';' BY ','
           COMPUTE WRK-PRECO-REAIS = PR-PRODUTO / 100
           MOVE WRK-PRECO-REAIS TO WRK-PRECO-CAMPO
           MOVE ZEROS TO WRK-LINHAS-PRODUTO
           IF WRK-ESTFIL-OK
               PERFORM VARYING WRK-I FROM 1 BY 1
                       UNTIL WRK-I > WRK-QT-FILIAIS
                   MOVE TAB-FIL-CODIGO(WRK-I) TO EF-FILIAL
                   MOVE CD-PRODUTO            TO EF-PRODUTO
                   READ ESTFIL
                       NOT INVALID KEY
                           MOVE EF-FILIAL TO WRK-FILIAL-LINHA
                           MOVE EF-QTD    TO WRK-DISPONIVEL
                           PERFORM 0220-GRAVA-LINHA
                   END-READ
               END-PERFORM
           END-IF
           IF WRK-LINHAS-PRODUTO EQUAL ZEROS
               MOVE WRK-MATRIZ TO WRK-FILIAL-LINHA
               MOVE ZEROS      TO WRK-DISPONIVEL
               PERFORM 0220-GRAVA-LINHA
           END-IF
       .
       0220-GRAVA-LINHA            SECTION.
           MOVE WRK-DISPONIVEL TO WRK-DISP-CAMPO
           MOVE SPACES TO REG-CATWEB
           STRING CD-PRODUTO         DELIMITED BY SIZE
                  ";"                DELIMITED BY SIZE
                  EA-PRODUTO         DELIMITED BY SIZE
                  ";"                DELIMITED BY SIZE
                  WRK-DESCRICAO      DELIMITED BY "  "
                  ";"                DELIMITED BY SIZE
                  WRK-PRECO-CAMPO    DELIMITED BY SIZE
                  ";"                DELIMITED BY SIZE
                  UM-PRODUTO         DELIMITED BY SIZE
                  ";"                DELIMITED BY SIZE
                  WRK-FILIAL-LINHA   DELIMITED BY SIZE
                  ";"                DELIMITED BY SIZE
                  WRK-DISP-CAMPO     DELIMITED BY SIZE
               INTO REG-CATWEB
           WRITE REG-CATWEB
           ADD 1 TO WRK-LINHAS-PRODUTO
           ADD 1 TO WRK-CT-LINHAS
       .
       0900-FECHA-ARQUIVOS         SECTION.
           CLOSE PRODUTO
           IF WRK-ESTFIL-OK
               CLOSE ESTFIL
           END-IF
           CLOSE CATWEB
           MOVE WRK-CT-PRODUTOS TO WRK-CT-FORM
           DISPLAY "PRODUTOS EXPORTADOS......: " WRK-CT-FORM
           MOVE WRK-CT-LINHAS TO WRK-CT-FORM
           DISPLAY "LINHAS GRAVADAS NO CATWEB: " WRK-CT-FORM
       .
       END PROGRAM PROGWEBX.
