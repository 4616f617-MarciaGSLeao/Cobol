       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGLOTE.
      *-----------------------------------------------------------------
      *== AUTOR: MARCIA GAMELEIRA
      *== OBJETIVO: RELATORIO DIARIO DOS LOTES A VENCER. LE O
      *==           ESTLOTE.DAT (COPY LOTEFD, GRAVADO PELO PROGRECB E
      *==           BAIXADO PELO PROGVEND) E LISTA NO RELLOTE.DAT OS
      *==           LOTES COM SALDO QUE VENCEM NOS PROXIMOS N DIAS
      *==           (INFORMADO NO PROMPT, PADRAO 7), PARA O SALAO
      *==           REMARCAR O PRECO OU RETIRAR DA PRATELEIRA. OS
      *==           LOTES JA VENCIDOS COM SALDO SAEM NO MESMO
      *==           RELATORIO, MARCADOS COMO VENCIDOS: O PROGVEND NAO
      *==           VENDE MAIS ESSE SALDO.
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
           SELECT ESTLOTE ASSIGN TO "ESTLOTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOT-CHAVE
               FILE STATUS IS WRK-FS-ESTLOTE.
           SELECT PRODUTO ASSIGN TO "PRODUTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-PRODUTO
               ALTERNATE RECORD KEY IS EA-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-PRODUTO.
           SELECT RELLOTE ASSIGN TO "RELLOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELLOTE.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD  ESTLOTE.
       COPY LOTEFD.

       FD  PRODUTO.
       COPY PRODFD.

       FD  RELLOTE.
       01  REG-RELLOTE               PIC X(132).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-ESTLOTE==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PRODUTO==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-RELLOTE==.

       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-DATA-SISTEMA          PIC 9(08)       VALUE ZEROS.
       77 WRK-INT-HOJE              PIC 9(08)       VALUE ZEROS.
       77 WRK-DIAS-AVISO            PIC 9(03)       VALUE ZEROS.
       77 WRK-DT-LIMITE             PIC 9(08)       VALUE ZEROS.
       77 WRK-DIAS                  PIC S9(05)      VALUE ZEROS.
       77 WRK-DIAS-FORM             PIC ZZZZ9       VALUE ZEROS.
       77 WRK-SITUACAO              PIC X(20)       VALUE SPACES.
       77 WRK-NM-PRODUTO            PIC X(30)       VALUE SPACES.
       77 WRK-UM-PRODUTO            PIC X(02)       VALUE SPACES.
       77 WRK-QTD-FORM              PIC ZZZ.ZZ9,999 VALUE ZEROS.
       77 WRK-CT-VENCIDOS           PIC 9(05)       VALUE ZEROS.
       77 WRK-CT-A-VENCER           PIC 9(05)       VALUE ZEROS.
       77 WRK-PRODUTO-ABERTO        PIC X(02)       VALUE SPACES.
           88  WRK-PRODUTO-OK                       VALUE '00'.

       01  WRK-DT-EDIT-NUM          PIC 9(08)       VALUE ZEROS.
       01  WRK-DT-EDIT-R REDEFINES WRK-DT-EDIT-NUM.
           03  WRK-DT-EDIT-ANO      PIC 9(04).
           03  WRK-DT-EDIT-MES      PIC 9(02).
           03  WRK-DT-EDIT-DIA      PIC 9(02).
       01  WRK-DT-FORM.
           03  WRK-DT-FORM-DIA      PIC 9(02).
           03  FILLER               PIC X(01)       VALUE '/'.
           03  WRK-DT-FORM-MES      PIC 9(02).
           03  FILLER               PIC X(01)       VALUE '/'.
           03  WRK-DT-FORM-ANO      PIC 9(04).
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           DISPLAY "DIAS DE ANTECEDENCIA DO AVISO (ZEROS = 7): "
           ACCEPT WRK-DIAS-AVISO
           IF WRK-DIAS-AVISO EQUAL ZEROS
               MOVE 7 TO WRK-DIAS-AVISO
           END-IF
           PERFORM 0100-ABRE-ARQUIVOS
           PERFORM 0200-LISTA-LOTES
           PERFORM 0300-GRAVA-TOTAIS
           PERFORM 0900-FECHA-ARQUIVOS
           STOP RUN.

       0100-ABRE-ARQUIVOS          SECTION.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           COMPUTE WRK-INT-HOJE =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-SISTEMA)
           COMPUTE WRK-DT-LIMITE =
               FUNCTION DATE-OF-INTEGER(WRK-INT-HOJE + WRK-DIAS-AVISO)

           OPEN OUTPUT RELLOTE
           IF NOT FS-OK IN WRK-FS-RELLOTE
               DISPLAY "ERRO AO ABRIR O ARQUIVO RELLOTE. FS="
                       WRK-FS-RELLOTE
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGLOTE  '
                    'RELLOTE   ' WRK-FS-RELLOTE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ESTLOTE
           IF NOT FS-OK IN WRK-FS-ESTLOTE
               IF WRK-FS-ESTLOTE EQUAL '35'
                   DISPLAY "NENHUM LOTE RECEBIDO AINDA."
                   MOVE "NENHUM LOTE RECEBIDO AINDA (SEM ESTLOTE.DAT)."
                       TO REG-RELLOTE
                   WRITE REG-RELLOTE
                   CLOSE RELLOTE
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "ERRO AO ABRIR O ARQUIVO ESTLOTE. FS="
                       WRK-FS-ESTLOTE
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGLOTE  '
                    'ESTLOTE   ' WRK-FS-ESTLOTE
               CLOSE RELLOTE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      **** SEM O CADASTRO O RELATORIO SAI SO COM O CODIGO DO PRODUTO.
           OPEN INPUT PRODUTO
           MOVE WRK-FS-PRODUTO TO WRK-PRODUTO-ABERTO

           MOVE "============================================"
               TO REG-RELLOTE
           WRITE REG-RELLOTE
           MOVE WRK-DT-LIMITE TO WRK-DT-EDIT-NUM
           PERFORM 0400-FORMATA-DATA
           MOVE SPACES TO REG-RELLOTE
           STRING "LOTES VENCIDOS E A VENCER ATE "  DELIMITED BY SIZE
                  WRK-DT-FORM                       DELIMITED BY SIZE
                  " ("                              DELIMITED BY SIZE
                  WRK-DIAS-AVISO                    DELIMITED BY SIZE
                  " DIAS) - EMITIDO EM "            DELIMITED BY SIZE
                  WRK-DATA-SISTEMA                  DELIMITED BY SIZE
               INTO REG-RELLOTE
           WRITE REG-RELLOTE
           MOVE "============================================"
               TO REG-RELLOTE
           WRITE REG-RELLOTE
           MOVE SPACES            TO REG-RELLOTE
           MOVE "VALIDADE"        TO REG-RELLOTE(1:8)
           MOVE "SITUACAO"        TO REG-RELLOTE(12:8)
           MOVE "PRODUTO"         TO REG-RELLOTE(33:7)
           MOVE "DESCRICAO"       TO REG-RELLOTE(40:9)
           MOVE "LOTE"            TO REG-RELLOTE(71:4)
           MOVE "SALDO"           TO REG-RELLOTE(93:5)
           WRITE REG-RELLOTE
           MOVE "--------------------------------------------"
               TO REG-RELLOTE
           WRITE REG-RELLOTE
       .
       0200-LISTA-LOTES            SECTION.
           MOVE SPACE TO WRK-EOF
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ ESTLOTE
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF LOT-QT-SALDO > ZEROS
                          AND LOT-DT-VALIDADE NOT > WRK-DT-LIMITE
                           PERFORM 0210-GRAVA-LOTE
                       END-IF
               END-READ
           END-PERFORM
       .
       0210-GRAVA-LOTE             SECTION.
           COMPUTE WRK-DIAS =
               FUNCTION INTEGER-OF-DATE(LOT-DT-VALIDADE)
               - WRK-INT-HOJE
           EVALUATE TRUE
               WHEN WRK-DIAS < ZEROS
                   COMPUTE WRK-DIAS-FORM = ZEROS - WRK-DIAS
                   MOVE SPACES TO WRK-SITUACAO
                   STRING "VENCIDO HA "    DELIMITED BY SIZE
                          WRK-DIAS-FORM    DELIMITED BY SIZE
                          "D"              DELIMITED BY SIZE
                       INTO WRK-SITUACAO
                   ADD 1 TO WRK-CT-VENCIDOS
               WHEN WRK-DIAS EQUAL ZEROS
                   MOVE "VENCE HOJE" TO WRK-SITUACAO
                   ADD 1 TO WRK-CT-A-VENCER
               WHEN OTHER
                   MOVE WRK-DIAS TO WRK-DIAS-FORM
                   MOVE SPACES TO WRK-SITUACAO
                   STRING "VENCE EM "      DELIMITED BY SIZE
                          WRK-DIAS-FORM    DELIMITED BY SIZE
                          "D"              DELIMITED BY SIZE
                       INTO WRK-SITUACAO
                   ADD 1 TO WRK-CT-A-VENCER
           END-EVALUATE

           MOVE "** SEM CADASTRO **" TO WRK-NM-PRODUTO
           MOVE SPACES               TO WRK-UM-PRODUTO
           IF WRK-PRODUTO-OK
               MOVE LOT-PRODUTO TO CD-PRODUTO
               READ PRODUTO
                   NOT INVALID KEY
                       MOVE DS-PRODUTO TO WRK-NM-PRODUTO
                       MOVE UM-PRODUTO TO WRK-UM-PRODUTO
               END-READ
           END-IF

           MOVE LOT-DT-VALIDADE TO WRK-DT-EDIT-NUM
           PERFORM 0400-FORMATA-DATA
           MOVE LOT-QT-SALDO TO WRK-QTD-FORM
           MOVE SPACES TO REG-RELLOTE
           STRING WRK-DT-FORM          DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WRK-SITUACAO         DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  LOT-PRODUTO          DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WRK-NM-PRODUTO       DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  LOT-NR-LOTE          DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WRK-QTD-FORM         DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WRK-UM-PRODUTO       DELIMITED BY SIZE
               INTO REG-RELLOTE
           WRITE REG-RELLOTE
       .
       0300-GRAVA-TOTAIS           SECTION.
           MOVE "--------------------------------------------"
               TO REG-RELLOTE
           WRITE REG-RELLOTE
           MOVE SPACES TO REG-RELLOTE
           STRING "LOTES VENCIDOS COM SALDO (RETIRAR)....: "
                                               DELIMITED BY SIZE
                  WRK-CT-VENCIDOS              DELIMITED BY SIZE
               INTO REG-RELLOTE
           WRITE REG-RELLOTE
           MOVE SPACES TO REG-RELLOTE
           STRING "LOTES A VENCER NO PERIODO (REMARCAR)..: "
                                               DELIMITED BY SIZE
                  WRK-CT-A-VENCER              DELIMITED BY SIZE
               INTO REG-RELLOTE
           WRITE REG-RELLOTE
       .
       0400-FORMATA-DATA           SECTION.
           MOVE WRK-DT-EDIT-DIA TO WRK-DT-FORM-DIA
           MOVE WRK-DT-EDIT-MES TO WRK-DT-FORM-MES
           MOVE WRK-DT-EDIT-ANO TO WRK-DT-FORM-ANO
       .
       0900-FECHA-ARQUIVOS         SECTION.
           CLOSE ESTLOTE
           IF WRK-PRODUTO-OK
               CLOSE PRODUTO
           END-IF
           CLOSE RELLOTE
           DISPLAY "RELATORIO GRAVADO EM RELLOTE.DAT."
           DISPLAY "LOTES VENCIDOS COM SALDO: " WRK-CT-VENCIDOS
           DISPLAY "LOTES A VENCER EM " WRK-DIAS-AVISO " DIAS: "
                   WRK-CT-A-VENCER
      **** LOTE VENCIDO NA PRATELEIRA PEDE ACAO DO SALAO: RC 4.
           IF WRK-CT-VENCIDOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
       .
       END PROGRAM PROGLOTE.
