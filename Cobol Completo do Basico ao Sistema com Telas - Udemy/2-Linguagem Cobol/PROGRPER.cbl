       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRPER.
      *-----------------------------------------------------------------
      *== AUTOR: MARCIA GAMELEIRA
      *== OBJETIVO: RELATORIO MENSAL DE PERDAS DE ESTOQUE. LE O
      *==           PERDAS.DAT (COPY PERDAFD, GRAVADO PELO PROGPERD)
      *==           E TOTALIZA AS BAIXAS DO MES INFORMADO (AAAAMM,
      *==           ZEROS = MES CORRENTE) POR MOTIVO, POR CATEGORIA
      *==           E POR FILIAL: QUANTIDADE DE BAIXAS, VALOR A CUSTO
      *==           E PERCENTUAL SOBRE O TOTAL PERDIDO NO MES. O
      *==           RELATORIO SAI NO RELPERD-AAAAMM.DAT.
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
           SELECT PERDAS ASSIGN TO "PERDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PERDAS.
           SELECT FILIAL ASSIGN TO "FILIAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-FILIAL
               FILE STATUS IS WRK-FS-FILIAL.
           SELECT RELPERD ASSIGN TO DYNAMIC WRK-NOME-RELPERD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELPERD.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD  PERDAS.
       COPY PERDAFD.

       FD  FILIAL.
       01  REG-FILIAL.
           03  CD-FILIAL             PIC 9(02).
           03  NM-FILIAL             PIC X(30).
           03  UF-FILIAL             PIC X(02).

       FD  RELPERD.
       01  REG-RELPERD               PIC X(132).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PERDAS==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-FILIAL==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-RELPERD==.

       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-DATA-SISTEMA          PIC 9(08)       VALUE ZEROS.
       77 WRK-MES-REF               PIC 9(06)       VALUE ZEROS.
       77 WRK-NOME-RELPERD          PIC X(20)       VALUE SPACES.
       77 WRK-I                     PIC 9(02)       VALUE ZEROS.
       77 WRK-CT-LIDAS              PIC 9(07)       VALUE ZEROS.
       77 WRK-CT-MES                PIC 9(05)       VALUE ZEROS.
       77 WRK-TOT-VALOR             PIC 9(10)V99    VALUE ZEROS.
       77 WRK-PERCENTUAL            PIC 9(03)V99    VALUE ZEROS.
       77 WRK-ROTULO                PIC X(34)       VALUE SPACES.
       77 WRK-LIN-CT                PIC 9(05)       VALUE ZEROS.
       77 WRK-LIN-VALOR             PIC 9(10)V99    VALUE ZEROS.
       77 WRK-CT-FORM               PIC ZZ.ZZ9      VALUE ZEROS.
       77 WRK-VALOR-FORM            PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PERC-FORM             PIC ZZ9,99      VALUE ZEROS.
       77 WRK-FILIAL-ABERTO         PIC X(02)       VALUE SPACES.
           88  WRK-FILIAL-OK                        VALUE '00'.

      *==  ACUMULADORES: MOTIVO E CATEGORIA PELO CODIGO (1 A 5),
      *==  FILIAL PELO CODIGO DA LOJA (1 A 99; A FILIAL 00 CAI NA 1,
      *==  COMO NO PROGPERD).
       01  TAB-TOT-MOTIVO.
           03  TAB-MOT                                OCCURS 5 TIMES.
               05  TAB-MOT-CT       PIC 9(05).
               05  TAB-MOT-VALOR    PIC 9(10)V99.
       01  TAB-TOT-CATEGORIA.
           03  TAB-CAT                                OCCURS 5 TIMES.
               05  TAB-CAT-CT       PIC 9(05).
               05  TAB-CAT-VALOR    PIC 9(10)V99.
       01  TAB-TOT-FILIAL.
           03  TAB-FIL                                OCCURS 99 TIMES.
               05  TAB-FIL-CT       PIC 9(05).
               05  TAB-FIL-VALOR    PIC 9(10)V99.

       01  TAB-MOTIVOS-VALORES.
           03  FILLER               PIC X(20)  VALUE 'QUEBRA'.
           03  FILLER               PIC X(20)  VALUE
                                           'VENCIDO/ESTRAGADO'.
           03  FILLER               PIC X(20)  VALUE 'FURTO'.
           03  FILLER               PIC X(20)  VALUE 'USO INTERNO'.
           03  FILLER               PIC X(20)  VALUE 'AMOSTRA'.
       01  TAB-MOTIVOS REDEFINES TAB-MOTIVOS-VALORES.
           03  TAB-MOTIVO-NOME      PIC X(20)  OCCURS 5 TIMES.

      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY "MES DO RELATORIO AAAAMM (ZEROS = MES CORRENTE): "
           ACCEPT WRK-MES-REF
           IF WRK-MES-REF EQUAL ZEROS
               MOVE WRK-DATA-SISTEMA(1:6) TO WRK-MES-REF
           END-IF
           INITIALIZE TAB-TOT-MOTIVO TAB-TOT-CATEGORIA TAB-TOT-FILIAL
           PERFORM 0100-ABRE-ARQUIVOS
           PERFORM 0200-ACUMULA-PERDAS
           PERFORM 0300-GRAVA-RELATORIO
           PERFORM 0900-FECHA-ARQUIVOS
           STOP RUN.

       0100-ABRE-ARQUIVOS          SECTION.
           STRING "RELPERD-"  DELIMITED BY SIZE
                  WRK-MES-REF DELIMITED BY SIZE
                  ".DAT"      DELIMITED BY SIZE
               INTO WRK-NOME-RELPERD
           OPEN OUTPUT RELPERD
           IF NOT FS-OK IN WRK-FS-RELPERD
               DISPLAY "ERRO AO ABRIR O ARQUIVO " WRK-NOME-RELPERD
                       " FS=" WRK-FS-RELPERD
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGRPER  '
                    'RELPERD   ' WRK-FS-RELPERD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PERDAS
           IF NOT FS-OK IN WRK-FS-PERDAS
               IF WRK-FS-PERDAS EQUAL '35'
                   DISPLAY "NENHUMA PERDA LANCADA AINDA."
                   MOVE "NENHUMA PERDA LANCADA AINDA (SEM PERDAS.DAT)."
                       TO REG-RELPERD
                   WRITE REG-RELPERD
                   CLOSE RELPERD
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "ERRO AO ABRIR O ARQUIVO PERDAS. FS="
                       WRK-FS-PERDAS
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGRPER  '
                    'PERDAS    ' WRK-FS-PERDAS
               CLOSE RELPERD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      **** SEM O CADASTRO DE FILIAIS A LOJA SAI SO PELO CODIGO.
           OPEN INPUT FILIAL
           MOVE WRK-FS-FILIAL TO WRK-FILIAL-ABERTO
       .
       0200-ACUMULA-PERDAS         SECTION.
           MOVE SPACE TO WRK-EOF
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ PERDAS
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       ADD 1 TO WRK-CT-LIDAS
                       IF PRD-DATA(1:6) EQUAL WRK-MES-REF
                           PERFORM 0210-ACUMULA-UMA
                       END-IF
               END-READ
           END-PERFORM
       .
       0210-ACUMULA-UMA            SECTION.
           IF PRD-MOTIVO < 1 OR PRD-MOTIVO > 5
               MOVE 1 TO PRD-MOTIVO
           END-IF
           IF PRD-FILIAL EQUAL ZEROS
               MOVE 1 TO PRD-FILIAL
           END-IF
           ADD 1         TO WRK-CT-MES
           ADD PRD-VALOR TO WRK-TOT-VALOR
           ADD 1         TO TAB-MOT-CT(PRD-MOTIVO)
           ADD PRD-VALOR TO TAB-MOT-VALOR(PRD-MOTIVO)
      **** PRODUTO SEM CATEGORIA VALIDA FICA FORA DO TOTAL POR
      **** CATEGORIA, COMO NO PROGRANK.
           IF PRD-CATEGORIA >= 1 AND PRD-CATEGORIA <= 5
               ADD 1         TO TAB-CAT-CT(PRD-CATEGORIA)
               ADD PRD-VALOR TO TAB-CAT-VALOR(PRD-CATEGORIA)
           END-IF
           ADD 1         TO TAB-FIL-CT(PRD-FILIAL)
           ADD PRD-VALOR TO TAB-FIL-VALOR(PRD-FILIAL)
       .
       0300-GRAVA-RELATORIO        SECTION.
           MOVE "============================================"
               TO REG-RELPERD
           WRITE REG-RELPERD
           MOVE SPACES TO REG-RELPERD
           STRING "PERDAS DE ESTOQUE A CUSTO - MES "  DELIMITED BY SIZE
                  WRK-MES-REF(5:2)                    DELIMITED BY SIZE
                  "/"                                 DELIMITED BY SIZE
                  WRK-MES-REF(1:4)                    DELIMITED BY SIZE
                  " - EMITIDO EM "                    DELIMITED BY SIZE
                  WRK-DATA-SISTEMA                    DELIMITED BY SIZE
               INTO REG-RELPERD
           WRITE REG-RELPERD
           MOVE "============================================"
               TO REG-RELPERD
           WRITE REG-RELPERD

           IF WRK-CT-MES EQUAL ZEROS
               MOVE "NENHUMA PERDA LANCADA NO MES." TO REG-RELPERD
               WRITE REG-RELPERD
               GO TO 0300-FIM
           END-IF

           MOVE "POR MOTIVO" TO WRK-ROTULO
           PERFORM 0310-GRAVA-CABECALHO
           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 5
               IF TAB-MOT-CT(WRK-I) > ZEROS
                   MOVE TAB-MOTIVO-NOME(WRK-I) TO WRK-ROTULO
                   MOVE TAB-MOT-CT(WRK-I)      TO WRK-LIN-CT
                   MOVE TAB-MOT-VALOR(WRK-I)   TO WRK-LIN-VALOR
                   PERFORM 0320-GRAVA-LINHA
               END-IF
           END-PERFORM

           MOVE "POR CATEGORIA" TO WRK-ROTULO
           PERFORM 0310-GRAVA-CABECALHO
           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 5
               IF TAB-CAT-CT(WRK-I) > ZEROS
                   MOVE SPACES TO WRK-ROTULO
                   STRING "CATEGORIA " DELIMITED BY SIZE
                          WRK-I(2:1)   DELIMITED BY SIZE
                       INTO WRK-ROTULO
                   MOVE TAB-CAT-CT(WRK-I)         TO WRK-LIN-CT
                   MOVE TAB-CAT-VALOR(WRK-I)      TO WRK-LIN-VALOR
                   PERFORM 0320-GRAVA-LINHA
               END-IF
           END-PERFORM

           MOVE "POR FILIAL" TO WRK-ROTULO
           PERFORM 0310-GRAVA-CABECALHO
           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 98
               IF TAB-FIL-CT(WRK-I) > ZEROS
                   PERFORM 0330-NOME-FILIAL
                   MOVE TAB-FIL-CT(WRK-I)    TO WRK-LIN-CT
                   MOVE TAB-FIL-VALOR(WRK-I) TO WRK-LIN-VALOR
                   PERFORM 0320-GRAVA-LINHA
               END-IF
           END-PERFORM
           IF TAB-FIL-CT(99) > ZEROS
               MOVE 99 TO WRK-I
               PERFORM 0330-NOME-FILIAL
               MOVE TAB-FIL-CT(99)    TO WRK-LIN-CT
               MOVE TAB-FIL-VALOR(99) TO WRK-LIN-VALOR
               PERFORM 0320-GRAVA-LINHA
           END-IF

           MOVE "--------------------------------------------"
               TO REG-RELPERD
           WRITE REG-RELPERD
           MOVE "TOTAL DO MES"  TO WRK-ROTULO
           MOVE WRK-CT-MES      TO WRK-LIN-CT
           MOVE WRK-TOT-VALOR   TO WRK-LIN-VALOR
           PERFORM 0320-GRAVA-LINHA
       0300-FIM.
           EXIT.
       0310-GRAVA-CABECALHO        SECTION.
           MOVE SPACES TO REG-RELPERD
           WRITE REG-RELPERD
           MOVE SPACES       TO REG-RELPERD
           MOVE WRK-ROTULO   TO REG-RELPERD(1:34)
           MOVE "BAIXAS"     TO REG-RELPERD(37:6)
           MOVE "VALOR A CUSTO" TO REG-RELPERD(50:13)
           MOVE "% TOTAL"    TO REG-RELPERD(65:7)
           WRITE REG-RELPERD
           MOVE "--------------------------------------------"
               TO REG-RELPERD
           WRITE REG-RELPERD
       .
       0320-GRAVA-LINHA            SECTION.
           COMPUTE WRK-PERCENTUAL ROUNDED =
               WRK-LIN-VALOR * 100 / WRK-TOT-VALOR
               ON SIZE ERROR
                   MOVE ZEROS TO WRK-PERCENTUAL
           END-COMPUTE
           MOVE WRK-LIN-CT     TO WRK-CT-FORM
           MOVE WRK-LIN-VALOR  TO WRK-VALOR-FORM
           MOVE WRK-PERCENTUAL TO WRK-PERC-FORM
           MOVE SPACES         TO REG-RELPERD
           MOVE WRK-ROTULO     TO REG-RELPERD(1:34)
           MOVE WRK-CT-FORM    TO REG-RELPERD(36:6)
           MOVE WRK-VALOR-FORM TO REG-RELPERD(46:16)
           MOVE WRK-PERC-FORM  TO REG-RELPERD(65:6)
           WRITE REG-RELPERD
       .
       0330-NOME-FILIAL            SECTION.
           MOVE SPACES TO WRK-ROTULO
           MOVE "** SEM CADASTRO **" TO NM-FILIAL
           IF WRK-FILIAL-OK
               MOVE WRK-I TO CD-FILIAL
               READ FILIAL
                   INVALID KEY
                       MOVE "** SEM CADASTRO **" TO NM-FILIAL
               END-READ
           END-IF
           STRING WRK-I     DELIMITED BY SIZE
                  " - "     DELIMITED BY SIZE
                  NM-FILIAL DELIMITED BY SIZE
               INTO WRK-ROTULO
       .
       0900-FECHA-ARQUIVOS         SECTION.
           CLOSE PERDAS
           IF WRK-FILIAL-OK
               CLOSE FILIAL
           END-IF
           CLOSE RELPERD
           MOVE WRK-TOT-VALOR TO WRK-VALOR-FORM
           DISPLAY "RELATORIO GRAVADO EM " WRK-NOME-RELPERD
           DISPLAY "BAIXAS POR PERDA NO MES: " WRK-CT-MES
           DISPLAY "VALOR TOTAL A CUSTO: " WRK-VALOR-FORM
       .
       END PROGRAM PROGRPER.
