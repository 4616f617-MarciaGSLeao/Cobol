       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGTRAT.
      *-----------------------------------------------------------------
      *== AUTOR: MARCIA GAMELEIRA
      *== OBJETIVO: RELATORIO DIARIO DAS TRANSFERENCIAS ENTRE LOJAS
      *==           QUE PEDEM ACAO. LE O TRANSF.DAT (COPY TRANSFD,
      *==           GRAVADO PELO PROGTRAN) E LISTA NO RELTRAN.DAT:
      *==           - OS ITENS AINDA EM TRANSITO HA MAIS DE N DIAS
      *==             (INFORMADO NO PROMPT, PADRAO 2), QUE A LOJA DE
      *==             DESTINO NAO CONFIRMOU;
      *==           - OS ITENS RECEBIDOS COM DIVERGENCIA (FALTA OU
      *==             SOBRA) AINDA NAO APURADOS.
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
           SELECT RELTRAN ASSIGN TO "RELTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELTRAN.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSF.
       COPY TRANSFD.

       FD  RELTRAN.
       01  REG-RELTRAN               PIC X(132).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-TRANSF==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-RELTRAN==.

       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-DATA-SISTEMA          PIC 9(08)       VALUE ZEROS.
       77 WRK-INT-HOJE              PIC 9(08)       VALUE ZEROS.
       77 WRK-DIAS-LIMITE           PIC 9(03)       VALUE ZEROS.
       77 WRK-DIAS                  PIC 9(05)       VALUE ZEROS.
       77 WRK-DIAS-FORM             PIC ZZZZ9       VALUE ZEROS.
       77 WRK-CT-ATRASADAS          PIC 9(05)       VALUE ZEROS.
       77 WRK-CT-DIVERGENTES        PIC 9(05)       VALUE ZEROS.
       77 WRK-QTD-DIFERENCA         PIC S9(06)V999  VALUE ZEROS.
       77 WRK-QTD-FORM              PIC ZZZ.ZZ9,999 VALUE ZEROS.
       77 WRK-QTD-FORM2             PIC ZZZ.ZZ9,999 VALUE ZEROS.
       77 WRK-DIF-FORM              PIC ---.--9,999 VALUE ZEROS.

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
           DISPLAY "DIAS EM TRANSITO PARA COBRAR O DESTINO "
                   "(ZEROS = 2): "
           ACCEPT WRK-DIAS-LIMITE
           IF WRK-DIAS-LIMITE EQUAL ZEROS
               MOVE 2 TO WRK-DIAS-LIMITE
           END-IF
           PERFORM 0100-ABRE-ARQUIVOS
           PERFORM 0200-LISTA-EM-TRANSITO
           PERFORM 0300-LISTA-DIVERGENCIAS
           PERFORM 0400-GRAVA-TOTAIS
           PERFORM 0900-FECHA-ARQUIVOS
           STOP RUN.

       0100-ABRE-ARQUIVOS          SECTION.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           COMPUTE WRK-INT-HOJE =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-SISTEMA)

           OPEN OUTPUT RELTRAN
           IF NOT FS-OK IN WRK-FS-RELTRAN
               DISPLAY "ERRO AO ABRIR O ARQUIVO RELTRAN. FS="
                       WRK-FS-RELTRAN
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGTRAT  '
                    'RELTRAN   ' WRK-FS-RELTRAN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT TRANSF
           IF NOT FS-OK IN WRK-FS-TRANSF
               IF WRK-FS-TRANSF EQUAL '35'
                   DISPLAY "NENHUMA TRANSFERENCIA EMITIDA AINDA."
                   MOVE "NENHUMA TRANSFERENCIA EMITIDA (SEM TRANSF)."
                       TO REG-RELTRAN
                   WRITE REG-RELTRAN
                   CLOSE RELTRAN
                   STOP RUN
               END-IF
               DISPLAY "ERRO AO ABRIR O ARQUIVO TRANSF. FS="
                       WRK-FS-TRANSF
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGTRAT  '
                    'TRANSF    ' WRK-FS-TRANSF
               CLOSE RELTRAN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "============================================"
               TO REG-RELTRAN
           WRITE REG-RELTRAN
           MOVE SPACES TO REG-RELTRAN
           STRING "TRANSFERENCIAS ENTRE LOJAS PENDENTES - EMITIDO EM "
                                                    DELIMITED BY SIZE
                  WRK-DATA-SISTEMA                  DELIMITED BY SIZE
               INTO REG-RELTRAN
           WRITE REG-RELTRAN
           MOVE "============================================"
               TO REG-RELTRAN
           WRITE REG-RELTRAN
       .
       0200-LISTA-EM-TRANSITO      SECTION.
           MOVE SPACES TO REG-RELTRAN
           WRITE REG-RELTRAN
           MOVE SPACES TO REG-RELTRAN
           STRING "EM TRANSITO HA MAIS DE "  DELIMITED BY SIZE
                  WRK-DIAS-LIMITE            DELIMITED BY SIZE
                  " DIAS (DESTINO NAO CONFIRMOU O RECEBIMENTO)"
                                             DELIMITED BY SIZE
               INTO REG-RELTRAN
           WRITE REG-RELTRAN
           MOVE SPACES            TO REG-RELTRAN
           MOVE "TRANSF."         TO REG-RELTRAN(1:7)
           MOVE "ITEM"            TO REG-RELTRAN(12:4)
           MOVE "EMISSAO"         TO REG-RELTRAN(17:7)
           MOVE "DIAS"            TO REG-RELTRAN(28:4)
           MOVE "ORIG"            TO REG-RELTRAN(34:4)
           MOVE "DEST"            TO REG-RELTRAN(39:4)
           MOVE "PRODUTO"         TO REG-RELTRAN(44:7)
           MOVE "ENVIADO"         TO REG-RELTRAN(56:7)
           WRITE REG-RELTRAN
           MOVE "--------------------------------------------"
               TO REG-RELTRAN
           WRITE REG-RELTRAN

           MOVE SPACE TO WRK-EOF
           MOVE ZEROS TO TRF-NUMERO
           MOVE 1     TO TRF-ITEM
           START TRANSF KEY IS NOT LESS THAN TRF-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ TRANSF NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF TRF-EM-TRANSITO
                           COMPUTE WRK-DIAS = WRK-INT-HOJE -
                               FUNCTION INTEGER-OF-DATE(TRF-DT-EMISSAO)
                           IF WRK-DIAS > WRK-DIAS-LIMITE
                               PERFORM 0210-GRAVA-EM-TRANSITO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       .
       0210-GRAVA-EM-TRANSITO      SECTION.
           ADD 1 TO WRK-CT-ATRASADAS
           MOVE TRF-DT-EMISSAO TO WRK-DT-EDIT-NUM
           PERFORM 0500-FORMATA-DATA
           MOVE WRK-DIAS       TO WRK-DIAS-FORM
           MOVE TRF-QT-ENVIADA TO WRK-QTD-FORM
           MOVE SPACES TO REG-RELTRAN
           STRING TRF-NUMERO      DELIMITED BY SIZE
                  "     "         DELIMITED BY SIZE
                  TRF-ITEM        DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  WRK-DT-FORM     DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WRK-DIAS-FORM   DELIMITED BY SIZE
                  "   "           DELIMITED BY SIZE
                  TRF-FIL-ORIGEM  DELIMITED BY SIZE
                  "   "           DELIMITED BY SIZE
                  TRF-FIL-DESTINO DELIMITED BY SIZE
                  "   "           DELIMITED BY SIZE
                  TRF-PRODUTO     DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WRK-QTD-FORM    DELIMITED BY SIZE
               INTO REG-RELTRAN
           WRITE REG-RELTRAN
       .
       0300-LISTA-DIVERGENCIAS     SECTION.
           MOVE SPACES TO REG-RELTRAN
           WRITE REG-RELTRAN
           MOVE "RECEBIDAS COM DIVERGENCIA, A APURAR NO PROGTRAN"
               TO REG-RELTRAN
           WRITE REG-RELTRAN
           MOVE SPACES            TO REG-RELTRAN
           MOVE "TRANSF."         TO REG-RELTRAN(1:7)
           MOVE "ITEM"            TO REG-RELTRAN(12:4)
           MOVE "RECEBIDA"        TO REG-RELTRAN(17:8)
           MOVE "ORIG"            TO REG-RELTRAN(29:4)
           MOVE "DEST"            TO REG-RELTRAN(34:4)
           MOVE "PRODUTO"         TO REG-RELTRAN(39:7)
           MOVE "ENVIADO"         TO REG-RELTRAN(51:7)
           MOVE "RECEBIDO"        TO REG-RELTRAN(63:8)
           MOVE "DIFERENCA"       TO REG-RELTRAN(75:9)
           MOVE "CONFERENTE"      TO REG-RELTRAN(82:10)
           WRITE REG-RELTRAN
           MOVE "--------------------------------------------"
               TO REG-RELTRAN
           WRITE REG-RELTRAN

           MOVE SPACE TO WRK-EOF
           MOVE ZEROS TO TRF-NUMERO
           MOVE 1     TO TRF-ITEM
           START TRANSF KEY IS NOT LESS THAN TRF-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ TRANSF NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF TRF-DIVERGENTE
                           PERFORM 0310-GRAVA-DIVERGENCIA
                       END-IF
               END-READ
           END-PERFORM
       .
       0310-GRAVA-DIVERGENCIA      SECTION.
           ADD 1 TO WRK-CT-DIVERGENTES
           MOVE TRF-DT-RECEBIMENTO TO WRK-DT-EDIT-NUM
           PERFORM 0500-FORMATA-DATA
           COMPUTE WRK-QTD-DIFERENCA = TRF-QT-RECEBIDA - TRF-QT-ENVIADA
           MOVE TRF-QT-ENVIADA    TO WRK-QTD-FORM
           MOVE TRF-QT-RECEBIDA   TO WRK-QTD-FORM2
           MOVE WRK-QTD-DIFERENCA TO WRK-DIF-FORM
           MOVE SPACES TO REG-RELTRAN
           STRING TRF-NUMERO      DELIMITED BY SIZE
                  "     "         DELIMITED BY SIZE
                  TRF-ITEM        DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  WRK-DT-FORM     DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  TRF-FIL-ORIGEM  DELIMITED BY SIZE
                  "   "           DELIMITED BY SIZE
                  TRF-FIL-DESTINO DELIMITED BY SIZE
                  "   "           DELIMITED BY SIZE
                  TRF-PRODUTO     DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WRK-QTD-FORM    DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WRK-QTD-FORM2   DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WRK-DIF-FORM    DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  TRF-OPER-RECEB  DELIMITED BY SIZE
               INTO REG-RELTRAN
           WRITE REG-RELTRAN
       .
       0400-GRAVA-TOTAIS           SECTION.
           MOVE "--------------------------------------------"
               TO REG-RELTRAN
           WRITE REG-RELTRAN
           MOVE SPACES TO REG-RELTRAN
           STRING "ITENS EM TRANSITO ALEM DO PRAZO.......: "
                                               DELIMITED BY SIZE
                  WRK-CT-ATRASADAS             DELIMITED BY SIZE
               INTO REG-RELTRAN
           WRITE REG-RELTRAN
           MOVE SPACES TO REG-RELTRAN
           STRING "ITENS COM DIVERGENCIA A APURAR........: "
                                               DELIMITED BY SIZE
                  WRK-CT-DIVERGENTES           DELIMITED BY SIZE
               INTO REG-RELTRAN
           WRITE REG-RELTRAN
       .
       0500-FORMATA-DATA           SECTION.
           MOVE WRK-DT-EDIT-DIA TO WRK-DT-FORM-DIA
           MOVE WRK-DT-EDIT-MES TO WRK-DT-FORM-MES
           MOVE WRK-DT-EDIT-ANO TO WRK-DT-FORM-ANO
       .
       0900-FECHA-ARQUIVOS         SECTION.
           CLOSE TRANSF
           CLOSE RELTRAN
           DISPLAY "RELATORIO GRAVADO EM RELTRAN.DAT."
           DISPLAY "ITENS EM TRANSITO HA MAIS DE " WRK-DIAS-LIMITE
                   " DIAS: " WRK-CT-ATRASADAS
           DISPLAY "ITENS COM DIVERGENCIA A APURAR: "
                   WRK-CT-DIVERGENTES
      **** CARGA PARADA OU DIVERGENCIA EM ABERTO PEDE ACAO: RC 4.
           IF WRK-CT-ATRASADAS > ZEROS OR WRK-CT-DIVERGENTES > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
       .
       END PROGRAM PROGTRAT.
