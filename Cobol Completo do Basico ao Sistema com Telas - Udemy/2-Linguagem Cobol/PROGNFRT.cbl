       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGNFRT.
      *-----------------------------------------------------------------
      *== AUTOR: MARCIA GAMELEIRA
      *== OBJETIVO: IMPORTACAO DO ARQUIVO DE RETORNO DO FISCO
      *==           (NFCERET.DAT) PARA OS DOCUMENTOS FISCAIS GERADOS
      *==           PELO PROGNFCE. CADA LINHA DO RETORNO MARCA A VENDA
      *==           NO NFCECTL.DAT COMO AUTORIZADA (COM O PROTOCOLO)
      *==           OU REJEITADA (COM O CODIGO E O MOTIVO). O
      *==           RELATORIO RELNFRT.DAT LISTA AS REJEICOES, AS
      *==           LINHAS DO RETORNO SEM VENDA CORRESPONDENTE E, NO
      *==           FIM, A FILA DE CONTINGENCIA (VENDAS AINDA SEM
      *==           RETORNO), QUE E A PROVA DE QUAIS CUPONS FORAM DE
      *==           FATO ACEITOS PELO FISCO.
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
           SELECT NFCERET ASSIGN TO "NFCERET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NFCERET.
           SELECT NFCECTL ASSIGN TO "NFCECTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NFC-VND-ID
               FILE STATUS IS WRK-FS-NFCECTL.
           SELECT RELNFRT ASSIGN TO "RELNFRT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELNFRT.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
      **** LAYOUT DO RETORNO DO FISCO: UMA LINHA POR DOCUMENTO, COM O
      **** NUMERO DA VENDA DEVOLVIDO COMO VEIO NO REGISTRO 'A'.
       FD  NFCERET.
       01  REG-NFCERET.
           03  RET-VND-ID            PIC X(14).
           03  RET-NR-CUPOM          PIC 9(06).
           03  RET-SITUACAO          PIC X(01).
               88  RET-AUTORIZADO                   VALUE 'A'.
               88  RET-REJEITADO                    VALUE 'R'.
           03  RET-PROTOCOLO         PIC X(15).
           03  RET-CD-MOTIVO         PIC 9(03).
           03  RET-DS-MOTIVO         PIC X(60).
           03  RET-DT-PROCESSAMENTO  PIC 9(08).

       FD  NFCECTL.
       COPY NFCEFD.

       FD  RELNFRT.
       01  REG-RELNFRT               PIC X(120).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-NFCERET==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-NFCECTL==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-RELNFRT==.

       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-DATA-SISTEMA          PIC 9(08)       VALUE ZEROS.
       77 WRK-CT-LIDOS              PIC 9(06)       VALUE ZEROS.
       77 WRK-CT-AUTORIZADOS        PIC 9(06)       VALUE ZEROS.
       77 WRK-CT-REJEITADOS         PIC 9(06)       VALUE ZEROS.
       77 WRK-CT-SEM-VENDA          PIC 9(06)       VALUE ZEROS.
       77 WRK-CT-PENDENTES          PIC 9(06)       VALUE ZEROS.
       77 WRK-VALOR-EDIT            PIC ZZZ.ZZ9,99  VALUE ZEROS.
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           PERFORM 0100-ABRE-ARQUIVOS
           PERFORM 0200-IMPORTA-RETORNO
           PERFORM 0300-LISTA-PENDENTES
           PERFORM 0400-FECHA-ARQUIVOS
           STOP RUN.

       0100-ABRE-ARQUIVOS          SECTION.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           OPEN INPUT NFCERET
           IF WRK-FS-NFCERET EQUAL '35'
               DISPLAY "NENHUM RETORNO DO FISCO A IMPORTAR AINDA."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT FS-OK IN WRK-FS-NFCERET
               DISPLAY "ERRO AO ABRIR O ARQUIVO NFCERET. FS="
                       WRK-FS-NFCERET
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGNFRT  '
                    'NFCERET   ' WRK-FS-NFCERET
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O NFCECTL
           IF NOT FS-OK IN WRK-FS-NFCECTL
               DISPLAY "ERRO AO ABRIR O ARQUIVO NFCECTL. FS="
                       WRK-FS-NFCECTL
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGNFRT  '
                    'NFCECTL   ' WRK-FS-NFCECTL
               CLOSE NFCERET
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RELNFRT
           IF NOT FS-OK IN WRK-FS-RELNFRT
               DISPLAY "ERRO AO ABRIR O ARQUIVO RELNFRT. FS="
                       WRK-FS-RELNFRT
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGNFRT  '
                    'RELNFRT   ' WRK-FS-RELNFRT
               CLOSE NFCERET
               CLOSE NFCECTL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "============================================"
               TO REG-RELNFRT
           WRITE REG-RELNFRT
           MOVE SPACES TO REG-RELNFRT
           STRING "RETORNO DO FISCO - DOCUMENTOS FISCAIS - "
                                    DELIMITED BY SIZE
                  WRK-DATA-SISTEMA  DELIMITED BY SIZE
               INTO REG-RELNFRT
           WRITE REG-RELNFRT
           MOVE "============================================"
               TO REG-RELNFRT
           WRITE REG-RELNFRT
       .
       0200-IMPORTA-RETORNO        SECTION.
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ NFCERET
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       ADD 1 TO WRK-CT-LIDOS
                       PERFORM 0210-BAIXA-DOCUMENTO
               END-READ
           END-PERFORM
       .
       0210-BAIXA-DOCUMENTO        SECTION.
           MOVE RET-VND-ID TO NFC-VND-ID
           READ NFCECTL
               INVALID KEY
                   ADD 1 TO WRK-CT-SEM-VENDA
                   MOVE SPACES TO REG-RELNFRT
                   STRING "SEM VENDA: "     DELIMITED BY SIZE
                          RET-VND-ID        DELIMITED BY SIZE
                          " CUPOM "         DELIMITED BY SIZE
                          RET-NR-CUPOM      DELIMITED BY SIZE
                          " SITUACAO "      DELIMITED BY SIZE
                          RET-SITUACAO      DELIMITED BY SIZE
                          " PROTOCOLO "     DELIMITED BY SIZE
                          RET-PROTOCOLO     DELIMITED BY SIZE
                       INTO REG-RELNFRT
                   WRITE REG-RELNFRT
                   END-WRITE
               NOT INVALID KEY
                   IF RET-AUTORIZADO OR RET-REJEITADO
                       MOVE RET-SITUACAO         TO NFC-STATUS
                       MOVE RET-DT-PROCESSAMENTO TO NFC-DT-RETORNO
                       IF NFC-DT-RETORNO EQUAL ZEROS
                           MOVE WRK-DATA-SISTEMA TO NFC-DT-RETORNO
                       END-IF
                       MOVE RET-PROTOCOLO        TO NFC-PROTOCOLO
                       MOVE RET-CD-MOTIVO        TO NFC-CD-MOTIVO
                       MOVE RET-DS-MOTIVO        TO NFC-DS-MOTIVO
                       REWRITE REG-NFCECTL
                       IF RET-AUTORIZADO
                           ADD 1 TO WRK-CT-AUTORIZADOS
                       ELSE
                           ADD 1 TO WRK-CT-REJEITADOS
                           MOVE NFC-TOTAL TO WRK-VALOR-EDIT
                           MOVE SPACES TO REG-RELNFRT
                           STRING "REJEITADA: "  DELIMITED BY SIZE
                                  NFC-VND-ID     DELIMITED BY SIZE
                                  " PDV "        DELIMITED BY SIZE
                                  NFC-PDV        DELIMITED BY SIZE
                                  " CUPOM "      DELIMITED BY SIZE
                                  NFC-NR-CUPOM   DELIMITED BY SIZE
                                  " R$ "         DELIMITED BY SIZE
                                  WRK-VALOR-EDIT DELIMITED BY SIZE
                                  " MOTIVO "     DELIMITED BY SIZE
                                  NFC-CD-MOTIVO  DELIMITED BY SIZE
                                  "-"            DELIMITED BY SIZE
                                  NFC-DS-MOTIVO  DELIMITED BY SIZE
                               INTO REG-RELNFRT
                           WRITE REG-RELNFRT
                       END-IF
                   ELSE
                       ADD 1 TO WRK-CT-SEM-VENDA
                       MOVE SPACES TO REG-RELNFRT
                       STRING "SITUACAO INVALIDA NO RETORNO: "
                                                DELIMITED BY SIZE
                              RET-VND-ID        DELIMITED BY SIZE
                              " SITUACAO "      DELIMITED BY SIZE
                              RET-SITUACAO      DELIMITED BY SIZE
                           INTO REG-RELNFRT
                       WRITE REG-RELNFRT
                   END-IF
           END-READ
       .
       0300-LISTA-PENDENTES        SECTION.
           MOVE "--------------------------------------------"
               TO REG-RELNFRT
           WRITE REG-RELNFRT
           MOVE "FILA DE CONTINGENCIA (ENVIADOS SEM RETORNO)"
               TO REG-RELNFRT
           WRITE REG-RELNFRT

           MOVE SPACE TO WRK-EOF
           MOVE LOW-VALUES TO NFC-VND-ID
           START NFCECTL KEY IS NOT LESS THAN NFC-VND-ID
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START

           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ NFCECTL NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF NFC-PENDENTE
                           ADD 1 TO WRK-CT-PENDENTES
                           MOVE NFC-TOTAL TO WRK-VALOR-EDIT
                           MOVE SPACES TO REG-RELNFRT
                           STRING "PENDENTE: "   DELIMITED BY SIZE
                                  NFC-VND-ID     DELIMITED BY SIZE
                                  " PDV "        DELIMITED BY SIZE
                                  NFC-PDV        DELIMITED BY SIZE
                                  " CUPOM "      DELIMITED BY SIZE
                                  NFC-NR-CUPOM   DELIMITED BY SIZE
                                  " R$ "         DELIMITED BY SIZE
                                  WRK-VALOR-EDIT DELIMITED BY SIZE
                                  " ENVIOS "     DELIMITED BY SIZE
                                  NFC-QT-ENVIOS  DELIMITED BY SIZE
                                  " ULTIMO "     DELIMITED BY SIZE
                                  NFC-DT-ENVIO   DELIMITED BY SIZE
                               INTO REG-RELNFRT
                           WRITE REG-RELNFRT
                       END-IF
               END-READ
           END-PERFORM
       .
       0400-FECHA-ARQUIVOS         SECTION.
           MOVE "============================================"
               TO REG-RELNFRT
           WRITE REG-RELNFRT
           MOVE SPACES TO REG-RELNFRT
           STRING "LIDOS: "          DELIMITED BY SIZE
                  WRK-CT-LIDOS       DELIMITED BY SIZE
                  "  AUTORIZADOS: "  DELIMITED BY SIZE
                  WRK-CT-AUTORIZADOS DELIMITED BY SIZE
                  "  REJEITADOS: "   DELIMITED BY SIZE
                  WRK-CT-REJEITADOS  DELIMITED BY SIZE
                  "  SEM VENDA: "    DELIMITED BY SIZE
                  WRK-CT-SEM-VENDA   DELIMITED BY SIZE
                  "  PENDENTES: "    DELIMITED BY SIZE
                  WRK-CT-PENDENTES   DELIMITED BY SIZE
               INTO REG-RELNFRT
           WRITE REG-RELNFRT

           CLOSE NFCERET
           CLOSE NFCECTL
           CLOSE RELNFRT

           DISPLAY "RETORNO IMPORTADO. RELATORIO EM RELNFRT.DAT."
           DISPLAY "AUTORIZADOS: " WRK-CT-AUTORIZADOS
                   "  REJEITADOS: " WRK-CT-REJEITADOS
                   "  SEM VENDA: " WRK-CT-SEM-VENDA
                   "  PENDENTES: " WRK-CT-PENDENTES
           IF WRK-CT-REJEITADOS > ZEROS
              OR WRK-CT-SEM-VENDA > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF
       .
       END PROGRAM PROGNFRT.
