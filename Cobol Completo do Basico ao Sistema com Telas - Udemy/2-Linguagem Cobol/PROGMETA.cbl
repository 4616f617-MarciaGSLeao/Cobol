      *==           MANTEM O ARQUIVO METAS.DAT (OPERADOR + MES ->
      *==           VALOR DA META, OPERADOR CONFERIDO NO OPERADOR.DAT)
      *==           E GERA O ACOMPANHAMENTO: PARA CADA META DO MES,
      *==           LE O RESUMO DIARIO DE VENDAS (RESVDIA.DAT, RSV-
      *==           OPERADOR / DATA / TOTAL) E MOSTRA O ACUMULADO DO
      *==           MES, O PERCENTUAL DA META E O RITMO DIARIO
      *==           NECESSARIO PARA FECHAR O QUE FALTA NOS DIAS QUE
      *==           RELMETA.DAT.
      *== DATA: 02/09/2026
      *== OBSERVACOES:
      *== 15/10/2026: O ACUMULADO DO MES DEIXOU DE VARRER OS CABECALHOS
      *==             DO VENDAS.DAT E PASSOU A VIR DO RESUMO DIARIO DE
      *==             VENDAS (RESVDIA.DAT, REGISTROS DE CATEGORIA 0 DO
      *==             OPERADOR), COM START NO DIA 01. O MES CORRENTE
      *==             CONTA ATE O ULTIMO DIA FECHADO PELO PROGFECH.
      *-----------------------------------------------------------------

      *=================================================================
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-OPER-ID
               FILE STATUS IS WRK-FS-OPERADOR.
           SELECT RESVDIA ASSIGN TO "RESVDIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSV-CHAVE
               FILE STATUS IS WRK-FS-RESVDIA.
           SELECT RELMETA ASSIGN TO "RELMETA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELMETA.
           03  NV-OPER-NIVEL         PIC 9(01).
           03  SN-OPER-CIFRADA       PIC X(01).

       FD  RESVDIA.
       COPY RESVFD.

       FD  RELMETA.
       01  REG-RELMETA               PIC X(90).
       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-METAS==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-OPERADOR==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-RESVDIA==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-RELMETA==.

       77 WRK-OPCAO                 PIC 9(1)        VALUE ZEROS.
       0510-APURA-MES              SECTION.
           MOVE ZEROS TO WRK-CT-OPERADORES
           MOVE SPACE TO WRK-EOF
           OPEN INPUT RESVDIA
           IF NOT FS-OK IN WRK-FS-RESVDIA
               DISPLAY "AVISO: RESVDIA NAO ABRIU. FS=" WRK-FS-RESVDIA
           ELSE
               MOVE LOW-VALUES TO RSV-CHAVE
               COMPUTE RSV-DATA = (WRK-MES-CONSULTA * 100) + 1
               START RESVDIA KEY IS NOT LESS THAN RSV-CHAVE
                   INVALID KEY
                       MOVE 'F' TO WRK-EOF
               END-START
               PERFORM UNTIL WRK-EOF EQUAL 'F'
                   READ RESVDIA NEXT RECORD
                       AT END
                           MOVE 'F' TO WRK-EOF
                       NOT AT END
                           IF RSV-DATA(1:6) NOT EQUAL WRK-MES-CONSULTA
                               MOVE 'F' TO WRK-EOF
                           ELSE
                               IF RSV-CATEGORIA EQUAL ZERO
                                  AND RSV-QT-VENDAS > ZEROS
                                   PERFORM 0515-ACUMULA-OPERADOR
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESVDIA
           END-IF
       .
       0515-ACUMULA-OPERADOR       SECTION.
           MOVE ZEROS TO WRK-POS-OPER
           PERFORM VARYING WRK-K FROM 1 BY 1
                   UNTIL WRK-K > WRK-CT-OPERADORES
               IF TAB-OPER-CODIGO(WRK-K) EQUAL RSV-OPERADOR
                   MOVE WRK-K TO WRK-POS-OPER
               END-IF
           END-PERFORM
              AND WRK-CT-OPERADORES < 20
               ADD 1 TO WRK-CT-OPERADORES
               SET IDX-OPER TO WRK-CT-OPERADORES
               MOVE RSV-OPERADOR TO TAB-OPER-CODIGO(IDX-OPER)
               MOVE ZEROS TO TAB-OPER-TOTAL(IDX-OPER)
               MOVE WRK-CT-OPERADORES TO WRK-POS-OPER
           END-IF
           IF WRK-POS-OPER > ZEROS
               SET IDX-OPER TO WRK-POS-OPER
               ADD RSV-VL-VENDIDO TO TAB-OPER-TOTAL(IDX-OPER)
           END-IF
       .
       0520-GRAVA-ACOMPANHAMENTO   SECTION.
