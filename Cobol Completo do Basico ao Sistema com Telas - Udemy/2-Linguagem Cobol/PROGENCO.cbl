       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGENCO.
      *-----------------------------------------------------------------
      *== AUTOR: MARCIA GAMELEIRA
      *== OBJETIVO: ACOMPANHAMENTO E BAIXA DAS ENCOMENDAS DE CLIENTE
      *==           (ENCOMEND.DAT, COPY ENCOMFD).
      *==           1 - RELATORIO RELENCO.DAT COM AS ENCOMENDAS
      *==               RESERVADAS HA MAIS DE N DIAS (PADRAO 15) SEM
      *==               RETIRADA, COM NOME E TELEFONE DO CLIENTE, E A
      *==               CONTAGEM DAS QUE AINDA AGUARDAM A MERCADORIA;
      *==           2 - BAIXA DE UMA ENCOMENDA ABERTA:
      *==               D - DESISTENCIA COM DEVOLUCAO DO SINAL: O
      *==                   VALOR SAI DA GAVETA DO PDV INFORMADO COMO
      *==                   SANGRIA ('SG' NO GAVETA.DAT), PARA A
      *==                   CONFERENCIA DO PROGFECH FECHAR;
      *==               L - RESERVA LIBERADA SEM DEVOLUCAO DO SINAL
      *==                   (CLIENTE NAO VEIO NO PRAZO).
      *==               NOS DOIS CASOS A QUANTIDADE RESERVADA VOLTA A
      *==               SER VENDIDA NO PROGVEND.
      *==           RETURN-CODE 4 QUANDO HA ENCOMENDA VENCIDA.
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
           SELECT ENCOMEND ASSIGN TO "ENCOMEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENC-NUMERO
               ALTERNATE RECORD KEY IS ENC-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-ENCOMEND.
           SELECT CLIENTE ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CLIENTE
               FILE STATUS IS WRK-FS-CLIENTE.
           SELECT PRODUTO ASSIGN TO "PRODUTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-PRODUTO
               ALTERNATE RECORD KEY IS EA-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-PRODUTO.
           SELECT GAVETA ASSIGN TO "GAVETA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GAVETA.
           SELECT RELENCO ASSIGN TO "RELENCO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELENCO.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD  ENCOMEND.
       COPY ENCOMFD.

       FD  CLIENTE.
       01  REG-CLIENTE.
           03  CD-CLIENTE            PIC 9(05).
           03  NM-CLIENTE            PIC X(40).
           03  NM-ENDERECO           PIC X(40).
           03  NR-TELEFONE           PIC X(15).
           03  DS-EMAIL              PIC X(40).
           03  DS-CEP                PIC X(09).
           03  TP-DOCUMENTO          PIC X(01).
           03  NR-DOCUMENTO          PIC 9(14).
           03  NM-CIDADE             PIC X(30).
           03  UF-CLIENTE            PIC X(02).

       FD  PRODUTO.
       COPY PRODFD.

       FD  GAVETA.
       01  REG-GAVETA.
           03  GAV-DATA              PIC 9(08).
           03  FILLER                PIC X(01).
           03  GAV-HORA              PIC X(06).
           03  FILLER                PIC X(01).
           03  GAV-PDV               PIC 9(02).
           03  FILLER                PIC X(01).
           03  GAV-TIPO              PIC X(02).
           03  FILLER                PIC X(01).
           03  GAV-VALOR             PIC 9(08).
           03  FILLER                PIC X(01).
           03  GAV-OPERADOR          PIC X(10).

       FD  RELENCO.
       01  REG-RELENCO               PIC X(132).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-ENCOMEND==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-CLIENTE==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PRODUTO==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-GAVETA==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-RELENCO==.

       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-DATA-SISTEMA          PIC 9(08)       VALUE ZEROS.
       77 WRK-HORA-SISTEMA          PIC 9(08)       VALUE ZEROS.
       77 WRK-INT-HOJE              PIC 9(08)       VALUE ZEROS.
       77 WRK-PRAZO-DIAS            PIC 9(03)       VALUE ZEROS.
       77 WRK-DIAS                  PIC 9(05)       VALUE ZEROS.
       77 WRK-OPERADOR              PIC X(10)       VALUE SPACES.
       77 WRK-PDV                   PIC 9(02)       VALUE ZEROS.
       77 WRK-ENC-NUMERO            PIC 9(06)       VALUE ZEROS.
       77 WRK-ACAO                  PIC X(01)       VALUE SPACE.
       77 WRK-RESPOSTA              PIC X(01)       VALUE SPACE.
           88  WRK-RESPOSTA-SIM                     VALUE 'S' 's'.
       77 WRK-NOME                  PIC X(40)       VALUE SPACES.
       77 WRK-TELEFONE              PIC X(15)       VALUE SPACES.
       77 WRK-DS-PRODUTO            PIC X(30)       VALUE SPACES.
       77 WRK-SITUACAO              PIC X(30)       VALUE SPACES.
       77 WRK-CT-VENCIDAS           PIC 9(05)       VALUE ZEROS.
       77 WRK-CT-NO-PRAZO           PIC 9(05)       VALUE ZEROS.
       77 WRK-CT-AGUARDANDO         PIC 9(05)       VALUE ZEROS.
       77 WRK-CT-BAIXADAS           PIC 9(05)       VALUE ZEROS.
       77 WRK-TOTAL-SINAL           PIC 9(10)       VALUE ZEROS.
       77 WRK-DIAS-FORM             PIC ZZZZ9       VALUE ZEROS.
       77 WRK-CT-FORM               PIC ZZZZ9       VALUE ZEROS.
       77 WRK-QTD-FORM              PIC ZZZ.ZZ9,999 VALUE ZEROS.
       77 WRK-VALOR-FORM            PIC ZZZ.ZZ9,99  VALUE ZEROS.
       77 WRK-TOTAL-FORM            PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-CLIENTE-ABERTO        PIC X(02)       VALUE SPACES.
           88 WRK-CLIENTE-OK                        VALUE '00'.
       77 WRK-PRODUTO-ABERTO        PIC X(02)       VALUE SPACES.
           88 WRK-PRODUTO-OK                        VALUE '00'.
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           COMPUTE WRK-INT-HOJE =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-SISTEMA)
           DISPLAY "PRAZO DE RETIRADA EM DIAS (ZEROS = 15): "
           ACCEPT WRK-PRAZO-DIAS
           IF WRK-PRAZO-DIAS EQUAL ZEROS
               MOVE 15 TO WRK-PRAZO-DIAS
           END-IF
           DISPLAY "CODIGO DO OPERADOR: "
           ACCEPT WRK-OPERADOR
           IF WRK-OPERADOR EQUAL SPACES
               MOVE 'PROGENCO' TO WRK-OPERADOR
           END-IF

           PERFORM 0100-ABRE-ARQUIVOS
           PERFORM 0200-LISTA-VENCIDAS
           IF WRK-CT-VENCIDAS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE 1 TO WRK-ENC-NUMERO
           PERFORM UNTIL WRK-ENC-NUMERO EQUAL ZEROS
               PERFORM 0300-BAIXA-ENCOMENDA
           END-PERFORM

           PERFORM 0900-FECHA-ARQUIVOS
           STOP RUN.

       0100-ABRE-ARQUIVOS          SECTION.
           OPEN OUTPUT RELENCO
           IF NOT FS-OK IN WRK-FS-RELENCO
               DISPLAY "ERRO AO ABRIR O ARQUIVO RELENCO. FS="
                       WRK-FS-RELENCO
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGENCO  '
                    'RELENCO   ' WRK-FS-RELENCO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O ENCOMEND
           IF NOT FS-OK IN WRK-FS-ENCOMEND
               IF WRK-FS-ENCOMEND EQUAL '35'
                   DISPLAY "NENHUMA ENCOMENDA REGISTRADA AINDA."
                   MOVE "NENHUMA ENCOMENDA DE CLIENTE (SEM ENCOMEND)."
                       TO REG-RELENCO
                   WRITE REG-RELENCO
                   CLOSE RELENCO
                   STOP RUN
               END-IF
               DISPLAY "ERRO AO ABRIR O ARQUIVO ENCOMEND. FS="
                       WRK-FS-ENCOMEND
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGENCO  '
                    'ENCOMEND  ' WRK-FS-ENCOMEND
               CLOSE RELENCO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      **** SEM OS CADASTROS O RELATORIO SAI SO COM OS CODIGOS.
           OPEN INPUT CLIENTE
           MOVE WRK-FS-CLIENTE TO WRK-CLIENTE-ABERTO
           OPEN INPUT PRODUTO
           MOVE WRK-FS-PRODUTO TO WRK-PRODUTO-ABERTO

           MOVE "============================================"
               TO REG-RELENCO
           WRITE REG-RELENCO
           MOVE WRK-PRAZO-DIAS TO WRK-DIAS-FORM
           MOVE SPACES TO REG-RELENCO
           STRING "ENCOMENDAS RESERVADAS HA MAIS DE "
                                                    DELIMITED BY SIZE
                  WRK-DIAS-FORM                     DELIMITED BY SIZE
                  " DIAS - EMITIDO EM "             DELIMITED BY SIZE
                  WRK-DATA-SISTEMA                  DELIMITED BY SIZE
               INTO REG-RELENCO
           WRITE REG-RELENCO
           MOVE "============================================"
               TO REG-RELENCO
           WRITE REG-RELENCO
       .
       0200-LISTA-VENCIDAS         SECTION.
           MOVE SPACES            TO REG-RELENCO
           MOVE "ENCOM."          TO REG-RELENCO(1:6)
           MOVE "CHEGADA"         TO REG-RELENCO(9:7)
           MOVE "DIAS"            TO REG-RELENCO(19:4)
           MOVE "CLIENTE"         TO REG-RELENCO(25:7)
           MOVE "TELEFONE"        TO REG-RELENCO(59:8)
           MOVE "PRODUTO"         TO REG-RELENCO(76:7)
           MOVE "QTD"             TO REG-RELENCO(105:3)
           MOVE "SINAL"           TO REG-RELENCO(119:5)
           WRITE REG-RELENCO
           MOVE "--------------------------------------------"
               TO REG-RELENCO
           WRITE REG-RELENCO

           MOVE SPACE TO WRK-EOF
           MOVE 1 TO ENC-NUMERO
           START ENCOMEND KEY IS NOT LESS THAN ENC-NUMERO
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ ENCOMEND NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       PERFORM 0210-TRATA-ENCOMENDA
               END-READ
           END-PERFORM

           MOVE "--------------------------------------------"
               TO REG-RELENCO
           WRITE REG-RELENCO
           MOVE WRK-CT-VENCIDAS TO WRK-CT-FORM
           MOVE WRK-TOTAL-SINAL TO WRK-TOTAL-FORM
           MOVE SPACES TO REG-RELENCO
           STRING "VENCIDAS (DEVOLVER OU LIBERAR): " WRK-CT-FORM
                  "   SINAIS RETIDOS: " WRK-TOTAL-FORM
                  DELIMITED BY SIZE
               INTO REG-RELENCO
           WRITE REG-RELENCO
           MOVE WRK-CT-NO-PRAZO TO WRK-CT-FORM
           MOVE SPACES TO REG-RELENCO
           STRING "RESERVADAS DENTRO DO PRAZO...: " WRK-CT-FORM
                  DELIMITED BY SIZE
               INTO REG-RELENCO
           WRITE REG-RELENCO
           MOVE WRK-CT-AGUARDANDO TO WRK-CT-FORM
           MOVE SPACES TO REG-RELENCO
           STRING "AGUARDANDO A MERCADORIA......: " WRK-CT-FORM
                  DELIMITED BY SIZE
               INTO REG-RELENCO
           WRITE REG-RELENCO

           DISPLAY "ENCOMENDAS VENCIDAS: " WRK-CT-VENCIDAS
                   " (LISTADAS EM RELENCO.DAT)"
           DISPLAY "RESERVADAS NO PRAZO: " WRK-CT-NO-PRAZO
           DISPLAY "AGUARDANDO MERCADORIA: " WRK-CT-AGUARDANDO
       .
       0210-TRATA-ENCOMENDA        SECTION.
           IF ENC-AGUARDANDO
               ADD 1 TO WRK-CT-AGUARDANDO
               GO TO 0210-FIM
           END-IF
           IF NOT ENC-RESERVADA
               GO TO 0210-FIM
           END-IF
           COMPUTE WRK-DIAS = WRK-INT-HOJE
               - FUNCTION INTEGER-OF-DATE(ENC-DT-CHEGADA)
           IF WRK-DIAS NOT > WRK-PRAZO-DIAS
               ADD 1 TO WRK-CT-NO-PRAZO
               GO TO 0210-FIM
           END-IF

           ADD 1         TO WRK-CT-VENCIDAS
           ADD ENC-SINAL TO WRK-TOTAL-SINAL
           PERFORM 0220-BUSCA-CADASTROS
           MOVE WRK-DIAS  TO WRK-DIAS-FORM
           MOVE ENC-QTD   TO WRK-QTD-FORM
           MOVE ENC-SINAL TO WRK-VALOR-FORM
           MOVE SPACES            TO REG-RELENCO
           MOVE ENC-NUMERO        TO REG-RELENCO(1:6)
           MOVE ENC-DT-CHEGADA    TO REG-RELENCO(9:8)
           MOVE WRK-DIAS-FORM     TO REG-RELENCO(18:5)
           MOVE ENC-CLIENTE       TO REG-RELENCO(25:5)
           MOVE WRK-NOME(1:27)    TO REG-RELENCO(31:27)
           MOVE WRK-TELEFONE      TO REG-RELENCO(59:15)
           MOVE ENC-PRODUTO       TO REG-RELENCO(76:6)
           MOVE WRK-DS-PRODUTO(1:20) TO REG-RELENCO(83:20)
           MOVE WRK-QTD-FORM      TO REG-RELENCO(104:11)
           MOVE WRK-VALOR-FORM    TO REG-RELENCO(117:10)
           WRITE REG-RELENCO
       0210-FIM.
           EXIT.
       0220-BUSCA-CADASTROS        SECTION.
           MOVE "(CLIENTE SEM CADASTRO)" TO WRK-NOME
           MOVE SPACES TO WRK-TELEFONE
           IF WRK-CLIENTE-OK
               MOVE ENC-CLIENTE TO CD-CLIENTE
               READ CLIENTE
                   NOT INVALID KEY
                       MOVE NM-CLIENTE  TO WRK-NOME
                       MOVE NR-TELEFONE TO WRK-TELEFONE
               END-READ
           END-IF
           MOVE "(SEM CADASTRO)" TO WRK-DS-PRODUTO
           IF WRK-PRODUTO-OK
               MOVE ENC-PRODUTO TO CD-PRODUTO
               READ PRODUTO
                   NOT INVALID KEY
                       MOVE DS-PRODUTO TO WRK-DS-PRODUTO
               END-READ
           END-IF
       .
       0300-BAIXA-ENCOMENDA        SECTION.
           DISPLAY "ENCOMENDA A BAIXAR (ZEROS = SAIR): "
           ACCEPT WRK-ENC-NUMERO
           IF WRK-ENC-NUMERO EQUAL ZEROS
               GO TO 0300-FIM
           END-IF
           MOVE WRK-ENC-NUMERO TO ENC-NUMERO
           READ ENCOMEND
               INVALID KEY
                   DISPLAY "ENCOMENDA NAO ENCONTRADA."
                   GO TO 0300-FIM
           END-READ
           PERFORM 0310-MOSTRA-ENCOMENDA
           IF NOT ENC-AGUARDANDO AND NOT ENC-RESERVADA
               DISPLAY "ENCOMENDA JA BAIXADA. NADA A FAZER."
               GO TO 0300-FIM
           END-IF

           MOVE SPACE TO WRK-ACAO
           PERFORM UNTIL WRK-ACAO EQUAL 'D' OR 'L' OR 'N'
               DISPLAY "D-DEVOLVER O SINAL L-LIBERAR SEM DEVOLUCAO "
                       "N-DESISTIR: "
               ACCEPT WRK-ACAO
           END-PERFORM
           IF WRK-ACAO EQUAL 'N'
               GO TO 0300-FIM
           END-IF

           IF WRK-ACAO EQUAL 'D'
               MOVE ENC-SINAL TO WRK-VALOR-FORM
               DISPLAY "DEVOLVER " WRK-VALOR-FORM
                       " AO CLIENTE. PDV DA GAVETA: "
               ACCEPT WRK-PDV
               DISPLAY "CONFIRMA A DEVOLUCAO (S/N)? "
               ACCEPT WRK-RESPOSTA
               IF NOT WRK-RESPOSTA-SIM
                   DISPLAY "ENCOMENDA NAO BAIXADA."
                   GO TO 0300-FIM
               END-IF
               PERFORM 0320-GRAVA-SANGRIA
               IF NOT FS-OK IN WRK-FS-GAVETA
                   DISPLAY "ENCOMENDA NAO BAIXADA."
                   GO TO 0300-FIM
               END-IF
           END-IF

           MOVE WRK-ACAO         TO ENC-STATUS
           MOVE WRK-DATA-SISTEMA TO ENC-DT-BAIXA
           MOVE WRK-OPERADOR     TO ENC-OPERADOR
           REWRITE REG-ENCOMENDA
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR A ENCOMENDA. FS="
                           WRK-FS-ENCOMEND
                   GO TO 0300-FIM
           END-REWRITE
           ADD 1 TO WRK-CT-BAIXADAS
           IF ENC-DEVOLVIDA
               DISPLAY "ENCOMENDA " ENC-NUMERO " BAIXADA COM O SINAL "
                       "DEVOLVIDO."
           ELSE
               DISPLAY "ENCOMENDA " ENC-NUMERO " LIBERADA. O SINAL "
                       "FICA COM A LOJA."
           END-IF
       0300-FIM.
           EXIT.
       0310-MOSTRA-ENCOMENDA       SECTION.
           EVALUATE TRUE
               WHEN ENC-AGUARDANDO
                   MOVE "AGUARDANDO A MERCADORIA" TO WRK-SITUACAO
               WHEN ENC-RESERVADA
                   MOVE "RESERVADA, AGUARDANDO O CLIENTE"
                       TO WRK-SITUACAO
               WHEN ENC-ENTREGUE
                   MOVE "ENTREGUE" TO WRK-SITUACAO
               WHEN ENC-DEVOLVIDA
                   MOVE "SINAL DEVOLVIDO" TO WRK-SITUACAO
               WHEN OTHER
                   MOVE "LIBERADA SEM DEVOLUCAO" TO WRK-SITUACAO
           END-EVALUATE
           PERFORM 0220-BUSCA-CADASTROS
           MOVE ENC-QTD   TO WRK-QTD-FORM
           MOVE ENC-SINAL TO WRK-VALOR-FORM
           DISPLAY "==========================================="
           DISPLAY "ENCOMENDA....: " ENC-NUMERO " - " WRK-SITUACAO
           DISPLAY "CLIENTE......: " ENC-CLIENTE " - " WRK-NOME
           DISPLAY "TELEFONE.....: " WRK-TELEFONE
           DISPLAY "PRODUTO......: " ENC-PRODUTO " - " WRK-DS-PRODUTO
           DISPLAY "QUANTIDADE...: " WRK-QTD-FORM
           DISPLAY "SINAL........: " WRK-VALOR-FORM " NA VENDA "
                   ENC-VND-ID
           DISPLAY "PEDIDO EM....: " ENC-DT-PEDIDO
           IF ENC-DT-CHEGADA > ZEROS
               DISPLAY "CHEGADA......: " ENC-DT-CHEGADA
           END-IF
           IF ENC-DT-BAIXA > ZEROS
               DISPLAY "BAIXA........: " ENC-DT-BAIXA
           END-IF
           DISPLAY "==========================================="
       .
       0320-GRAVA-SANGRIA          SECTION.
      **** A DEVOLUCAO SAI EM DINHEIRO DA GAVETA: VAI COMO SANGRIA DO
      **** PDV, NO MESMO LAYOUT DO PROGVEND (0114-GRAVA-GAVETA).
           OPEN EXTEND GAVETA
           IF WRK-FS-GAVETA EQUAL '35'
               CLOSE GAVETA
               OPEN OUTPUT GAVETA
           END-IF
           IF NOT FS-OK IN WRK-FS-GAVETA
               DISPLAY "ERRO AO GRAVAR O MOVIMENTO DE GAVETA. FS="
                       WRK-FS-GAVETA
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGENCO  '
                    'GAVETA    ' WRK-FS-GAVETA
           ELSE
               ACCEPT WRK-HORA-SISTEMA FROM TIME
               MOVE SPACES TO REG-GAVETA
               MOVE WRK-DATA-SISTEMA       TO GAV-DATA
               MOVE WRK-HORA-SISTEMA(1:6)  TO GAV-HORA
               MOVE WRK-PDV                TO GAV-PDV
               MOVE 'SG'                   TO GAV-TIPO
               MOVE ENC-SINAL              TO GAV-VALOR
               MOVE WRK-OPERADOR           TO GAV-OPERADOR
               WRITE REG-GAVETA
               CLOSE GAVETA
           END-IF
       .
       0900-FECHA-ARQUIVOS         SECTION.
           MOVE WRK-CT-BAIXADAS TO WRK-CT-FORM
           MOVE SPACES TO REG-RELENCO
           STRING "ENCOMENDAS BAIXADAS NESTA EXECUCAO: " WRK-CT-FORM
                  DELIMITED BY SIZE
               INTO REG-RELENCO
           WRITE REG-RELENCO
           CLOSE ENCOMEND
           CLOSE RELENCO
           IF WRK-CLIENTE-OK
               CLOSE CLIENTE
           END-IF
           IF WRK-PRODUTO-OK
               CLOSE PRODUTO
           END-IF
           DISPLAY "ENCOMENDAS BAIXADAS: " WRK-CT-BAIXADAS
       .
       END PROGRAM PROGENCO.
