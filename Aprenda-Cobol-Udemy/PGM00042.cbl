      * Autor: Marcia Gameleira
      * Data: 15/10/2026
      * Objetivo: LISTAS DE ESPERA DE MATRICULA. O ARQUIVO ESPERA E
      *           GRAVADO PELO PGM00015 QUANDO A TURMA ESTA LOTADA
      *           (CANDIDATO, CONTATO E DATA DO PEDIDO, NA ORDEM DE
      *           CHEGADA) E A VAGA E OFERECIDA PELO SUBESPERA QUANDO
      *           UM ALUNO SAI DA TURMA. ESTE PROGRAMA LISTA AS FILAS
      *           POR TURMA COM HA QUANTOS DIAS CADA FAMILIA ESPERA E
      *           REGISTRA A DESISTENCIA DE UM CANDIDATO (SE ELE TINHA
      *           VAGA OFERECIDA, ELA PASSA PARA O PROXIMO DA FILA).

      *                                        IDENTIFICATION DIVISION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM00042.
      *                                           ENVIRONMENT DIVISION
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESPERA ASSIGN TO 'ESPERA'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESP-CHAVE
           FILE STATUS IS WS-FS-ESPERA.

           SELECT TURMA ASSIGN TO 'TURMA'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CD-TURMA
           FILE STATUS IS WS-FS-TURMA.

      *                                                  DATA DIVISION
       DATA DIVISION.

       FILE SECTION.
       FD  ESPERA.
       01  REG-ESPERA.
           03  ESP-CHAVE.
               05  ESP-TURMA         PIC 9(03).
               05  ESP-SEQUENCIA     PIC 9(05).
           03  ESP-NOME              PIC X(20).
           03  ESP-DT-NASC           PIC 9(08).
           03  ESP-CONTATO           PIC X(40).
           03  ESP-FONE              PIC X(15).
           03  ESP-DT-PEDIDO         PIC 9(08).
           03  ESP-SITUACAO          PIC X(01).
               88  ESP-AGUARDANDO              VALUE 'A'.
               88  ESP-OFERECIDA               VALUE 'O'.
               88  ESP-MATRICULADO             VALUE 'M'.
               88  ESP-RECUSOU                 VALUE 'R'.
               88  ESP-CANCELADO               VALUE 'C'.
           03  ESP-DT-OFERTA         PIC 9(08).
           03  ESP-DT-SITUACAO       PIC 9(08).
           03  ESP-CD-ESTUDANTE      PIC 9(05).

       FD  TURMA.
       01  REG-TURMA.
           03  CD-TURMA              PIC 9(03).
           03  NM-TURMA              PIC X(20).
           03  QT-CAPACIDADE         PIC 9(03).

       WORKING-STORAGE SECTION.
       77  WS-FS-ESPERA        PIC X(02) VALUE SPACES.
       77  WS-FS-TURMA         PIC X(02) VALUE SPACES.
       77  WS-DATA-SISTEMA     PIC 9(08) VALUE ZEROS.
       77  WS-EOF              PIC X(01) VALUE SPACE.
       77  WS-OPCAO            PIC 9(01) VALUE ZEROS.
           88  WS-OPC-RELATORIO          VALUE 1.
           88  WS-OPC-DESISTENCIA        VALUE 2.
           88  WS-OPC-SAIR               VALUE 3.
       77  WS-CONTINUA         PIC X(01) VALUE 'S'.
           88  WS-FIM-PROGRAMA           VALUE 'N'.
       77  WS-TURMA-FILTRO     PIC 9(03) VALUE ZEROS.
       77  WS-TURMA-ANTERIOR   PIC 9(03) VALUE ZEROS.
       77  WS-TURMA-VAGA       PIC 9(03) VALUE ZEROS.
       77  WS-POSICAO          PIC 9(05) VALUE ZEROS.
       77  WS-DIAS-ESPERA      PIC 9(05) VALUE ZEROS.
       77  WS-MAIOR-ESPERA     PIC 9(05) VALUE ZEROS.
       77  WS-CT-TURMAS        PIC 9(03) VALUE ZEROS.
       77  WS-CT-CANDIDATOS    PIC 9(05) VALUE ZEROS.
       77  WS-CT-OFERTAS       PIC 9(05) VALUE ZEROS.
       77  WS-SITUACAO-DESC    PIC X(14) VALUE SPACES.
       77  WS-CONFIRMA         PIC X(01) VALUE SPACE.

      *                                             PROCEDURE DIVISION
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.

           OPEN I-O ESPERA.
           IF WS-FS-ESPERA EQUAL '35'
               DISPLAY 'NENHUMA LISTA DE ESPERA CADASTRADA.'
               GO TO FIM-PROGRAMA
           END-IF.
           IF WS-FS-ESPERA NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO ESPERA. FS='
                       WS-FS-ESPERA
               CALL 'SUBERRLOG' USING BY CONTENT 'PGM00042  '
                    'ESPERA    ' WS-FS-ESPERA
               MOVE 16 TO RETURN-CODE
               GO TO FIM-PROGRAMA
           END-IF.
           OPEN INPUT TURMA.

           PERFORM UNTIL WS-FIM-PROGRAMA
               DISPLAY '1-RELATORIO DAS LISTAS DE ESPERA  '
                       '2-DESISTENCIA DE CANDIDATO  3-SAIR'
               DISPLAY 'OPCAO: '
               ACCEPT WS-OPCAO
               EVALUATE TRUE
                   WHEN WS-OPC-RELATORIO
                       PERFORM RELATORIO-ESPERA
                   WHEN WS-OPC-DESISTENCIA
                       PERFORM DESISTENCIA THRU DESISTENCIA-FIM
                   WHEN WS-OPC-SAIR
                       MOVE 'N' TO WS-CONTINUA
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA.'
               END-EVALUATE
           END-PERFORM.

           IF WS-FS-ESPERA EQUAL '00'
               CLOSE ESPERA
           END-IF.
           IF WS-FS-TURMA EQUAL '00'
               CLOSE TURMA
           END-IF.

       FIM-PROGRAMA.
           STOP RUN.

      *----------------------------------------------------------------
      * RELATORIO-ESPERA: CANDIDATOS AINDA NA FILA (AGUARDANDO OU COM
      * VAGA OFERECIDA), POR TURMA E NA ORDEM DO PEDIDO, COM OS DIAS
      * DE ESPERA ATE HOJE. TURMA ZEROS = TODAS.
      *----------------------------------------------------------------
       RELATORIO-ESPERA.

           DISPLAY 'TURMA (ZEROS = TODAS): '
           ACCEPT WS-TURMA-FILTRO
           MOVE ZEROS TO WS-CT-TURMAS WS-CT-CANDIDATOS WS-CT-OFERTAS
                         WS-MAIOR-ESPERA WS-TURMA-ANTERIOR
           MOVE SPACE TO WS-EOF
           MOVE WS-TURMA-FILTRO TO ESP-TURMA
           MOVE ZEROS TO ESP-SEQUENCIA
           START ESPERA KEY IS NOT LESS THAN ESP-CHAVE
               INVALID KEY
                   MOVE 'F' TO WS-EOF
           END-START
           DISPLAY '==========================================='
           DISPLAY 'LISTAS DE ESPERA DE MATRICULA - ' WS-DATA-SISTEMA
           DISPLAY '==========================================='
           PERFORM UNTIL WS-EOF EQUAL 'F'
               READ ESPERA NEXT RECORD
                   AT END
                       MOVE 'F' TO WS-EOF
                   NOT AT END
                       IF WS-TURMA-FILTRO NOT EQUAL ZEROS
                          AND ESP-TURMA NOT EQUAL WS-TURMA-FILTRO
                           MOVE 'F' TO WS-EOF
                       ELSE
                           IF ESP-AGUARDANDO OR ESP-OFERECIDA
                               PERFORM LISTA-CANDIDATO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY '==========================================='
           DISPLAY 'TURMAS COM FILA......: ' WS-CT-TURMAS
           DISPLAY 'CANDIDATOS NA FILA...: ' WS-CT-CANDIDATOS
           DISPLAY 'COM VAGA OFERECIDA...: ' WS-CT-OFERTAS
           DISPLAY 'MAIOR ESPERA (DIAS)..: ' WS-MAIOR-ESPERA.

       LISTA-CANDIDATO.

           IF ESP-TURMA NOT EQUAL WS-TURMA-ANTERIOR
               MOVE ESP-TURMA TO WS-TURMA-ANTERIOR CD-TURMA
               MOVE ZEROS TO WS-POSICAO
               ADD 1 TO WS-CT-TURMAS
               MOVE SPACES TO NM-TURMA
               IF WS-FS-TURMA EQUAL '00'
                   READ TURMA
                       INVALID KEY
                           MOVE 'TURMA NAO CADASTRADA' TO NM-TURMA
                   END-READ
               END-IF
               DISPLAY '-------------------------------------------'
               DISPLAY 'TURMA ' ESP-TURMA ' - ' NM-TURMA
           END-IF
           ADD 1 TO WS-POSICAO
           ADD 1 TO WS-CT-CANDIDATOS
           COMPUTE WS-DIAS-ESPERA =
               FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)
               - FUNCTION INTEGER-OF-DATE(ESP-DT-PEDIDO)
           IF WS-DIAS-ESPERA > WS-MAIOR-ESPERA
               MOVE WS-DIAS-ESPERA TO WS-MAIOR-ESPERA
           END-IF
           IF ESP-OFERECIDA
               ADD 1 TO WS-CT-OFERTAS
               MOVE 'VAGA OFERECIDA' TO WS-SITUACAO-DESC
           ELSE
               MOVE 'AGUARDANDO' TO WS-SITUACAO-DESC
           END-IF
           DISPLAY WS-POSICAO ' ' ESP-NOME ' PEDIDO ' ESP-DT-PEDIDO
                   ' ' WS-DIAS-ESPERA ' DIAS  ' WS-SITUACAO-DESC
                   ' SEQ ' ESP-SEQUENCIA
           DISPLAY '      CONTATO: ' ESP-CONTATO ' FONE: ' ESP-FONE.

      *----------------------------------------------------------------
      * DESISTENCIA: A FAMILIA DESISTE DA VAGA. O CANDIDATO SAI DA
      * FILA E, SE JA TINHA VAGA OFERECIDA, ELA VAI PARA O PROXIMO.
      *----------------------------------------------------------------
       DESISTENCIA.

           DISPLAY 'TURMA: '
           ACCEPT ESP-TURMA
           DISPLAY 'SEQUENCIA DO CANDIDATO (VER RELATORIO): '
           ACCEPT ESP-SEQUENCIA
           READ ESPERA
               INVALID KEY
                   DISPLAY 'CANDIDATO NAO ENCONTRADO.'
                   GO TO DESISTENCIA-FIM
           END-READ
           IF NOT ESP-AGUARDANDO AND NOT ESP-OFERECIDA
               DISPLAY 'CANDIDATO NAO ESTA MAIS NA FILA (SITUACAO '
                       ESP-SITUACAO ').'
               GO TO DESISTENCIA-FIM
           END-IF
           DISPLAY 'CANDIDATO: ' ESP-NOME '  CONTATO: ' ESP-CONTATO
           DISPLAY 'CONFIRMA A DESISTENCIA (S/N)? '
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S'
               GO TO DESISTENCIA-FIM
           END-IF

           MOVE ZEROS TO WS-TURMA-VAGA
           IF ESP-OFERECIDA
               MOVE ESP-TURMA TO WS-TURMA-VAGA
           END-IF
           MOVE 'C'             TO ESP-SITUACAO
           MOVE WS-DATA-SISTEMA TO ESP-DT-SITUACAO
           REWRITE REG-ESPERA
               INVALID KEY
                   CALL 'SUBERRLOG' USING BY CONTENT 'PGM00042  '
                        'ESPERA    ' WS-FS-ESPERA
                   DISPLAY 'ERRO AO GRAVAR A DESISTENCIA.'
                   GO TO DESISTENCIA-FIM
           END-REWRITE
           DISPLAY 'DESISTENCIA REGISTRADA.'

           IF WS-TURMA-VAGA NOT EQUAL ZEROS
               CLOSE ESPERA
               CALL 'SUBESPERA' USING WS-TURMA-VAGA
               OPEN I-O ESPERA
           END-IF.
       DESISTENCIA-FIM.
           EXIT.

       END PROGRAM PGM00042.
