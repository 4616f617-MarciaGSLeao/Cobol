      * Autor: Marcia Gameleira
      * Data: 15/10/2026
      * Objetivo: Rotina compartilhada da lista de espera de
      *           matricula. Chamada quando abre uma vaga numa turma
      *           (expurgo no PGM00022, transferencia no PGM00029 ou
      *           exclusao de aluno no PGM00015): procura no arquivo
      *           ESPERA o primeiro candidato ainda aguardando naquela
      *           turma, pela ordem do pedido, marca a vaga como
      *           oferecida a ele e mostra o contato da familia. A
      *           resposta da familia e registrada no PGM00015. Turma
      *           zeros ou lista vazia nao fazem nada.

      *                                        IDENTIFICATION DIVISION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBESPERA.

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

       WORKING-STORAGE SECTION.
       77  WS-FS-ESPERA        PIC X(02) VALUE SPACES.
       77  WS-DATA-SISTEMA     PIC 9(08) VALUE ZEROS.
       77  WS-EOF              PIC X(01) VALUE SPACE.
       77  WS-ACHOU            PIC X(01) VALUE 'N'.

       LINKAGE         SECTION.
       01 LNK-TURMA               PIC 9(03).

      *                                             PROCEDURE DIVISION
       PROCEDURE DIVISION  USING LNK-TURMA.
       0001-PRINCIPAL SECTION.

            IF LNK-TURMA EQUAL ZEROS
                GOBACK
            END-IF.

            OPEN I-O ESPERA.
            IF WS-FS-ESPERA EQUAL '35'
                GOBACK
            END-IF.
            IF WS-FS-ESPERA NOT EQUAL '00'
                CALL 'SUBERRLOG' USING BY CONTENT 'SUBESPERA '
                    'ESPERA    ' WS-FS-ESPERA
                GOBACK
            END-IF.

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
            MOVE 'N' TO WS-ACHOU.
            MOVE SPACE TO WS-EOF.
            MOVE LNK-TURMA TO ESP-TURMA.
            MOVE ZEROS TO ESP-SEQUENCIA.
            START ESPERA KEY IS NOT LESS THAN ESP-CHAVE
                INVALID KEY
                    MOVE 'F' TO WS-EOF
            END-START.
            PERFORM UNTIL WS-EOF EQUAL 'F'
                READ ESPERA NEXT RECORD
                    AT END
                        MOVE 'F' TO WS-EOF
                    NOT AT END
                        IF ESP-TURMA NOT EQUAL LNK-TURMA
                            MOVE 'F' TO WS-EOF
                        ELSE
                            IF ESP-AGUARDANDO
                                MOVE 'S' TO WS-ACHOU
                                MOVE 'F' TO WS-EOF
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.

            IF WS-ACHOU EQUAL 'S'
                MOVE 'O'             TO ESP-SITUACAO
                MOVE WS-DATA-SISTEMA TO ESP-DT-OFERTA
                MOVE WS-DATA-SISTEMA TO ESP-DT-SITUACAO
                REWRITE REG-ESPERA
                    INVALID KEY
                        CALL 'SUBERRLOG' USING BY CONTENT
                            'SUBESPERA ' 'ESPERA    ' WS-FS-ESPERA
                    NOT INVALID KEY
                        DISPLAY '*** VAGA ABERTA NA TURMA ' LNK-TURMA
                                ': OFERECER A ' ESP-NOME
                        DISPLAY '    CONTATO: ' ESP-CONTATO
                                ' FONE: ' ESP-FONE
                                ' (PEDIDO DE ' ESP-DT-PEDIDO ')'
                END-REWRITE
            END-IF.

            CLOSE ESPERA.
            GOBACK.

       END PROGRAM SUBESPERA.
