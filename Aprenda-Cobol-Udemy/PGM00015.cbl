      *              e so e matriculado com data valida e idade entre
      *              a minima (6 anos) e a maxima (120) na data da
      *              inclusao; quem nao atende nao e gravado.
      * 15/10/2026 - Lista de espera: na inclusao em turma lotada o
      *              candidato pode ir para o arquivo ESPERA (dados,
      *              contato e data do pedido, na ordem de chegada).
      *              A exclusao de aluno oferece a vaga ao primeiro da
      *              fila (SUBESPERA) e a nova opcao 4 registra a
      *              resposta da familia: aceitando, o candidato e
      *              matriculado com as mesmas regras de vaga e idade
      *              da inclusao; recusando, a vaga vai para o proximo.
      * 15/10/2026 - A conferencia de vaga desconta as vagas ja
      *              oferecidas a lista de espera e ainda sem resposta
      *              (menos a do proprio candidato que esta aceitando),
      *              para que a inclusao ou a troca de turma nao tome a
      *              carteira reservada. A troca de turma na alteracao
      *              oferece a vaga liberada na turma antiga ao primeiro
      *              da fila (SUBESPERA), como a exclusao; manter a
      *              mesma turma nao passa pela conferencia de vaga.

      *                                        IDENTIFICATION DIVISION
       IDENTIFICATION DIVISION.
           RECORD KEY IS CD-TURMA
           FILE STATUS IS WS-FS-TURMA.

           SELECT ESPERA ASSIGN TO 'ESPERA'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESP-CHAVE
           FILE STATUS IS WS-FS-ESPERA.

      *                                                  DATA DIVISION
       DATA DIVISION.

           03  NM-TURMA              PIC X(20).
           03  QT-CAPACIDADE         PIC 9(03).

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
       77  WS-FS-ESTUDANTE     PIC X(02) VALUE SPACES.
       77  WS-FS-TURMA         PIC X(02) VALUE SPACES.
       77  WS-FS-ESPERA        PIC X(02) VALUE SPACES.
       77  WS-MODO-INCLUSAO    PIC X(01) VALUE 'N'.
       77  WS-ESPERA-PEDIDA    PIC X(01) VALUE 'N'.
       77  WS-TURMA-VAGA       PIC 9(03) VALUE ZEROS.
       77  WS-ULTIMA-SEQ       PIC 9(05) VALUE ZEROS.
       77  WS-POSICAO          PIC 9(05) VALUE ZEROS.
       77  WS-CHAVE-ESPERA     PIC X(08) VALUE SPACES.
       77  WS-EOF-ESP          PIC X(01) VALUE SPACE.
       77  WS-RESPOSTA         PIC X(01) VALUE SPACE.
       77  WS-DIAS-ESPERA      PIC 9(05) VALUE ZEROS.
       77  WS-TURMA-OK         PIC X(01) VALUE 'N'.
           88  WS-TURMA-VALIDA           VALUE 'S'.
       77  WS-CT-LOTACAO       PIC 9(03) VALUE ZEROS.
       77  WS-CT-OFERTAS       PIC 9(03) VALUE ZEROS.
       77  WS-CT-OCUPADAS      PIC 9(04) VALUE ZEROS.
       77  WS-CHAVE-PROPRIA    PIC X(08) VALUE SPACES.
       77  WS-ESPERA-ABERTA    PIC X(01) VALUE 'N'.
       77  WS-ESP-GUARDA       PIC X(121) VALUE SPACES.
       77  WS-TURMA-ANTERIOR   PIC 9(03) VALUE ZEROS.
       77  WS-EOF-EST          PIC X(01) VALUE SPACE.
       77  WS-CD-GUARDA        PIC 9(05) VALUE ZEROS.
       77  WS-REG-GUARDA       PIC X(36) VALUE SPACES.
           88  WS-OPC-INCLUIR            VALUE 1.
           88  WS-OPC-ALTERAR            VALUE 2.
           88  WS-OPC-EXCLUIR            VALUE 3.
           88  WS-OPC-ESPERA             VALUE 4.
           88  WS-OPC-SAIR               VALUE 5.
       77  WS-CONTINUA         PIC X(01) VALUE 'S'.
           88  WS-FIM-MANUTENCAO         VALUE 'N'.


           PERFORM UNTIL WS-FIM-MANUTENCAO

               DISPLAY '1-INCLUIR  2-ALTERAR  3-EXCLUIR  '
                       '4-MATRICULAR DA LISTA DE ESPERA  5-SAIR'
               DISPLAY 'OPCAO: '
               ACCEPT WS-OPCAO

                       PERFORM ALTERAR-ESTUDANTE
                   WHEN WS-OPC-EXCLUIR
                       PERFORM EXCLUIR-ESTUDANTE
                   WHEN WS-OPC-ESPERA
                       PERFORM MATRICULA-ESPERA THRU
                               MATRICULA-ESPERA-FIM
                   WHEN WS-OPC-SAIR
                       MOVE 'N' TO WS-CONTINUA
                   WHEN OTHER
           ACCEPT CD-ESTUDANTE
           DISPLAY 'NOME DO ALUNO..: '
           ACCEPT NM-ESTUDANTE
           MOVE 'S' TO WS-MODO-INCLUSAO
           MOVE 'N' TO WS-ESPERA-PEDIDA
           PERFORM PEDE-TURMA
           MOVE 'N' TO WS-MODO-INCLUSAO
           PERFORM VALIDA-ELEGIBILIDADE

           IF WS-ESPERA-PEDIDA EQUAL 'S'
               IF WS-ALUNO-ELEGIVEL
                   PERFORM GRAVA-ESPERA THRU GRAVA-ESPERA-FIM
               ELSE
                   DISPLAY 'CANDIDATO NAO ELEGIVEL. NAO ENTRA NA '
                           'LISTA DE ESPERA.'
               END-IF
           ELSE
               IF WS-ALUNO-ELEGIVEL
                   MOVE WS-DT-NASC TO DT-NASC-ESTUDANTE
                   WRITE REG-ESTUDANTE
                       INVALID KEY
                           DISPLAY 'ALUNO JA CADASTRADO.'
                       NOT INVALID KEY
                           DISPLAY 'ALUNO INCLUIDO.'
                   END-WRITE
               ELSE
                   DISPLAY 'ALUNO NAO ELEGIVEL. MATRICULA NAO GRAVADA.'
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * ALTERAR-ESTUDANTE: CORRIGE O NOME DE UM ALUNO JA CADASTRADO.
      * SE A TURMA MUDOU, A VAGA DA TURMA ANTIGA VAI PARA A FILA.
      *----------------------------------------------------------------
       ALTERAR-ESTUDANTE.

                   DISPLAY 'NOVO NOME......: '
                   ACCEPT NM-ESTUDANTE
                   DISPLAY 'TURMA ATUAL....: ' TU-ESTUDANTE
                   MOVE TU-ESTUDANTE TO WS-TURMA-ANTERIOR
                   PERFORM PEDE-TURMA
                   REWRITE REG-ESTUDANTE
                       INVALID KEY
                           DISPLAY 'ERRO AO ALTERAR O ALUNO.'
                       NOT INVALID KEY
                           DISPLAY 'ALUNO ALTERADO.'
                           IF WS-TURMA-ANTERIOR NOT EQUAL ZEROS
                              AND WS-TURMA-ANTERIOR
                                  NOT EQUAL TU-ESTUDANTE
                               MOVE WS-TURMA-ANTERIOR TO WS-TURMA-VAGA
                               CALL 'SUBESPERA' USING WS-TURMA-VAGA
                           END-IF
                   END-REWRITE
                   MOVE ZEROS TO WS-TURMA-ANTERIOR
           END-READ.

      *----------------------------------------------------------------
      * PEDE-TURMA: PEDE A TURMA DO ALUNO E, QUANDO O CADASTRO TURMA
      * ESTA DISPONIVEL, SO ACEITA UMA TURMA EXISTENTE (OU ZEROS PARA
      * ALUNO AINDA SEM TURMA). NA ALTERACAO, MANTER A TURMA ATUAL DO
      * ALUNO NAO PRECISA DE VAGA.
      *----------------------------------------------------------------
       PEDE-TURMA.

               ACCEPT TU-ESTUDANTE
               IF TU-ESTUDANTE EQUAL ZEROS
                  OR WS-FS-TURMA NOT EQUAL '00'
                  OR TU-ESTUDANTE EQUAL WS-TURMA-ANTERIOR
                   MOVE 'S' TO WS-TURMA-OK
               ELSE
                   MOVE TU-ESTUDANTE TO CD-TURMA
                       INVALID KEY
                           DISPLAY 'TURMA NAO CADASTRADA.'
                       NOT INVALID KEY
                           PERFORM CONFERE-VAGA THRU CONFERE-VAGA-FIM
                   END-READ
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------
      * CONFERE-VAGA: A TURMA SO E ACEITA SE AINDA TEM CARTEIRA LIVRE
      * (CAPACIDADE ZEROS = SEM LIMITE). A CONTAGEM VARRE O PROPRIO
      * ARQUIVO ESTUDANTE, GUARDANDO E DEVOLVENDO O REGISTRO DIGITADO,
      * E SOMA AS VAGAS JA OFERECIDAS A LISTA DE ESPERA (CONTA-OFERTAS).
      *----------------------------------------------------------------
       CONFERE-VAGA.

           END-PERFORM
           MOVE WS-REG-GUARDA TO REG-ESTUDANTE

           PERFORM CONTA-OFERTAS THRU CONTA-OFERTAS-FIM
           COMPUTE WS-CT-OCUPADAS = WS-CT-LOTACAO + WS-CT-OFERTAS

           IF WS-CT-OCUPADAS >= QT-CAPACIDADE
               DISPLAY 'TURMA LOTADA (' WS-CT-LOTACAO ' DE '
                       QT-CAPACIDADE ' CARTEIRAS). ESCOLHA OUTRA.'
               IF WS-CT-OFERTAS > ZEROS
                   DISPLAY WS-CT-OFERTAS ' VAGA(S) RESERVADA(S) PARA '
                           'A LISTA DE ESPERA, AGUARDANDO RESPOSTA.'
               END-IF
               IF WS-MODO-INCLUSAO EQUAL 'S'
                   DISPLAY 'OU INCLUIR NA LISTA DE ESPERA DA TURMA '
                           '(S/N)? '
                   ACCEPT WS-ESPERA-PEDIDA
                   IF WS-ESPERA-PEDIDA EQUAL 'S'
                       MOVE 'S' TO WS-TURMA-OK
                   ELSE
                       MOVE 'N' TO WS-ESPERA-PEDIDA
                   END-IF
               END-IF
           ELSE
               MOVE 'S' TO WS-TURMA-OK
           END-IF.
       CONFERE-VAGA-FIM.
           EXIT.

      *----------------------------------------------------------------
      * CONTA-OFERTAS: VAGAS DA TURMA (CD-TURMA) JA OFERECIDAS A LISTA
      * DE ESPERA E AINDA SEM RESPOSTA, MENOS A DO CANDIDATO EM
      * WS-CHAVE-PROPRIA. QUANDO O ESPERA JA ESTA ABERTO PELA
      * MATRICULA-ESPERA, O REGISTRO DO CANDIDATO E GUARDADO E
      * DEVOLVIDO; SEM LISTA DE ESPERA, NAO HA RESERVA.
      *----------------------------------------------------------------
       CONTA-OFERTAS.

           MOVE ZEROS TO WS-CT-OFERTAS
           IF WS-ESPERA-ABERTA EQUAL 'S'
               MOVE REG-ESPERA TO WS-ESP-GUARDA
           ELSE
               OPEN INPUT ESPERA
               IF WS-FS-ESPERA NOT EQUAL '00'
                   GO TO CONTA-OFERTAS-FIM
               END-IF
           END-IF

           MOVE SPACE TO WS-EOF-ESP
           MOVE CD-TURMA TO ESP-TURMA
           MOVE ZEROS TO ESP-SEQUENCIA
           START ESPERA KEY IS NOT LESS THAN ESP-CHAVE
               INVALID KEY
                   MOVE 'F' TO WS-EOF-ESP
           END-START
           PERFORM UNTIL WS-EOF-ESP EQUAL 'F'
               READ ESPERA NEXT RECORD
                   AT END
                       MOVE 'F' TO WS-EOF-ESP
                   NOT AT END
                       IF ESP-TURMA NOT EQUAL CD-TURMA
                           MOVE 'F' TO WS-EOF-ESP
                       ELSE
                           IF ESP-OFERECIDA
                              AND ESP-CHAVE NOT EQUAL WS-CHAVE-PROPRIA
                               ADD 1 TO WS-CT-OFERTAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-ESPERA-ABERTA EQUAL 'S'
               MOVE WS-ESP-GUARDA TO REG-ESPERA
           ELSE
               CLOSE ESPERA
           END-IF.
       CONTA-OFERTAS-FIM.
           EXIT.

      *----------------------------------------------------------------
      * VALIDA-ELEGIBILIDADE: PEDE A DATA DE NASCIMENTO E APLICA O
      * CRITERIO DE MATRICULA DA ESCOLA: DATA VALIDA E IDADE ENTRE A
           MOVE 'N' TO WS-ELEGIVEL
           DISPLAY 'DATA DE NASCIMENTO (AAAAMMDD): '
           ACCEPT WS-DT-NASC
           PERFORM CONFERE-IDADE.

      *----------------------------------------------------------------
      * CONFERE-IDADE: APLICA O CRITERIO A DATA JA EM WS-DT-NASC
      * (DIGITADA OU TRAZIDA DA LISTA DE ESPERA).
      *----------------------------------------------------------------
       CONFERE-IDADE.

           MOVE 'N' TO WS-ELEGIVEL
           IF WS-DT-NASC-MES < 1 OR WS-DT-NASC-MES > 12
              OR WS-DT-NASC-DIA < 1 OR WS-DT-NASC-DIA > 31
              OR WS-DT-NASC-ANO < 1900
               INVALID KEY
                   DISPLAY 'ALUNO NAO ENCONTRADO.'
               NOT INVALID KEY
                   MOVE TU-ESTUDANTE TO WS-TURMA-VAGA
                   DELETE ESTUDANTE
                       INVALID KEY
                           DISPLAY 'ERRO AO EXCLUIR O ALUNO.'
                       NOT INVALID KEY
                           DISPLAY 'ALUNO EXCLUIDO.'
                           CALL 'SUBESPERA' USING WS-TURMA-VAGA
                   END-DELETE
           END-READ.

      *----------------------------------------------------------------
      * GRAVA-ESPERA: POE O CANDIDATO NO FIM DA FILA DA TURMA LOTADA
      * (SEQUENCIA SEGUINTE A ULTIMA DA TURMA), COM O CONTATO DA
      * FAMILIA E A DATA DO PEDIDO.
      *----------------------------------------------------------------
       GRAVA-ESPERA.

           OPEN I-O ESPERA
           IF WS-FS-ESPERA EQUAL '35'
               CLOSE ESPERA
               OPEN OUTPUT ESPERA
               CLOSE ESPERA
               OPEN I-O ESPERA
           END-IF
           IF WS-FS-ESPERA NOT EQUAL '00'
               CALL 'SUBERRLOG' USING BY CONTENT 'PGM00015  '
                   'ESPERA    ' WS-FS-ESPERA
               DISPLAY 'ERRO AO ABRIR A LISTA DE ESPERA. FS='
                       WS-FS-ESPERA
               GO TO GRAVA-ESPERA-FIM
           END-IF

           MOVE TU-ESTUDANTE TO WS-TURMA-VAGA
           PERFORM ULTIMO-DA-FILA

           MOVE SPACES TO REG-ESPERA
           MOVE WS-TURMA-VAGA TO ESP-TURMA
           COMPUTE ESP-SEQUENCIA = WS-ULTIMA-SEQ + 1
           MOVE NM-ESTUDANTE  TO ESP-NOME
           MOVE WS-DT-NASC    TO ESP-DT-NASC
           DISPLAY 'RESPONSAVEL PARA CONTATO: '
           ACCEPT ESP-CONTATO
           DISPLAY 'TELEFONE..............: '
           ACCEPT ESP-FONE
           MOVE WS-DATA-ATUAL TO ESP-DT-PEDIDO
           MOVE 'A'           TO ESP-SITUACAO
           MOVE ZEROS TO ESP-DT-OFERTA ESP-CD-ESTUDANTE
           MOVE WS-DATA-ATUAL TO ESP-DT-SITUACAO
           WRITE REG-ESPERA
               INVALID KEY
                   CALL 'SUBERRLOG' USING BY CONTENT 'PGM00015  '
                       'ESPERA    ' WS-FS-ESPERA
                   DISPLAY 'ERRO AO GRAVAR NA LISTA DE ESPERA.'
               NOT INVALID KEY
                   ADD 1 TO WS-POSICAO
                   DISPLAY 'CANDIDATO NA LISTA DE ESPERA DA TURMA '
                           ESP-TURMA ', POSICAO ' WS-POSICAO '.'
           END-WRITE
           CLOSE ESPERA.
       GRAVA-ESPERA-FIM.
           EXIT.

      *----------------------------------------------------------------
      * ULTIMO-DA-FILA: ULTIMA SEQUENCIA USADA NA TURMA E QUANTOS
      * CANDIDATOS AINDA ESTAO NA FRENTE (AGUARDANDO OU COM OFERTA).
      *----------------------------------------------------------------
       ULTIMO-DA-FILA.

           MOVE ZEROS TO WS-ULTIMA-SEQ WS-POSICAO
           MOVE SPACE TO WS-EOF-ESP
           MOVE WS-TURMA-VAGA TO ESP-TURMA
           MOVE ZEROS TO ESP-SEQUENCIA
           START ESPERA KEY IS NOT LESS THAN ESP-CHAVE
               INVALID KEY
                   MOVE 'F' TO WS-EOF-ESP
           END-START
           PERFORM UNTIL WS-EOF-ESP EQUAL 'F'
               READ ESPERA NEXT RECORD
                   AT END
                       MOVE 'F' TO WS-EOF-ESP
                   NOT AT END
                       IF ESP-TURMA NOT EQUAL WS-TURMA-VAGA
                           MOVE 'F' TO WS-EOF-ESP
                       ELSE
                           MOVE ESP-SEQUENCIA TO WS-ULTIMA-SEQ
                           IF ESP-AGUARDANDO OR ESP-OFERECIDA
                               ADD 1 TO WS-POSICAO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------
      * MATRICULA-ESPERA: RESPOSTA DA FAMILIA A VAGA DA TURMA. VALE O
      * CANDIDATO COM OFERTA MAIS ANTIGO; SEM OFERTA PENDENTE, O
      * PRIMEIRO AGUARDANDO (VAGA ABERTA POR AUMENTO DE CAPACIDADE).
      * ACEITANDO, A MATRICULA PASSA PELA CONFERENCIA DE VAGA E DE
      * IDADE DA INCLUSAO; RECUSANDO, A VAGA VAI PARA O PROXIMO.
      *----------------------------------------------------------------
       MATRICULA-ESPERA.

           DISPLAY 'TURMA: '
           ACCEPT WS-TURMA-VAGA
           OPEN I-O ESPERA
           IF WS-FS-ESPERA NOT EQUAL '00'
               DISPLAY 'NENHUMA LISTA DE ESPERA CADASTRADA.'
               GO TO MATRICULA-ESPERA-FIM
           END-IF
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD

           MOVE SPACES TO WS-CHAVE-ESPERA
           MOVE SPACE TO WS-EOF-ESP
           MOVE WS-TURMA-VAGA TO ESP-TURMA
           MOVE ZEROS TO ESP-SEQUENCIA
           START ESPERA KEY IS NOT LESS THAN ESP-CHAVE
               INVALID KEY
                   MOVE 'F' TO WS-EOF-ESP
           END-START
           PERFORM UNTIL WS-EOF-ESP EQUAL 'F'
               READ ESPERA NEXT RECORD
                   AT END
                       MOVE 'F' TO WS-EOF-ESP
                   NOT AT END
                       IF ESP-TURMA NOT EQUAL WS-TURMA-VAGA
                           MOVE 'F' TO WS-EOF-ESP
                       ELSE
                           IF ESP-OFERECIDA
                               MOVE ESP-CHAVE TO WS-CHAVE-ESPERA
                               MOVE 'F' TO WS-EOF-ESP
                           ELSE
                               IF ESP-AGUARDANDO
                                  AND WS-CHAVE-ESPERA EQUAL SPACES
                                   MOVE ESP-CHAVE TO WS-CHAVE-ESPERA
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CHAVE-ESPERA EQUAL SPACES
               DISPLAY 'NENHUM CANDIDATO AGUARDANDO NA TURMA.'
               CLOSE ESPERA
               GO TO MATRICULA-ESPERA-FIM
           END-IF
           MOVE WS-CHAVE-ESPERA TO ESP-CHAVE
           READ ESPERA
               INVALID KEY
                   DISPLAY 'ERRO AO LER A LISTA DE ESPERA.'
                   CLOSE ESPERA
                   GO TO MATRICULA-ESPERA-FIM
           END-READ

           COMPUTE WS-DIAS-ESPERA =
               FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL)
               - FUNCTION INTEGER-OF-DATE(ESP-DT-PEDIDO)
           DISPLAY 'CANDIDATO: ' ESP-NOME '  NASC: ' ESP-DT-NASC
           DISPLAY 'CONTATO..: ' ESP-CONTATO ' FONE: ' ESP-FONE
           DISPLAY 'PEDIDO EM ' ESP-DT-PEDIDO ' (' WS-DIAS-ESPERA
                   ' DIAS DE ESPERA)'
           IF ESP-OFERECIDA
               DISPLAY 'VAGA OFERECIDA EM ' ESP-DT-OFERTA
           END-IF
           DISPLAY 'RESPOSTA (A-ACEITA  R-RECUSA  OUTRA = SEM '
                   'RESPOSTA): '
           ACCEPT WS-RESPOSTA
           EVALUATE WS-RESPOSTA
               WHEN 'A'
                   PERFORM ACEITA-VAGA THRU ACEITA-VAGA-FIM
               WHEN 'R'
                   PERFORM RECUSA-VAGA
               WHEN OTHER
                   DISPLAY 'CANDIDATO CONTINUA NA LISTA.'
                   CLOSE ESPERA
           END-EVALUATE.
       MATRICULA-ESPERA-FIM.
           EXIT.

      *----------------------------------------------------------------
      * ACEITA-VAGA: MATRICULA O CANDIDATO LIDO EM REG-ESPERA.
      *----------------------------------------------------------------
       ACEITA-VAGA.

           MOVE WS-TURMA-VAGA TO CD-TURMA TU-ESTUDANTE
           MOVE 'N' TO WS-TURMA-OK
           IF WS-FS-TURMA NOT EQUAL '00'
               MOVE 'S' TO WS-TURMA-OK
           ELSE
               MOVE ESP-CHAVE TO WS-CHAVE-PROPRIA
               MOVE 'S' TO WS-ESPERA-ABERTA
               READ TURMA
                   INVALID KEY
                       DISPLAY 'TURMA NAO CADASTRADA.'
                   NOT INVALID KEY
                       PERFORM CONFERE-VAGA THRU CONFERE-VAGA-FIM
               END-READ
               MOVE SPACES TO WS-CHAVE-PROPRIA
               MOVE 'N' TO WS-ESPERA-ABERTA
           END-IF
           IF NOT WS-TURMA-VALIDA
               DISPLAY 'A TURMA NAO TEM VAGA. CANDIDATO CONTINUA NA '
                       'LISTA.'
               CLOSE ESPERA
               GO TO ACEITA-VAGA-FIM
           END-IF

           MOVE ESP-DT-NASC TO WS-DT-NASC
           PERFORM CONFERE-IDADE
           IF NOT WS-ALUNO-ELEGIVEL
               DISPLAY 'CANDIDATO NAO ELEGIVEL. MATRICULA NAO '
                       'GRAVADA.'
               CLOSE ESPERA
               GO TO ACEITA-VAGA-FIM
           END-IF

           DISPLAY 'CODIGO DO NOVO ALUNO: '
           ACCEPT CD-ESTUDANTE
           MOVE ESP-NOME      TO NM-ESTUDANTE
           MOVE WS-TURMA-VAGA TO TU-ESTUDANTE
           MOVE WS-DT-NASC    TO DT-NASC-ESTUDANTE
           WRITE REG-ESTUDANTE
               INVALID KEY
                   DISPLAY 'ALUNO JA CADASTRADO. CANDIDATO CONTINUA '
                           'NA LISTA.'
                   CLOSE ESPERA
                   GO TO ACEITA-VAGA-FIM
           END-WRITE
           MOVE 'M'           TO ESP-SITUACAO
           MOVE CD-ESTUDANTE  TO ESP-CD-ESTUDANTE
           MOVE WS-DATA-ATUAL TO ESP-DT-SITUACAO
           REWRITE REG-ESPERA
               INVALID KEY
                   CALL 'SUBERRLOG' USING BY CONTENT 'PGM00015  '
                       'ESPERA    ' WS-FS-ESPERA
           END-REWRITE
           DISPLAY 'ALUNO INCLUIDO A PARTIR DA LISTA DE ESPERA.'
           CLOSE ESPERA.
       ACEITA-VAGA-FIM.
           EXIT.

      *----------------------------------------------------------------
      * RECUSA-VAGA: TIRA O CANDIDATO DA FILA; SE A VAGA TINHA SIDO
      * OFERECIDA A ELE, ELA PASSA PARA O PROXIMO (SUBESPERA).
      *----------------------------------------------------------------
       RECUSA-VAGA.

           IF ESP-OFERECIDA
               MOVE 'S' TO WS-RESPOSTA
           END-IF
           MOVE 'R'           TO ESP-SITUACAO
           MOVE WS-DATA-ATUAL TO ESP-DT-SITUACAO
           REWRITE REG-ESPERA
               INVALID KEY
                   CALL 'SUBERRLOG' USING BY CONTENT 'PGM00015  '
                       'ESPERA    ' WS-FS-ESPERA
               NOT INVALID KEY
                   DISPLAY 'RECUSA REGISTRADA.'
           END-REWRITE
           CLOSE ESPERA
           IF WS-RESPOSTA EQUAL 'S'
               CALL 'SUBESPERA' USING WS-TURMA-VAGA
           END-IF.

       END PROGRAM PGM00015.
