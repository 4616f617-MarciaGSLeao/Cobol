      *           TRANSFERENCIA (DATA, ALUNO, TURMA DE ORIGEM, TURMA
      *           DE DESTINO E MOTIVO) NO ARQUIVO TRANSFER, PARA
      *           CONSULTAR QUANDO OS PAIS CONTESTAREM.
      *
      * Historico de alteracoes:
      * 15/10/2026 - A vaga deixada na turma de origem e oferecida ao
      *              primeiro candidato da lista de espera dela
      *              (SUBESPERA).

      *                                        IDENTIFICATION DIVISION
       IDENTIFICATION DIVISION.

           PERFORM GRAVA-HISTORICO
           DISPLAY 'ALUNO ' WS-CD-ALUNO ' TRANSFERIDO DA TURMA '
                   WS-TURMA-DE ' PARA A ' WS-TURMA-PARA '.'
           CALL 'SUBESPERA' USING WS-TURMA-DE.

       TRANSFERE-FIM.
           EXIT.
