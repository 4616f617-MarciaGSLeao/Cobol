      * Autor: Marcia Gameleira
      * Data: 15/10/2026
      * Objetivo: CONVERSAO UNICA DO ARQUIVO DE MENSALIDADES MENSALID
      *           DO LAYOUT ANTIGO (79 BYTES) PARA O LAYOUT ATUAL COM
      *           O CPF DO RESPONSAVEL FINANCEIRO E O VALOR BRUTO, O
      *           DESCONTO E O TIPO DO DESCONTO (107 BYTES). SEM A
      *           CONVERSAO, O MENSALID ANTIGO ABRE COM FS=39 NO
      *           PGM00031, PROGREMB, PROGFLUX E PROGRETB. O OPERADOR
      *           RENOMEIA O ARQUIVO ANTIGO PARA MENSALID-ANT E RODA
      *           ESTE PROGRAMA, QUE RECRIA O MENSALID DO ZERO (RODAR
      *           DE NOVO APOS FALHA SO REFAZ TUDO): O BRUTO ENTRA
      *           IGUAL AO VALOR COBRADO, O CPF E O DESCONTO COM
      *           ZEROS E O TIPO DO DESCONTO EM BRANCO (COBRANCA SEM
      *           DESCONTO). MESMO MOLDE DO PGM00035.

      *                                        IDENTIFICATION DIVISION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM00043.
      *                                           ENVIRONMENT DIVISION
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MENSANT ASSIGN TO 'MENSALID-ANT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ANT-CHAVE
           FILE STATUS IS WS-FS-MENSANT.

           SELECT MENSALID ASSIGN TO 'MENSALID'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MEN-CHAVE
           FILE STATUS IS WS-FS-MENSALID.

      *                                                  DATA DIVISION
       DATA DIVISION.

       FILE SECTION.
       FD  MENSANT.
       01  REG-MENSANT.
           03  ANT-CHAVE.
               05  ANT-ESTUDANTE     PIC 9(05).
               05  ANT-MES           PIC 9(06).
           03  ANT-TURMA             PIC 9(03).
           03  ANT-VALOR             PIC 9(08).
           03  ANT-DT-VENCIMENTO     PIC 9(08).
           03  ANT-DT-PAGAMENTO      PIC 9(08).
           03  ANT-RESPONSAVEL       PIC X(40).
           03  ANT-STATUS            PIC X(01).

       FD  MENSALID.
       01  REG-MENSALID.
           03  MEN-CHAVE.
               05  MEN-ESTUDANTE     PIC 9(05).
               05  MEN-MES           PIC 9(06).
           03  MEN-TURMA             PIC 9(03).
           03  MEN-VALOR             PIC 9(08).
           03  MEN-DT-VENCIMENTO     PIC 9(08).
           03  MEN-DT-PAGAMENTO      PIC 9(08).
           03  MEN-RESPONSAVEL       PIC X(40).
           03  MEN-STATUS            PIC X(01).
           03  MEN-CPF-RESPONSAVEL   PIC 9(11).
           03  MEN-VALOR-BRUTO       PIC 9(08).
           03  MEN-VALOR-DESCONTO    PIC 9(08).
           03  MEN-TIPO-DESCONTO     PIC X(01).

       WORKING-STORAGE SECTION.
       77  WS-FS-MENSANT       PIC X(02) VALUE SPACES.
       77  WS-FS-MENSALID      PIC X(02) VALUE SPACES.
       77  WS-EOF              PIC X(01) VALUE SPACE.
       77  WS-CT-LIDAS         PIC 9(06) VALUE ZEROS.
       77  WS-CT-GRAVADAS      PIC 9(06) VALUE ZEROS.

      *                                             PROCEDURE DIVISION
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           OPEN INPUT MENSANT.
           IF WS-FS-MENSANT EQUAL '35'
               DISPLAY 'ARQUIVO MENSALID-ANT NAO ENCONTRADO. RENOMEIE '
                       'O MENSALID ANTIGO PARA MENSALID-ANT ANTES DE '
                       'CONVERTER.'
               MOVE 16 TO RETURN-CODE
               GO TO FIM-PROGRAMA
           END-IF.
           IF WS-FS-MENSANT NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR O MENSALID-ANT. FS='
                       WS-FS-MENSANT
               MOVE 16 TO RETURN-CODE
               GO TO FIM-PROGRAMA
           END-IF.

           OPEN OUTPUT MENSALID.
           IF WS-FS-MENSALID NOT EQUAL '00'
               DISPLAY 'ERRO AO CRIAR O MENSALID NOVO. FS='
                       WS-FS-MENSALID
               CLOSE MENSANT
               MOVE 16 TO RETURN-CODE
               GO TO FIM-PROGRAMA
           END-IF.

           PERFORM UNTIL WS-EOF EQUAL 'F'
               READ MENSANT NEXT RECORD
                   AT END
                       MOVE 'F' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CT-LIDAS
                       PERFORM CONVERTE-MENSALIDADE
               END-READ
           END-PERFORM.

           CLOSE MENSANT.
           CLOSE MENSALID.

           DISPLAY 'MENSALIDADES LIDAS...: ' WS-CT-LIDAS.
           DISPLAY 'MENSALIDADES GRAVADAS: ' WS-CT-GRAVADAS.
           DISPLAY 'CONVERSAO DO MENSALID CONCLUIDA.'.

       FIM-PROGRAMA.
           STOP RUN.

      *----------------------------------------------------------------
      * CONVERTE-MENSALIDADE: COPIA O REGISTRO ANTIGO PARA O LAYOUT
      * NOVO. O VALOR COBRADO VIRA TAMBEM O BRUTO; CPF E DESCONTO
      * ZERADOS E TIPO DO DESCONTO EM BRANCO.
      *----------------------------------------------------------------
       CONVERTE-MENSALIDADE.

           MOVE ANT-ESTUDANTE      TO MEN-ESTUDANTE
           MOVE ANT-MES            TO MEN-MES
           MOVE ANT-TURMA          TO MEN-TURMA
           MOVE ANT-VALOR          TO MEN-VALOR
           MOVE ANT-DT-VENCIMENTO  TO MEN-DT-VENCIMENTO
           MOVE ANT-DT-PAGAMENTO   TO MEN-DT-PAGAMENTO
           MOVE ANT-RESPONSAVEL    TO MEN-RESPONSAVEL
           MOVE ANT-STATUS         TO MEN-STATUS
           MOVE ZEROS              TO MEN-CPF-RESPONSAVEL
           MOVE ANT-VALOR          TO MEN-VALOR-BRUTO
           MOVE ZEROS              TO MEN-VALOR-DESCONTO
           MOVE SPACE              TO MEN-TIPO-DESCONTO
           WRITE REG-MENSALID
               INVALID KEY
                   DISPLAY 'MENSALIDADE DUPLICADA IGNORADA: '
                           ANT-ESTUDANTE ' ' ANT-MES
               NOT INVALID KEY
                   ADD 1 TO WS-CT-GRAVADAS
           END-WRITE.

       END PROGRAM PGM00043.
