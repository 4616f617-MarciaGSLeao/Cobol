       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGFAIX.
      *-----------------------------------------------------------------
      *== AUTOR: MARCIA GAMELEIRA
      *== OBJETIVO: MANUTENCAO DA TABELA DE PRECOS POR CLASSE DE
      *==           CLIENTE E FAIXA DE QUANTIDADE (PRECOCLI.DAT, COPY
      *==           PRCLIFD). CADA FAIXA E PRODUTO + CLASSE ('V'
      *==           VAREJO, 'A' ATACADO, 'R' REVENDA) + QUANTIDADE
      *==           MINIMA, COM O PRECO UNITARIO EM CENTAVOS. O
      *==           PROGVEND APLICA A MAIOR FAIXA ATINGIDA PELA
      *==           QUANTIDADE DO ITEM, PELA CLASSE DO CLIENTE
      *==           IDENTIFICADO (CLICLASS.DAT, OPCAO 9 DO PGM02002).
      *==           FAIXA COM PRECO ABAIXO DO CUSTO DO PRODUTO (CUSTO
      *==           MEDIO, OU O DA ULTIMA ENTRADA SE NAO HOUVER MEDIO)
      *==           E RECUSADA; A LISTAGEM APONTA AS FAIXAS QUE
      *==           FICARAM ABAIXO DO CUSTO DEPOIS DE UM RECEBIMENTO.
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
           SELECT PRECOCLI ASSIGN TO "PRECOCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCL-CHAVE
               FILE STATUS IS WRK-FS-PRECOCLI.
           SELECT PRODUTO ASSIGN TO "PRODUTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-PRODUTO
               ALTERNATE RECORD KEY IS EA-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-PRODUTO.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD  PRECOCLI.
       COPY PRCLIFD.

       FD  PRODUTO.
       COPY PRODFD.

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PRECOCLI==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PRODUTO==.

       77 WRK-OPCAO                 PIC 9(01)       VALUE ZEROS.
           88  WRK-OPC-MANTER                       VALUE 1.
           88  WRK-OPC-EXCLUIR                      VALUE 2.
           88  WRK-OPC-LISTAR                       VALUE 3.
           88  WRK-OPC-SAIR                         VALUE 4.
       77 WRK-CONTINUA              PIC X(01)       VALUE 'S'.
           88  WRK-FIM-MENU                         VALUE 'N'.
       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-RESPOSTA              PIC X(01)       VALUE SPACES.
       77 WRK-DATA-SISTEMA          PIC 9(08)       VALUE ZEROS.
       77 WRK-PRODUTO               PIC 9(06)       VALUE ZEROS.
       77 WRK-CLASSE                PIC X(01)       VALUE SPACES.
           88  WRK-CLASSE-VALIDA                    VALUE 'V' 'A' 'R'.
       77 WRK-QT-MINIMA             PIC 9(06)V999   VALUE ZEROS.
       77 WRK-QT-INTEIRA            PIC 9(06)       VALUE ZEROS.
       77 WRK-PRECO                 PIC 9(06)       VALUE ZEROS.
      **** CUSTO DO PRODUTO EM CENTAVOS, ARREDONDADO PARA CIMA QUANDO
      **** VEM DO CUSTO MEDIO (QUE TEM DUAS CASAS A MAIS).
       77 WRK-CUSTO                 PIC 9(06)       VALUE ZEROS.
       77 WRK-NM-CLASSE             PIC X(07)       VALUE SPACES.
       77 WRK-AVISO                 PIC X(20)       VALUE SPACES.
       77 WRK-K                     PIC 9(04)       VALUE ZEROS.
       77 WRK-QT-FORM               PIC ZZZ.ZZ9,999 VALUE ZEROS.
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           OPEN I-O PRECOCLI
           IF WRK-FS-PRECOCLI EQUAL '35'
               OPEN OUTPUT PRECOCLI
               CLOSE PRECOCLI
               OPEN I-O PRECOCLI
           END-IF
           IF NOT FS-OK IN WRK-FS-PRECOCLI
               DISPLAY "ERRO AO ABRIR A TABELA DE PRECOS POR CLASSE. "
                       "FS=" WRK-FS-PRECOCLI
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGFAIX  '
                    'PRECOCLI  ' WRK-FS-PRECOCLI
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PRODUTO
           IF NOT FS-OK IN WRK-FS-PRODUTO
               DISPLAY "ERRO AO ABRIR O ARQUIVO PRODUTO. FS="
                       WRK-FS-PRODUTO
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGFAIX  '
                    'PRODUTO   ' WRK-FS-PRODUTO
               CLOSE PRECOCLI
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WRK-FIM-MENU
               DISPLAY "1-INCLUIR/ALTERAR FAIXA 2-EXCLUIR FAIXA "
                       "3-LISTAR FAIXAS DO PRODUTO 4-SAIR"
               DISPLAY "OPCAO: "
               ACCEPT WRK-OPCAO
               EVALUATE TRUE
                   WHEN WRK-OPC-MANTER
                       PERFORM 0100-MANTEM-FAIXA
                   WHEN WRK-OPC-EXCLUIR
                       PERFORM 0200-EXCLUI-FAIXA
                   WHEN WRK-OPC-LISTAR
                       PERFORM 0300-LISTA-PRODUTO
                   WHEN WRK-OPC-SAIR
                       MOVE 'N' TO WRK-CONTINUA
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA."
               END-EVALUATE
           END-PERFORM

           CLOSE PRECOCLI
           CLOSE PRODUTO
           STOP RUN.

       0050-PEDE-PRODUTO           SECTION.
      **** PRODUTO TEM DE EXISTIR NO CADASTRO. QUALQUER RECUSA DEVOLVE
      **** WRK-PRODUTO ZERADO.
           DISPLAY "CODIGO DO PRODUTO: "
           MOVE ZEROS TO WRK-PRODUTO
           ACCEPT WRK-PRODUTO
           IF WRK-PRODUTO NOT NUMERIC
              OR WRK-PRODUTO EQUAL ZEROS
               DISPLAY "CODIGO INVALIDO."
               MOVE ZEROS TO WRK-PRODUTO
               GO TO 0050-FIM
           END-IF
           MOVE WRK-PRODUTO TO CD-PRODUTO
           READ PRODUTO
               INVALID KEY
                   DISPLAY "PRODUTO NAO CADASTRADO."
                   MOVE ZEROS TO WRK-PRODUTO
                   GO TO 0050-FIM
           END-READ
           PERFORM 0060-CUSTO-PRODUTO
           DISPLAY DS-PRODUTO " (" UM-PRODUTO ") PRECO: " PR-PRODUTO
                   " CUSTO: " WRK-CUSTO
       0050-FIM.
           EXIT.
       0055-PEDE-CLASSE-QTD        SECTION.
      **** CLASSE E QUANTIDADE MINIMA DA FAIXA. RECUSA DEVOLVE
      **** WRK-CLASSE EM BRANCO.
           DISPLAY "CLASSE (V-VAREJO A-ATACADO R-REVENDA): "
           MOVE SPACES TO WRK-CLASSE
           ACCEPT WRK-CLASSE
           INSPECT WRK-CLASSE CONVERTING 'var' TO 'VAR'
           IF NOT WRK-CLASSE-VALIDA
               DISPLAY "CLASSE INVALIDA."
               MOVE SPACES TO WRK-CLASSE
               GO TO 0055-FIM
           END-IF
           DISPLAY "A PARTIR DA QUANTIDADE (" UM-PRODUTO "): "
           ACCEPT WRK-QT-MINIMA
           IF WRK-QT-MINIMA NOT NUMERIC
              OR WRK-QT-MINIMA EQUAL ZEROS
               DISPLAY "QUANTIDADE INVALIDA."
               MOVE SPACES TO WRK-CLASSE
               GO TO 0055-FIM
           END-IF
           IF UM-PRODUTO NOT EQUAL "KG"
               MOVE WRK-QT-MINIMA TO WRK-QT-INTEIRA
               IF WRK-QT-MINIMA NOT EQUAL WRK-QT-INTEIRA
                   DISPLAY "PRODUTO DE UNIDADE NAO ACEITA FRACAO."
                   MOVE SPACES TO WRK-CLASSE
               END-IF
           END-IF
       0055-FIM.
           EXIT.
       0060-CUSTO-PRODUTO          SECTION.
      **** CUSTO MEDIO QUANDO HOUVER, SENAO O DA ULTIMA ENTRADA. O
      **** MEDIO E ARREDONDADO PARA CIMA, PARA O PISO NUNCA FICAR
      **** UM CENTAVO ABAIXO DO CUSTO.
           IF CM-PRODUTO > ZEROS
               MOVE CM-PRODUTO TO WRK-CUSTO
               IF WRK-CUSTO < CM-PRODUTO
                   ADD 1 TO WRK-CUSTO
               END-IF
           ELSE
               MOVE CU-PRODUTO TO WRK-CUSTO
           END-IF
       .
       0100-MANTEM-FAIXA           SECTION.
           PERFORM 0050-PEDE-PRODUTO
           IF WRK-PRODUTO EQUAL ZEROS
               GO TO 0100-FIM
           END-IF
           PERFORM 0055-PEDE-CLASSE-QTD
           IF WRK-CLASSE EQUAL SPACES
               GO TO 0100-FIM
           END-IF
           MOVE WRK-PRODUTO   TO PCL-PRODUTO
           MOVE WRK-CLASSE    TO PCL-CLASSE
           MOVE WRK-QT-MINIMA TO PCL-QT-MINIMA
           READ PRECOCLI
               INVALID KEY
                   DISPLAY "FAIXA NOVA."
               NOT INVALID KEY
                   PERFORM 0310-MOSTRA-FAIXA
           END-READ
           DISPLAY "PRECO UNITARIO NA FAIXA (CENTAVOS): "
           ACCEPT WRK-PRECO
           IF WRK-PRECO NOT NUMERIC
              OR WRK-PRECO EQUAL ZEROS
               DISPLAY "PRECO INVALIDO. NADA ALTERADO."
               GO TO 0100-FIM
           END-IF
           IF WRK-PRECO < WRK-CUSTO
               DISPLAY "PRECO ABAIXO DO CUSTO DO PRODUTO (" WRK-CUSTO
                       "). FAIXA NAO GRAVADA."
               GO TO 0100-FIM
           END-IF
           IF WRK-PRECO > PR-PRODUTO
               DISPLAY "ATENCAO: PRECO DA FAIXA ACIMA DO PRECO DE "
                       "CADASTRO (" PR-PRODUTO ")."
           END-IF

           MOVE WRK-PRODUTO   TO PCL-PRODUTO
           MOVE WRK-CLASSE    TO PCL-CLASSE
           MOVE WRK-QT-MINIMA TO PCL-QT-MINIMA
           READ PRECOCLI
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE WRK-PRECO        TO PCL-PRECO
           MOVE WRK-DATA-SISTEMA TO PCL-DT-ALTERACAO
           IF FS-OK IN WRK-FS-PRECOCLI
               REWRITE REG-PRECOCLI
           ELSE
               WRITE REG-PRECOCLI
           END-IF
           IF FS-OK IN WRK-FS-PRECOCLI
               DISPLAY "FAIXA GRAVADA."
           ELSE
               DISPLAY "ERRO AO GRAVAR A FAIXA. FS=" WRK-FS-PRECOCLI
           END-IF
       0100-FIM.
           EXIT.
       0200-EXCLUI-FAIXA           SECTION.
           PERFORM 0050-PEDE-PRODUTO
           IF WRK-PRODUTO EQUAL ZEROS
               GO TO 0200-FIM
           END-IF
           PERFORM 0055-PEDE-CLASSE-QTD
           IF WRK-CLASSE EQUAL SPACES
               GO TO 0200-FIM
           END-IF
           MOVE WRK-PRODUTO   TO PCL-PRODUTO
           MOVE WRK-CLASSE    TO PCL-CLASSE
           MOVE WRK-QT-MINIMA TO PCL-QT-MINIMA
           READ PRECOCLI
               INVALID KEY
                   DISPLAY "FAIXA NAO CADASTRADA."
                   GO TO 0200-FIM
           END-READ
           PERFORM 0310-MOSTRA-FAIXA
           DISPLAY "CONFIRMA A EXCLUSAO (S/N)? "
           ACCEPT WRK-RESPOSTA
           IF WRK-RESPOSTA EQUAL 'S' OR WRK-RESPOSTA EQUAL 's'
               DELETE PRECOCLI
                   INVALID KEY
                       DISPLAY "ERRO AO EXCLUIR. FS=" WRK-FS-PRECOCLI
                   NOT INVALID KEY
                       DISPLAY "FAIXA EXCLUIDA."
               END-DELETE
           END-IF
       0200-FIM.
           EXIT.
       0300-LISTA-PRODUTO          SECTION.
           PERFORM 0050-PEDE-PRODUTO
           IF WRK-PRODUTO EQUAL ZEROS
               GO TO 0300-FIM
           END-IF
           MOVE WRK-PRODUTO TO PCL-PRODUTO
           MOVE LOW-VALUES  TO PCL-CLASSE
           MOVE ZEROS       TO PCL-QT-MINIMA
           MOVE SPACE TO WRK-EOF
           START PRECOCLI KEY IS NOT LESS THAN PCL-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START
           MOVE ZEROS TO WRK-K
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ PRECOCLI NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF PCL-PRODUTO NOT EQUAL WRK-PRODUTO
                           MOVE 'F' TO WRK-EOF
                       ELSE
                           PERFORM 0310-MOSTRA-FAIXA
                           ADD 1 TO WRK-K
                       END-IF
               END-READ
           END-PERFORM
           IF WRK-K EQUAL ZEROS
               DISPLAY "NENHUMA FAIXA PARA O PRODUTO."
           END-IF
       0300-FIM.
           EXIT.
       0310-MOSTRA-FAIXA           SECTION.
      **** O CUSTO DE REFERENCIA E O DO PRODUTO LIDO NO 0050; UM
      **** RECEBIMENTO POSTERIOR A GRAVACAO PODE TER DEIXADO A FAIXA
      **** ABAIXO DELE.
           EVALUATE TRUE
               WHEN PCL-ATACADO
                   MOVE "ATACADO" TO WRK-NM-CLASSE
               WHEN PCL-REVENDA
                   MOVE "REVENDA" TO WRK-NM-CLASSE
               WHEN OTHER
                   MOVE "VAREJO"  TO WRK-NM-CLASSE
           END-EVALUATE
           IF PCL-PRECO < WRK-CUSTO
               MOVE "*ABAIXO DO CUSTO*" TO WRK-AVISO
           ELSE
               MOVE SPACES TO WRK-AVISO
           END-IF
           MOVE PCL-QT-MINIMA TO WRK-QT-FORM
           DISPLAY WRK-NM-CLASSE " A PARTIR DE " WRK-QT-FORM
                   " PRECO " PCL-PRECO " ALTERADA EM "
                   PCL-DT-ALTERACAO " " WRK-AVISO
       .
