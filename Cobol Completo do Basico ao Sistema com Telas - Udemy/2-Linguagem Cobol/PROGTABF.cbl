       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGTABF.
      *-----------------------------------------------------------------
      *== AUTOR: MARCIA GAMELEIRA
      *== OBJETIVO: CARGA DA LISTA DE PRECOS DE UM FORNECEDOR NA
      *==           TABELA PRECOFOR.DAT (COPY PRECFD), USADA PELO
      *==           PROGCOMP PARA ESCOLHER O FORNECEDOR DE MELHOR
      *==           CUSTO. O OPERADOR INFORMA O FORNECEDOR E O ARQUIVO
      *==           DA LISTA (PADRAO TABF-<FORNECEDOR>.DAT), UMA LINHA
      *==           POR PRODUTO EM POSICOES FIXAS:
      *==             001-006 CODIGO DO PRODUTO (ZEROS = USAR O EAN)
      *==             007-019 CODIGO DE BARRAS EAN
      *==             020-025 CUSTO UNITARIO EM CENTAVOS
      *==             026-031 QUANTIDADE MINIMA DE COMPRA
      *==             032-039 VALIDADE DO PRECO AAAAMMDD
      *==           A LINHA ACEITA GRAVA OU SOBREPOE O PRECO DO
      *==           PRODUTO PARA ESTE FORNECEDOR. LINHA COM CAMPO NAO
      *==           NUMERICO, PRODUTO DESCONHECIDO, CUSTO ZERADO OU
      *==           VALIDADE VENCIDA E REJEITADA E LISTADA NA TELA.
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
           SELECT TABFORN ASSIGN TO DYNAMIC WRK-NOME-TABFORN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TABFORN.
           SELECT PRECOFOR ASSIGN TO "PRECOFOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCF-CHAVE
               FILE STATUS IS WRK-FS-PRECOFOR.
           SELECT PRODUTO ASSIGN TO "PRODUTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-PRODUTO
               ALTERNATE RECORD KEY IS EA-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-PRODUTO.
           SELECT FORNECEDOR ASSIGN TO "FORNECED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-FORNECEDOR
               FILE STATUS IS WRK-FS-FORNECEDOR.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD  TABFORN.
       01  REG-TABFORN.
           03  TBF-PRODUTO           PIC 9(06).
           03  TBF-EAN               PIC 9(13).
           03  TBF-CUSTO             PIC 9(06).
           03  TBF-QT-MINIMA         PIC 9(06).
           03  TBF-DT-VALIDADE       PIC 9(08).

       FD  PRECOFOR.
       COPY PRECFD.

       FD  PRODUTO.
       COPY PRODFD.

       FD  FORNECEDOR.
       01  REG-FORNECEDOR.
           03  CD-FORNECEDOR         PIC 9(04).
           03  NM-FORNECEDOR         PIC X(30).
           03  NR-TEL-FORNECEDOR     PIC X(15).
           03  PZ-ENTREGA-DIAS       PIC 9(03).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-TABFORN==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PRECOFOR==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PRODUTO==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-FORNECEDOR==.

       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-DATA-SISTEMA          PIC 9(08)       VALUE ZEROS.
       77 WRK-CD-FORNECEDOR         PIC 9(04)       VALUE ZEROS.
       77 WRK-NOME-TABFORN          PIC X(30)       VALUE SPACES.
       77 WRK-NOME-INFORMADO        PIC X(30)       VALUE SPACES.
       77 WRK-MOTIVO-REJEICAO       PIC X(30)       VALUE SPACES.
       77 WRK-CT-LIDAS              PIC 9(06)       VALUE ZEROS.
       77 WRK-CT-INCLUIDAS          PIC 9(06)       VALUE ZEROS.
       77 WRK-CT-ATUALIZADAS        PIC 9(06)       VALUE ZEROS.
       77 WRK-CT-REJEITADAS         PIC 9(06)       VALUE ZEROS.
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY "CODIGO DO FORNECEDOR DA LISTA: "
           ACCEPT WRK-CD-FORNECEDOR
           MOVE SPACES TO WRK-NOME-TABFORN
           STRING "TABF-"           DELIMITED BY SIZE
                  WRK-CD-FORNECEDOR DELIMITED BY SIZE
                  ".DAT"            DELIMITED BY SIZE
               INTO WRK-NOME-TABFORN
           END-STRING
           DISPLAY "ARQUIVO DA LISTA (BRANCO = " WRK-NOME-TABFORN "): "
           ACCEPT WRK-NOME-INFORMADO
           IF WRK-NOME-INFORMADO NOT EQUAL SPACES
               MOVE WRK-NOME-INFORMADO TO WRK-NOME-TABFORN
           END-IF
           PERFORM 0100-ABRE-ARQUIVOS
           PERFORM 0200-CARREGA-LISTA
           PERFORM 0900-FECHA-ARQUIVOS
           STOP RUN.

       0100-ABRE-ARQUIVOS          SECTION.
           OPEN INPUT FORNECEDOR
           IF NOT FS-OK IN WRK-FS-FORNECEDOR
               DISPLAY "ERRO AO ABRIR O ARQUIVO FORNECEDOR. FS="
                       WRK-FS-FORNECEDOR
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGTABF  '
                    'FORNECEDOR' WRK-FS-FORNECEDOR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WRK-CD-FORNECEDOR TO CD-FORNECEDOR
           READ FORNECEDOR
               INVALID KEY
                   DISPLAY "FORNECEDOR " WRK-CD-FORNECEDOR
                           " NAO CADASTRADO. LISTA NAO CARREGADA."
                   CLOSE FORNECEDOR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           DISPLAY "FORNECEDOR: " NM-FORNECEDOR
           CLOSE FORNECEDOR

           OPEN INPUT TABFORN
           IF NOT FS-OK IN WRK-FS-TABFORN
               DISPLAY "ERRO AO ABRIR A LISTA " WRK-NOME-TABFORN
                       " FS=" WRK-FS-TABFORN
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGTABF  '
                    'TABFORN   ' WRK-FS-TABFORN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PRODUTO
           IF NOT FS-OK IN WRK-FS-PRODUTO
               DISPLAY "ERRO AO ABRIR O ARQUIVO PRODUTO. FS="
                       WRK-FS-PRODUTO
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGTABF  '
                    'PRODUTO   ' WRK-FS-PRODUTO
               CLOSE TABFORN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O PRECOFOR
           IF WRK-FS-PRECOFOR EQUAL '35'
               CLOSE PRECOFOR
               OPEN OUTPUT PRECOFOR
               CLOSE PRECOFOR
               OPEN I-O PRECOFOR
           END-IF
           IF NOT FS-OK IN WRK-FS-PRECOFOR
               DISPLAY "ERRO AO ABRIR O ARQUIVO PRECOFOR. FS="
                       WRK-FS-PRECOFOR
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGTABF  '
                    'PRECOFOR  ' WRK-FS-PRECOFOR
               CLOSE TABFORN
               CLOSE PRODUTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       .
       0200-CARREGA-LISTA          SECTION.
           MOVE SPACE TO WRK-EOF
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ TABFORN
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       ADD 1 TO WRK-CT-LIDAS
                       PERFORM 0210-CARREGA-LINHA
               END-READ
           END-PERFORM
       .
       0210-CARREGA-LINHA          SECTION.
           MOVE SPACES TO WRK-MOTIVO-REJEICAO
           EVALUATE TRUE
               WHEN TBF-PRODUTO NOT NUMERIC
                 OR TBF-EAN NOT NUMERIC
                 OR TBF-CUSTO NOT NUMERIC
                 OR TBF-QT-MINIMA NOT NUMERIC
                 OR TBF-DT-VALIDADE NOT NUMERIC
                   MOVE "CAMPO NAO NUMERICO" TO WRK-MOTIVO-REJEICAO
               WHEN TBF-CUSTO EQUAL ZEROS
                   MOVE "CUSTO ZERADO" TO WRK-MOTIVO-REJEICAO
               WHEN TBF-DT-VALIDADE < WRK-DATA-SISTEMA
                   MOVE "PRECO COM VALIDADE VENCIDA"
                       TO WRK-MOTIVO-REJEICAO
           END-EVALUATE
           IF WRK-MOTIVO-REJEICAO NOT EQUAL SPACES
               GO TO 0210-REJEITA
           END-IF

      **** SEM O NOSSO CODIGO, O PRODUTO E ACHADO PELO EAN DA LISTA.
           IF TBF-PRODUTO > ZEROS
               MOVE TBF-PRODUTO TO CD-PRODUTO
               READ PRODUTO
                   INVALID KEY
                       MOVE "PRODUTO NAO CADASTRADO"
                           TO WRK-MOTIVO-REJEICAO
               END-READ
           ELSE
               IF TBF-EAN EQUAL ZEROS
                   MOVE "SEM PRODUTO E SEM EAN" TO WRK-MOTIVO-REJEICAO
               ELSE
                   MOVE TBF-EAN TO EA-PRODUTO
                   READ PRODUTO KEY IS EA-PRODUTO
                       INVALID KEY
                           MOVE "EAN NAO CADASTRADO"
                               TO WRK-MOTIVO-REJEICAO
                   END-READ
               END-IF
           END-IF
           IF WRK-MOTIVO-REJEICAO NOT EQUAL SPACES
               GO TO 0210-REJEITA
           END-IF

           MOVE CD-PRODUTO        TO PCF-PRODUTO
           MOVE WRK-CD-FORNECEDOR TO PCF-FORNECEDOR
           READ PRECOFOR
               INVALID KEY
                   MOVE TBF-CUSTO        TO PCF-CUSTO
                   MOVE TBF-QT-MINIMA    TO PCF-QT-MINIMA
                   MOVE TBF-DT-VALIDADE  TO PCF-DT-VALIDADE
                   MOVE WRK-DATA-SISTEMA TO PCF-DT-CARGA
                   WRITE REG-PRECOFOR
                   ADD 1 TO WRK-CT-INCLUIDAS
               NOT INVALID KEY
                   MOVE TBF-CUSTO        TO PCF-CUSTO
                   MOVE TBF-QT-MINIMA    TO PCF-QT-MINIMA
                   MOVE TBF-DT-VALIDADE  TO PCF-DT-VALIDADE
                   MOVE WRK-DATA-SISTEMA TO PCF-DT-CARGA
                   REWRITE REG-PRECOFOR
                   ADD 1 TO WRK-CT-ATUALIZADAS
           END-READ
           GO TO 0210-FIM.
       0210-REJEITA.
           ADD 1 TO WRK-CT-REJEITADAS
           DISPLAY "LINHA " WRK-CT-LIDAS " REJEITADA: "
                   WRK-MOTIVO-REJEICAO
       0210-FIM.
           EXIT.
       0900-FECHA-ARQUIVOS         SECTION.
           CLOSE TABFORN
           CLOSE PRODUTO
           CLOSE PRECOFOR
           DISPLAY "LINHAS LIDAS......: " WRK-CT-LIDAS
           DISPLAY "PRECOS INCLUIDOS..: " WRK-CT-INCLUIDAS
           DISPLAY "PRECOS ATUALIZADOS: " WRK-CT-ATUALIZADAS
           DISPLAY "LINHAS REJEITADAS.: " WRK-CT-REJEITADAS
           IF WRK-CT-REJEITADAS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
       .
       END PROGRAM PROGTABF.
