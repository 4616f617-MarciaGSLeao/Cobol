       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCCNV.
      *-----------------------------------------------------------------
      *== AUTOR: MARCIA GAMELEIRA
      *== OBJETIVO: CONVERSAO UNICA DO CADASTRO DE PRODUTOS DO LAYOUT
      *==           DE 84 BYTES (SEM CUSTO) PARA O LAYOUT ATUAL DO
      *==           COPYBOOK PRODFD, COM O CUSTO DA ULTIMA ENTRADA E O
      *==           CUSTO MEDIO PONDERADO (CU-PRODUTO/CM-PRODUTO). SEM
      *==           A CONVERSAO, O PRODUTO.DAT ANTERIOR ABRE COM FS=39
      *==           EM TODA A SUITE. O OPERADOR RENOMEIA O ARQUIVO
      *==           ANTERIOR PARA PRODUTO-ANT.DAT E RODA ESTE PROGRAMA,
      *==           QUE RECRIA O PRODUTO.DAT DO ZERO (RODAR DE NOVO
      *==           APOS FALHA SO REFAZ TUDO). OS CUSTOS ENTRAM COM
      *==           ZEROS E SE FORMAM NOS PROXIMOS RECEBIMENTOS DO
      *==           PROGRECB. CADASTRO AINDA NO LAYOUT MAIS ANTIGO
      *==           (ESTOQUE INTEIRO) PASSA ANTES PELO PROGPCNV, QUE JA
      *==           GRAVA O LAYOUT ATUAL. MESMO MOLDE DO PROGPCNV.
      *== DATA: 15/10/2026
      *== OBSERVACOES:
      *== 15/10/2026: A CLASSE ABC DO LAYOUT ATUAL (CL-PRODUTO) ENTRA
      *==             EM BRANCO, ATE A PROXIMA APURACAO DO PROGABC.
      *-----------------------------------------------------------------

      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *=================================================================
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODANT ASSIGN TO "PRODUTO-ANT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-CD-PRODUTO
               ALTERNATE RECORD KEY IS ANT-EA-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-PRODANT.
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
       FD  PRODANT.
       01  REG-PRODANT.
           03  ANT-CD-PRODUTO        PIC 9(06).
           03  ANT-DS-PRODUTO        PIC X(30).
           03  ANT-PR-PRODUTO        PIC 9(06).
           03  ANT-QT-PRODUTO        PIC 9(06)V999.
           03  ANT-CT-PRODUTO        PIC 9(01).
           03  ANT-FN-PRODUTO        PIC 9(04).
           03  ANT-EA-PRODUTO        PIC 9(13).
           03  ANT-UM-PRODUTO        PIC X(02).
           03  ANT-SN-PRODUTO        PIC X(01).
           03  ANT-PT-PRODUTO        PIC 9(06).
           03  ANT-QR-PRODUTO        PIC 9(06).

       FD  PRODUTO.
       COPY PRODFD.

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PRODANT==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PRODUTO==.

       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-CT-LIDOS              PIC 9(07)       VALUE ZEROS.
       77 WRK-CT-GRAVADOS           PIC 9(07)       VALUE ZEROS.
       77 WRK-CT-FORM               PIC Z.ZZZ.ZZ9   VALUE ZEROS.
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           OPEN INPUT PRODANT
           IF WRK-FS-PRODANT EQUAL '35'
               DISPLAY "ARQUIVO PRODUTO-ANT.DAT NAO ENCONTRADO. "
                       "RENOMEIE O PRODUTO.DAT ANTERIOR PARA "
                       "PRODUTO-ANT.DAT ANTES DE CONVERTER."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT FS-OK IN WRK-FS-PRODANT
               DISPLAY "ERRO AO ABRIR O PRODUTO-ANT. FS="
                       WRK-FS-PRODANT
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGCCNV  '
                    'PRODANT   ' WRK-FS-PRODANT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT PRODUTO
           IF NOT FS-OK IN WRK-FS-PRODUTO
               DISPLAY "ERRO AO CRIAR O PRODUTO.DAT NOVO. FS="
                       WRK-FS-PRODUTO
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGCCNV  '
                    'PRODUTO   ' WRK-FS-PRODUTO
               CLOSE PRODANT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ PRODANT NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       ADD 1 TO WRK-CT-LIDOS
                       PERFORM 0100-CONVERTE-PRODUTO
               END-READ
           END-PERFORM

           CLOSE PRODANT
           CLOSE PRODUTO

           MOVE WRK-CT-LIDOS TO WRK-CT-FORM
           DISPLAY "PRODUTOS LIDOS..: " WRK-CT-FORM
           MOVE WRK-CT-GRAVADOS TO WRK-CT-FORM
           DISPLAY "PRODUTOS GRAVADOS: " WRK-CT-FORM
           DISPLAY "CONVERSAO DO PRODUTO.DAT CONCLUIDA. OS CUSTOS SE "
                   "FORMAM NOS PROXIMOS RECEBIMENTOS DO PROGRECB."
           STOP RUN.

       0100-CONVERTE-PRODUTO       SECTION.
           MOVE ANT-CD-PRODUTO TO CD-PRODUTO
           MOVE ANT-DS-PRODUTO TO DS-PRODUTO
           MOVE ANT-PR-PRODUTO TO PR-PRODUTO
           MOVE ANT-QT-PRODUTO TO QT-PRODUTO
           MOVE ANT-CT-PRODUTO TO CT-PRODUTO
           MOVE ANT-FN-PRODUTO TO FN-PRODUTO
           MOVE ANT-EA-PRODUTO TO EA-PRODUTO
           MOVE ANT-UM-PRODUTO TO UM-PRODUTO
           MOVE ANT-SN-PRODUTO TO SN-PRODUTO
           MOVE ANT-PT-PRODUTO TO PT-PRODUTO
           MOVE ANT-QR-PRODUTO TO QR-PRODUTO
           MOVE ZEROS          TO CU-PRODUTO
           MOVE ZEROS          TO CM-PRODUTO
           MOVE SPACE          TO CL-PRODUTO
           WRITE REG-PRODUTO
               INVALID KEY
                   DISPLAY "PRODUTO DUPLICADO IGNORADO: "
                           ANT-CD-PRODUTO
               NOT INVALID KEY
                   ADD 1 TO WRK-CT-GRAVADOS
           END-WRITE
       .
       END PROGRAM PROGCCNV.
