       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGFCNV.
      *-----------------------------------------------------------------
      *== AUTOR: MARCIA GAMELEIRA
      *== OBJETIVO: CONVERSAO UNICA DO CADASTRO DE FILIAIS DO LAYOUT
      *==           ANTIGO (CODIGO E NOME) PARA O LAYOUT ATUAL, COM A
      *==           UF DA LOJA (UF-FILIAL) USADA NA BUSCA DA ALIQUOTA
      *==           DE ICMS. SEM A CONVERSAO, O FILIAL.DAT ANTIGO ABRE
      *==           COM FS=39 NO PROGFILI E NO PROGVEND. O OPERADOR
      *==           RENOMEIA O ARQUIVO ANTIGO PARA FILIAL-ANT.DAT E
      *==           RODA ESTE PROGRAMA, QUE RECRIA O FILIAL.DAT DO
      *==           ZERO (RODAR DE NOVO APOS FALHA SO REFAZ TUDO). A
      *==           UF INFORMADA NO INICIO VAI PARA TODAS AS LOJAS;
      *==           LOJA DE OUTRO ESTADO E CORRIGIDA DEPOIS NO
      *==           PROGFILI. MESMO MOLDE DO PROGPCNV.
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
           SELECT FILIALANT ASSIGN TO "FILIAL-ANT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-CD-FILIAL
               FILE STATUS IS WRK-FS-FILIALANT.
           SELECT FILIAL ASSIGN TO "FILIAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-FILIAL
               FILE STATUS IS WRK-FS-FILIAL.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD  FILIALANT.
       01  REG-FILIALANT.
           03  ANT-CD-FILIAL         PIC 9(02).
           03  ANT-NM-FILIAL         PIC X(30).

       FD  FILIAL.
       01  REG-FILIAL.
           03  CD-FILIAL             PIC 9(02).
           03  NM-FILIAL             PIC X(30).
           03  UF-FILIAL             PIC X(02).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-FILIALANT==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-FILIAL==.

       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-UF-PADRAO             PIC X(02)       VALUE SPACES.
       77 WRK-CT-LIDOS              PIC 9(05)       VALUE ZEROS.
       77 WRK-CT-GRAVADOS           PIC 9(05)       VALUE ZEROS.
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           DISPLAY "UF DAS LOJAS CONVERTIDAS: "
           ACCEPT WRK-UF-PADRAO

           OPEN INPUT FILIALANT
           IF WRK-FS-FILIALANT EQUAL '35'
               DISPLAY "ARQUIVO FILIAL-ANT.DAT NAO ENCONTRADO. "
                       "RENOMEIE O FILIAL.DAT ANTIGO PARA "
                       "FILIAL-ANT.DAT ANTES DE CONVERTER."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT FS-OK IN WRK-FS-FILIALANT
               DISPLAY "ERRO AO ABRIR O FILIAL-ANT. FS="
                       WRK-FS-FILIALANT
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGFCNV  '
                    'FILIALANT ' WRK-FS-FILIALANT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT FILIAL
           IF NOT FS-OK IN WRK-FS-FILIAL
               DISPLAY "ERRO AO CRIAR O FILIAL.DAT NOVO. FS="
                       WRK-FS-FILIAL
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGFCNV  '
                    'FILIAL    ' WRK-FS-FILIAL
               CLOSE FILIALANT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ FILIALANT NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       ADD 1 TO WRK-CT-LIDOS
                       PERFORM 0100-CONVERTE-FILIAL
               END-READ
           END-PERFORM

           CLOSE FILIALANT
           CLOSE FILIAL

           DISPLAY "FILIAIS LIDAS...: " WRK-CT-LIDOS
           DISPLAY "FILIAIS GRAVADAS: " WRK-CT-GRAVADOS
           DISPLAY "CONVERSAO DO FILIAL.DAT CONCLUIDA. CONFIRA A UF "
                   "DE CADA LOJA NO PROGFILI."
           STOP RUN.

       0100-CONVERTE-FILIAL        SECTION.
           MOVE ANT-CD-FILIAL TO CD-FILIAL
           MOVE ANT-NM-FILIAL TO NM-FILIAL
           MOVE WRK-UF-PADRAO TO UF-FILIAL
           WRITE REG-FILIAL
               INVALID KEY
                   DISPLAY "FILIAL DUPLICADA IGNORADA: "
                           ANT-CD-FILIAL
               NOT INVALID KEY
                   ADD 1 TO WRK-CT-GRAVADOS
           END-WRITE
       .
       END PROGRAM PROGFCNV.
