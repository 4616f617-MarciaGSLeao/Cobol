       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGECNV.
      *-----------------------------------------------------------------
      *== AUTOR: MARCIA GAMELEIRA
      *== OBJETIVO: CONVERSAO UNICA DA FILA DE ENTREGAS DO LAYOUT
      *==           ANTIGO (98 BYTES, SO DESPACHO) PARA O LAYOUT ATUAL
      *==           DO COPYBOOK ENTRFD, COM A CIDADE E OS CAMPOS DO
      *==           ROMANEIO E DO RETORNO DA ROTA. SEM A CONVERSAO, O
      *==           ENTREGAS.DAT ANTIGO ABRE COM FS=39 NO PROGVEND E NO
      *==           PROGDESP. O OPERADOR RENOMEIA O ARQUIVO ANTIGO PARA
      *==           ENTREGAS-ANT.DAT E RODA ESTE PROGRAMA, QUE RECRIA O
      *==           ENTREGAS.DAT DO ZERO (RODAR DE NOVO APOS FALHA SO
      *==           REFAZ TUDO). A CIDADE VEM DO CADASTRO DO CLIENTE
      *==           QUANDO HA UM; ORDEM SEM CLIENTE FICA SEM CIDADE E
      *==           SAI NO FIM DA SUA UF NO ROMANEIO. TENTATIVAS E
      *==           DATAS DA ROTA ENTRAM ZERADAS. MESMO MOLDE DO
      *==           PROGFCNV.
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
           SELECT ENTREGAANT ASSIGN TO "ENTREGAS-ANT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-VND-ID
               FILE STATUS IS WRK-FS-ENTREGAANT.
           SELECT ENTREGAS ASSIGN TO "ENTREGAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENT-VND-ID
               FILE STATUS IS WRK-FS-ENTREGAS.
           SELECT CLIENTE ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CLIENTE
               FILE STATUS IS WRK-FS-CLIENTE.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD  ENTREGAANT.
       01  REG-ENTREGAANT.
           03  ANT-VND-ID            PIC X(14).
           03  ANT-DATA              PIC 9(08).
           03  ANT-CLIENTE           PIC 9(05).
           03  ANT-ENDERECO          PIC X(40).
           03  ANT-UF                PIC X(02).
           03  ANT-PESO              PIC 9(05)V999.
           03  ANT-FRETE             PIC 9(08).
           03  ANT-TRANSP            PIC X(12).
           03  ANT-STATUS            PIC X(01).

       FD  ENTREGAS.
       COPY ENTRFD.

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

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-ENTREGAANT==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-ENTREGAS==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-CLIENTE==.

       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-CLIENTE-ABERTO        PIC X(02)       VALUE SPACES.
           88 WRK-CLIENTE-OK                        VALUE '00'.
       77 WRK-CT-LIDOS              PIC 9(05)       VALUE ZEROS.
       77 WRK-CT-GRAVADOS           PIC 9(05)       VALUE ZEROS.
       77 WRK-CT-SEM-CIDADE         PIC 9(05)       VALUE ZEROS.
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           OPEN INPUT ENTREGAANT
           IF WRK-FS-ENTREGAANT EQUAL '35'
               DISPLAY "ARQUIVO ENTREGAS-ANT.DAT NAO ENCONTRADO. "
                       "RENOMEIE O ENTREGAS.DAT ANTIGO PARA "
                       "ENTREGAS-ANT.DAT ANTES DE CONVERTER."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT FS-OK IN WRK-FS-ENTREGAANT
               DISPLAY "ERRO AO ABRIR O ENTREGAS-ANT. FS="
                       WRK-FS-ENTREGAANT
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGECNV  '
                    'ENTREGAANT' WRK-FS-ENTREGAANT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT ENTREGAS
           IF NOT FS-OK IN WRK-FS-ENTREGAS
               DISPLAY "ERRO AO CRIAR O ENTREGAS.DAT NOVO. FS="
                       WRK-FS-ENTREGAS
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGECNV  '
                    'ENTREGAS  ' WRK-FS-ENTREGAS
               CLOSE ENTREGAANT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CLIENTE
           MOVE WRK-FS-CLIENTE TO WRK-CLIENTE-ABERTO

           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ ENTREGAANT NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       ADD 1 TO WRK-CT-LIDOS
                       PERFORM 0100-CONVERTE-ENTREGA
               END-READ
           END-PERFORM

           CLOSE ENTREGAANT
           CLOSE ENTREGAS
           IF WRK-CLIENTE-OK
               CLOSE CLIENTE
           END-IF

           DISPLAY "ORDENS LIDAS....: " WRK-CT-LIDOS
           DISPLAY "ORDENS GRAVADAS.: " WRK-CT-GRAVADOS
           DISPLAY "ORDENS SEM CIDADE: " WRK-CT-SEM-CIDADE
           DISPLAY "CONVERSAO DO ENTREGAS.DAT CONCLUIDA."
           STOP RUN.

       0100-CONVERTE-ENTREGA       SECTION.
           MOVE ANT-VND-ID     TO ENT-VND-ID
           MOVE ANT-DATA       TO ENT-DATA
           MOVE ANT-CLIENTE    TO ENT-CLIENTE
           MOVE ANT-ENDERECO   TO ENT-ENDERECO
           MOVE ANT-UF         TO ENT-UF
           MOVE ANT-PESO       TO ENT-PESO
           MOVE ANT-FRETE      TO ENT-FRETE
           MOVE ANT-TRANSP     TO ENT-TRANSP
           MOVE ANT-STATUS     TO ENT-STATUS
           MOVE SPACES         TO ENT-CIDADE
           MOVE ZEROS          TO ENT-DT-ROMANEIO
           MOVE ZEROS          TO ENT-TENTATIVAS
           MOVE ZEROS          TO ENT-DT-ENTREGA
           MOVE SPACES         TO ENT-RECEBEDOR
           MOVE SPACES         TO ENT-MOTIVO-FALHA
           IF ANT-CLIENTE > ZEROS AND WRK-CLIENTE-OK
               MOVE ANT-CLIENTE TO CD-CLIENTE
               READ CLIENTE
                   NOT INVALID KEY
                       MOVE NM-CIDADE TO ENT-CIDADE
               END-READ
           END-IF
           IF ENT-CIDADE EQUAL SPACES
               ADD 1 TO WRK-CT-SEM-CIDADE
           END-IF
           WRITE REG-ENTREGA
               INVALID KEY
                   DISPLAY "ORDEM DUPLICADA IGNORADA: "
                           ANT-VND-ID
               NOT INVALID KEY
                   ADD 1 TO WRK-CT-GRAVADOS
           END-WRITE
       .
       END PROGRAM PROGECNV.
