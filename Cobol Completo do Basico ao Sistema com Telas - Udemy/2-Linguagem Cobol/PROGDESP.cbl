      *==           ENTREGUE PELO NUMERO DA VENDA.
      *== DATA: 02/09/2026
      *== OBSERVACOES:
      *== 15/10/2026: ROMANEIO DE ENTREGA E BAIXA DO RETORNO DA ROTA.
      *==             A OPCAO 4 EMITE O ROMANEIO DE UMA TRANSPORTADORA
      *==             (ENT-TRANSP) NUMA DATA, COM AS ORDENS DA FILA
      *==             AGRUPADAS POR UF E CIDADE, CLIENTE, ENDERECO,
      *==             TELEFONE, PESO, FRETE E LINHA DE ASSINATURA POR
      *==             PARADA (ROM-AAAAMMDD-<TRANSP>.DAT), E POE AS
      *==             ORDENS EM ROTA. A OPCAO 5 BAIXA O RETORNO DO
      *==             MOTORISTA PARADA A PARADA: ENTREGUE COM O NOME
      *==             DE QUEM RECEBEU, OU FALHA COM O MOTIVO - A ORDEM
      *==             VOLTA PARA A FILA SOMANDO UMA TENTATIVA E, NA
      *==             TERCEIRA FALHA, FICA PARADA PARA CONTATO COM O
      *==             CLIENTE ATE A OPCAO 6 LIBERA-LA (SAIR PASSOU
      *==             PARA 7). LAYOUT DA ORDEM NO COPYBOOK ENTRFD.
      *==             A MARCACAO MANUAL DE ENTREGUE TAMBEM PEDE QUEM
      *==             RECEBEU.
      *-----------------------------------------------------------------

      *=================================================================
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CLIENTE
               FILE STATUS IS WRK-FS-CLIENTE.
           SELECT ROMANEIO ASSIGN TO DYNAMIC WRK-NOME-ROMANEIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ROMANEIO.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD  ENTREGAS.
       COPY ENTRFD.

       FD  CLIENTE.
       01  REG-CLIENTE.
           03  NM-CIDADE             PIC X(30).
           03  UF-CLIENTE            PIC X(02).

       FD  ROMANEIO.
       01  REG-ROMANEIO              PIC X(100).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-ENTREGAS==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-CLIENTE==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-ROMANEIO==.

       77 WRK-OPCAO                 PIC 9(1)        VALUE ZEROS.
           88  WRK-OPC-LISTAR                       VALUE 1.
           88  WRK-OPC-ENVIADA                      VALUE 2.
           88  WRK-OPC-ENTREGUE                     VALUE 3.
           88  WRK-OPC-ROMANEIO                     VALUE 4.
           88  WRK-OPC-RETORNO                      VALUE 5.
           88  WRK-OPC-LIBERAR                      VALUE 6.
           88  WRK-OPC-SAIR                         VALUE 7.
       77 WRK-CONTINUA              PIC X(1)        VALUE 'S'.
           88  WRK-FIM-DESPACHO                     VALUE 'N'.
       77 WRK-EOF                   PIC X(1)        VALUE SPACE.
       77 WRK-CT-ABERTAS            PIC 9(05)       VALUE ZEROS.
       77 WRK-FRETE-FORM            PIC ZZZ.ZZ9,99  VALUE ZEROS.
       77 WRK-STATUS-NOVO           PIC X(1)        VALUE SPACES.
       77 WRK-DATA-SISTEMA          PIC 9(08)       VALUE ZEROS.
       77 WRK-TRANSP                PIC X(12)       VALUE SPACES.
       77 WRK-DT-ROTA               PIC 9(08)       VALUE ZEROS.
       77 WRK-NOME-ROMANEIO         PIC X(40)       VALUE SPACES.
       77 WRK-NOVO-TEXTO            PIC X(40)       VALUE SPACES.
       77 WRK-I                     PIC 9(03)       VALUE ZEROS.
       77 WRK-J                     PIC 9(03)       VALUE ZEROS.
       77 WRK-UF-ANTERIOR           PIC X(02)       VALUE SPACES.
       77 WRK-CIDADE-ANTERIOR       PIC X(30)       VALUE SPACES.
       77 WRK-CT-PARADAS            PIC 9(03)       VALUE ZEROS.
       77 WRK-TOT-PESO              PIC 9(07)V999   VALUE ZEROS.
       77 WRK-TOT-FRETE             PIC 9(09)       VALUE ZEROS.
       77 WRK-PESO-FORM             PIC Z.ZZZ.ZZ9,999 VALUE ZEROS.
       77 WRK-TOT-FRETE-FORM        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PARADA-FORM           PIC ZZ9         VALUE ZEROS.
       77 WRK-RESULTADO             PIC X(01)       VALUE SPACES.
       77 WRK-MOTIVO                PIC 9(01)       VALUE ZEROS.
       77 WRK-CT-ENTREGUES          PIC 9(03)       VALUE ZEROS.
       77 WRK-CT-FALHAS             PIC 9(03)       VALUE ZEROS.
       77 WRK-CT-CONTATO            PIC 9(03)       VALUE ZEROS.
       77 WRK-CT-PENDENTES          PIC 9(03)       VALUE ZEROS.
       77 WRK-MAX-TENTATIVAS        PIC 9(01)       VALUE 3.

      *==  PARADAS DO ROMANEIO, ORDENADAS POR UF + CIDADE + VENDA.
       01  TAB-ROTA.
           03  TAB-ROT-REG OCCURS 200 TIMES.
               05  TAB-ROT-UF        PIC X(02).
               05  TAB-ROT-CIDADE    PIC X(30).
               05  TAB-ROT-VND-ID    PIC X(14).
       01  TAB-ROT-TROCA             PIC X(46).
       77 WRK-CT-ROTA               PIC 9(03)       VALUE ZEROS.

      *==  MOTIVOS DE ENTREGA FRUSTRADA (5 = OUTRO, DIGITADO).
       01  TAB-MOTIVOS-VALORES.
           03  FILLER                PIC X(30)
                                     VALUE "CLIENTE AUSENTE".
           03  FILLER                PIC X(30)
                                     VALUE "ENDERECO NAO LOCALIZADO".
           03  FILLER                PIC X(30)
                                     VALUE "RECUSADO PELO CLIENTE".
           03  FILLER                PIC X(30)
                                     VALUE "AREA SEM ACESSO".
           03  FILLER                PIC X(30)
                                     VALUE "OUTRO".
       01  TAB-MOTIVOS REDEFINES TAB-MOTIVOS-VALORES.
           03  TAB-MOTIVO-NOME       PIC X(30) OCCURS 5 TIMES.
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           OPEN I-O ENTREGAS
           IF WRK-FS-ENTREGAS EQUAL '35'
               DISPLAY "NENHUMA ORDEM DE ENTREGA GRAVADA AINDA."

           PERFORM UNTIL WRK-FIM-DESPACHO
               DISPLAY "1-LISTAR ABERTAS 2-MARCAR ENVIADA "
                       "3-MARCAR ENTREGUE 4-ROMANEIO "
                       "5-RETORNO DA ROTA 6-LIBERAR P/ FILA 7-SAIR"
               DISPLAY "OPCAO: "
               ACCEPT WRK-OPCAO
               EVALUATE TRUE
                   WHEN WRK-OPC-ENTREGUE
                       MOVE 'E' TO WRK-STATUS-NOVO
                       PERFORM 0200-MARCAR-ENTREGA
                   WHEN WRK-OPC-ROMANEIO
                       PERFORM 0300-EMITE-ROMANEIO
                   WHEN WRK-OPC-RETORNO
                       PERFORM 0400-BAIXA-RETORNO
                   WHEN WRK-OPC-LIBERAR
                       PERFORM 0500-LIBERA-ORDEM
                   WHEN WRK-OPC-SAIR
                       MOVE 'N' TO WRK-CONTINUA
                   WHEN OTHER
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF ENT-NA-FILA
                          OR ENT-EM-ROTA
                          OR ENT-CONTATAR-CLIENTE
                           ADD 1 TO WRK-CT-ABERTAS
                           PERFORM 0110-MOSTRA-ORDEM
                       END-IF
           DISPLAY "VENDA " ENT-VND-ID " DE " ENT-DATA
           DISPLAY "   CLIENTE: " ENT-CLIENTE " " NM-CLIENTE
           DISPLAY "   ENDERECO: " ENT-ENDERECO " UF " ENT-UF
           DISPLAY "   CIDADE: " ENT-CIDADE
           DISPLAY "   TRANSP: " ENT-TRANSP
                   " FRETE: " WRK-FRETE-FORM
           EVALUATE TRUE
               WHEN ENT-EM-ROTA
                   DISPLAY "   SITUACAO: ENVIADA (ROMANEIO DE "
                           ENT-DT-ROMANEIO ")"
               WHEN ENT-CONTATAR-CLIENTE
                   DISPLAY "   SITUACAO: " ENT-TENTATIVAS
                           " TENTATIVAS FRUSTRADAS - CONTATAR O "
                           "CLIENTE"
               WHEN OTHER
                   DISPLAY "   SITUACAO: AGUARDANDO DESPACHO"
           END-EVALUATE
           IF ENT-TENTATIVAS > ZEROS
               DISPLAY "   TENTATIVAS: " ENT-TENTATIVAS
                       " - ULTIMA FALHA: " ENT-MOTIVO-FALHA
           END-IF
       .
       0200-MARCAR-ENTREGA         SECTION.
               INVALID KEY
                   DISPLAY "ORDEM DE ENTREGA NAO ENCONTRADA."
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN ENT-ENTREGUE
                           DISPLAY "ORDEM JA ENTREGUE."
                       WHEN ENT-CONTATAR-CLIENTE
                           DISPLAY "ORDEM PARADA PARA CONTATO COM O "
                                   "CLIENTE. LIBERE PELA OPCAO 6."
                       WHEN OTHER
                           MOVE WRK-STATUS-NOVO TO ENT-STATUS
                           IF WRK-STATUS-NOVO EQUAL 'S'
                               MOVE WRK-DATA-SISTEMA
                                   TO ENT-DT-ROMANEIO
                           ELSE
                               PERFORM 0210-PEDE-RECEBEDOR
                           END-IF
                           REWRITE REG-ENTREGA
                           IF WRK-STATUS-NOVO EQUAL 'S'
                               DISPLAY "ORDEM MARCADA COMO ENVIADA."
                           ELSE
                               DISPLAY "ORDEM MARCADA COMO ENTREGUE."
                           END-IF
                   END-EVALUATE
           END-READ
       .
       0210-PEDE-RECEBEDOR         SECTION.
           MOVE SPACES TO ENT-RECEBEDOR
           PERFORM UNTIL ENT-RECEBEDOR NOT EQUAL SPACES
               DISPLAY "NOME DE QUEM RECEBEU: "
               ACCEPT ENT-RECEBEDOR
           END-PERFORM
           MOVE WRK-DATA-SISTEMA TO ENT-DT-ENTREGA
       .
       0300-EMITE-ROMANEIO         SECTION.
      **** O ROMANEIO LEVA AS ORDENS NA FILA DA TRANSPORTADORA E, NA
      **** REEMISSAO, AS QUE JA ESTAO EM ROTA NO MESMO ROMANEIO. ORDEM
      **** QUE NAO COUBER NA TABELA FICA NA FILA PARA O PROXIMO.
           PERFORM 0310-PEDE-ROTA
           MOVE ZEROS TO WRK-CT-ROTA
           MOVE SPACE TO WRK-EOF
           MOVE LOW-VALUES TO ENT-VND-ID
           START ENTREGAS KEY IS NOT LESS THAN ENT-VND-ID
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ ENTREGAS NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF ENT-TRANSP EQUAL WRK-TRANSP
                          AND (ENT-NA-FILA
                           OR (ENT-EM-ROTA
                           AND ENT-DT-ROMANEIO EQUAL WRK-DT-ROTA))
                           PERFORM 0320-GUARDA-PARADA
                       END-IF
               END-READ
           END-PERFORM
           IF WRK-CT-ROTA EQUAL ZEROS
               DISPLAY "NENHUMA ORDEM NA FILA DA TRANSPORTADORA "
                       WRK-TRANSP "."
               GO TO 0300-FIM
           END-IF

           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I >= WRK-CT-ROTA
               PERFORM VARYING WRK-J FROM WRK-I BY 1
                       UNTIL WRK-J > WRK-CT-ROTA
                   IF TAB-ROT-REG(WRK-J) < TAB-ROT-REG(WRK-I)
                       MOVE TAB-ROT-REG(WRK-I) TO TAB-ROT-TROCA
                       MOVE TAB-ROT-REG(WRK-J) TO TAB-ROT-REG(WRK-I)
                       MOVE TAB-ROT-TROCA      TO TAB-ROT-REG(WRK-J)
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO WRK-NOME-ROMANEIO
           STRING "ROM-"      DELIMITED BY SIZE
                  WRK-DT-ROTA DELIMITED BY SIZE
                  "-"         DELIMITED BY SIZE
                  WRK-TRANSP  DELIMITED BY SPACE
                  ".DAT"      DELIMITED BY SIZE
               INTO WRK-NOME-ROMANEIO
           END-STRING
           OPEN OUTPUT ROMANEIO
           IF NOT FS-OK IN WRK-FS-ROMANEIO
               DISPLAY "ERRO AO ABRIR O ROMANEIO " WRK-NOME-ROMANEIO
                       " FS=" WRK-FS-ROMANEIO
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGDESP  '
                    'ROMANEIO  ' WRK-FS-ROMANEIO
               GO TO 0300-FIM
           END-IF

           MOVE "============================================"
               TO REG-ROMANEIO
           WRITE REG-ROMANEIO
           MOVE SPACES TO REG-ROMANEIO
           STRING "ROMANEIO DE ENTREGA - TRANSPORTADORA "
                      DELIMITED BY SIZE
                  WRK-TRANSP  DELIMITED BY SIZE
                  " - DATA "  DELIMITED BY SIZE
                  WRK-DT-ROTA DELIMITED BY SIZE
               INTO REG-ROMANEIO
           WRITE REG-ROMANEIO
           MOVE "============================================"
               TO REG-ROMANEIO
           WRITE REG-ROMANEIO

           MOVE ZEROS  TO WRK-CT-PARADAS WRK-TOT-PESO WRK-TOT-FRETE
           MOVE HIGH-VALUES TO WRK-UF-ANTERIOR WRK-CIDADE-ANTERIOR
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-CT-ROTA
               PERFORM 0330-IMPRIME-PARADA
           END-PERFORM

           MOVE "============================================"
               TO REG-ROMANEIO
           WRITE REG-ROMANEIO
           MOVE WRK-CT-PARADAS TO WRK-PARADA-FORM
           MOVE WRK-TOT-PESO   TO WRK-PESO-FORM
           MOVE WRK-TOT-FRETE  TO WRK-TOT-FRETE-FORM
           MOVE SPACES TO REG-ROMANEIO
           STRING "PARADAS: "          DELIMITED BY SIZE
                  WRK-PARADA-FORM      DELIMITED BY SIZE
                  "  PESO TOTAL: "     DELIMITED BY SIZE
                  WRK-PESO-FORM        DELIMITED BY SIZE
                  " KG  FRETE TOTAL: " DELIMITED BY SIZE
                  WRK-TOT-FRETE-FORM   DELIMITED BY SIZE
               INTO REG-ROMANEIO
           WRITE REG-ROMANEIO
           MOVE SPACES TO REG-ROMANEIO
           WRITE REG-ROMANEIO
           MOVE "MOTORISTA: ______________________________  "
               TO REG-ROMANEIO
           WRITE REG-ROMANEIO
           MOVE "SAIDA: ____:____   RETORNO: ____:____"
               TO REG-ROMANEIO
           WRITE REG-ROMANEIO
           CLOSE ROMANEIO
           DISPLAY "ROMANEIO GRAVADO EM " WRK-NOME-ROMANEIO
                   " - PARADAS: " WRK-CT-PARADAS
       0300-FIM.
           EXIT.
       0310-PEDE-ROTA              SECTION.
           MOVE SPACES TO WRK-TRANSP
           PERFORM UNTIL WRK-TRANSP NOT EQUAL SPACES
               DISPLAY "TRANSPORTADORA (RAPIDAO/ECONOMICA/EXPRESSA): "
               ACCEPT WRK-TRANSP
           END-PERFORM
           DISPLAY "DATA DA ROTA (AAAAMMDD, ZEROS = HOJE): "
           ACCEPT WRK-DT-ROTA
           IF WRK-DT-ROTA EQUAL ZEROS
               MOVE WRK-DATA-SISTEMA TO WRK-DT-ROTA
           END-IF
       .
       0320-GUARDA-PARADA          SECTION.
           IF WRK-CT-ROTA >= 200
               DISPLAY "ROMANEIO CHEIO. A VENDA " ENT-VND-ID
                       " FICA PARA O PROXIMO."
               GO TO 0320-FIM
           END-IF
           ADD 1 TO WRK-CT-ROTA
           MOVE ENT-UF     TO TAB-ROT-UF(WRK-CT-ROTA)
           MOVE ENT-CIDADE TO TAB-ROT-CIDADE(WRK-CT-ROTA)
           MOVE ENT-VND-ID TO TAB-ROT-VND-ID(WRK-CT-ROTA)
       0320-FIM.
           EXIT.
       0330-IMPRIME-PARADA         SECTION.
           MOVE TAB-ROT-VND-ID(WRK-I) TO ENT-VND-ID
           READ ENTREGAS
               INVALID KEY
                   DISPLAY "ORDEM " TAB-ROT-VND-ID(WRK-I)
                           " NAO ENCONTRADA. FORA DO ROMANEIO."
                   GO TO 0330-FIM
           END-READ

           IF ENT-UF NOT EQUAL WRK-UF-ANTERIOR
              OR ENT-CIDADE NOT EQUAL WRK-CIDADE-ANTERIOR
               MOVE ENT-UF     TO WRK-UF-ANTERIOR
               MOVE ENT-CIDADE TO WRK-CIDADE-ANTERIOR
               MOVE SPACES TO REG-ROMANEIO
               WRITE REG-ROMANEIO
               MOVE SPACES TO REG-ROMANEIO
               IF ENT-CIDADE EQUAL SPACES
                   STRING "UF " ENT-UF " - (CIDADE NAO INFORMADA)"
                       DELIMITED BY SIZE
                       INTO REG-ROMANEIO
               ELSE
                   STRING "UF " ENT-UF " - " ENT-CIDADE
                       DELIMITED BY SIZE
                       INTO REG-ROMANEIO
               END-IF
               WRITE REG-ROMANEIO
               MOVE "--------------------------------------------"
                   TO REG-ROMANEIO
               WRITE REG-ROMANEIO
           END-IF

           MOVE SPACES TO NM-CLIENTE NR-TELEFONE
           IF ENT-CLIENTE > ZEROS AND WRK-FS-CLIENTE EQUAL '00'
               MOVE ENT-CLIENTE TO CD-CLIENTE
               READ CLIENTE
                   INVALID KEY
                       MOVE "(CLIENTE SEM CADASTRO)" TO NM-CLIENTE
               END-READ
           END-IF

           ADD 1 TO WRK-CT-PARADAS
           ADD ENT-PESO  TO WRK-TOT-PESO
           ADD ENT-FRETE TO WRK-TOT-FRETE
           MOVE WRK-CT-PARADAS TO WRK-PARADA-FORM
           MOVE SPACES TO REG-ROMANEIO
           STRING "PARADA "        DELIMITED BY SIZE
                  WRK-PARADA-FORM  DELIMITED BY SIZE
                  " - VENDA "      DELIMITED BY SIZE
                  ENT-VND-ID       DELIMITED BY SIZE
                  " - TENTATIVA "  DELIMITED BY SIZE
                  ENT-TENTATIVAS   DELIMITED BY SIZE
               INTO REG-ROMANEIO
           WRITE REG-ROMANEIO
           MOVE SPACES TO REG-ROMANEIO
           STRING "   CLIENTE: " ENT-CLIENTE " " NM-CLIENTE
                  DELIMITED BY SIZE
               INTO REG-ROMANEIO
           WRITE REG-ROMANEIO
           MOVE SPACES TO REG-ROMANEIO
           STRING "   ENDERECO: " ENT-ENDERECO
                  "  FONE: " NR-TELEFONE
                  DELIMITED BY SIZE
               INTO REG-ROMANEIO
           WRITE REG-ROMANEIO
           MOVE ENT-PESO  TO WRK-PESO-FORM
           MOVE ENT-FRETE TO WRK-FRETE-FORM
           MOVE SPACES TO REG-ROMANEIO
           STRING "   PESO: " WRK-PESO-FORM " KG  FRETE: "
                  WRK-FRETE-FORM
                  DELIMITED BY SIZE
               INTO REG-ROMANEIO
           WRITE REG-ROMANEIO
           MOVE "   RECEBIDO POR: ______________________________  DOC:"
               TO REG-ROMANEIO
           WRITE REG-ROMANEIO
           MOVE "   ASSINATURA: ________________________________  HORA:"
               TO REG-ROMANEIO
           WRITE REG-ROMANEIO
           MOVE "   ( ) ENTREGUE  ( ) NAO ENTREGUE - MOTIVO: __________"
               TO REG-ROMANEIO
           WRITE REG-ROMANEIO

           IF ENT-NA-FILA
               MOVE 'S'         TO ENT-STATUS
               MOVE WRK-DT-ROTA TO ENT-DT-ROMANEIO
               REWRITE REG-ENTREGA
           END-IF
       0330-FIM.
           EXIT.
       0400-BAIXA-RETORNO          SECTION.
      **** RETORNO DO MOTORISTA: PARA CADA PARADA DO ROMANEIO AINDA EM
      **** ROTA, O BALCAO INFORMA ENTREGUE (COM QUEM RECEBEU), FALHA
      **** (COM O MOTIVO) OU PULA (FICA EM ROTA PARA BAIXAR DEPOIS).
           PERFORM 0310-PEDE-ROTA
           MOVE ZEROS TO WRK-CT-ENTREGUES WRK-CT-FALHAS
                         WRK-CT-CONTATO WRK-CT-PENDENTES
           MOVE SPACE TO WRK-EOF
           MOVE LOW-VALUES TO ENT-VND-ID
           START ENTREGAS KEY IS NOT LESS THAN ENT-VND-ID
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ ENTREGAS NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF ENT-EM-ROTA
                          AND ENT-TRANSP EQUAL WRK-TRANSP
                          AND ENT-DT-ROMANEIO EQUAL WRK-DT-ROTA
                           PERFORM 0410-BAIXA-PARADA
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "RETORNO DA ROTA: ENTREGUES " WRK-CT-ENTREGUES
                   "  FALHAS " WRK-CT-FALHAS
                   "  P/ CONTATO " WRK-CT-CONTATO
                   "  AINDA EM ROTA " WRK-CT-PENDENTES
       .
       0410-BAIXA-PARADA           SECTION.
           DISPLAY "VENDA " ENT-VND-ID " - CLIENTE " ENT-CLIENTE
           DISPLAY "   " ENT-ENDERECO " - " ENT-CIDADE " " ENT-UF
           MOVE SPACE TO WRK-RESULTADO
           PERFORM UNTIL WRK-RESULTADO EQUAL 'E' OR 'F' OR 'P'
               DISPLAY "RESULTADO (E-ENTREGUE F-FALHOU P-PULAR): "
               ACCEPT WRK-RESULTADO
           END-PERFORM
           EVALUATE WRK-RESULTADO
               WHEN 'E'
                   PERFORM 0210-PEDE-RECEBEDOR
                   MOVE 'E' TO ENT-STATUS
                   REWRITE REG-ENTREGA
                   ADD 1 TO WRK-CT-ENTREGUES
               WHEN 'F'
                   PERFORM 0420-REGISTRA-FALHA
               WHEN OTHER
                   ADD 1 TO WRK-CT-PENDENTES
           END-EVALUATE
       .
       0420-REGISTRA-FALHA         SECTION.
           MOVE ZEROS TO WRK-MOTIVO
           PERFORM UNTIL WRK-MOTIVO > ZEROS AND WRK-MOTIVO < 6
               DISPLAY "MOTIVO (1-AUSENTE 2-END. NAO LOCALIZADO "
                       "3-RECUSADO 4-SEM ACESSO 5-OUTRO): "
               ACCEPT WRK-MOTIVO
           END-PERFORM
           MOVE TAB-MOTIVO-NOME(WRK-MOTIVO) TO ENT-MOTIVO-FALHA
           IF WRK-MOTIVO EQUAL 5
               DISPLAY "DESCREVA O MOTIVO: "
               ACCEPT ENT-MOTIVO-FALHA
               IF ENT-MOTIVO-FALHA EQUAL SPACES
                   MOVE TAB-MOTIVO-NOME(5) TO ENT-MOTIVO-FALHA
               END-IF
           END-IF
           ADD 1 TO WRK-CT-FALHAS
           IF ENT-TENTATIVAS < 9
               ADD 1 TO ENT-TENTATIVAS
           END-IF
           MOVE ZEROS TO ENT-DT-ROMANEIO
           IF ENT-TENTATIVAS < WRK-MAX-TENTATIVAS
               MOVE 'A' TO ENT-STATUS
               DISPLAY "ORDEM DE VOLTA NA FILA (TENTATIVA "
                       ENT-TENTATIVAS ")."
           ELSE
               MOVE 'C' TO ENT-STATUS
               ADD 1 TO WRK-CT-CONTATO
               MOVE SPACES TO NR-TELEFONE
               IF ENT-CLIENTE > ZEROS AND WRK-FS-CLIENTE EQUAL '00'
                   MOVE ENT-CLIENTE TO CD-CLIENTE
                   READ CLIENTE
                       INVALID KEY
                           MOVE SPACES TO NR-TELEFONE
                   END-READ
               END-IF
               DISPLAY "*** " ENT-TENTATIVAS " TENTATIVAS FRUSTRADAS: "
                       "CONTATAR O CLIENTE. FONE: " NR-TELEFONE
           END-IF
           REWRITE REG-ENTREGA
       .
       0500-LIBERA-ORDEM           SECTION.
      **** DEPOIS DO CONTATO COM O CLIENTE, A ORDEM PARADA VOLTA PARA
      **** A FILA COM UMA NOVA RODADA DE TENTATIVAS; O ENDERECO E A
      **** CIDADE PODEM SER CORRIGIDOS NA HORA.
           DISPLAY "NUMERO DA VENDA: "
           ACCEPT WRK-VND-ID
           MOVE WRK-VND-ID TO ENT-VND-ID
           READ ENTREGAS
               INVALID KEY
                   DISPLAY "ORDEM DE ENTREGA NAO ENCONTRADA."
                   GO TO 0500-FIM
           END-READ
           IF NOT ENT-CONTATAR-CLIENTE
               DISPLAY "ORDEM NAO ESTA PARADA PARA CONTATO."
               GO TO 0500-FIM
           END-IF
           DISPLAY "ENDERECO ATUAL: " ENT-ENDERECO
           DISPLAY "NOVO ENDERECO (BRANCO = MANTER): "
           MOVE SPACES TO WRK-NOVO-TEXTO
           ACCEPT WRK-NOVO-TEXTO
           IF WRK-NOVO-TEXTO NOT EQUAL SPACES
               MOVE WRK-NOVO-TEXTO TO ENT-ENDERECO
           END-IF
           DISPLAY "CIDADE ATUAL: " ENT-CIDADE
           DISPLAY "NOVA CIDADE (BRANCO = MANTER): "
           MOVE SPACES TO WRK-NOVO-TEXTO
           ACCEPT WRK-NOVO-TEXTO
           IF WRK-NOVO-TEXTO NOT EQUAL SPACES
               MOVE WRK-NOVO-TEXTO TO ENT-CIDADE
           END-IF
           MOVE 'A'   TO ENT-STATUS
           MOVE ZEROS TO ENT-TENTATIVAS
           REWRITE REG-ENTREGA
           DISPLAY "ORDEM LIBERADA DE VOLTA PARA A FILA."
       0500-FIM.
           EXIT.
       END PROGRAM PROGDESP.
