       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGOSRV.
      *-----------------------------------------------------------------
      *== AUTOR: MARCIA GAMELEIRA
      *== OBJETIVO: ORDENS DE SERVICO DE ASSISTENCIA / GARANTIA DOS
      *==           PRODUTOS COM NUMERO DE SERIE, NO LUGAR DA ETIQUETA
      *==           DE PAPEL. A ORDEM (ORDSERV.DAT, COPY ORDSFD) NASCE
      *==           DO SERIAL REGISTRADO NA VENDA (SERIAIS.DAT) E
      *==           ANDA PELAS SITUACOES, CADA UMA COM A SUA DATA:
      *==           1 - ABRIR: SERIAL, DEFEITO RECLAMADO E CONFERENCIA
      *==               DA GARANTIA (WRK-MESES-GARANTIA MESES A PARTIR
      *==               DA DATA DA VENDA); FORA DA GARANTIA A ORDEM SO
      *==               ABRE COMO SERVICO PAGO, SE O CLIENTE ACEITAR;
      *==           2 - ENVIAR AO FORNECEDOR (PADRAO O FORNECEDOR DO
      *==               PRODUTO, CONFERIDO NO FORNECED.DAT);
      *==           3 - RETORNO DO FORNECEDOR: CONSERTADO, TROCADO (O
      *==               SERIAL NOVO ENTRA NO SERIAIS.DAT COM A VENDA E
      *==               A DATA DO ORIGINAL, QUE FICA COMO 'T') OU
      *==               GARANTIA NEGADA, COM O MOTIVO;
      *==           4 - DEVOLVER AO CLIENTE (ENCERRA A ORDEM);
      *==           5 - CONSULTAR PELA ORDEM OU PELO SERIAL.
      *==           O PROGROS LISTA AS ORDENS ABERTAS POR IDADE E POR
      *==           FORNECEDOR.
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
           SELECT ORDSERV ASSIGN TO "ORDSERV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OS-NUMERO
               ALTERNATE RECORD KEY IS OS-SERIAL
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-ORDSERV.
           SELECT SERIAIS ASSIGN TO "SERIAIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NR-SERIAL
               FILE STATUS IS WRK-FS-SERIAIS.
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
       FD  ORDSERV.
       COPY ORDSFD.

       FD  SERIAIS.
       01  REG-SERIAL.
           03  NR-SERIAL             PIC X(20).
           03  SER-PRODUTO           PIC 9(06).
           03  SER-VND-ID            PIC X(14).
           03  SER-DT-VENDA          PIC 9(08).
           03  SER-DT-DEVOL          PIC 9(08).
           03  SER-STATUS            PIC X(01).

       FD  PRODUTO.
       COPY PRODFD.

       FD  FORNECEDOR.
       01  REG-FORNECEDOR.
           03  CD-FORNECEDOR         PIC 9(04).
           03  NM-FORNECEDOR         PIC X(30).
           03  NR-TEL-FORNECEDOR     PIC X(15).
           03  PZ-ENTREGA-DIAS       PIC 9(03).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-ORDSERV==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-SERIAIS==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PRODUTO==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-FORNECEDOR==.

       77 WRK-OPCAO                 PIC 9(01)       VALUE ZEROS.
           88  WRK-OPC-ABRIR                        VALUE 1.
           88  WRK-OPC-ENVIAR                       VALUE 2.
           88  WRK-OPC-RETORNO                      VALUE 3.
           88  WRK-OPC-DEVOLVER                     VALUE 4.
           88  WRK-OPC-CONSULTAR                    VALUE 5.
           88  WRK-OPC-SAIR                         VALUE 6.
       77 WRK-CONTINUA              PIC X(01)       VALUE 'S'.
           88  WRK-FIM-MANUTENCAO                   VALUE 'N'.
       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-OPERADOR              PIC X(10)       VALUE SPACES.
       77 WRK-DATA-SISTEMA          PIC 9(08)       VALUE ZEROS.
       77 WRK-MESES-GARANTIA        PIC 9(02)       VALUE 12.
       77 WRK-NR-SERIAL             PIC X(20)       VALUE SPACES.
       77 WRK-SERIAL-NOVO           PIC X(20)       VALUE SPACES.
       77 WRK-OS-NUMERO             PIC 9(06)       VALUE ZEROS.
       77 WRK-CD-FORNECEDOR         PIC 9(04)       VALUE ZEROS.
       77 WRK-RESPOSTA              PIC X(01)       VALUE SPACE.
           88  WRK-RESPOSTA-SIM                     VALUE 'S' 's'.
       77 WRK-RESULTADO             PIC X(01)       VALUE SPACE.
       77 WRK-DEFEITO               PIC X(60)       VALUE SPACES.
       77 WRK-GARANTIA              PIC X(01)       VALUE SPACE.
       77 WRK-CT-ABERTAS            PIC 9(03)       VALUE ZEROS.
       77 WRK-CT-ORDENS             PIC 9(03)       VALUE ZEROS.
       77 WRK-ANOS                  PIC 9(02)       VALUE ZEROS.
       77 WRK-MESES-RESTO           PIC 9(02)       VALUE ZEROS.
       77 WRK-SITUACAO              PIC X(30)       VALUE SPACES.

       01  WRK-DT-FIM-GARANTIA      PIC 9(08)       VALUE ZEROS.
       01  WRK-DT-FIM-GARANTIA-R REDEFINES WRK-DT-FIM-GARANTIA.
           03  WRK-FIM-ANO          PIC 9(04).
           03  WRK-FIM-MES          PIC 9(02).
           03  WRK-FIM-DIA          PIC 9(02).
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY "CODIGO DO OPERADOR: "
           ACCEPT WRK-OPERADOR
           IF WRK-OPERADOR EQUAL SPACES
               MOVE 'PROGOSRV' TO WRK-OPERADOR
           END-IF
           PERFORM 0100-ABRE-ARQUIVOS

           PERFORM UNTIL WRK-FIM-MANUTENCAO
               DISPLAY "1-ABRIR 2-ENVIAR AO FORNECEDOR "
                       "3-RETORNO DO FORNECEDOR 4-DEVOLVER AO CLIENTE "
                       "5-CONSULTAR 6-SAIR"
               DISPLAY "OPCAO: "
               ACCEPT WRK-OPCAO
               EVALUATE TRUE
                   WHEN WRK-OPC-ABRIR
                       PERFORM 0200-ABRIR-ORDEM
                   WHEN WRK-OPC-ENVIAR
                       PERFORM 0300-ENVIAR-FORNECEDOR
                   WHEN WRK-OPC-RETORNO
                       PERFORM 0400-RETORNO-FORNECEDOR
                   WHEN WRK-OPC-DEVOLVER
                       PERFORM 0500-DEVOLVER-CLIENTE
                   WHEN WRK-OPC-CONSULTAR
                       PERFORM 0600-CONSULTAR
                   WHEN WRK-OPC-SAIR
                       MOVE 'N' TO WRK-CONTINUA
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA."
               END-EVALUATE
           END-PERFORM

           PERFORM 0900-FECHA-ARQUIVOS
           STOP RUN.

       0100-ABRE-ARQUIVOS          SECTION.
           OPEN I-O ORDSERV
           IF WRK-FS-ORDSERV EQUAL '35'
               CLOSE ORDSERV
               OPEN OUTPUT ORDSERV
               CLOSE ORDSERV
               OPEN I-O ORDSERV
           END-IF
           IF NOT FS-OK IN WRK-FS-ORDSERV
               DISPLAY "ERRO AO ABRIR O ARQUIVO ORDSERV. FS="
                       WRK-FS-ORDSERV
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGOSRV  '
                    'ORDSERV   ' WRK-FS-ORDSERV
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      **** SEM O REGISTRO DE SERIAIS NAO HA COMO PROVAR A VENDA NEM
      **** CONTAR A GARANTIA: A ASSISTENCIA NAO RODA.
           OPEN I-O SERIAIS
           IF NOT FS-OK IN WRK-FS-SERIAIS
               DISPLAY "ERRO AO ABRIR O ARQUIVO SERIAIS. FS="
                       WRK-FS-SERIAIS
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGOSRV  '
                    'SERIAIS   ' WRK-FS-SERIAIS
               CLOSE ORDSERV
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PRODUTO
           IF NOT FS-OK IN WRK-FS-PRODUTO
               DISPLAY "ERRO AO ABRIR O ARQUIVO PRODUTO. FS="
                       WRK-FS-PRODUTO
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGOSRV  '
                    'PRODUTO   ' WRK-FS-PRODUTO
               CLOSE ORDSERV
               CLOSE SERIAIS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT FORNECEDOR
           IF NOT FS-OK IN WRK-FS-FORNECEDOR
               DISPLAY "ERRO AO ABRIR O ARQUIVO FORNECEDOR. FS="
                       WRK-FS-FORNECEDOR
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGOSRV  '
                    'FORNECEDOR' WRK-FS-FORNECEDOR
               CLOSE ORDSERV
               CLOSE SERIAIS
               CLOSE PRODUTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       .
       0200-ABRIR-ORDEM            SECTION.
           DISPLAY "NUMERO DE SERIE DO APARELHO: "
           ACCEPT WRK-NR-SERIAL
           MOVE WRK-NR-SERIAL TO NR-SERIAL
           READ SERIAIS
               INVALID KEY
                   DISPLAY "SERIAL NAO CONSTA NO REGISTRO. NAO E "
                           "POSSIVEL PROVAR A VENDA NA LOJA."
                   GO TO 0200-FIM
           END-READ
           IF SER-STATUS EQUAL 'D'
               DISPLAY "APARELHO DEVOLVIDO NA LOJA EM " SER-DT-DEVOL
                       ". ORDEM NAO ABERTA."
               GO TO 0200-FIM
           END-IF
           IF SER-STATUS EQUAL 'T'
               DISPLAY "APARELHO JA TROCADO EM GARANTIA EM "
                       SER-DT-DEVOL ". ABRA A ORDEM PELO SERIAL NOVO."
               GO TO 0200-FIM
           END-IF

      **** UM APARELHO SO PODE TER UMA ORDEM EM ANDAMENTO.
           PERFORM 0210-CONTA-ORDENS-SERIAL
           IF WRK-CT-ABERTAS > ZEROS
               DISPLAY "JA EXISTE ORDEM EM ANDAMENTO PARA ESTE SERIAL."
               GO TO 0200-FIM
           END-IF

           MOVE SER-PRODUTO TO CD-PRODUTO
           READ PRODUTO
               INVALID KEY
                   MOVE "(SEM CADASTRO)" TO DS-PRODUTO
                   MOVE ZEROS TO FN-PRODUTO
           END-READ
           DISPLAY "PRODUTO: " SER-PRODUTO " - " DS-PRODUTO
           DISPLAY "VENDA " SER-VND-ID " EM " SER-DT-VENDA
           IF WRK-CT-ORDENS > ZEROS
               DISPLAY "ATENCAO: APARELHO JA TEVE " WRK-CT-ORDENS
                       " ORDEM(NS) DE SERVICO."
           END-IF

           PERFORM 0220-CALCULA-GARANTIA
           IF WRK-DATA-SISTEMA > WRK-DT-FIM-GARANTIA
               MOVE 'N' TO WRK-GARANTIA
               DISPLAY "GARANTIA VENCIDA EM " WRK-DT-FIM-GARANTIA "."
               DISPLAY "ABRIR COMO SERVICO PAGO PELO CLIENTE (S/N)? "
               ACCEPT WRK-RESPOSTA
               IF NOT WRK-RESPOSTA-SIM
                   DISPLAY "ORDEM NAO ABERTA."
                   GO TO 0200-FIM
               END-IF
           ELSE
               MOVE 'S' TO WRK-GARANTIA
               DISPLAY "DENTRO DA GARANTIA (ATE " WRK-DT-FIM-GARANTIA
                       ")."
           END-IF

           MOVE SPACES TO WRK-DEFEITO
           PERFORM UNTIL WRK-DEFEITO NOT EQUAL SPACES
               DISPLAY "DEFEITO RECLAMADO PELO CLIENTE: "
               ACCEPT WRK-DEFEITO
           END-PERFORM

           PERFORM 0230-PROXIMO-NUMERO
           INITIALIZE REG-ORDSERV
           MOVE WRK-OS-NUMERO    TO OS-NUMERO
           MOVE NR-SERIAL        TO OS-SERIAL
           MOVE SER-PRODUTO      TO OS-PRODUTO
           MOVE SER-VND-ID       TO OS-VND-ID
           MOVE SER-DT-VENDA     TO OS-DT-VENDA
           MOVE FN-PRODUTO       TO OS-FORNECEDOR
           MOVE WRK-GARANTIA     TO OS-GARANTIA
           MOVE WRK-DEFEITO      TO OS-DEFEITO
           MOVE 'A'              TO OS-STATUS
           MOVE SPACE            TO OS-RESULTADO
           MOVE WRK-DATA-SISTEMA TO OS-DT-ABERTURA
           MOVE WRK-OPERADOR     TO OS-OPERADOR
           WRITE REG-ORDSERV
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A ORDEM DE SERVICO. FS="
                           WRK-FS-ORDSERV
                   GO TO 0200-FIM
           END-WRITE
           DISPLAY "ORDEM DE SERVICO " OS-NUMERO " ABERTA."
       0200-FIM.
           EXIT.
       0210-CONTA-ORDENS-SERIAL    SECTION.
           MOVE ZEROS TO WRK-CT-ABERTAS
           MOVE ZEROS TO WRK-CT-ORDENS
           MOVE SPACE TO WRK-EOF
           MOVE WRK-NR-SERIAL TO OS-SERIAL
           START ORDSERV KEY IS EQUAL OS-SERIAL
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ ORDSERV NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF OS-SERIAL NOT EQUAL WRK-NR-SERIAL
                           MOVE 'F' TO WRK-EOF
                       ELSE
                           ADD 1 TO WRK-CT-ORDENS
                           IF NOT OS-ENCERRADA
                               ADD 1 TO WRK-CT-ABERTAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       .
       0220-CALCULA-GARANTIA       SECTION.
      **** FIM DA GARANTIA = DATA DA VENDA + WRK-MESES-GARANTIA MESES,
      **** NO MESMO DIA (DIAS 29 A 31 CAEM NO DIA 28, COMO NO PROGABC).
           MOVE SER-DT-VENDA TO WRK-DT-FIM-GARANTIA
           COMPUTE WRK-MESES-RESTO =
               WRK-FIM-MES - 1 + WRK-MESES-GARANTIA
           DIVIDE WRK-MESES-RESTO BY 12 GIVING WRK-ANOS
               REMAINDER WRK-MESES-RESTO
           ADD WRK-ANOS TO WRK-FIM-ANO
           COMPUTE WRK-FIM-MES = WRK-MESES-RESTO + 1
           IF WRK-FIM-DIA > 28
               MOVE 28 TO WRK-FIM-DIA
           END-IF
       .
       0230-PROXIMO-NUMERO         SECTION.
           MOVE ZEROS TO OS-CTL-CHAVE
           READ ORDSERV
               INVALID KEY
                   MOVE SPACES TO REG-ORDSERV-CONTROLE
                   MOVE ZEROS  TO OS-CTL-CHAVE
                   MOVE ZEROS  TO OS-CTL-ULT-NUMERO
                   WRITE REG-ORDSERV-CONTROLE
           END-READ
           ADD 1 TO OS-CTL-ULT-NUMERO
           MOVE OS-CTL-ULT-NUMERO TO WRK-OS-NUMERO
           REWRITE REG-ORDSERV-CONTROLE
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR O CONTROLE DE NUMERACAO. "
                           "FS=" WRK-FS-ORDSERV
           END-REWRITE
       .
       0250-LE-ORDEM               SECTION.
      **** PEDE O NUMERO E LE A ORDEM; WRK-OS-NUMERO VOLTA ZERADO SE
      **** A ORDEM NAO EXISTE.
           DISPLAY "NUMERO DA ORDEM DE SERVICO: "
           ACCEPT WRK-OS-NUMERO
           IF WRK-OS-NUMERO EQUAL ZEROS
               GO TO 0250-FIM
           END-IF
           MOVE WRK-OS-NUMERO TO OS-NUMERO
           READ ORDSERV
               INVALID KEY
                   DISPLAY "ORDEM DE SERVICO NAO ENCONTRADA."
                   MOVE ZEROS TO WRK-OS-NUMERO
                   GO TO 0250-FIM
           END-READ
           PERFORM 0610-MOSTRA-ORDEM
       0250-FIM.
           EXIT.
       0300-ENVIAR-FORNECEDOR      SECTION.
           PERFORM 0250-LE-ORDEM
           IF WRK-OS-NUMERO EQUAL ZEROS
               GO TO 0300-FIM
           END-IF
           IF NOT OS-ABERTA
               DISPLAY "SO ORDEM ABERTA (APARELHO NA LOJA) PODE SER "
                       "ENVIADA AO FORNECEDOR."
               GO TO 0300-FIM
           END-IF
           DISPLAY "FORNECEDOR (ZEROS = " OS-FORNECEDOR "): "
           ACCEPT WRK-CD-FORNECEDOR
           IF WRK-CD-FORNECEDOR EQUAL ZEROS
               MOVE OS-FORNECEDOR TO WRK-CD-FORNECEDOR
           END-IF
           MOVE WRK-CD-FORNECEDOR TO CD-FORNECEDOR
           READ FORNECEDOR
               INVALID KEY
                   DISPLAY "FORNECEDOR " WRK-CD-FORNECEDOR
                           " NAO CADASTRADO. ORDEM NAO ENVIADA."
                   GO TO 0300-FIM
           END-READ
           MOVE WRK-CD-FORNECEDOR TO OS-FORNECEDOR
           MOVE 'F'               TO OS-STATUS
           MOVE WRK-DATA-SISTEMA  TO OS-DT-ENVIO
           MOVE WRK-OPERADOR      TO OS-OPERADOR
           REWRITE REG-ORDSERV
           DISPLAY "ORDEM " OS-NUMERO " ENVIADA A " NM-FORNECEDOR
                   " (FONE " NR-TEL-FORNECEDOR ")."
       0300-FIM.
           EXIT.
       0400-RETORNO-FORNECEDOR     SECTION.
           PERFORM 0250-LE-ORDEM
           IF WRK-OS-NUMERO EQUAL ZEROS
               GO TO 0400-FIM
           END-IF
           IF NOT OS-NO-FORNECEDOR
               DISPLAY "A ORDEM NAO ESTA NO FORNECEDOR."
               GO TO 0400-FIM
           END-IF
           MOVE SPACE TO WRK-RESULTADO
           PERFORM UNTIL WRK-RESULTADO EQUAL 'C' OR 'T' OR 'N'
               DISPLAY "RESULTADO (C-CONSERTADO T-TROCADO "
                       "N-GARANTIA NEGADA): "
               ACCEPT WRK-RESULTADO
           END-PERFORM

           MOVE SPACES TO OS-OBSERVACAO
           EVALUATE WRK-RESULTADO
               WHEN 'T'
                   PERFORM 0410-REGISTRA-TROCA
                   IF WRK-SERIAL-NOVO EQUAL SPACES
                       GO TO 0400-FIM
                   END-IF
               WHEN 'N'
                   PERFORM UNTIL OS-OBSERVACAO NOT EQUAL SPACES
                       DISPLAY "MOTIVO DA NEGATIVA: "
                       ACCEPT OS-OBSERVACAO
                   END-PERFORM
               WHEN OTHER
                   DISPLAY "OBSERVACAO DO REPARO (OPCIONAL): "
                   ACCEPT OS-OBSERVACAO
           END-EVALUATE

           MOVE WRK-RESULTADO    TO OS-RESULTADO
           MOVE 'R'              TO OS-STATUS
           MOVE WRK-DATA-SISTEMA TO OS-DT-RETORNO
           MOVE WRK-OPERADOR     TO OS-OPERADOR
           REWRITE REG-ORDSERV
           DISPLAY "RETORNO REGISTRADO. AVISE O CLIENTE PARA RETIRAR "
                   "O APARELHO."
       0400-FIM.
           EXIT.
       0410-REGISTRA-TROCA         SECTION.
      **** O APARELHO NOVO HERDA A VENDA E A DATA DA VENDA DO ORIGINAL
      **** (A GARANTIA CONTINUA CONTANDO DA COMPRA); O ORIGINAL FICA
      **** COMO 'T', TROCADO, E NAO ACEITA MAIS DEVOLUCAO NEM ORDEM.
           MOVE SPACES TO WRK-SERIAL-NOVO
           DISPLAY "SERIAL DO APARELHO NOVO (BRANCO = DESISTIR): "
           ACCEPT WRK-SERIAL-NOVO
           IF WRK-SERIAL-NOVO EQUAL SPACES
               DISPLAY "RETORNO NAO REGISTRADO."
               GO TO 0410-FIM
           END-IF
           MOVE WRK-SERIAL-NOVO TO NR-SERIAL
           READ SERIAIS
               NOT INVALID KEY
                   DISPLAY "SERIAL " WRK-SERIAL-NOVO
                           " JA REGISTRADO. RETORNO NAO REGISTRADO."
                   MOVE SPACES TO WRK-SERIAL-NOVO
                   GO TO 0410-FIM
           END-READ
           MOVE WRK-SERIAL-NOVO TO NR-SERIAL
           MOVE OS-PRODUTO      TO SER-PRODUTO
           MOVE OS-VND-ID       TO SER-VND-ID
           MOVE OS-DT-VENDA     TO SER-DT-VENDA
           MOVE ZEROS           TO SER-DT-DEVOL
           MOVE 'V'             TO SER-STATUS
           WRITE REG-SERIAL
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O SERIAL NOVO. FS="
                           WRK-FS-SERIAIS
                   MOVE SPACES TO WRK-SERIAL-NOVO
                   GO TO 0410-FIM
           END-WRITE
           MOVE OS-SERIAL TO NR-SERIAL
           READ SERIAIS
               NOT INVALID KEY
                   MOVE 'T'              TO SER-STATUS
                   MOVE WRK-DATA-SISTEMA TO SER-DT-DEVOL
                   REWRITE REG-SERIAL
           END-READ
           MOVE WRK-SERIAL-NOVO TO OS-SERIAL-NOVO
       0410-FIM.
           EXIT.
       0500-DEVOLVER-CLIENTE       SECTION.
           PERFORM 0250-LE-ORDEM
           IF WRK-OS-NUMERO EQUAL ZEROS
               GO TO 0500-FIM
           END-IF
           IF NOT OS-RETORNADA
               DISPLAY "O APARELHO AINDA NAO VOLTOU DO FORNECEDOR."
               GO TO 0500-FIM
           END-IF
           MOVE 'E'              TO OS-STATUS
           MOVE WRK-DATA-SISTEMA TO OS-DT-DEVOLUCAO
           MOVE WRK-OPERADOR     TO OS-OPERADOR
           REWRITE REG-ORDSERV
           IF OS-TROCADO
               DISPLAY "ENTREGUE O APARELHO NOVO, SERIAL "
                       OS-SERIAL-NOVO ". ORDEM ENCERRADA."
           ELSE
               DISPLAY "APARELHO DEVOLVIDO AO CLIENTE. ORDEM ENCERRADA."
           END-IF
       0500-FIM.
           EXIT.
       0600-CONSULTAR              SECTION.
           DISPLAY "NUMERO DA ORDEM (ZEROS = CONSULTAR PELO SERIAL): "
           ACCEPT WRK-OS-NUMERO
           IF WRK-OS-NUMERO > ZEROS
               MOVE WRK-OS-NUMERO TO OS-NUMERO
               READ ORDSERV
                   INVALID KEY
                       DISPLAY "ORDEM DE SERVICO NAO ENCONTRADA."
                   NOT INVALID KEY
                       PERFORM 0610-MOSTRA-ORDEM
               END-READ
               GO TO 0600-FIM
           END-IF

           DISPLAY "NUMERO DE SERIE: "
           ACCEPT WRK-NR-SERIAL
           MOVE ZEROS TO WRK-CT-ORDENS
           MOVE SPACE TO WRK-EOF
           MOVE WRK-NR-SERIAL TO OS-SERIAL
           START ORDSERV KEY IS EQUAL OS-SERIAL
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ ORDSERV NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF OS-SERIAL NOT EQUAL WRK-NR-SERIAL
                           MOVE 'F' TO WRK-EOF
                       ELSE
                           ADD 1 TO WRK-CT-ORDENS
                           PERFORM 0610-MOSTRA-ORDEM
                       END-IF
               END-READ
           END-PERFORM
           IF WRK-CT-ORDENS EQUAL ZEROS
               DISPLAY "NENHUMA ORDEM DE SERVICO PARA ESTE SERIAL."
           END-IF
       0600-FIM.
           EXIT.
       0610-MOSTRA-ORDEM           SECTION.
           EVALUATE TRUE
               WHEN OS-ABERTA
                   MOVE "ABERTA - APARELHO NA LOJA" TO WRK-SITUACAO
               WHEN OS-NO-FORNECEDOR
                   MOVE "NO FORNECEDOR" TO WRK-SITUACAO
               WHEN OS-RETORNADA
                   MOVE "AGUARDANDO O CLIENTE" TO WRK-SITUACAO
               WHEN OTHER
                   MOVE "ENCERRADA" TO WRK-SITUACAO
           END-EVALUATE
           DISPLAY "==========================================="
           DISPLAY "ORDEM........: " OS-NUMERO " - " WRK-SITUACAO
           DISPLAY "SERIAL.......: " OS-SERIAL " PRODUTO " OS-PRODUTO
           DISPLAY "VENDA........: " OS-VND-ID " EM " OS-DT-VENDA
           IF OS-EM-GARANTIA
               DISPLAY "GARANTIA.....: DENTRO DA GARANTIA"
           ELSE
               DISPLAY "GARANTIA.....: FORA DA GARANTIA (SERVICO PAGO)"
           END-IF
           DISPLAY "DEFEITO......: " OS-DEFEITO
           DISPLAY "FORNECEDOR...: " OS-FORNECEDOR
           DISPLAY "ABERTURA.....: " OS-DT-ABERTURA
           IF OS-DT-ENVIO > ZEROS
               DISPLAY "ENVIO........: " OS-DT-ENVIO
           END-IF
           IF OS-DT-RETORNO > ZEROS
               EVALUATE TRUE
                   WHEN OS-CONSERTADO
                       DISPLAY "RETORNO......: " OS-DT-RETORNO
                               " - CONSERTADO"
                   WHEN OS-TROCADO
                       DISPLAY "RETORNO......: " OS-DT-RETORNO
                               " - TROCADO PELO SERIAL " OS-SERIAL-NOVO
                   WHEN OTHER
                       DISPLAY "RETORNO......: " OS-DT-RETORNO
                               " - GARANTIA NEGADA"
               END-EVALUATE
           END-IF
           IF OS-OBSERVACAO NOT EQUAL SPACES
               DISPLAY "OBSERVACAO...: " OS-OBSERVACAO
           END-IF
           IF OS-DT-DEVOLUCAO > ZEROS
               DISPLAY "DEVOLUCAO....: " OS-DT-DEVOLUCAO
           END-IF
           DISPLAY "==========================================="
       .
       0900-FECHA-ARQUIVOS         SECTION.
           CLOSE ORDSERV
           CLOSE SERIAIS
           CLOSE PRODUTO
           CLOSE FORNECEDOR
       .
       END PROGRAM PROGOSRV.
