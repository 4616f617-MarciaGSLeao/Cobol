      *==             DEVOLVER A DATA NO LAYOUT DE CARTA, DD/MM/AAAA
      *==             OU AAAAMMDD, EM VEZ DE SEMPRE MONTAR O LAYOUT
      *==             DE CARTA.
      *== 15/10/2026: FORMATO 4 - A DATA VEM DE FORA, EM AAAAMMDD NAS
      *==             8 PRIMEIRAS POSICOES DE LNK-DATA, E VOLTA EM
      *==             DD/MM/AAAA COM O DIA DA SEMANA DELA (NAO O DE
      *==             HOJE). DATA INVALIDA VOLTA TUDO EM BRANCO.
      *-----------------------------------------------------------------

      *=================================================================
           05 WRK-ANO      PIC 9(4)    VALUES ZEROS.
           05 WRK-MES      PIC 9(2)    VALUES ZEROS.
           05 WRK-DIA      PIC 9(2)    VALUES ZEROS.
        01 WRK-DATA-NUM REDEFINES WRK-DATA PIC 9(8).

       01 WRK-MESES.
           05 WRK-MES-EXT  PIC X(9)    OCCURS 12 TIMES.
           88 WRK-FMT-DDMMAAAA             VALUE 2.
           88 WRK-FMT-AAAAMMDD             VALUE 3.

       77 WRK-DATA-INVALIDA    PIC X(1)    VALUE SPACE.

       LINKAGE         SECTION.
       01 LNK-DATA          PIC X(30).
       01 LNK-DIA-SEMANA    PIC X(13).
       PROCEDURE DIVISION  USING LNK-DATA LNK-DIA-SEMANA LNK-FORMATO.
       0001-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
           IF WRK-DATA-INVALIDA = 'S'
               MOVE SPACES TO LNK-DATA
               MOVE SPACES TO LNK-DIA-SEMANA
           ELSE
               PERFORM 0200-PROCESSAR
           END-IF.
           GOBACK.

       0100-INICIALIZAR            SECTION.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-DIA-SEMANA-NUM FROM DAY-OF-WEEK.
           MOVE SPACE TO WRK-DATA-INVALIDA.
           MOVE LNK-FORMATO TO WRK-FORMATO-EFETIVO.
           IF LNK-FORMATO = ZERO
               MOVE 1 TO WRK-FORMATO-EFETIVO
           END-IF.
           IF LNK-FORMATO = 4
               PERFORM 0150-DATA-INFORMADA
           END-IF.

       0150-DATA-INFORMADA         SECTION.
      *    DIA DA SEMANA PELO NUMERO DO DIA: 01/01/1601 (DIA 1) FOI
      *    UMA SEGUNDA-FEIRA, A MESMA NUMERACAO DO DAY-OF-WEEK.
           MOVE 2 TO WRK-FORMATO-EFETIVO.
           IF LNK-DATA(1:8) NOT NUMERIC
               MOVE 'S' TO WRK-DATA-INVALIDA
           ELSE
               MOVE LNK-DATA(1:8) TO WRK-DATA
               IF FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-NUM) NOT = ZERO
                   MOVE 'S' TO WRK-DATA-INVALIDA
               ELSE
                   COMPUTE WRK-DIA-SEMANA-NUM =
                       FUNCTION MOD(FUNCTION INTEGER-OF-DATE
                       (WRK-DATA-NUM) - 1, 7) + 1
                   MOVE SPACES TO LNK-DATA
               END-IF
           END-IF.

       0200-PROCESSAR              SECTION.
           PERFORM 0250-MONTAMES.
