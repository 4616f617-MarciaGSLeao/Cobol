      *==             DEVOLUCAO DE ITEM AVULSO MOVIAM, E A QUEBRA POR
      *==             LOJA DESCOLAVA DO TOTAL DA REDE NO PRIMEIRO
      *==             KIT VENDIDO).
      *== 15/10/2026: AS ALIQUOTAS DE ICMS SAIRAM DOS VALUE DA
      *==             TAB-ICMS E PASSARAM PARA O ALIQICMS.DAT (COPY
      *==             ALIQFD, MANTIDO PELO PROGALIQ), POR CATEGORIA +
      *==             UF DA LOJA (UF-FILIAL) + VIGENCIA. NA ABERTURA
      *==             DA SESSAO A TAB-ICMS E CARREGADA COM A ALIQUOTA
      *==             EM VIGOR NA DATA DA VENDA; CATEGORIA SEM
      *==             ALIQUOTA VIGENTE TEM O ITEM RECUSADO, EM VEZ DE
      *==             SAIR COM IMPOSTO ERRADO.
      *== 15/10/2026: LIMITE DE CREDITO NO CREDIARIO: ANTES DE GERAR
      *==             AS PARCELAS, SOMA AS PARCELAS EM ABERTO DO
      *==             CLIENTE NO CREDIARIO.DAT E CONFERE CONTRA O
      *==             LIMITE DO LIMCRED.DAT (MANTIDO NO PGM02002).
      *==             RECUSA QUANDO ABERTO + SALDO DESTA VENDA PASSA
      *==             DO LIMITE (CLIENTE SEM LIMITE CADASTRADO VALE
      *==             LIMITE ZERO) OU QUANDO HA PARCELA VENCIDA HA
      *==             MAIS DIAS QUE A TOLERANCIA DO CLIENTE (30 SE
      *==             NAO CADASTRADA). SEM O LIMCRED.DAT SO O ATRASO
      *==             E CONFERIDO. O SUPERVISOR PODE LIBERAR PELO
      *==             0245-AUTORIZA-SUPERVISOR E CADA LIBERACAO VAI
      *==             PARA O CREDLIB.DAT (DATA, HORA, PDV, VENDA,
      *==             CLIENTE, MOTIVO, VALORES, SUPERVISOR E
      *==             OPERADOR).
      *== 15/10/2026: LOTE E VALIDADE: O PRODUTO COM LOTE EM SALDO NO
      *==             ESTLOTE.DAT (COPY LOTEFD, GRAVADO PELO PROGRECB
      *==             NO RECEBIMENTO) TEM O LOTE PEDIDO NA ENTRADA DO
      *==             ITEM. EM BRANCO, A BAIXA SAI DOS LOTES NO PRAZO
      *==             NA ORDEM DE VENCIMENTO (FEFO). LOTE VENCIDO E
      *==             RECUSADO, ASSIM COMO A QUANTIDADE QUE SO O
      *==             SALDO DE LOTE VENCIDO COBRIRIA. KIT E CONVERSAO
      *==             DE ORCAMENTO TAMBEM BAIXAM OS LOTES POR FEFO E
      *==             O CANCELAMENTO DO ULTIMO ITEM DEVOLVE O SALDO
      *==             AOS LOTES DE ONDE SAIU.
      *== 15/10/2026: A ORDEM DE ENTREGA PASSOU PARA O COPYBOOK ENTRFD
      *==             E GANHOU A CIDADE (DO CADASTRO DO CLIENTE OU
      *==             DIGITADA), USADA NO ROMANEIO DO PROGDESP, E OS
      *==             CAMPOS DO RETORNO DA ROTA, QUE NASCEM ZERADOS.
      *== 15/10/2026: NA DEVOLUCAO, SERIAL TROCADO EM GARANTIA PELO
      *==             PROGOSRV (STATUS 'T') PEDE O SERIAL DO APARELHO
      *==             NOVO.
      *== 15/10/2026: ENCOMENDA DE CLIENTE (OPCAO 'E'): PRODUTO EM
      *==             FALTA E REGISTRADO NO ENCOMEND.DAT (COPY
      *==             ENCOMFD) COM CLIENTE, QUANTIDADE E SINAL. O
      *==             SINAL ENTRA NA VENDA COMO LINHA 'D' PROPRIA
      *==             ("SINAL ENCOMENDA NNNNNN") E E PAGO PELAS
      *==             LINHAS 'P' NORMAIS. NA RETIRADA (OPCAO 'R') O
      *==             PRODUTO RESERVADO PELO PROGRECB E VENDIDO PELO
      *==             PRECO DO DIA E O SINAL VOLTA COMO LINHA 'V' DA
      *==             PROPRIA VENDA, ABATENDO O TOTAL. A QUANTIDADE
      *==             RESERVADA PARA ENCOMENDAS NAO E MAIS OFERECIDA
      *==             NA VENDA, NO KIT NEM NA CONVERSAO DE ORCAMENTO.
      *== 15/10/2026: TODA LINHA 'D'/'C'/'V' GRAVA O CODIGO DO PRODUTO
      *==             (REG-ITM-PRODUTO; ZEROS EM KIT, FRETE E SINAL
      *==             DE ENCOMENDA) E A DEVOLUCAO LOCALIZA O ITEM DA
      *==             VENDA ORIGINAL PELO CODIGO, NAO MAIS PELA
      *==             DESCRICAO.
      *== 15/10/2026: TODO PEDIDO DE AUTORIZACAO DE SUPERVISOR
      *==             (CANCELAMENTO, DEVOLUCAO, TROCA, TREINAMENTO,
      *==             CREDIARIO), LIBERADO OU NEGADO, E TODA DEVOLUCAO
      *==             EFETIVADA (COM A VENDA ORIGINAL E O VALOR) VAO
      *==             PARA O AUTORIZ.DAT (COPY AUTORFD), LIDO PELO
      *==             PROGPREV NA PREVENCAO DE PERDAS.
      *== 15/10/2026: A LINHA DO PROMOHIS.DAT GANHOU O CODIGO DO
      *==             PRODUTO NO FIM (" PRODUTO=NNNNNN"; REGISTRO
      *==             PASSOU A X(100)), PARA O PROGCAMP CASAR OS
      *==             DESCONTOS COM AS VENDAS PELO CODIGO.
      *== 15/10/2026: DEVOLUCAO E TROCA PEDEM O MOTIVO (1-DEFEITO,
      *==             2-TAMANHO/MODELO, 3-ARREPENDIMENTO, 4-AVARIA NA
      *==             ENTREGA, 5-OUTRO), GRAVADO NA LINHA 'V'
      *==             (REG-ITM-MOTIVO) E LIDO PELO PROGTDEV.
      *== 15/10/2026: PONTOS GANHOS (0460) E RESGATADOS (0423) VAO
      *==             TAMBEM PARA O RAZAO DATADO PONTOMOV.DAT (COPY
      *==             PTMOVFD): O GANHO ABRE UM LOTE E O RESGATE
      *==             CONSOME OS LOTES MAIS ANTIGOS PRIMEIRO. A
      *==             EXPIRACAO MENSAL E FEITA PELO PROGPEXP.
      *== 15/10/2026: PRECO POR CLASSE DE CLIENTE E FAIXA DE
      *==             QUANTIDADE: O CLIENTE PJ IDENTIFICADO TRAZ A
      *==             CLASSE DO CLICLASS.DAT (ATACADO/REVENDA; SEM
      *==             REGISTRO, VAREJO) E O ITEM TOMA O PRECO DA MAIOR
      *==             FAIXA DO PRECOCLI.DAT (COPY PRCLIFD) ATINGIDA
      *==             PELA QUANTIDADE, DA CLASSE DO CLIENTE OU, NA
      *==             FALTA, DO VAREJO. A FAIXA SAI NO CUPOM ABAIXO DO
      *==             ITEM E O PRECO DE FAIXA NUNCA FICA ABAIXO DO
      *==             CUSTO DO PRODUTO, NEM DEPOIS DE UM DESCONTO DE
      *==             PROMOCAO.
      *== 15/10/2026: FORMA DE PAGAMENTO 7 - DOLAR EM ESPECIE: O
      *==             VALOR EM US$ E CONVERTIDO PELA COTACAO DO DIA
      *==             MENOS O SPREAD DO CAMBIO.DAT (REGISTRO 'SPR',
      *==             MANTIDO NO PROGCAMB), O TROCO SAI EM REAIS E A
      *==             LINHA 'P' GUARDA O VALOR EM DOLAR, A TAXA
      *==             APLICADA E O TROCO DADO.
      *== 15/10/2026: SELO ENCADEADO NO FECHAMENTO DA VENDA: O
      *==             CABECALHO 'H' SAI COM O SELO DAS LINHAS DA VENDA
      *==             (ROTINA SUBSELO) ENCADEADO AO SELO DA VENDA
      *==             ANTERIOR DO PDV, GUARDADO NO SELOPDV.DAT. O
      *==             PROGSELO CONFERE A CADEIA PARA O AUDITOR FISCAL.
      *== 15/10/2026: A FAIXA DE PRECO DO ITEM PASSOU A SER ESCOLHIDA
      *==             DEPOIS DA CONFERENCIA DO ESTOQUE, COM A QUANTIDADE
      *==             FINAL (A REDIGITADA POR FALTA DE SALDO NAO FICA
      *==             MAIS COM O PRECO DA FAIXA DA QUANTIDADE ANTERIOR).
      *== 15/10/2026: CADA BAIXA DE LOTE E SOMADA NO LOTEVND.DAT (COPY
      *==             LOTVFD) PELO ID DA VENDA E CHAVE DO LOTE, E O
      *==             CANCELAMENTO DO ULTIMO ITEM A SUBTRAI, PARA QUE O
      *==             ESTORNO DA VENDA SUSPENSA (PROGSUSP) E DA VENDA
      *==             ORFA (PROGRECO) DEVOLVA O SALDO AOS LOTES.
      *-----------------------------------------------------------------

      *=================================================================
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-PROMO
               FILE STATUS IS WRK-FS-PROMOCAO.
           SELECT PRECOCLI ASSIGN TO "PRECOCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCL-CHAVE
               FILE STATUS IS WRK-FS-PRECOCLI.
           SELECT CLICLASS ASSIGN TO "CLICLASS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCL-CLIENTE
               FILE STATUS IS WRK-FS-CLICLASS.
           SELECT CAMBIO ASSIGN TO "CAMBIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NC-PDV
               FILE STATUS IS WRK-FS-NUMCUPOM.
           SELECT SELOPDV ASSIGN TO "SELOPDV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLP-PDV
               FILE STATUS IS WRK-FS-SELOPDV.
           SELECT GAVETA ASSIGN TO "GAVETA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GAVETA.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EF-CHAVE
               FILE STATUS IS WRK-FS-ESTFIL.
           SELECT ALIQICMS ASSIGN TO "ALIQICMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALQ-CHAVE
               FILE STATUS IS WRK-FS-ALIQICMS.
           SELECT LIMCRED ASSIGN TO "LIMCRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIM-CLIENTE
               FILE STATUS IS WRK-FS-LIMCRED.
           SELECT CREDLIB ASSIGN TO "CREDLIB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CREDLIB.
           SELECT AUTORIZ ASSIGN TO "AUTORIZ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUTORIZ.
           SELECT ESTLOTE ASSIGN TO "ESTLOTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CHAVE
               FILE STATUS IS WRK-FS-ESTLOTE.
           SELECT LOTEVND ASSIGN TO "LOTEVND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LVD-CHAVE
               FILE STATUS IS WRK-FS-LOTEVND.
           SELECT ENCOMEND ASSIGN TO "ENCOMEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENC-NUMERO
               ALTERNATE RECORD KEY IS ENC-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-ENCOMEND.
           SELECT PONTOMOV ASSIGN TO "PONTOMOV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTM-CHAVE
               FILE STATUS IS WRK-FS-PONTOMOV.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
           03  QT-PONTOS             PIC 9(08).

       FD  PROMOHIS.
       01  REG-PROMOHIS              PIC X(100).

       FD  SUSPENSA.
       01  REG-SUSPENSA.
           03  SER-DT-DEVOL          PIC 9(08).
           03  SER-STATUS            PIC X(01).

       FD  PRECOCLI.
       COPY PRCLIFD.

       FD  CLICLASS.
       01  REG-CLICLASS.
           03  CCL-CLIENTE           PIC 9(05).
           03  CCL-CLASSE            PIC X(01).
           03  CCL-DT-ALTERACAO      PIC 9(08).
           03  CCL-OPERADOR          PIC X(10).

       FD  PROMOCAO.
       01  REG-PROMOCAO.
           03  CD-PROMO              PIC X(10).
           03  NC-PDV                PIC 9(02).
           03  NC-ULTIMO             PIC 9(06).

       FD  SELOPDV.
       01  REG-SELOPDV.
           03  SLP-PDV               PIC 9(02).
           03  SLP-SELO              PIC 9(10).
           03  SLP-VND-ID            PIC X(14).

       FD  GAVETA.
       01  REG-GAVETA.
           03  GAV-DATA              PIC 9(08).
           03  CRD-STATUS            PIC X(01).

       FD  ENTREGAS.
       COPY ENTRFD.

       FD  OPERADOR.
       01  REG-OPERADOR.
       01  REG-FILIAL.
           03  CD-FILIAL             PIC 9(02).
           03  NM-FILIAL             PIC X(30).
           03  UF-FILIAL             PIC X(02).

       FD  ESTFIL.
       01  REG-ESTFIL.
               05  EF-PRODUTO        PIC 9(06).
           03  EF-QTD                PIC 9(06)V999.

       FD  ALIQICMS.
       COPY ALIQFD.

       FD  LIMCRED.
       01  REG-LIMCRED.
           03  LIM-CLIENTE           PIC 9(05).
           03  LIM-VALOR             PIC 9(08).
           03  LIM-DIAS-TOLERANCIA   PIC 9(03).
           03  LIM-DT-ALTERACAO      PIC 9(08).
           03  LIM-OPERADOR          PIC X(10).

       FD  CREDLIB.
       01  REG-CREDLIB.
           03  LIB-DATA              PIC 9(08).
           03  FILLER                PIC X(01).
           03  LIB-HORA              PIC X(06).
           03  FILLER                PIC X(01).
           03  LIB-PDV               PIC 9(02).
           03  FILLER                PIC X(01).
           03  LIB-VND-ID            PIC X(14).
           03  FILLER                PIC X(01).
           03  LIB-CLIENTE           PIC 9(05).
           03  FILLER                PIC X(01).
           03  LIB-MOTIVO            PIC X(13).
           03  FILLER                PIC X(01).
           03  LIB-ABERTO            PIC 9(09).
           03  FILLER                PIC X(01).
           03  LIB-VALOR-VENDA       PIC 9(08).
           03  FILLER                PIC X(01).
           03  LIB-LIMITE            PIC 9(08).
           03  FILLER                PIC X(01).
           03  LIB-DIAS-ATRASO       PIC 9(05).
           03  FILLER                PIC X(01).
           03  LIB-SUPERVISOR        PIC X(10).
           03  FILLER                PIC X(01).
           03  LIB-OPERADOR          PIC X(10).

       FD  ESTLOTE.
       COPY LOTEFD.

       FD  LOTEVND.
       COPY LOTVFD.

       FD  ENCOMEND.
       COPY ENCOMFD.

       FD  AUTORIZ.
       COPY AUTORFD.

       FD  PONTOMOV.
       COPY PTMOVFD.

       WORKING-STORAGE SECTION.
       77 WRK-FS-VENDAS             PIC X(2)        VALUE SPACES.
       77 WRK-FS-PRODUTO            PIC X(2)        VALUE SPACES.
       77 WRK-FS-PROMOCAO           PIC X(2)        VALUE SPACES.
       77 WRK-PROMOS-OK             PIC X(1)        VALUE 'N'.
           88 WRK-PROMOS-DISPONIVEIS                VALUE 'S'.
       77 WRK-FS-PRECOCLI           PIC X(2)        VALUE SPACES.
       77 WRK-FAIXAS-OK             PIC X(1)        VALUE 'N'.
           88 WRK-FAIXAS-DISPONIVEIS                VALUE 'S'.
       77 WRK-FS-CLICLASS           PIC X(2)        VALUE SPACES.
       77 WRK-CLICLASS-OK           PIC X(1)        VALUE 'N'.
           88 WRK-CLASSES-DISPONIVEIS               VALUE 'S'.
      **** CLASSE DE PRECO DO CLIENTE DA VENDA ('V' SEM CLIENTE) E A
      **** FAIXA APLICADA AO ITEM EM ANDAMENTO.
       77 WRK-CLASSE-CLIENTE        PIC X(1)        VALUE 'V'.
       77 WRK-CLASSE-BUSCA          PIC X(1)        VALUE SPACES.
       77 WRK-FAIXA-APLICADA        PIC X(1)        VALUE 'N'.
           88 WRK-PRECO-DE-FAIXA                    VALUE 'S'.
       77 WRK-FAIXA-ACHADA          PIC X(1)        VALUE 'N'.
       77 WRK-FAIXA-EOF             PIC X(1)        VALUE SPACE.
       77 WRK-FAIXA-CLASSE          PIC X(1)        VALUE SPACES.
       77 WRK-FAIXA-QT-MIN          PIC 9(6)V999    VALUE ZEROS.
       77 WRK-FAIXA-PRECO           PIC 9(6)        VALUE ZEROS.
       77 WRK-NM-CLASSE             PIC X(7)        VALUE SPACES.
       77 WRK-CUSTO-PROD            PIC 9(6)        VALUE ZEROS.
       77 WRK-CUSTO-ITEM            PIC 9(8)        VALUE ZEROS.
       77 WRK-SN-PROD               PIC X(1)        VALUE 'N'.
       77 WRK-NR-SERIAL             PIC X(20)       VALUE SPACES.
       77 WRK-SER-I                 PIC 9(4)        VALUE ZEROS.
       77 WRK-PAGTO-FALTA           PIC 9(8)        VALUE ZEROS.
       77 WRK-PAGTO-TROCO           PIC 9(8)        VALUE ZEROS.
       77 WRK-PAGTO-FORM            PIC ZZZ.ZZ9,99  VALUE ZEROS.
       01  TAB-ICMS.
           03  TAB-ICMS-CAT          OCCURS 5 TIMES.
               05  TAB-ICMS-ALIQ     PIC 9V9999.
               05  TAB-ICMS-VIGENCIA PIC 9(08).
               05  TAB-ICMS-ACHOU    PIC X(01).
                   88 TAB-ICMS-VIGENTE              VALUE 'S'.

       77 WRK-RESPOSTA              PIC X(1)        VALUE SPACES.
       77 WRK-NOME-PROD             PIC X(30)       VALUE SPACES.
       77 WRK-FS-CAMBIO             PIC X(2)        VALUE SPACES.
       77 WRK-TAXA-DATA             PIC 9(08)       VALUE ZEROS.
       77 WRK-LIMITE-DIAS           PIC 9(02)V9999  VALUE 3.
       77 WRK-SPREAD-DOLAR          PIC 9(02)V9999  VALUE ZEROS.
       77 WRK-TAXA-COMPRA           PIC 9(02)V9999  VALUE ZEROS.
       77 WRK-USD-RECEBIDO          PIC 9(8)        VALUE ZEROS.
       77 WRK-USD-FALTA             PIC 9(8)        VALUE ZEROS.
       77 WRK-USD-CONVERTIDO        PIC 9(8)        VALUE ZEROS.
       77 WRK-TROCO-DOLAR           PIC 9(8)        VALUE ZEROS.
       77 WRK-USD-FORM              PIC ZZZ.ZZ9,99  VALUE ZEROS.
       77 WRK-TAXA-FORM             PIC Z9,9999     VALUE ZEROS.
       77 WRK-IDADE-TAXA            PIC S9(05)      VALUE ZEROS.
       77 WRK-CAMBIO-EOF            PIC X(1)        VALUE SPACE.
       77 WRK-FS-NUMCUPOM           PIC X(2)        VALUE SPACES.
       77 WRK-NR-CUPOM              PIC 9(6)        VALUE ZEROS.
       77 WRK-FS-SELOPDV            PIC X(2)        VALUE SPACES.
       77 WRK-SELO-ANT              PIC 9(10)       VALUE ZEROS.
       77 WRK-SELO                  PIC 9(10)       VALUE ZEROS.
       77 WRK-SELO-EOF              PIC X(1)        VALUE SPACE.
       77 WRK-SELO-LINHA            PIC X(92)       VALUE SPACES.
       77 WRK-FS-GAVETA             PIC X(2)        VALUE SPACES.
       77 WRK-GAV-TIPO              PIC X(2)        VALUE SPACES.
       77 WRK-GAV-VALOR             PIC 9(8)        VALUE ZEROS.
       77 WRK-DT-VENCIMENTO         PIC 9(8)        VALUE ZEROS.
       77 WRK-DUTIL-SIT             PIC X(1)        VALUE SPACES.
       77 WRK-PARC-FORM             PIC ZZZ.ZZ9,99  VALUE ZEROS.
       77 WRK-FS-LIMCRED            PIC X(2)        VALUE SPACES.
       77 WRK-LIMCRED-OK            PIC X(1)        VALUE 'N'.
           88 WRK-LIMITES-DISPONIVEIS               VALUE 'S'.
       77 WRK-FS-CREDLIB            PIC X(2)        VALUE SPACES.
       77 WRK-FS-AUTORIZ            PIC X(2)        VALUE SPACES.
       77 WRK-AUT-ACAO              PIC X(2)        VALUE SPACES.
       77 WRK-AUT-VND-ID            PIC X(14)       VALUE SPACES.
       77 WRK-AUT-VALOR             PIC 9(8)        VALUE ZEROS.
       77 WRK-FS-PONTOMOV           PIC X(2)        VALUE SPACES.
       77 WRK-PTM-RESTO             PIC 9(8)        VALUE ZEROS.
       77 WRK-PTM-EOF               PIC X(1)        VALUE SPACE.
       77 WRK-PTM-GRAVADO           PIC X(1)        VALUE SPACE.
       77 WRK-CRED-LIMITE           PIC 9(8)        VALUE ZEROS.
       77 WRK-CRED-TOLERANCIA       PIC 9(3)        VALUE ZEROS.
       77 WRK-CRED-ABERTO           PIC 9(9)        VALUE ZEROS.
       77 WRK-CRED-MAIOR-ATRASO     PIC S9(5)       VALUE ZEROS.
       77 WRK-CRED-ATRASO           PIC S9(5)       VALUE ZEROS.
       77 WRK-CRED-EOF              PIC X(1)        VALUE SPACE.
       77 WRK-CRED-MOTIVO           PIC X(13)       VALUE SPACES.
       77 WRK-CRED-SITUACAO         PIC X(1)        VALUE 'S'.
           88 WRK-CREDITO-LIBERADO                  VALUE 'S'.
           88 WRK-CREDITO-RECUSADO                  VALUE 'N'.
       77 WRK-CRED-FORM             PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-FS-ENTREGAS           PIC X(2)        VALUE SPACES.
       77 WRK-ENT-UF                PIC X(2)        VALUE SPACES.
       77 WRK-ENT-PESO              PIC 9(5)V999    VALUE ZEROS.
       77 WRK-ENT-SITUACAO          PIC X(1)        VALUE SPACES.
       77 WRK-ENT-TRANSP            PIC X(12)       VALUE SPACES.
       77 WRK-ENT-FRETE-FORM        PIC ZZZ.ZZ9,99  VALUE ZEROS.
       77 WRK-FS-ENCOMEND           PIC X(2)        VALUE SPACES.
       77 WRK-ENC-NUMERO            PIC 9(6)        VALUE ZEROS.
       77 WRK-ENC-SINAL             PIC 9(8)        VALUE ZEROS.
       77 WRK-ENC-VALOR             PIC 9(8)        VALUE ZEROS.
       77 WRK-ENC-NOME              PIC X(30)       VALUE SPACES.
       77 WRK-ENC-FORM              PIC ZZZ.ZZ9,99  VALUE ZEROS.
       77 WRK-ENC-NA-VENDA          PIC 9(2)        VALUE ZEROS.
       77 WRK-ENC-EOF               PIC X(1)        VALUE SPACE.
       77 WRK-ENC-ITENS-ANTES       PIC 9(4)        VALUE ZEROS.
       77 WRK-RESERVA-PRODUTO       PIC 9(6)        VALUE ZEROS.
       77 WRK-QTD-RESERVADA         PIC 9(7)V999    VALUE ZEROS.
       77 WRK-QTD-LIVRE             PIC 9(6)V999    VALUE ZEROS.
       77 WRK-FS-OPERADOR           PIC X(2)        VALUE SPACES.
       77 WRK-OPERADORES-OK         PIC X(1)        VALUE 'N'.
           88 WRK-CADASTRO-OPER-OK                  VALUE 'S'.
           88 WRK-EM-TREINAMENTO                    VALUE 'S'.
       77 WRK-FS-FILIAL             PIC X(2)        VALUE SPACES.
       77 WRK-FS-ESTFIL             PIC X(2)        VALUE SPACES.
       77 WRK-FS-ALIQICMS           PIC X(2)        VALUE SPACES.
       77 WRK-UF-FILIAL             PIC X(2)        VALUE SPACES.
       77 WRK-ALIQ-EOF              PIC X(1)        VALUE SPACE.
       77 WRK-ALIQ-CAT              PIC 9(1)        VALUE ZEROS.
       77 WRK-FILIAL                PIC 9(2)        VALUE 1.
       77 WRK-ESTFIL-QTD            PIC S9(6)V999   VALUE ZEROS.
       77 WRK-PRECO-TOTAL-USD       PIC 9(8)        VALUE ZEROS.
       77 WRK-DEVOL-ICMS            PIC 9(8)        VALUE ZEROS.
       77 WRK-DEVOL-TOTAL           PIC 9(8)        VALUE ZEROS.
       77 WRK-DEVOL-TOTAL-FORM      PIC ZZZ.ZZ9,99  VALUE ZEROS.
       77 WRK-DEVOL-MOTIVO          PIC X(01)       VALUE SPACE.
           88 WRK-DEVOL-MOTIVO-OK                   VALUE '1' THRU '5'.

       77 WRK-COD-PROMO             PIC X(10)       VALUE SPACES.
       77 WRK-TIPO-DESCONTO-ACHADO  PIC X(01)       VALUE SPACES.
       77 WRK-BUSCA-OCORRE          PIC 9(02)       VALUE ZEROS.
       77 WRK-BUSCA-EOF             PIC X(01)       VALUE SPACE.
       77 WRK-BUSCA-ACHADOS         PIC 9(05)       VALUE ZEROS.
       77 WRK-FS-ESTLOTE            PIC X(2)        VALUE SPACES.
       77 WRK-LOTES-OK              PIC X(1)        VALUE 'N'.
           88 WRK-LOTES-DISPONIVEIS                 VALUE 'S'.
       77 WRK-FS-LOTEVND            PIC X(2)        VALUE SPACES.
       77 WRK-LOTVND-OK             PIC X(1)        VALUE 'N'.
           88 WRK-LOTVND-DISPONIVEL                 VALUE 'S'.
       77 WRK-LVD-QTD               PIC 9(6)V999    VALUE ZEROS.
       77 WRK-LOTE-PRODUTO          PIC 9(6)        VALUE ZEROS.
       77 WRK-LOTE-INFORMADO        PIC X(15)       VALUE SPACES.
       77 WRK-LOTE-VALIDADE-INF     PIC 9(8)        VALUE ZEROS.
       77 WRK-LOTE-SALDO-INF        PIC 9(6)V999    VALUE ZEROS.
       77 WRK-LOTE-NO-PRAZO         PIC 9(7)V999    VALUE ZEROS.
       77 WRK-LOTE-VENCIDO          PIC 9(7)V999    VALUE ZEROS.
       77 WRK-LOTE-CT               PIC 9(4)        VALUE ZEROS.
       77 WRK-LOTE-EOF              PIC X(1)        VALUE SPACE.
       77 WRK-LOTE-RECUSA           PIC X(1)        VALUE 'N'.
           88 WRK-LOTE-RECUSADO                     VALUE 'S'.
       77 WRK-LOTE-QTD-BAIXA        PIC 9(6)V999    VALUE ZEROS.
       77 WRK-LOTE-QTD-LOTE         PIC 9(6)V999    VALUE ZEROS.
       77 WRK-LOTE-QTD-FORM         PIC ZZZ.ZZ9,999 VALUE ZEROS.
       77 WRK-ULT-LOTE-I            PIC 9(2)        VALUE ZEROS.
      **** LOTES DE ONDE SAIU O ULTIMO ITEM (OU OS COMPONENTES DO
      **** ULTIMO KIT), PARA O CANCELAMENTO DEVOLVER O SALDO.
       01  TAB-ULT-LOTES.
           03  WRK-ULT-QT-LOTES      PIC 9(2)        VALUE ZEROS.
           03  TAB-ULT-LOTE          OCCURS 20 TIMES.
               05  TAB-ULT-LOTE-CHAVE PIC X(29).
               05  TAB-ULT-LOTE-QTD  PIC 9(6)V999.
      *=================================================================
       PROCEDURE DIVISION.
       0100-PRINCIPAL              SECTION.
                   IF WRK-MODO-ORCAMENTO
                       PERFORM 0250-CANCELA-ULTIMO-ITEM
                   ELSE
                       MOVE 'CA' TO WRK-AUT-ACAO
                       PERFORM 0245-AUTORIZA-SUPERVISOR
                       IF WRK-SUPERVISOR-OK
                           PERFORM 0250-CANCELA-ULTIMO-ITEM
               WHEN "D"
               WHEN "T"
               WHEN "P"
               WHEN "E"
               WHEN "R"
                   IF WRK-MODO-ORCAMENTO
                       DISPLAY "OPCAO INDISPONIVEL NO ORCAMENTO."
                   ELSE
                   ELSE
                       EVALUATE WRK-RESPOSTA
                           WHEN "D"
                               MOVE 'DV' TO WRK-AUT-ACAO
                               PERFORM 0245-AUTORIZA-SUPERVISOR
                               IF WRK-SUPERVISOR-OK
                                   PERFORM 0260-DEVOLUCAO-PRODUTO
                               END-IF
                           WHEN "T"
                               MOVE 'TR' TO WRK-AUT-ACAO
                               PERFORM 0245-AUTORIZA-SUPERVISOR
                               IF WRK-SUPERVISOR-OK
                                   PERFORM 0270-TROCA-PRODUTO
                               END-IF
                           WHEN "P"
                               IF WRK-ENC-NA-VENDA > ZEROS
                                   DISPLAY "VENDA COM ENCOMENDA NAO "
                                           "PODE SER SUSPENSA."
                               ELSE
                                   PERFORM 0230-SUSPENDE-VENDA
                                   STOP RUN
                               END-IF
                           WHEN "E"
                               PERFORM 0280-REGISTRA-ENCOMENDA
                           WHEN "R"
                               PERFORM 0285-RETIRA-ENCOMENDA
                       END-EVALUATE
                   END-IF
                   END-IF
               CLOSE ENTREGAS
               OPEN I-O ENTREGAS
           END-IF
           OPEN I-O ENCOMEND
           IF WRK-FS-ENCOMEND EQUAL '35'
               CLOSE ENCOMEND
               OPEN OUTPUT ENCOMEND
               CLOSE ENCOMEND
               OPEN I-O ENCOMEND
           END-IF
           OPEN INPUT OPERADOR
           IF WRK-FS-OPERADOR EQUAL '00'
               MOVE 'S' TO WRK-OPERADORES-OK
           ELSE
               MOVE 'N' TO WRK-OPERADORES-OK
           END-IF
           OPEN INPUT LIMCRED
           IF WRK-FS-LIMCRED EQUAL '00'
               MOVE 'S' TO WRK-LIMCRED-OK
           ELSE
               MOVE 'N' TO WRK-LIMCRED-OK
           END-IF
           OPEN INPUT FILIAL
           IF WRK-FS-FILIAL EQUAL '00'
               MOVE WRK-FILIAL TO CD-FILIAL
                               "COM O PROGFILI."
                   NOT INVALID KEY
                       DISPLAY "FILIAL: " NM-FILIAL
                       MOVE UF-FILIAL TO WRK-UF-FILIAL
               END-READ
               CLOSE FILIAL
           END-IF
           PERFORM 0112A-CARREGA-ALIQ-ICMS
           OPEN I-O ESTFIL
           IF WRK-FS-ESTFIL EQUAL '35'
               CLOSE ESTFIL
               CLOSE ESTFIL
               OPEN I-O ESTFIL
           END-IF
           OPEN I-O ESTLOTE
           IF WRK-FS-ESTLOTE EQUAL '00'
               MOVE 'S' TO WRK-LOTES-OK
           ELSE
               MOVE 'N' TO WRK-LOTES-OK
           END-IF
           MOVE 'N' TO WRK-LOTVND-OK
           IF WRK-LOTES-DISPONIVEIS
               OPEN I-O LOTEVND
               IF WRK-FS-LOTEVND EQUAL '35'
                   CLOSE LOTEVND
                   OPEN OUTPUT LOTEVND
                   CLOSE LOTEVND
                   OPEN I-O LOTEVND
               END-IF
               IF WRK-FS-LOTEVND EQUAL '00'
                   MOVE 'S' TO WRK-LOTVND-OK
               ELSE
                   DISPLAY "ERRO AO ABRIR O ARQUIVO LOTEVND. FS="
                           WRK-FS-LOTEVND ". OS LOTES DA VENDA NAO "
                           "VOLTAM NO ESTORNO."
               END-IF
           END-IF
           OPEN EXTEND CUPOM
           OPEN I-O PRODUTO
           IF WRK-FS-PRODUTO EQUAL '35'
               CLOSE PONTOS
               OPEN I-O PONTOS
           END-IF
           OPEN I-O PONTOMOV
           IF WRK-FS-PONTOMOV EQUAL '35'
               CLOSE PONTOMOV
               OPEN OUTPUT PONTOMOV
               CLOSE PONTOMOV
               OPEN I-O PONTOMOV
           END-IF
           OPEN I-O SUSPENSA
           IF WRK-FS-SUSPENSA EQUAL '35'
               CLOSE SUSPENSA
           ELSE
               MOVE 'N' TO WRK-PROMOS-OK
           END-IF
           OPEN INPUT PRECOCLI
           IF WRK-FS-PRECOCLI EQUAL '00'
               MOVE 'S' TO WRK-FAIXAS-OK
           ELSE
               MOVE 'N' TO WRK-FAIXAS-OK
           END-IF
           OPEN INPUT CLICLASS
           IF WRK-FS-CLICLASS EQUAL '00'
               MOVE 'S' TO WRK-CLICLASS-OK
           ELSE
               MOVE 'N' TO WRK-CLICLASS-OK
           END-IF
           OPEN INPUT KITMEST
           IF WRK-FS-KITMEST EQUAL '00'
               OPEN INPUT KITCOMP
           DISPLAY "SESSAO DE TREINAMENTO (S/N)? "
           ACCEPT WRK-RESPOSTA
           IF WRK-RESPOSTA EQUAL 'S' OR WRK-RESPOSTA EQUAL 's'
               MOVE 'TN' TO WRK-AUT-ACAO
               PERFORM 0245-AUTORIZA-SUPERVISOR
               IF WRK-SUPERVISOR-OK
                   MOVE 'S' TO WRK-TREINAMENTO
                           EVALUATE TRUE
                               WHEN CMB-MOEDA EQUAL "CFG"
                                   MOVE CMB-TAXA TO WRK-LIMITE-DIAS
                               WHEN CMB-MOEDA EQUAL "SPR"
                                   MOVE CMB-TAXA TO WRK-SPREAD-DOLAR
                               WHEN CMB-MOEDA EQUAL "USD"
                                AND CMB-DATA NOT > WRK-DATA-SISTEMA
                                AND CMB-DATA > WRK-TAXA-DATA
               END-IF
           END-IF
       .
       0112A-CARREGA-ALIQ-ICMS     SECTION.
      **** CARREGA NA TAB-ICMS, POR CATEGORIA, A ALIQUOTA DO
      **** ALIQICMS.DAT PARA A UF DA LOJA COM A MAIOR VIGENCIA ATE A
      **** DATA DA VENDA. A CHAVE ORDENA CATEGORIA+UF+VIGENCIA, ENTAO
      **** A ULTIMA LINHA VIGENTE LIDA E A QUE VALE.
           PERFORM VARYING WRK-ALIQ-CAT FROM 1 BY 1
                   UNTIL WRK-ALIQ-CAT > 5
               MOVE ZEROS TO TAB-ICMS-ALIQ(WRK-ALIQ-CAT)
               MOVE ZEROS TO TAB-ICMS-VIGENCIA(WRK-ALIQ-CAT)
               MOVE 'N'   TO TAB-ICMS-ACHOU(WRK-ALIQ-CAT)
           END-PERFORM
           IF WRK-UF-FILIAL EQUAL SPACES
               DISPLAY "AVISO: FILIAL SEM UF NO FILIAL.DAT. CONFIRA "
                       "COM O PROGFILI."
           END-IF

           OPEN INPUT ALIQICMS
           IF WRK-FS-ALIQICMS NOT EQUAL '00'
               DISPLAY "AVISO: TABELA DE ICMS (ALIQICMS.DAT) "
                       "INDISPONIVEL. FS=" WRK-FS-ALIQICMS
               DISPLAY "ITENS SERAO RECUSADOS ATE A CARGA DAS "
                       "ALIQUOTAS NO PROGALIQ."
           ELSE
               MOVE SPACE TO WRK-ALIQ-EOF
               MOVE LOW-VALUES TO ALQ-CHAVE
               START ALIQICMS KEY IS NOT LESS THAN ALQ-CHAVE
                   INVALID KEY
                       MOVE 'F' TO WRK-ALIQ-EOF
               END-START
               PERFORM UNTIL WRK-ALIQ-EOF EQUAL 'F'
                   READ ALIQICMS NEXT RECORD
                       AT END
                           MOVE 'F' TO WRK-ALIQ-EOF
                       NOT AT END
                           IF ALQ-UF EQUAL WRK-UF-FILIAL
                              AND ALQ-CATEGORIA >= 1
                              AND ALQ-CATEGORIA <= 5
                              AND ALQ-DT-VIGENCIA NOT >
                                  WRK-DATA-SISTEMA
                               MOVE ALQ-CATEGORIA TO WRK-ALIQ-CAT
                               MOVE ALQ-PERCENTUAL
                                   TO TAB-ICMS-ALIQ(WRK-ALIQ-CAT)
                               MOVE ALQ-DT-VIGENCIA
                                   TO TAB-ICMS-VIGENCIA(WRK-ALIQ-CAT)
                               MOVE 'S'
                                   TO TAB-ICMS-ACHOU(WRK-ALIQ-CAT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALIQICMS
               PERFORM VARYING WRK-ALIQ-CAT FROM 1 BY 1
                       UNTIL WRK-ALIQ-CAT > 5
                   IF NOT TAB-ICMS-VIGENTE(WRK-ALIQ-CAT)
                       DISPLAY "AVISO: SEM ALIQUOTA DE ICMS VIGENTE "
                               "PARA A CATEGORIA " WRK-ALIQ-CAT
                               " NA UF " WRK-UF-FILIAL "."
                   END-IF
               END-PERFORM
           END-IF
       .
       0113-ABERTURA-GAVETA        SECTION.
      **** FUNDO DE TROCO DA GAVETA DESTE PDV. ZEROS = A GAVETA JA
      **** FOI ABERTA HOJE (OUTRA SESSAO NO MESMO TERMINAL).
                                   NOT INVALID KEY
                                       MOVE NM-CLIENTE TO WRK-NM-CLIENTE
                                       PERFORM 0130-CONSULTA-PONTOS
                                       PERFORM 0131-CARREGA-CLASSE
                               END-READ
                           END-IF
                       END-IF
                                       MOVE NM-CLIENTE
                                           TO WRK-NM-CLIENTE
                                       PERFORM 0130-CONSULTA-PONTOS
                                       PERFORM 0131-CARREGA-CLASSE
                               END-READ
                           END-IF
                   END-EVALUATE
                   DISPLAY "PRODUTO DO ORCAMENTO NAO EXISTE MAIS: "
                           ORC-ITM-NOME
               NOT INVALID KEY
                   MOVE ORC-ITM-CD-PRODUTO TO WRK-RESERVA-PRODUTO
                   PERFORM 0203D-SOMA-RESERVAS
                   IF WRK-QTD-LIVRE < ORC-ITM-QTD
                       MOVE 'N' TO WRK-ORC-ESTOQUE-OK
                       DISPLAY "SEM ESTOQUE PARA " ORC-ITM-NOME
                               " (DISPONIVEL: " WRK-QTD-LIVRE ")"
                   END-IF
                   IF WRK-LOTES-DISPONIVEIS
                       MOVE ORC-ITM-CD-PRODUTO TO WRK-LOTE-PRODUTO
                       PERFORM 0203B-SOMA-LOTES
                       IF ORC-ITM-QTD > WRK-LOTE-NO-PRAZO
                          AND WRK-LOTE-VENCIDO > ZEROS
                           MOVE 'N' TO WRK-ORC-ESTOQUE-OK
                           DISPLAY "SALDO DE " ORC-ITM-NOME
                                   " SO EM LOTE VENCIDO."
                       END-IF
                   END-IF
           END-READ
       .
           MOVE ORC-ITM-CATEGORIA    TO REG-ITM-CATEGORIA
           MOVE WRK-PDV              TO REG-ITM-PDV
           MOVE WRK-FILIAL           TO REG-ITM-FILIAL
           MOVE ORC-ITM-CD-PRODUTO   TO REG-ITM-PRODUTO
           MOVE SPACE                TO REG-ITM-MOTIVO
           WRITE REG-VENDA-ITEM

           MOVE ORC-ITM-CD-PRODUTO TO CD-PRODUTO
           COMPUTE WRK-ESTFIL-QTD = ZEROS - ORC-ITM-QTD
           MOVE ORC-ITM-CD-PRODUTO TO EF-PRODUTO
           PERFORM 0313-MOVE-ESTOQUE-FILIAL
           MOVE ZEROS              TO WRK-ULT-QT-LOTES
           MOVE SPACES             TO WRK-LOTE-INFORMADO
           MOVE ORC-ITM-CD-PRODUTO TO WRK-LOTE-PRODUTO
           MOVE ORC-ITM-QTD        TO WRK-LOTE-QTD-BAIXA
           PERFORM 0314-BAIXA-LOTES

           ADD ORC-ITM-PRECO-TOTAL TO WRK-PRECO-TOTAL
           ADD 1 TO WRK-QTD-ITENS
       0120-IDENTIFICA-CLIENTE     SECTION.
           MOVE ZEROS  TO WRK-CD-CLIENTE
           MOVE SPACES TO WRK-NM-CLIENTE
           MOVE 'V'    TO WRK-CLASSE-CLIENTE
           IF WRK-CADASTRO-CLIENTE-OK
               DISPLAY "CODIGO DO CLIENTE (ZEROS SE NAO "
                       "IDENTIFICADO): "
                           MOVE NM-CLIENTE TO WRK-NM-CLIENTE
                           DISPLAY "CLIENTE: " WRK-NM-CLIENTE
                           PERFORM 0130-CONSULTA-PONTOS
                           PERFORM 0131-CARREGA-CLASSE
                   END-READ
               END-IF
           END-IF
           END-READ
           DISPLAY "SALDO DE PONTOS DO CLIENTE: " WRK-SALDO-PONTOS
       .
       0131-CARREGA-CLASSE         SECTION.
      **** CLASSE DE PRECO DO CLIENTE LIDO NO REG-CLIENTE. ATACADO E
      **** REVENDA SO VALEM PARA PESSOA JURIDICA; O RESTO E VAREJO.
           MOVE 'V' TO WRK-CLASSE-CLIENTE
           IF WRK-CLASSES-DISPONIVEIS
              AND TP-DOCUMENTO EQUAL 'J'
               MOVE WRK-CD-CLIENTE TO CCL-CLIENTE
               READ CLICLASS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CCL-CLASSE EQUAL 'A'
                          OR CCL-CLASSE EQUAL 'R'
                           MOVE CCL-CLASSE TO WRK-CLASSE-CLIENTE
                       END-IF
               END-READ
           END-IF
           IF WRK-CLASSE-CLIENTE EQUAL 'A'
               DISPLAY "CLIENTE COM PRECO DE ATACADO."
           END-IF
           IF WRK-CLASSE-CLIENTE EQUAL 'R'
               DISPLAY "CLIENTE COM PRECO DE REVENDA."
           END-IF
       .
       0200-INICIALIZACAO          SECTION.
           DISPLAY "INSERIR NOVO PRODUTO (S/N), "
                   "VENDER UM KIT (K), "
                   "CANCELAR O ULTIMO ITEM (C), "
                   "DEVOLVER UM PRODUTO (D), "
                   "FAZER UMA TROCA (T), "
                   "SUSPENDER A VENDA (P), "
                   "REGISTRAR ENCOMENDA (E), "
                   "RETIRAR ENCOMENDA (R) OU "
                   "MOVIMENTAR A GAVETA (G)? "
               ACCEPT WRK-RESPOSTA
       .
       0201-RECEBIMENTO-DE-DADOS   SECTION.
           MOVE 'N'    TO WRK-LOTE-RECUSA
           MOVE SPACES TO WRK-LOTE-INFORMADO
           PERFORM 0202-BUSCA-PRODUTO
           DISPLAY "INFORME A QUANTIDADE (" WRK-UM-PROD "): "
               ACCEPT WRK-QTD-PROD
           PERFORM 0205-VALIDA-QTD-UNIDADE
           IF NOT WRK-MODO-ORCAMENTO
               PERFORM 0203-VALIDA-ESTOQUE
               PERFORM 0203A-VALIDA-LOTE
           END-IF
           PERFORM 0210-APLICA-FAIXA-PRECO
       .
       0205-VALIDA-QTD-UNIDADE     SECTION.
      **** PRODUTO VENDIDO POR UNIDADE ('UN') NAO ACEITA QUANTIDADE
               END-PERFORM
           END-IF
       .
       0210-APLICA-FAIXA-PRECO     SECTION.
      **** PRECO POR FAIXA DE QUANTIDADE: VALE A MAIOR FAIXA ATINGIDA
      **** DA CLASSE DO CLIENTE; SEM ELA, A DO VAREJO. A FAIXA SO
      **** ENTRA SE BAIXAR O PRECO DE CADASTRO, E NUNCA ABAIXO DO
      **** CUSTO (MEDIO, OU O DA ULTIMA ENTRADA SE NAO HOUVER MEDIO).
           MOVE 'N' TO WRK-FAIXA-APLICADA
           MOVE 'N' TO WRK-FAIXA-ACHADA
           IF NOT WRK-FAIXAS-DISPONIVEIS
              OR WRK-QTD-PROD EQUAL ZEROS
               GO TO 0210-FIM
           END-IF
           IF WRK-CLASSE-CLIENTE NOT EQUAL 'V'
               MOVE WRK-CLASSE-CLIENTE TO WRK-CLASSE-BUSCA
               PERFORM 0210A-BUSCA-FAIXA
           END-IF
           IF WRK-FAIXA-ACHADA EQUAL 'N'
               MOVE 'V' TO WRK-CLASSE-BUSCA
               PERFORM 0210A-BUSCA-FAIXA
           END-IF
           IF WRK-FAIXA-ACHADA EQUAL 'N'
               GO TO 0210-FIM
           END-IF

           MOVE ZEROS TO WRK-CUSTO-PROD
           MOVE WRK-CD-PROD TO CD-PRODUTO
           READ PRODUTO
               NOT INVALID KEY
                   IF CM-PRODUTO > ZEROS
                       MOVE CM-PRODUTO TO WRK-CUSTO-PROD
                       IF WRK-CUSTO-PROD < CM-PRODUTO
                           ADD 1 TO WRK-CUSTO-PROD
                       END-IF
                   ELSE
                       MOVE CU-PRODUTO TO WRK-CUSTO-PROD
                   END-IF
           END-READ
           IF WRK-FAIXA-PRECO < WRK-CUSTO-PROD
               DISPLAY "PRECO DA FAIXA ABAIXO DO CUSTO DO PRODUTO. "
                       "VALE O CUSTO (" WRK-CUSTO-PROD ")."
               MOVE WRK-CUSTO-PROD TO WRK-FAIXA-PRECO
           END-IF
           IF WRK-FAIXA-PRECO NOT < WRK-PRECO-PROD
               GO TO 0210-FIM
           END-IF

           EVALUATE WRK-FAIXA-CLASSE
               WHEN 'A'
                   MOVE "ATACADO" TO WRK-NM-CLASSE
               WHEN 'R'
                   MOVE "REVENDA" TO WRK-NM-CLASSE
               WHEN OTHER
                   MOVE "VAREJO"  TO WRK-NM-CLASSE
           END-EVALUATE
           MOVE 'S'              TO WRK-FAIXA-APLICADA
           MOVE WRK-FAIXA-PRECO  TO WRK-PRECO-PROD
           MOVE WRK-FAIXA-QT-MIN TO WRK-QTDE-FORM
           DISPLAY "PRECO " WRK-NM-CLASSE " A PARTIR DE "
                   WRK-QTDE-FORM " " WRK-UM-PROD ": " WRK-PRECO-PROD
       0210-FIM.
           EXIT.
       0210A-BUSCA-FAIXA           SECTION.
      **** AS FAIXAS DO PRODUTO + CLASSE VEM EM ORDEM CRESCENTE DE
      **** QUANTIDADE MINIMA; FICA A ULTIMA QUE A QUANTIDADE ATINGE.
           MOVE WRK-CD-PROD      TO PCL-PRODUTO
           MOVE WRK-CLASSE-BUSCA TO PCL-CLASSE
           MOVE ZEROS            TO PCL-QT-MINIMA
           MOVE SPACE TO WRK-FAIXA-EOF
           START PRECOCLI KEY IS NOT LESS THAN PCL-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-FAIXA-EOF
           END-START
           PERFORM UNTIL WRK-FAIXA-EOF EQUAL 'F'
               READ PRECOCLI NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-FAIXA-EOF
                   NOT AT END
                       IF PCL-PRODUTO NOT EQUAL WRK-CD-PROD
                          OR PCL-CLASSE NOT EQUAL WRK-CLASSE-BUSCA
                          OR PCL-QT-MINIMA > WRK-QTD-PROD
                           MOVE 'F' TO WRK-FAIXA-EOF
                       ELSE
                           MOVE 'S'           TO WRK-FAIXA-ACHADA
                           MOVE PCL-CLASSE    TO WRK-FAIXA-CLASSE
                           MOVE PCL-QT-MINIMA TO WRK-FAIXA-QT-MIN
                           MOVE PCL-PRECO     TO WRK-FAIXA-PRECO
                       END-IF
               END-READ
           END-PERFORM
       .
       0202-BUSCA-PRODUTO          SECTION.
           MOVE 'N' TO WRK-PROD-ENCONTRADO
           PERFORM UNTIL WRK-PROD-ENCONTRADO EQUAL 'S'
           END-IF
       .
       0203-VALIDA-ESTOQUE         SECTION.
      **** O QUE ESTA RESERVADO PARA ENCOMENDA DE CLIENTE NAO ENTRA
      **** NO DISPONIVEL DA VENDA AVULSA.
           MOVE WRK-CD-PROD TO WRK-RESERVA-PRODUTO
           PERFORM 0203D-SOMA-RESERVAS
           PERFORM UNTIL WRK-QTD-PROD <= WRK-QTD-LIVRE
               DISPLAY "ESTOQUE INSUFICIENTE. DISPONIVEL: "
                       WRK-QTD-LIVRE
               IF WRK-QTD-RESERVADA > ZEROS
                   DISPLAY "(RESERVADO PARA ENCOMENDAS: "
                           WRK-QTD-RESERVADA ")"
               END-IF
               DISPLAY "INFORME A QUANTIDADE: "
               ACCEPT WRK-QTD-PROD
           END-PERFORM
       .
       0203A-VALIDA-LOTE           SECTION.
      **** PRODUTO COM LOTE EM SALDO: O ITEM SAI DO LOTE INFORMADO
      **** OU, EM BRANCO, DOS LOTES NO PRAZO NA ORDEM DE VENCIMENTO
      **** (FEFO). LOTE VENCIDO NAO E VENDIDO: O ITEM E RECUSADO EM
      **** 0305-CALCULA-ITEM PELO WRK-LOTE-RECUSA.
           IF NOT WRK-LOTES-DISPONIVEIS
               GO TO 0203A-FIM
           END-IF
           MOVE WRK-CD-PROD TO WRK-LOTE-PRODUTO
           PERFORM 0203B-SOMA-LOTES
           IF WRK-LOTE-CT EQUAL ZEROS
               GO TO 0203A-FIM
           END-IF
           DISPLAY "LOTE DO PRODUTO (BRANCO = O QUE VENCE PRIMEIRO): "
           ACCEPT WRK-LOTE-INFORMADO
           IF WRK-LOTE-INFORMADO NOT EQUAL SPACES
               PERFORM 0203C-PROCURA-LOTE
               EVALUATE TRUE
                   WHEN WRK-LOTE-VALIDADE-INF EQUAL ZEROS
                       DISPLAY "LOTE NAO ENCONTRADO OU SEM SALDO."
                       MOVE 'S' TO WRK-LOTE-RECUSA
                   WHEN WRK-LOTE-VALIDADE-INF < WRK-DATA-SISTEMA
                       DISPLAY "LOTE VENCIDO EM " WRK-LOTE-VALIDADE-INF
                               ". RETIRAR DA PRATELEIRA."
                       MOVE 'S' TO WRK-LOTE-RECUSA
                   WHEN WRK-LOTE-SALDO-INF < WRK-QTD-PROD
                       MOVE WRK-LOTE-SALDO-INF TO WRK-LOTE-QTD-FORM
                       DISPLAY "SALDO DO LOTE INSUFICIENTE: "
                               WRK-LOTE-QTD-FORM
                       MOVE 'S' TO WRK-LOTE-RECUSA
               END-EVALUATE
           ELSE
               IF WRK-QTD-PROD > WRK-LOTE-NO-PRAZO
                  AND WRK-LOTE-VENCIDO > ZEROS
                   MOVE WRK-LOTE-NO-PRAZO TO WRK-LOTE-QTD-FORM
                   DISPLAY "SALDO DENTRO DA VALIDADE: "
                           WRK-LOTE-QTD-FORM
                   DISPLAY "O RESTANTE SO PODE SER DE LOTE VENCIDO. "
                           "RETIRAR DA PRATELEIRA."
                   MOVE 'S' TO WRK-LOTE-RECUSA
               END-IF
           END-IF
       0203A-FIM.
           EXIT.
       0203B-SOMA-LOTES            SECTION.
      **** SOMA O SALDO DOS LOTES DE WRK-LOTE-PRODUTO, SEPARANDO O
      **** QUE ESTA NO PRAZO DO QUE JA VENCEU.
           MOVE ZEROS TO WRK-LOTE-NO-PRAZO
           MOVE ZEROS TO WRK-LOTE-VENCIDO
           MOVE ZEROS TO WRK-LOTE-CT
           MOVE SPACE TO WRK-LOTE-EOF
           MOVE WRK-LOTE-PRODUTO TO LOT-PRODUTO
           MOVE ZEROS            TO LOT-DT-VALIDADE
           MOVE LOW-VALUES       TO LOT-NR-LOTE
           START ESTLOTE KEY IS NOT LESS THAN LOT-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-LOTE-EOF
           END-START
           PERFORM UNTIL WRK-LOTE-EOF EQUAL 'F'
               READ ESTLOTE NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-LOTE-EOF
                   NOT AT END
                       IF LOT-PRODUTO NOT EQUAL WRK-LOTE-PRODUTO
                           MOVE 'F' TO WRK-LOTE-EOF
                       ELSE
                           IF LOT-QT-SALDO > ZEROS
                               ADD 1 TO WRK-LOTE-CT
                               IF LOT-DT-VALIDADE < WRK-DATA-SISTEMA
                                   ADD LOT-QT-SALDO
                                       TO WRK-LOTE-VENCIDO
                               ELSE
                                   ADD LOT-QT-SALDO
                                       TO WRK-LOTE-NO-PRAZO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       .
       0203C-PROCURA-LOTE          SECTION.
      **** LOCALIZA O LOTE DIGITADO ENTRE OS LOTES COM SALDO DO
      **** PRODUTO. VALIDADE ZERADA NA VOLTA = LOTE NAO ACHADO.
           MOVE ZEROS TO WRK-LOTE-VALIDADE-INF
           MOVE ZEROS TO WRK-LOTE-SALDO-INF
           MOVE SPACE TO WRK-LOTE-EOF
           MOVE WRK-LOTE-PRODUTO TO LOT-PRODUTO
           MOVE ZEROS            TO LOT-DT-VALIDADE
           MOVE LOW-VALUES       TO LOT-NR-LOTE
           START ESTLOTE KEY IS NOT LESS THAN LOT-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-LOTE-EOF
           END-START
           PERFORM UNTIL WRK-LOTE-EOF EQUAL 'F'
               READ ESTLOTE NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-LOTE-EOF
                   NOT AT END
                       IF LOT-PRODUTO NOT EQUAL WRK-LOTE-PRODUTO
                           MOVE 'F' TO WRK-LOTE-EOF
                       ELSE
                           IF LOT-NR-LOTE EQUAL WRK-LOTE-INFORMADO
                              AND LOT-QT-SALDO > ZEROS
                               MOVE LOT-DT-VALIDADE
                                   TO WRK-LOTE-VALIDADE-INF
                               MOVE LOT-QT-SALDO
                                   TO WRK-LOTE-SALDO-INF
                               MOVE 'F' TO WRK-LOTE-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       .
       0203D-SOMA-RESERVAS         SECTION.
      **** SOMA AS ENCOMENDAS RESERVADAS ('R') DO PRODUTO PELA CHAVE
      **** ALTERNATIVA E DEIXA EM WRK-QTD-LIVRE O QUE SOBRA DO
      **** QT-PRODUTO JA LIDO PARA A VENDA AVULSA.
           MOVE ZEROS TO WRK-QTD-RESERVADA
           MOVE SPACE TO WRK-ENC-EOF
           MOVE WRK-RESERVA-PRODUTO TO ENC-PRODUTO
           START ENCOMEND KEY IS EQUAL TO ENC-PRODUTO
               INVALID KEY
                   MOVE 'F' TO WRK-ENC-EOF
           END-START
           PERFORM UNTIL WRK-ENC-EOF EQUAL 'F'
               READ ENCOMEND NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-ENC-EOF
                   NOT AT END
                       IF ENC-PRODUTO NOT EQUAL WRK-RESERVA-PRODUTO
                           MOVE 'F' TO WRK-ENC-EOF
                       ELSE
                           IF ENC-RESERVADA
                               ADD ENC-QTD TO WRK-QTD-RESERVADA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WRK-QTD-RESERVADA < QT-PRODUTO
               COMPUTE WRK-QTD-LIVRE =
                   QT-PRODUTO - WRK-QTD-RESERVADA
           ELSE
               MOVE ZEROS TO WRK-QTD-LIVRE
           END-IF
       .
       0206-VENDE-KIT              SECTION.
      **** VENDA DE KIT: UMA LINHA SO NO CUPOM E NO VENDAS (PELO
      **** PRECO FECHADO DO KIT), COM O ESTOQUE BAIXADO COMPONENTE A
               GO TO 0206-FIM
           END-IF

           IF CT-KIT < 1 OR CT-KIT > 5
               MOVE 1 TO WRK-ALIQ-CAT
           ELSE
               MOVE CT-KIT TO WRK-ALIQ-CAT
           END-IF
           IF NOT TAB-ICMS-VIGENTE(WRK-ALIQ-CAT)
               DISPLAY "SEM ALIQUOTA DE ICMS VIGENTE PARA A "
                       "CATEGORIA " WRK-ALIQ-CAT ". KIT RECUSADO."
               GO TO 0206-FIM
           END-IF

           PERFORM 0207-VALIDA-ESTOQUE-KIT
           IF NOT WRK-KIT-TEM-ESTOQUE
               DISPLAY "KIT RECUSADO POR FALTA DE COMPONENTE."
                                   DISPLAY "COMPONENTE " KCP-PRODUTO
                                           " SEM CADASTRO NO PRODUTO."
                               NOT INVALID KEY
                                   MOVE KCP-PRODUTO
                                       TO WRK-RESERVA-PRODUTO
                                   PERFORM 0203D-SOMA-RESERVAS
                                   IF WRK-QTD-LIVRE
                                      < WRK-QTD-NECESSARIA
                                       MOVE 'N' TO WRK-KIT-ESTOQUE-OK
                                       DISPLAY "COMPONENTE EM FALTA: "
                                           DS-PRODUTO
                                           " (DISPONIVEL: "
                                           WRK-QTD-LIVRE ")"
                                   END-IF
                                   IF WRK-LOTES-DISPONIVEIS
                                       PERFORM 0207A-CONFERE-LOTE-KIT
                                   END-IF
                           END-READ
                       END-IF
               END-READ
           END-PERFORM
       .
       0207A-CONFERE-LOTE-KIT      SECTION.
      **** COMPONENTE QUE SO TEM SALDO SUFICIENTE CONTANDO LOTE
      **** VENCIDO NAO ENTRA NO KIT.
           MOVE KCP-PRODUTO TO WRK-LOTE-PRODUTO
           PERFORM 0203B-SOMA-LOTES
           IF WRK-QTD-NECESSARIA > WRK-LOTE-NO-PRAZO
              AND WRK-LOTE-VENCIDO > ZEROS
               MOVE 'N' TO WRK-KIT-ESTOQUE-OK
               DISPLAY "COMPONENTE COM LOTE VENCIDO: " DS-PRODUTO
           END-IF
       .
       0208-BAIXA-COMPONENTES      SECTION.
           MOVE ZEROS  TO WRK-ULT-QT-LOTES
           MOVE SPACES TO WRK-LOTE-INFORMADO
           MOVE SPACE TO WRK-KIT-EOF
           MOVE WRK-CD-KIT TO KCP-KIT
           MOVE ZEROS      TO KCP-PRODUTO
                               ZEROS - WRK-QTD-NECESSARIA
                           MOVE KCP-PRODUTO TO EF-PRODUTO
                           PERFORM 0313-MOVE-ESTOQUE-FILIAL
                           MOVE KCP-PRODUTO TO WRK-LOTE-PRODUTO
                           MOVE WRK-QTD-NECESSARIA
                               TO WRK-LOTE-QTD-BAIXA
                           PERFORM 0314-BAIXA-LOTES
                       END-IF
               END-READ
           END-PERFORM
           MOVE WRK-CATEGORIA-PROD TO REG-ITM-CATEGORIA
           MOVE WRK-PDV            TO REG-ITM-PDV
           MOVE WRK-FILIAL         TO REG-ITM-FILIAL
           MOVE ZEROS              TO REG-ITM-PRODUTO
           MOVE SPACE              TO REG-ITM-MOTIVO
           WRITE REG-VENDA-ITEM

           MOVE 'S'                TO WRK-TEM-ULT-ITEM
           PERFORM 0100-PRINCIPAL
       .
       0305-CALCULA-ITEM           SECTION.
           IF WRK-LOTE-RECUSADO
               DISPLAY "ITEM NAO FOI INCLUIDO NA VENDA."
               GO TO 0305-FIM
           END-IF
           IF NOT TAB-ICMS-VIGENTE(WRK-CATEGORIA-PROD)
               DISPLAY "SEM ALIQUOTA DE ICMS VIGENTE PARA A "
                       "CATEGORIA " WRK-CATEGORIA-PROD " NA UF "
                       WRK-UF-FILIAL "."
               DISPLAY "ITEM NAO FOI INCLUIDO NA VENDA."
               GO TO 0305-FIM
           END-IF
           PERFORM 0301-APLICA-DESCONTO
           MOVE TAB-ICMS-ALIQ(WRK-CATEGORIA-PROD) TO WRK-ALIQ-ICMS
           CALL 'SUBCALCL' USING WRK-CHAMADOR-CALC WRK-ROTINA-CALC
                           COMPUTE WRK-VLR-DESCONTO ROUNDED =
                               WRK-PRECO-ITEM * WRK-DESCONTO-ACHADO
                   END-EVALUATE
      **** ITEM A PRECO DE FAIXA: O DESCONTO PARA NO CUSTO.
                   IF WRK-PRECO-DE-FAIXA
                       COMPUTE WRK-CUSTO-ITEM ROUNDED =
                           WRK-QTD-PROD * WRK-CUSTO-PROD
                       IF WRK-VLR-DESCONTO + WRK-CUSTO-ITEM
                          > WRK-PRECO-ITEM
                           IF WRK-CUSTO-ITEM < WRK-PRECO-ITEM
                               COMPUTE WRK-VLR-DESCONTO =
                                   WRK-PRECO-ITEM - WRK-CUSTO-ITEM
                           ELSE
                               MOVE ZEROS TO WRK-VLR-DESCONTO
                           END-IF
                           DISPLAY "DESCONTO LIMITADO AO CUSTO DO "
                                   "PRODUTO."
                       END-IF
                   END-IF
                   SUBTRACT WRK-VLR-DESCONTO FROM WRK-PRECO-ITEM
                   MOVE WRK-VLR-DESCONTO TO WRK-VLR-DESCONTO-FORM
                   DISPLAY "DESCONTO (" WRK-COD-PROMO "): "
               MOVE WRK-CATEGORIA-PROD TO WRK-ULT-CATEGORIA
               PERFORM 0310-GRAVA-ITEM
           END-IF
       0305-FIM.
           EXIT.
       0301-APLICA-DESCONTO        SECTION.
           MOVE ZEROS  TO WRK-DESCONTO-ACHADO
           MOVE ZEROS  TO WRK-VLR-DESCONTO
                      WRK-NOME-PROD          DELIMITED BY SIZE
                      " DESCONTO="           DELIMITED BY SIZE
                      WRK-VLR-DESCONTO-FORM  DELIMITED BY SIZE
                      " PRODUTO="            DELIMITED BY SIZE
                      WRK-CD-PROD            DELIMITED BY SIZE
                   INTO REG-PROMOHIS
               WRITE REG-PROMOHIS
               CLOSE PROMOHIS
               MOVE WRK-CATEGORIA-PROD TO REG-ITM-CATEGORIA
               MOVE WRK-PDV            TO REG-ITM-PDV
               MOVE WRK-FILIAL         TO REG-ITM-FILIAL
               MOVE WRK-CD-PROD        TO REG-ITM-PRODUTO
               MOVE SPACE              TO REG-ITM-MOTIVO
               WRITE REG-VENDA-ITEM
               MOVE WRK-CD-PROD TO CD-PRODUTO
               READ PRODUTO
               COMPUTE WRK-ESTFIL-QTD = ZEROS - WRK-QTD-PROD
               MOVE WRK-CD-PROD TO EF-PRODUTO
               PERFORM 0313-MOVE-ESTOQUE-FILIAL
               MOVE ZEROS        TO WRK-ULT-QT-LOTES
               MOVE WRK-CD-PROD  TO WRK-LOTE-PRODUTO
               MOVE WRK-QTD-PROD TO WRK-LOTE-QTD-BAIXA
               PERFORM 0314-BAIXA-LOTES
               MOVE WRK-CD-PROD TO WRK-MOV-PRODUTO
               MOVE 'VE'        TO WRK-MOV-TIPO
               COMPUTE WRK-MOV-QTD = ZEROS - WRK-QTD-PROD
               INTO REG-CUPOM
           WRITE REG-CUPOM

           IF WRK-PRECO-DE-FAIXA
               MOVE WRK-FAIXA-QT-MIN TO WRK-QTDE-FORM
               MOVE WRK-PRECO-PROD   TO WRK-CUPOM-VALOR-FORM
               MOVE SPACES TO REG-CUPOM
               STRING "  PRECO "      DELIMITED BY SIZE
                      WRK-NM-CLASSE   DELIMITED BY SPACE
                      " A PARTIR DE " DELIMITED BY SIZE
                      WRK-QTDE-FORM   DELIMITED BY SIZE
                      " "             DELIMITED BY SIZE
                      WRK-UM-PROD     DELIMITED BY SIZE
                      ": "            DELIMITED BY SIZE
                      WRK-CUPOM-VALOR-FORM DELIMITED BY SIZE
                      "/"             DELIMITED BY SIZE
                      WRK-UM-PROD     DELIMITED BY SIZE
                   INTO REG-CUPOM
               WRITE REG-CUPOM
           END-IF

           IF WRK-COD-PROMO NOT EQUAL SPACES
               MOVE SPACES TO REG-CUPOM
               STRING "  DESCONTO " DELIMITED BY SIZE
           CLOSE CUPOM
           CLOSE PRODUTO
           CLOSE PONTOS
           CLOSE PONTOMOV
           CLOSE SUSPENSA
           CLOSE ORCAMENT
           CLOSE VALETROC
           CLOSE SERIAIS
           CLOSE CREDIARIO
           CLOSE ENTREGAS
           CLOSE ENCOMEND
           CLOSE ESTFIL
           IF WRK-LOTES-DISPONIVEIS
               CLOSE ESTLOTE
           END-IF
           IF WRK-LOTVND-DISPONIVEL
               CLOSE LOTEVND
           END-IF
           IF WRK-CADASTRO-OPER-OK
               CLOSE OPERADOR
           END-IF
           IF WRK-LIMITES-DISPONIVEIS
               CLOSE LIMCRED
           END-IF
           IF WRK-PROMOS-DISPONIVEIS
               CLOSE PROMOCAO
           END-IF
           IF WRK-FAIXAS-DISPONIVEIS
               CLOSE PRECOCLI
           END-IF
           IF WRK-CLASSES-DISPONIVEIS
               CLOSE CLICLASS
           END-IF
           IF WRK-KITS-DISPONIVEIS
               CLOSE KITMEST
               CLOSE KITCOMP
                               "INSUFICIENTE. ACAO NEGADA."
                   END-IF
           END-READ
           MOVE WRK-VND-ID TO WRK-AUT-VND-ID
           MOVE ZEROS      TO WRK-AUT-VALOR
           PERFORM 0246-GRAVA-AUTORIZACAO
       0245-FIM.
           EXIT.
       0246-GRAVA-AUTORIZACAO      SECTION.
      **** REGISTRA O PEDIDO DE AUTORIZACAO (OU A DEVOLUCAO EFETIVADA)
      **** NO AUTORIZ.DAT, NO MESMO MOLDE DO GAVETA.DAT. FALHA NA
      **** GRAVACAO SO AVISA: A ACAO NO CAIXA NAO PARA POR ISSO.
           OPEN EXTEND AUTORIZ
           IF WRK-FS-AUTORIZ EQUAL '35'
               CLOSE AUTORIZ
               OPEN OUTPUT AUTORIZ
           END-IF
           IF WRK-FS-AUTORIZ NOT EQUAL '00'
               DISPLAY "ERRO AO GRAVAR O REGISTRO DE AUTORIZACAO. FS="
                       WRK-FS-AUTORIZ
           ELSE
               ACCEPT WRK-HORA-SISTEMA FROM TIME
               MOVE SPACES TO REG-AUTORIZ
               MOVE WRK-DATA-SISTEMA       TO AUT-DATA
               MOVE WRK-HORA-SISTEMA(1:6)  TO AUT-HORA
               MOVE WRK-FILIAL             TO AUT-FILIAL
               MOVE WRK-PDV                TO AUT-PDV
               MOVE WRK-OPERADOR           TO AUT-OPERADOR
               MOVE WRK-AUT-ID             TO AUT-SUPERVISOR
               MOVE WRK-AUT-ACAO           TO AUT-ACAO
               MOVE WRK-AUTORIZADO         TO AUT-RESULTADO
               MOVE WRK-AUT-VND-ID         TO AUT-VND-ID
               MOVE WRK-AUT-VALOR          TO AUT-VALOR
               WRITE REG-AUTORIZ
               CLOSE AUTORIZ
           END-IF
       .
       0313-MOVE-ESTOQUE-FILIAL    SECTION.
      **** MOVE O SALDO DA LOJA DA SESSAO NO ESTFIL.DAT (POSITIVO
      **** ENTRA, NEGATIVO SAI), CRIANDO O REGISTRO NO PRIMEIRO
                   REWRITE REG-ESTFIL
           END-READ
       .
       0314-BAIXA-LOTES            SECTION.
      **** BAIXA WRK-LOTE-QTD-BAIXA DOS LOTES DE WRK-LOTE-PRODUTO: DO
      **** LOTE INFORMADO NA ENTRADA DO ITEM OU, EM BRANCO, DOS LOTES
      **** A PARTIR DA VALIDADE DE HOJE (A CHAVE JA VEM NA ORDEM DE
      **** VENCIMENTO). O QUE PASSAR DO SALDO DOS LOTES E ESTOQUE
      **** ANTIGO, SEM LOTE.
           IF NOT WRK-LOTES-DISPONIVEIS
               GO TO 0314-FIM
           END-IF
           IF WRK-LOTE-INFORMADO NOT EQUAL SPACES
               MOVE WRK-LOTE-PRODUTO      TO LOT-PRODUTO
               MOVE WRK-LOTE-VALIDADE-INF TO LOT-DT-VALIDADE
               MOVE WRK-LOTE-INFORMADO    TO LOT-NR-LOTE
               READ ESTLOTE
                   NOT INVALID KEY
                       PERFORM 0315-BAIXA-UM-LOTE
               END-READ
               GO TO 0314-FIM
           END-IF
           MOVE SPACE TO WRK-LOTE-EOF
           MOVE WRK-LOTE-PRODUTO TO LOT-PRODUTO
           MOVE WRK-DATA-SISTEMA TO LOT-DT-VALIDADE
           MOVE LOW-VALUES       TO LOT-NR-LOTE
           START ESTLOTE KEY IS NOT LESS THAN LOT-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-LOTE-EOF
           END-START
           PERFORM UNTIL WRK-LOTE-EOF EQUAL 'F'
                   OR WRK-LOTE-QTD-BAIXA EQUAL ZEROS
               READ ESTLOTE NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-LOTE-EOF
                   NOT AT END
                       IF LOT-PRODUTO NOT EQUAL WRK-LOTE-PRODUTO
                           MOVE 'F' TO WRK-LOTE-EOF
                       ELSE
                           IF LOT-QT-SALDO > ZEROS
                               PERFORM 0315-BAIXA-UM-LOTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       0314-FIM.
           EXIT.
       0315-BAIXA-UM-LOTE          SECTION.
           IF LOT-QT-SALDO < WRK-LOTE-QTD-BAIXA
               MOVE LOT-QT-SALDO       TO WRK-LOTE-QTD-LOTE
           ELSE
               MOVE WRK-LOTE-QTD-BAIXA TO WRK-LOTE-QTD-LOTE
           END-IF
           SUBTRACT WRK-LOTE-QTD-LOTE FROM LOT-QT-SALDO
           SUBTRACT WRK-LOTE-QTD-LOTE FROM WRK-LOTE-QTD-BAIXA
           REWRITE REG-LOTE
           IF WRK-ULT-QT-LOTES < 20
               ADD 1 TO WRK-ULT-QT-LOTES
               MOVE LOT-CHAVE TO TAB-ULT-LOTE-CHAVE(WRK-ULT-QT-LOTES)
               MOVE WRK-LOTE-QTD-LOTE
                   TO TAB-ULT-LOTE-QTD(WRK-ULT-QT-LOTES)
           END-IF
           MOVE WRK-LOTE-QTD-LOTE TO WRK-LVD-QTD
           PERFORM 0316-REGISTRA-LOTE-VENDA
       .
       0316-REGISTRA-LOTE-VENDA    SECTION.
      **** SOMA NO LOTEVND.DAT O QUE A VENDA TIROU DO LOTE EM
      **** LOT-CHAVE (WRK-LVD-QTD).
           IF NOT WRK-LOTVND-DISPONIVEL
               GO TO 0316-FIM
           END-IF
           MOVE WRK-VND-ID TO LVD-VND-ID
           MOVE LOT-CHAVE  TO LVD-LOTE
           READ LOTEVND
               INVALID KEY
                   MOVE WRK-LVD-QTD TO LVD-QTD
                   WRITE REG-LOTVND
               NOT INVALID KEY
                   ADD WRK-LVD-QTD TO LVD-QTD
                   REWRITE REG-LOTVND
           END-READ
       0316-FIM.
           EXIT.
       0250-CANCELA-ULTIMO-ITEM    SECTION.
           IF WRK-TEM-ULT-ITEM EQUAL 'S'
               COMPUTE WRK-PRECO-TOTAL =
                   MOVE WRK-ULT-CATEGORIA  TO REG-ITM-CATEGORIA
                   MOVE WRK-PDV            TO REG-ITM-PDV
                   MOVE WRK-FILIAL         TO REG-ITM-FILIAL
                   MOVE WRK-ULT-CD-PROD    TO REG-ITM-PRODUTO
                   MOVE SPACE              TO REG-ITM-MOTIVO
                   WRITE REG-VENDA-ITEM
                   IF WRK-ULTIMO-FOI-KIT
                       PERFORM 0256-REPOE-COMPONENTES-KIT
                       MOVE WRK-ULT-CD-PROD TO EF-PRODUTO
                       PERFORM 0313-MOVE-ESTOQUE-FILIAL
                   END-IF
                   PERFORM 0257-REPOE-LOTES
               END-IF
               END-IF
               MOVE 'N' TO WRK-TEM-ULT-ITEM
               DISPLAY "NAO HA ITEM PARA CANCELAR."
           END-IF
       .
       0257-REPOE-LOTES            SECTION.
      **** DEVOLVE AOS LOTES O QUE O ITEM (OU O KIT) CANCELADO TIROU.
           IF NOT WRK-LOTES-DISPONIVEIS
               GO TO 0257-FIM
           END-IF
           PERFORM VARYING WRK-ULT-LOTE-I FROM 1 BY 1
                   UNTIL WRK-ULT-LOTE-I > WRK-ULT-QT-LOTES
               MOVE TAB-ULT-LOTE-CHAVE(WRK-ULT-LOTE-I) TO LOT-CHAVE
               READ ESTLOTE
                   NOT INVALID KEY
                       ADD TAB-ULT-LOTE-QTD(WRK-ULT-LOTE-I)
                           TO LOT-QT-SALDO
                       REWRITE REG-LOTE
               END-READ
               IF WRK-LOTVND-DISPONIVEL
                   PERFORM 0258-DESCONTA-LOTE-VENDA
               END-IF
           END-PERFORM
           MOVE ZEROS TO WRK-ULT-QT-LOTES
       0257-FIM.
           EXIT.
       0258-DESCONTA-LOTE-VENDA    SECTION.
      **** O QUE VOLTOU AO LOTE DEIXA DE CONTAR COMO TIRADO PELA
      **** VENDA NO LOTEVND.DAT.
           MOVE WRK-VND-ID TO LVD-VND-ID
           MOVE TAB-ULT-LOTE-CHAVE(WRK-ULT-LOTE-I) TO LVD-LOTE
           READ LOTEVND
               NOT INVALID KEY
                   IF LVD-QTD < TAB-ULT-LOTE-QTD(WRK-ULT-LOTE-I)
                       MOVE ZEROS TO LVD-QTD
                   ELSE
                       SUBTRACT TAB-ULT-LOTE-QTD(WRK-ULT-LOTE-I)
                           FROM LVD-QTD
                   END-IF
                   REWRITE REG-LOTVND
           END-READ
       .
       0256-REPOE-COMPONENTES-KIT  SECTION.
      **** O CANCELAMENTO DE UM KIT DEVOLVE O ESTOQUE COMPONENTE A
      **** COMPONENTE, NA MESMA PROPORCAO DA BAIXA DA VENDA.
                                   "DE SERIE."
                       ELSE

                       PERFORM 0267-PEDE-MOTIVO-DEVOL
                       COMPUTE WRK-DEVOL-TOTAL ROUNDED =
                           (WRK-ORIG-PRECO-TOTAL / WRK-ORIG-QTD)
                               * WRK-DEVOL-QTD
                           MOVE WRK-ORIG-CATEGORIA TO REG-ITM-CATEGORIA
                           MOVE WRK-PDV TO REG-ITM-PDV
                           MOVE WRK-FILIAL TO REG-ITM-FILIAL
                           MOVE WRK-CD-PROD TO REG-ITM-PRODUTO
                           MOVE WRK-DEVOL-MOTIVO TO REG-ITM-MOTIVO
                           WRITE REG-VENDA-ITEM
                           MOVE 'S' TO WRK-DEVOL-FEITA
                           MOVE 'DE'             TO WRK-AUT-ACAO
                           MOVE WRK-DEVOL-VND-ID TO WRK-AUT-VND-ID
                           MOVE WRK-DEVOL-TOTAL  TO WRK-AUT-VALOR
                           PERFORM 0246-GRAVA-AUTORIZACAO

                           MOVE WRK-CD-PROD TO CD-PRODUTO
                           READ PRODUTO
                           DISPLAY "SERIAL NAO PERTENCE A VENDA "
                                   "INFORMADA (VENDA DO SERIAL: "
                                   SER-VND-ID ")."
                       WHEN SER-STATUS EQUAL 'T'
                           MOVE 'N' TO WRK-SERIAL-OK
                           DISPLAY "SERIAL TROCADO EM GARANTIA EM "
                                   SER-DT-DEVOL ". INFORME O SERIAL "
                                   "DO APARELHO NOVO."
                       WHEN SER-STATUS NOT EQUAL 'V'
                           MOVE 'N' TO WRK-SERIAL-OK
                           DISPLAY "SERIAL JA DEVOLVIDO EM "
                   REWRITE REG-SERIAL
           END-READ
       .
       0267-PEDE-MOTIVO-DEVOL      SECTION.
      **** O MOTIVO VAI NA LINHA 'V' PARA A TAXA DE DEVOLUCAO POR
      **** PRODUTO E FORNECEDOR (PROGTDEV). VALE TAMBEM PARA A TROCA.
           MOVE SPACE TO WRK-DEVOL-MOTIVO
           PERFORM UNTIL WRK-DEVOL-MOTIVO-OK
               DISPLAY "MOTIVO DA DEVOLUCAO (1-DEFEITO 2-TAMANHO/"
                       "MODELO ERRADO 3-ARREPENDIMENTO 4-AVARIA NA "
                       "ENTREGA 5-OUTRO): "
               ACCEPT WRK-DEVOL-MOTIVO
           END-PERFORM
       .
       0265-EMITE-VALE-TROCA       SECTION.
      **** OFERECE A EMISSAO DE UM VALE-TROCA NUMERADO NO VALOR DA
      **** DEVOLUCAO, EM VEZ DE DINHEIRO DE VOLTA. O VALE NASCE COM
               WRITE REG-CUPOM
           END-IF
       .
       0280-REGISTRA-ENCOMENDA     SECTION.
      **** ENCOMENDA DE PRODUTO EM FALTA PARA CLIENTE IDENTIFICADO. O
      **** SINAL ENTRA COMO LINHA 'D' PROPRIA DA VENDA (COMO O FRETE
      **** DE ENTREGA) E E PAGO JUNTO COM O RESTO DELA. A ENCOMENDA
      **** FICA 'A' ATE O PROGCOMP PEDIR E O PROGRECB RESERVAR A
      **** MERCADORIA NA CHEGADA.
           IF WRK-CD-CLIENTE EQUAL ZEROS
               DISPLAY "ENCOMENDA SO PARA CLIENTE IDENTIFICADO."
               GO TO 0280-FIM
           END-IF
           PERFORM 0202-BUSCA-PRODUTO
           DISPLAY "QUANTIDADE ENCOMENDADA (" WRK-UM-PROD "): "
               ACCEPT WRK-QTD-PROD
           PERFORM 0205-VALIDA-QTD-UNIDADE
           IF WRK-QTD-PROD EQUAL ZEROS
               DISPLAY "QUANTIDADE ZERADA. ENCOMENDA NAO REGISTRADA."
               GO TO 0280-FIM
           END-IF
           MOVE WRK-CD-PROD TO WRK-RESERVA-PRODUTO
           PERFORM 0203D-SOMA-RESERVAS
           IF WRK-QTD-LIVRE NOT < WRK-QTD-PROD
               DISPLAY "HA ESTOQUE LIVRE PARA ESTA QUANTIDADE ("
                       WRK-QTD-LIVRE "). REGISTRA A ENCOMENDA "
                       "ASSIM MESMO (S/N)? "
               ACCEPT WRK-RESPOSTA
               IF WRK-RESPOSTA NOT EQUAL 'S'
                  AND WRK-RESPOSTA NOT EQUAL 's'
                   GO TO 0280-FIM
               END-IF
           END-IF

           COMPUTE WRK-ENC-VALOR ROUNDED =
               WRK-PRECO-PROD * WRK-QTD-PROD
           MOVE WRK-ENC-VALOR TO WRK-ENC-FORM
           DISPLAY "VALOR DA ENCOMENDA PELO PRECO DE HOJE: "
                   WRK-ENC-FORM
           DISPLAY "VALOR DO SINAL: "
           ACCEPT WRK-ENC-SINAL
           PERFORM UNTIL WRK-ENC-SINAL > ZEROS
                   AND WRK-ENC-SINAL NOT > WRK-ENC-VALOR
               DISPLAY "SINAL INVALIDO. INFORME UM VALOR ATE "
                       WRK-ENC-FORM ": "
               ACCEPT WRK-ENC-SINAL
           END-PERFORM

           PERFORM 0281-PROXIMO-NR-ENCOMENDA
           MOVE WRK-ENC-NUMERO     TO ENC-NUMERO
           MOVE WRK-CD-PROD        TO ENC-PRODUTO
           MOVE WRK-CD-CLIENTE     TO ENC-CLIENTE
           MOVE WRK-QTD-PROD       TO ENC-QTD
           MOVE WRK-ENC-SINAL      TO ENC-SINAL
           MOVE WRK-VND-ID         TO ENC-VND-ID
           MOVE WRK-FILIAL         TO ENC-FILIAL
           MOVE 'A'                TO ENC-STATUS
           MOVE WRK-DATA-SISTEMA   TO ENC-DT-PEDIDO
           MOVE ZEROS              TO ENC-PED-DATA
           MOVE ZEROS              TO ENC-DT-CHEGADA
           MOVE ZEROS              TO ENC-DT-BAIXA
           MOVE SPACES             TO ENC-VND-RETIRADA
           MOVE WRK-OPERADOR       TO ENC-OPERADOR
           WRITE REG-ENCOMENDA
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A ENCOMENDA. FS="
                           WRK-FS-ENCOMEND
                   GO TO 0280-FIM
           END-WRITE

           MOVE SPACES TO WRK-ENC-NOME
           STRING "SINAL ENCOMENDA " DELIMITED BY SIZE
                  WRK-ENC-NUMERO     DELIMITED BY SIZE
               INTO WRK-ENC-NOME
           END-STRING
           MOVE 'D'                TO REG-ITM-TIPO
           MOVE WRK-VND-ID         TO REG-ITM-ID
           ADD 1 TO WRK-VND-SEQ
           MOVE WRK-VND-SEQ        TO REG-ITM-SEQ
           MOVE WRK-ENC-NOME       TO REG-ITM-NOME
           MOVE 1                  TO REG-ITM-QTD
           MOVE WRK-ENC-SINAL      TO REG-ITM-PRECO-UNIT
           MOVE ZEROS              TO REG-ITM-VLR-ICMS
           MOVE WRK-ENC-SINAL      TO REG-ITM-PRECO-TOTAL
           MOVE 1                  TO REG-ITM-CATEGORIA
           MOVE WRK-PDV            TO REG-ITM-PDV
           MOVE WRK-FILIAL         TO REG-ITM-FILIAL
           MOVE ZEROS              TO REG-ITM-PRODUTO
           MOVE SPACE              TO REG-ITM-MOTIVO
           WRITE REG-VENDA-ITEM
           ADD WRK-ENC-SINAL TO WRK-PRECO-TOTAL
           ADD 1 TO WRK-QTD-ITENS
           ADD 1 TO WRK-ENC-NA-VENDA
      **** O SINAL NAO E CANCELAVEL PELO 'C' (A ENCOMENDA JA FOI
      **** GRAVADA); DESISTENCIA E COM O PROGENCO.
           MOVE 'N' TO WRK-TEM-ULT-ITEM

           MOVE WRK-ENC-SINAL TO WRK-ENC-FORM
           MOVE SPACES TO REG-CUPOM
           STRING WRK-ENC-NOME DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  WRK-ENC-FORM DELIMITED BY SIZE
               INTO REG-CUPOM
           WRITE REG-CUPOM
           MOVE WRK-QTD-PROD TO WRK-QTDE-FORM
           MOVE SPACES TO REG-CUPOM
           STRING "  "          DELIMITED BY SIZE
                  WRK-QTDE-FORM DELIMITED BY SIZE
                  "x "          DELIMITED BY SIZE
                  WRK-NOME-PROD DELIMITED BY SIZE
               INTO REG-CUPOM
           WRITE REG-CUPOM
           DISPLAY "ENCOMENDA " WRK-ENC-NUMERO " REGISTRADA. SINAL "
                   WRK-ENC-FORM " ENTRA NO TOTAL DA VENDA."
       0280-FIM.
           EXIT.
       0281-PROXIMO-NR-ENCOMENDA   SECTION.
           MOVE ZEROS TO ENC-CTL-CHAVE
           READ ENCOMEND
               INVALID KEY
                   MOVE SPACES TO REG-ENCOMENDA-CONTROLE
                   MOVE ZEROS  TO ENC-CTL-CHAVE
                   MOVE ZEROS  TO ENC-PRODUTO
                   MOVE ZEROS  TO ENC-CTL-ULT-NUMERO
                   WRITE REG-ENCOMENDA-CONTROLE
           END-READ
           ADD 1 TO ENC-CTL-ULT-NUMERO
           MOVE ENC-CTL-ULT-NUMERO TO WRK-ENC-NUMERO
           REWRITE REG-ENCOMENDA-CONTROLE
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR O CONTROLE DE NUMERACAO. "
                           "FS=" WRK-FS-ENCOMEND
           END-REWRITE
       .
       0285-RETIRA-ENCOMENDA       SECTION.
      **** RETIRADA DA ENCOMENDA RESERVADA: O PRODUTO ENTRA NA VENDA
      **** PELO PRECO DO DIA (0305-CALCULA-ITEM, SEM A CRITICA DE
      **** ESTOQUE LIVRE, POIS A QUANTIDADE E A DA PROPRIA RESERVA) E
      **** O SINAL VOLTA COMO LINHA 'V' DESTA VENDA, ABATENDO O TOTAL
      **** A PAGAR.
           IF WRK-CD-CLIENTE EQUAL ZEROS
               DISPLAY "RETIRADA SO PARA CLIENTE IDENTIFICADO."
               GO TO 0285-FIM
           END-IF
           DISPLAY "NUMERO DA ENCOMENDA: "
           ACCEPT WRK-ENC-NUMERO
           IF WRK-ENC-NUMERO EQUAL ZEROS
               GO TO 0285-FIM
           END-IF
           MOVE WRK-ENC-NUMERO TO ENC-NUMERO
           READ ENCOMEND
               INVALID KEY
                   DISPLAY "ENCOMENDA NAO ENCONTRADA."
                   GO TO 0285-FIM
           END-READ
           IF ENC-CLIENTE NOT EQUAL WRK-CD-CLIENTE
               DISPLAY "ENCOMENDA DE OUTRO CLIENTE (" ENC-CLIENTE ")."
               GO TO 0285-FIM
           END-IF
           EVALUATE TRUE
               WHEN ENC-RESERVADA
                   CONTINUE
               WHEN ENC-AGUARDANDO
                   DISPLAY "A MERCADORIA DA ENCOMENDA AINDA NAO "
                           "CHEGOU."
                   GO TO 0285-FIM
               WHEN ENC-ENTREGUE
                   DISPLAY "ENCOMENDA JA RETIRADA NA VENDA "
                           ENC-VND-RETIRADA "."
                   GO TO 0285-FIM
               WHEN OTHER
                   DISPLAY "ENCOMENDA BAIXADA EM " ENC-DT-BAIXA
                           " (SINAL DEVOLVIDO OU RESERVA LIBERADA)."
                   GO TO 0285-FIM
           END-EVALUATE

           MOVE ENC-PRODUTO TO CD-PRODUTO
           READ PRODUTO
               INVALID KEY
                   DISPLAY "PRODUTO DA ENCOMENDA SEM CADASTRO."
                   GO TO 0285-FIM
           END-READ
           MOVE CD-PRODUTO   TO WRK-CD-PROD
           MOVE DS-PRODUTO   TO WRK-NOME-PROD
           MOVE PR-PRODUTO   TO WRK-PRECO-PROD
           MOVE CT-PRODUTO   TO WRK-CATEGORIA-PROD
           MOVE UM-PRODUTO   TO WRK-UM-PROD
           MOVE SN-PRODUTO   TO WRK-SN-PROD
           IF WRK-CATEGORIA-PROD < 1 OR WRK-CATEGORIA-PROD > 5
               MOVE 1 TO WRK-CATEGORIA-PROD
           END-IF
           IF WRK-UM-PROD NOT EQUAL "KG"
               MOVE "UN" TO WRK-UM-PROD
           END-IF
           IF WRK-SN-PROD NOT EQUAL "S"
               MOVE "N" TO WRK-SN-PROD
           END-IF
           MOVE ENC-QTD      TO WRK-QTD-PROD
           MOVE ENC-SINAL    TO WRK-ENC-SINAL
           MOVE ENC-QTD      TO WRK-QTDE-FORM
           DISPLAY "RETIRADA DE " WRK-QTDE-FORM " " WRK-NOME-PROD

           MOVE 'N'    TO WRK-LOTE-RECUSA
           MOVE SPACES TO WRK-LOTE-INFORMADO
           MOVE 'N'    TO WRK-FAIXA-APLICADA
           PERFORM 0203A-VALIDA-LOTE
           MOVE WRK-QTD-ITENS TO WRK-ENC-ITENS-ANTES
           PERFORM 0305-CALCULA-ITEM
           IF WRK-QTD-ITENS EQUAL WRK-ENC-ITENS-ANTES
               DISPLAY "RETIRADA NAO REGISTRADA. A ENCOMENDA "
                       "CONTINUA RESERVADA."
               GO TO 0285-FIM
           END-IF
      **** O ITEM DA RETIRADA NAO E CANCELAVEL PELO 'C': A ENCOMENDA
      **** JA SAI BAIXADA LOGO ABAIXO.
           MOVE 'N' TO WRK-TEM-ULT-ITEM

           IF WRK-ENC-SINAL > WRK-PRECO-TOTAL
               COMPUTE WRK-ENC-VALOR =
                   WRK-ENC-SINAL - WRK-PRECO-TOTAL
               MOVE WRK-ENC-VALOR TO WRK-ENC-FORM
               DISPLAY "SINAL MAIOR QUE O TOTAL DA VENDA. DEVOLVER "
                       WRK-ENC-FORM " AO CLIENTE PELA GAVETA."
               MOVE WRK-PRECO-TOTAL TO WRK-ENC-SINAL
           END-IF
           MOVE SPACES TO WRK-ENC-NOME
           STRING "SINAL ENCOMENDA " DELIMITED BY SIZE
                  WRK-ENC-NUMERO     DELIMITED BY SIZE
               INTO WRK-ENC-NOME
           END-STRING
           MOVE 'V'                TO REG-ITM-TIPO
           MOVE WRK-VND-ID         TO REG-ITM-ID
           ADD 1 TO WRK-VND-SEQ
           MOVE WRK-VND-SEQ        TO REG-ITM-SEQ
           MOVE WRK-ENC-NOME       TO REG-ITM-NOME
           MOVE 1                  TO REG-ITM-QTD
           MOVE WRK-ENC-SINAL      TO REG-ITM-PRECO-UNIT
           MOVE ZEROS              TO REG-ITM-VLR-ICMS
           MOVE WRK-ENC-SINAL      TO REG-ITM-PRECO-TOTAL
           MOVE 1                  TO REG-ITM-CATEGORIA
           MOVE WRK-PDV            TO REG-ITM-PDV
           MOVE WRK-FILIAL         TO REG-ITM-FILIAL
           MOVE ZEROS              TO REG-ITM-PRODUTO
           MOVE SPACE              TO REG-ITM-MOTIVO
           WRITE REG-VENDA-ITEM
           SUBTRACT WRK-ENC-SINAL FROM WRK-PRECO-TOTAL
           ADD 1 TO WRK-ENC-NA-VENDA

           MOVE WRK-ENC-SINAL TO WRK-ENC-FORM
           MOVE SPACES TO REG-CUPOM
           STRING "(" WRK-ENC-NOME DELIMITED BY SIZE
                  " ABATIDO: -"    DELIMITED BY SIZE
                  WRK-ENC-FORM     DELIMITED BY SIZE
                  ")"              DELIMITED BY SIZE
               INTO REG-CUPOM
           WRITE REG-CUPOM

           MOVE WRK-ENC-NUMERO TO ENC-NUMERO
           READ ENCOMEND
               INVALID KEY
                   DISPLAY "ENCOMENDA NAO ENCONTRADA PARA A BAIXA."
               NOT INVALID KEY
                   MOVE 'E'              TO ENC-STATUS
                   MOVE WRK-DATA-SISTEMA TO ENC-DT-BAIXA
                   MOVE WRK-VND-ID       TO ENC-VND-RETIRADA
                   REWRITE REG-ENCOMENDA
                   DISPLAY "ENCOMENDA " WRK-ENC-NUMERO " RETIRADA. "
                           "SINAL ABATIDO: " WRK-ENC-FORM
           END-READ
       0285-FIM.
           EXIT.
       0261-LOCALIZA-VENDA         SECTION.
      **** LEITURA DIRETA DO CABECALHO PELA CHAVE (ID + SEQ 0000),
      **** SEM VARRER O MOVIMENTO INTEIRO.
       0262-LOCALIZA-ITEM-VENDA    SECTION.
      **** START PELA CHAVE DA VENDA E LEITURA SO DAS LINHAS DELA,
      **** GUARDANDO O MAIOR SEQUENCIAL PARA A LINHA 'V' DO ESTORNO.
      **** O ITEM E CASADO PELO CODIGO DO PRODUTO; PELA DESCRICAO SO
      **** A LINHA ANTIGA QUE FICOU SEM CODIGO NA CONVERSAO.
           MOVE 'N' TO WRK-ORIG-ITEM-OK
           MOVE ZEROS TO WRK-ORIG-QTD WRK-ORIG-PRECO-UNIT
                         WRK-ORIG-PRECO-TOTAL WRK-ORIG-VLR-ICMS
                       MOVE REG-VND-SEQ TO WRK-SEQ-VENDA-ANT
                       EVALUATE TRUE
                           WHEN REG-ITM-TIPO EQUAL 'D'
                              AND (REG-ITM-PRODUTO EQUAL WRK-CD-PROD
                               OR (REG-ITM-PRODUTO EQUAL ZEROS
                              AND REG-ITM-NOME EQUAL WRK-NOME-PROD))
                               MOVE 'S' TO WRK-ORIG-ITEM-OK
                               MOVE REG-ITM-QTD TO WRK-ORIG-QTD
                               MOVE REG-ITM-PRECO-UNIT
                                       TO WRK-ORIG-CATEGORIA
                               END-IF
                           WHEN REG-ITM-TIPO EQUAL 'V'
                              AND (REG-ITM-PRODUTO EQUAL WRK-CD-PROD
                               OR (REG-ITM-PRODUTO EQUAL ZEROS
                              AND REG-ITM-NOME EQUAL WRK-NOME-PROD))
                               ADD REG-ITM-QTD TO WRK-JA-DEVOL-QTD
                               ADD REG-ITM-PRECO-TOTAL
                                   TO WRK-JA-DEVOL-TOTAL
           MOVE 1                  TO REG-ITM-CATEGORIA
           MOVE WRK-PDV            TO REG-ITM-PDV
           MOVE WRK-FILIAL         TO REG-ITM-FILIAL
           MOVE ZEROS              TO REG-ITM-PRODUTO
           MOVE SPACE              TO REG-ITM-MOTIVO
           WRITE REG-VENDA-ITEM
           ADD WRK-ENT-FRETE-CENT TO WRK-PRECO-TOTAL
           ADD 1 TO WRK-QTD-ITENS
           MOVE WRK-DATA-SISTEMA   TO ENT-DATA
           MOVE WRK-CD-CLIENTE     TO ENT-CLIENTE
           MOVE SPACES             TO ENT-ENDERECO
           MOVE SPACES             TO ENT-CIDADE
           IF WRK-CD-CLIENTE > ZEROS
              AND WRK-CADASTRO-CLIENTE-OK
               MOVE WRK-CD-CLIENTE TO CD-CLIENTE
               READ CLIENTE
                   NOT INVALID KEY
                       MOVE NM-ENDERECO TO ENT-ENDERECO
                       MOVE NM-CIDADE   TO ENT-CIDADE
               END-READ
           END-IF
           IF ENT-ENDERECO EQUAL SPACES
               DISPLAY "ENDERECO DE ENTREGA: "
               ACCEPT ENT-ENDERECO
           END-IF
           IF ENT-CIDADE EQUAL SPACES
               DISPLAY "CIDADE DE ENTREGA: "
               ACCEPT ENT-CIDADE
           END-IF
           MOVE WRK-ENT-UF         TO ENT-UF
           MOVE WRK-ENT-PESO       TO ENT-PESO
           MOVE WRK-ENT-FRETE-CENT TO ENT-FRETE
           MOVE WRK-ENT-TRANSP     TO ENT-TRANSP
           MOVE 'A'                TO ENT-STATUS
           MOVE ZEROS              TO ENT-DT-ROMANEIO
           MOVE ZEROS              TO ENT-TENTATIVAS
           MOVE ZEROS              TO ENT-DT-ENTREGA
           MOVE SPACES             TO ENT-RECEBEDOR
           MOVE SPACES             TO ENT-MOTIVO-FALHA
           WRITE REG-ENTREGA
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A ORDEM DE ENTREGA. FS="
               DISPLAY "FALTA RECEBER: " WRK-PAGTO-FORM
               DISPLAY "FORMA DE PAGAMENTO "
                       "(1-DINHEIRO 2-CARTAO 3-PIX 4-PONTOS "
                       "5-VALE-TROCA 6-CREDIARIO 7-DOLAR): "
               ACCEPT WRK-FORMA-PAGTO
               IF WRK-EM-TREINAMENTO
                  AND WRK-FORMA-PAGTO > 3
               ELSE
               IF WRK-FORMA-PAGTO EQUAL 6
                   PERFORM 0425-RECEBE-EM-CREDIARIO
               ELSE
               IF WRK-FORMA-PAGTO EQUAL 7
                   PERFORM 0428-RECEBE-EM-DOLAR
               ELSE
                   DISPLAY "VALOR RECEBIDO NESTA FORMA: "
                   ACCEPT WRK-VALOR-PAGTO
               END-IF
               END-IF
               END-IF
               END-IF
           END-PERFORM
           IF WRK-PAGTO-ACUMULADO > WRK-PRECO-TOTAL
               COMPUTE WRK-PAGTO-TROCO =
                   SUBTRACT WRK-PONTOS-USADOS FROM QT-PONTOS
                   REWRITE REG-PONTOS
                   MOVE QT-PONTOS TO WRK-SALDO-PONTOS
                   PERFORM 0462-RAZAO-RESGATE
           END-READ
       .
       0424-RECEBE-EM-VALE         SECTION.
               DISPLAY "CREDIARIO SO PARA CLIENTE IDENTIFICADO."
               GO TO 0425-FIM
           END-IF
           PERFORM 0426-CONFERE-CREDITO
           IF WRK-CREDITO-RECUSADO
               MOVE 'CR' TO WRK-AUT-ACAO
               PERFORM 0245-AUTORIZA-SUPERVISOR
               IF WRK-SUPERVISOR-OK
                   PERFORM 0427-GRAVA-LIBERACAO
               ELSE
                   DISPLAY "CREDIARIO RECUSADO. ESCOLHA OUTRA FORMA "
                           "DE PAGAMENTO."
                   GO TO 0425-FIM
               END-IF
           END-IF
           DISPLAY "NUMERO DE PARCELAS (1 A 12): "
           ACCEPT WRK-NR-PARCELAS
           PERFORM UNTIL WRK-NR-PARCELAS >= 1
           DISPLAY "SALDO FINANCIADO NO CREDIARIO."
       0425-FIM.
           EXIT.
       0426-CONFERE-CREDITO        SECTION.
      **** SOMA AS PARCELAS EM ABERTO DO CLIENTE E O MAIOR ATRASO
      **** ENTRE ELAS. RECUSA SE ABERTO + SALDO DESTA VENDA PASSA DO
      **** LIMITE OU SE ALGUMA PARCELA ESTA VENCIDA HA MAIS DIAS QUE
      **** A TOLERANCIA. SEM LIMITE CADASTRADO O LIMITE E ZERO E A
      **** TOLERANCIA 30 DIAS; SEM O LIMCRED.DAT SO CONFERE O ATRASO.
           MOVE 'S'    TO WRK-CRED-SITUACAO
           MOVE SPACES TO WRK-CRED-MOTIVO
           MOVE ZEROS  TO WRK-CRED-ABERTO
           MOVE ZEROS  TO WRK-CRED-MAIOR-ATRASO
           MOVE ZEROS  TO WRK-CRED-LIMITE
           MOVE 30     TO WRK-CRED-TOLERANCIA
           IF WRK-LIMITES-DISPONIVEIS
               MOVE WRK-CD-CLIENTE TO LIM-CLIENTE
               READ LIMCRED
                   INVALID KEY
                       DISPLAY "CLIENTE SEM LIMITE DE CREDITO "
                               "CADASTRADO."
                   NOT INVALID KEY
                       MOVE LIM-VALOR TO WRK-CRED-LIMITE
                       IF LIM-DIAS-TOLERANCIA > ZEROS
                           MOVE LIM-DIAS-TOLERANCIA
                               TO WRK-CRED-TOLERANCIA
                       END-IF
               END-READ
           END-IF

           MOVE WRK-CD-CLIENTE TO CRD-CLIENTE
           MOVE LOW-VALUES     TO CRD-VND-ID
           MOVE ZEROS          TO CRD-PARCELA
           MOVE SPACE          TO WRK-CRED-EOF
           START CREDIARIO KEY IS >= CRD-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-CRED-EOF
           END-START
           PERFORM UNTIL WRK-CRED-EOF EQUAL 'F'
               READ CREDIARIO NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-CRED-EOF
                   NOT AT END
                       IF CRD-CLIENTE NOT EQUAL WRK-CD-CLIENTE
                           MOVE 'F' TO WRK-CRED-EOF
                       ELSE
                           IF CRD-STATUS EQUAL 'A'
                               ADD CRD-VALOR TO WRK-CRED-ABERTO
                               IF CRD-DT-VENCIMENTO < WRK-DATA-SISTEMA
                                   COMPUTE WRK-CRED-ATRASO =
                                       FUNCTION INTEGER-OF-DATE
                                           (WRK-DATA-SISTEMA)
                                     - FUNCTION INTEGER-OF-DATE
                                           (CRD-DT-VENCIMENTO)
                                   IF WRK-CRED-ATRASO >
                                      WRK-CRED-MAIOR-ATRASO
                                       MOVE WRK-CRED-ATRASO
                                           TO WRK-CRED-MAIOR-ATRASO
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE WRK-CRED-ABERTO TO WRK-CRED-FORM
           DISPLAY "CREDIARIO EM ABERTO DO CLIENTE: " WRK-CRED-FORM
           IF WRK-CRED-MAIOR-ATRASO > WRK-CRED-TOLERANCIA
               MOVE 'N' TO WRK-CRED-SITUACAO
               MOVE "ATRASO" TO WRK-CRED-MOTIVO
               DISPLAY "CLIENTE COM PARCELA VENCIDA HA "
                       WRK-CRED-MAIOR-ATRASO " DIAS (TOLERANCIA "
                       WRK-CRED-TOLERANCIA " DIAS)."
           END-IF
           IF WRK-LIMITES-DISPONIVEIS
              AND WRK-CRED-ABERTO + WRK-PAGTO-FALTA > WRK-CRED-LIMITE
               IF WRK-CREDITO-RECUSADO
                   MOVE "LIMITE/ATRASO" TO WRK-CRED-MOTIVO
               ELSE
                   MOVE "LIMITE" TO WRK-CRED-MOTIVO
               END-IF
               MOVE 'N' TO WRK-CRED-SITUACAO
               MOVE WRK-CRED-LIMITE TO WRK-CRED-FORM
               DISPLAY "ABERTO + ESTA VENDA PASSA DO LIMITE DE "
                       "CREDITO DO CLIENTE: " WRK-CRED-FORM
           END-IF
       .
       0427-GRAVA-LIBERACAO        SECTION.
      **** REGISTRA A LIBERACAO DO CREDIARIO PELO SUPERVISOR ACIMA
      **** DO LIMITE OU COM ATRASO, NO MESMO MOLDE DO GAVETA.DAT.
           OPEN EXTEND CREDLIB
           IF WRK-FS-CREDLIB EQUAL '35'
               CLOSE CREDLIB
               OPEN OUTPUT CREDLIB
           END-IF
           IF WRK-FS-CREDLIB NOT EQUAL '00'
               DISPLAY "ERRO AO GRAVAR A LIBERACAO DE CREDIARIO. FS="
                       WRK-FS-CREDLIB
           ELSE
               ACCEPT WRK-HORA-SISTEMA FROM TIME
               MOVE SPACES TO REG-CREDLIB
               MOVE WRK-DATA-SISTEMA       TO LIB-DATA
               MOVE WRK-HORA-SISTEMA(1:6)  TO LIB-HORA
               MOVE WRK-PDV                TO LIB-PDV
               MOVE WRK-VND-ID             TO LIB-VND-ID
               MOVE WRK-CD-CLIENTE         TO LIB-CLIENTE
               MOVE WRK-CRED-MOTIVO        TO LIB-MOTIVO
               MOVE WRK-CRED-ABERTO        TO LIB-ABERTO
               MOVE WRK-PAGTO-FALTA        TO LIB-VALOR-VENDA
               MOVE WRK-CRED-LIMITE        TO LIB-LIMITE
               MOVE WRK-CRED-MAIOR-ATRASO  TO LIB-DIAS-ATRASO
               MOVE WRK-AUTORIZADOR        TO LIB-SUPERVISOR
               MOVE WRK-OPERADOR           TO LIB-OPERADOR
               WRITE REG-CREDLIB
               CLOSE CREDLIB
               DISPLAY "CREDIARIO LIBERADO POR " WRK-AUTORIZADOR "."
           END-IF
       .
       0428-RECEBE-EM-DOLAR        SECTION.
      **** DOLAR EM ESPECIE: A LOJA COMPRA O DOLAR PELA COTACAO DO
      **** DIA MENOS O SPREAD (TAXA DE COMPRA). O VALOR EM US$ VEM EM
      **** CENTAVOS DE DOLAR E A CONVERSAO TRUNCA OS CENTAVOS DE REAL.
      **** A LINHA 'P' LEVA SO O VALOR ABATIDO DA VENDA; O QUE PASSAR
      **** DO QUE FALTA PAGAR VOLTA EM REAIS, DA GAVETA, E FICA EM
      **** REG-PAG-TROCO PARA A CONFERENCIA DO FECHAMENTO.
           COMPUTE WRK-TAXA-COMPRA =
               WRK-TAXA-DOLAR * (100 - WRK-SPREAD-DOLAR) / 100
           IF WRK-TAXA-COMPRA EQUAL ZEROS
               DISPLAY "COTACAO DO DOLAR ZERADA. FORMA INDISPONIVEL."
               GO TO 0428-FIM
           END-IF
           MOVE WRK-TAXA-DOLAR TO WRK-TAXA-FORM
           DISPLAY "COTACAO DO DIA: " WRK-TAXA-FORM
                   "  SPREAD (%): " WRK-SPREAD-DOLAR
           MOVE WRK-TAXA-COMPRA TO WRK-TAXA-FORM
           DISPLAY "TAXA APLICADA.: " WRK-TAXA-FORM
           COMPUTE WRK-USD-FALTA ROUNDED =
               WRK-PAGTO-FALTA / WRK-TAXA-COMPRA
           MOVE WRK-USD-FALTA TO WRK-USD-FORM
           DISPLAY "FALTA RECEBER EM DOLAR (US$): " WRK-USD-FORM
           DISPLAY "VALOR RECEBIDO EM DOLAR (US$): "
           ACCEPT WRK-USD-RECEBIDO
           IF WRK-USD-RECEBIDO EQUAL ZEROS
               GO TO 0428-FIM
           END-IF
           COMPUTE WRK-USD-CONVERTIDO =
               WRK-USD-RECEBIDO * WRK-TAXA-COMPRA
           MOVE ZEROS TO WRK-TROCO-DOLAR
           IF WRK-USD-CONVERTIDO > WRK-PAGTO-FALTA
               COMPUTE WRK-TROCO-DOLAR =
                   WRK-USD-CONVERTIDO - WRK-PAGTO-FALTA
               MOVE WRK-PAGTO-FALTA TO WRK-VALOR-PAGTO
           ELSE
               MOVE WRK-USD-CONVERTIDO TO WRK-VALOR-PAGTO
           END-IF
           ADD WRK-VALOR-PAGTO TO WRK-PAGTO-ACUMULADO
           PERFORM 0421-GRAVA-PAGAMENTO
           MOVE WRK-USD-CONVERTIDO TO WRK-PAGTO-FORM
           DISPLAY "CONVERTIDO EM REAIS: " WRK-PAGTO-FORM
           IF WRK-TROCO-DOLAR > ZEROS
               MOVE WRK-TROCO-DOLAR TO WRK-PAGTO-FORM
               DISPLAY "TROCO EM REAIS: " WRK-PAGTO-FORM
           END-IF
           MOVE WRK-USD-RECEBIDO TO WRK-USD-FORM
           MOVE WRK-USD-CONVERTIDO TO WRK-CUPOM-VALOR-FORM
           MOVE SPACES TO REG-CUPOM
           STRING "  DOLAR US$" DELIMITED BY SIZE
                  WRK-USD-FORM  DELIMITED BY SIZE
                  " X "         DELIMITED BY SIZE
                  WRK-TAXA-FORM DELIMITED BY SIZE
                  " = R$"       DELIMITED BY SIZE
                  WRK-CUPOM-VALOR-FORM DELIMITED BY SIZE
                  INTO REG-CUPOM
           END-STRING
           WRITE REG-CUPOM
           IF WRK-TROCO-DOLAR > ZEROS
               MOVE WRK-TROCO-DOLAR TO WRK-CUPOM-VALOR-FORM
               MOVE SPACES TO REG-CUPOM
               STRING "  TROCO EM REAIS.......: R$" DELIMITED BY SIZE
                      WRK-CUPOM-VALOR-FORM DELIMITED BY SIZE
                      INTO REG-CUPOM
               END-STRING
               WRITE REG-CUPOM
           END-IF
       0428-FIM.
           EXIT.
       0421-GRAVA-PAGAMENTO        SECTION.
           IF WRK-EM-TREINAMENTO
               GO TO 0421-FIM
           MOVE WRK-FORMA-PAGTO    TO REG-PAG-FORMA
           MOVE WRK-VALOR-PAGTO    TO REG-PAG-VALOR
           MOVE WRK-PDV            TO REG-PAG-PDV
           IF WRK-FORMA-PAGTO EQUAL 7
               MOVE WRK-USD-RECEBIDO   TO REG-PAG-VLR-MOEDA
               MOVE WRK-TAXA-COMPRA    TO REG-PAG-TAXA
               MOVE WRK-TROCO-DOLAR    TO REG-PAG-TROCO
           ELSE
               MOVE ZEROS              TO REG-PAG-VLR-MOEDA
               MOVE ZEROS              TO REG-PAG-TAXA
               MOVE ZEROS              TO REG-PAG-TROCO
           END-IF
           WRITE REG-VENDA-PAGTO
       0421-FIM.
           EXIT.
               GO TO 0450-FIM
           END-IF
           PERFORM 0455-PROXIMO-NR-CUPOM
           PERFORM 0457-SELA-LINHAS
           MOVE 'H'                     TO REG-VND-TIPO
           MOVE WRK-VND-ID               TO REG-VND-ID
           MOVE ZEROS                    TO REG-VND-SEQ
           MOVE WRK-NR-CUPOM             TO REG-VND-NR-CUPOM
           MOVE WRK-FILIAL               TO REG-VND-FILIAL
           PERFORM 0460-ACUMULA-PONTOS
           PERFORM 0458-SELA-CABECALHO
           WRITE REG-VENDA-CAB
           IF WRK-FS-VENDAS EQUAL '00'
               PERFORM 0459-GUARDA-SELO
           END-IF
           CLOSE VENDAS
           MOVE "============================================"
               TO REG-CUPOM
           CLOSE CUPOM
           CLOSE PRODUTO
           CLOSE PONTOS
           CLOSE PONTOMOV
           CLOSE SUSPENSA
           CLOSE ORCAMENT
           CLOSE VALETROC
           CLOSE SERIAIS
           CLOSE CREDIARIO
           CLOSE ENTREGAS
           CLOSE ENCOMEND
           CLOSE ESTFIL
           IF WRK-LOTES-DISPONIVEIS
               CLOSE ESTLOTE
           END-IF
           IF WRK-LOTVND-DISPONIVEL
               CLOSE LOTEVND
           END-IF
           IF WRK-CADASTRO-OPER-OK
               CLOSE OPERADOR
           END-IF
           IF WRK-LIMITES-DISPONIVEIS
               CLOSE LIMCRED
           END-IF
           IF WRK-PROMOS-DISPONIVEIS
               CLOSE PROMOCAO
           END-IF
           IF WRK-FAIXAS-DISPONIVEIS
               CLOSE PRECOCLI
           END-IF
           IF WRK-CLASSES-DISPONIVEIS
               CLOSE CLICLASS
           END-IF
           IF WRK-KITS-DISPONIVEIS
               CLOSE KITMEST
               CLOSE KITCOMP
           CLOSE CUPOM
           CLOSE PRODUTO
           CLOSE PONTOS
           CLOSE PONTOMOV
           CLOSE SUSPENSA
           CLOSE ORCAMENT
           CLOSE VALETROC
           CLOSE SERIAIS
           CLOSE CREDIARIO
           CLOSE ENTREGAS
           CLOSE ENCOMEND
           CLOSE ESTFIL
           IF WRK-LOTES-DISPONIVEIS
               CLOSE ESTLOTE
           END-IF
           IF WRK-LOTVND-DISPONIVEL
               CLOSE LOTEVND
           END-IF
           IF WRK-CADASTRO-OPER-OK
               CLOSE OPERADOR
           END-IF
           IF WRK-LIMITES-DISPONIVEIS
               CLOSE LIMCRED
           END-IF
           IF WRK-PROMOS-DISPONIVEIS
               CLOSE PROMOCAO
           END-IF
           IF WRK-FAIXAS-DISPONIVEIS
               CLOSE PRECOCLI
           END-IF
           IF WRK-CLASSES-DISPONIVEIS
               CLOSE CLICLASS
           END-IF
           IF WRK-KITS-DISPONIVEIS
               CLOSE KITMEST
               CLOSE KITCOMP
           CLOSE CUPOM
           CLOSE PRODUTO
           CLOSE PONTOS
           CLOSE PONTOMOV
           CLOSE SUSPENSA
           CLOSE ORCAMENT
           CLOSE VALETROC
           CLOSE SERIAIS
           CLOSE CREDIARIO
           CLOSE ENTREGAS
           CLOSE ENCOMEND
           CLOSE ESTFIL
           IF WRK-LOTES-DISPONIVEIS
               CLOSE ESTLOTE
           END-IF
           IF WRK-LOTVND-DISPONIVEL
               CLOSE LOTEVND
           END-IF
           IF WRK-CADASTRO-OPER-OK
               CLOSE OPERADOR
           END-IF
           IF WRK-LIMITES-DISPONIVEIS
               CLOSE LIMCRED
           END-IF
           IF WRK-PROMOS-DISPONIVEIS
               CLOSE PROMOCAO
           END-IF
           IF WRK-FAIXAS-DISPONIVEIS
               CLOSE PRECOCLI
           END-IF
           IF WRK-CLASSES-DISPONIVEIS
               CLOSE CLICLASS
           END-IF
           IF WRK-KITS-DISPONIVEIS
               CLOSE KITMEST
               CLOSE KITCOMP
           MOVE NC-ULTIMO TO WRK-NR-CUPOM
           CLOSE NUMCUPOM
       .
       0457-SELA-LINHAS            SECTION.
      **** PARTE DO SELO DA ULTIMA VENDA DESTE PDV (ZEROS NA PRIMEIRA)
      **** E PASSA PELA SUBSELO, NA ORDEM DA CHAVE, CADA LINHA JA
      **** GRAVADA DA VENDA. O CABECALHO ENTRA POR ULTIMO, NO 0458.
           MOVE ZEROS TO WRK-SELO-ANT
           OPEN INPUT SELOPDV
           IF WRK-FS-SELOPDV EQUAL '00'
               MOVE WRK-PDV TO SLP-PDV
               READ SELOPDV
                   NOT INVALID KEY
                       MOVE SLP-SELO TO WRK-SELO-ANT
               END-READ
               CLOSE SELOPDV
           ELSE
               IF WRK-FS-SELOPDV NOT EQUAL '35'
                   DISPLAY "AVISO: SELOPDV.DAT INDISPONIVEL. FS="
                           WRK-FS-SELOPDV ". A CADEIA DO PDV "
                           "RECOMECA NESTA VENDA."
               END-IF
           END-IF
           MOVE WRK-SELO-ANT TO WRK-SELO
           MOVE SPACE TO WRK-SELO-EOF
           MOVE WRK-VND-ID TO REG-VND-ID
           MOVE ZEROS      TO REG-VND-SEQ
           START VENDAS KEY IS GREATER THAN REG-VND-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-SELO-EOF
           END-START
           PERFORM UNTIL WRK-SELO-EOF EQUAL 'F'
               READ VENDAS NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-SELO-EOF
                   NOT AT END
                       IF REG-ITM-ID NOT EQUAL WRK-VND-ID
                           MOVE 'F' TO WRK-SELO-EOF
                       ELSE
                           MOVE REG-VENDA-ITEM TO WRK-SELO-LINHA
                           CALL 'SUBSELO' USING WRK-SELO
                                WRK-SELO-LINHA
                       END-IF
               END-READ
           END-PERFORM
       .
       0458-SELA-CABECALHO         SECTION.
           MOVE REG-VENDA-CAB TO WRK-SELO-LINHA
           CALL 'SUBSELO' USING WRK-SELO WRK-SELO-LINHA
           MOVE 'S'          TO REG-VND-SELO
           MOVE WRK-SELO-ANT TO REG-VND-SELO-ANT
           MOVE WRK-SELO     TO REG-VND-SELO-VENDA
       .
       0459-GUARDA-SELO            SECTION.
      **** O SELO DESTA VENDA E O PONTO DE PARTIDA DA PROXIMA DO PDV.
           OPEN I-O SELOPDV
           IF WRK-FS-SELOPDV EQUAL '35'
               CLOSE SELOPDV
               OPEN OUTPUT SELOPDV
               CLOSE SELOPDV
               OPEN I-O SELOPDV
           END-IF
           MOVE WRK-PDV TO SLP-PDV
           READ SELOPDV
               INVALID KEY
                   MOVE WRK-SELO   TO SLP-SELO
                   MOVE WRK-VND-ID TO SLP-VND-ID
                   WRITE REG-SELOPDV
               NOT INVALID KEY
                   MOVE WRK-SELO   TO SLP-SELO
                   MOVE WRK-VND-ID TO SLP-VND-ID
                   REWRITE REG-SELOPDV
           END-READ
           CLOSE SELOPDV
       .
       0460-ACUMULA-PONTOS         SECTION.
           IF WRK-CD-CLIENTE > ZEROS
               COMPUTE WRK-PONTOS-GANHOS = WRK-PRECO-TOTAL / 100
                           ADD WRK-PONTOS-GANHOS TO QT-PONTOS
                           REWRITE REG-PONTOS
                   END-READ
                   PERFORM 0461-RAZAO-GANHO
                   DISPLAY "PONTOS ACUMULADOS NA VENDA: "
                           WRK-PONTOS-GANHOS
               END-IF
           END-IF
       .
       0461-RAZAO-GANHO            SECTION.
      **** O GANHO ABRE UM LOTE NO PONTOMOV.DAT COM O SALDO CHEIO; A
      **** VALIDADE CORRE A PARTIR DA DATA DO LOTE (PROGPEXP).
           MOVE WRK-CD-CLIENTE    TO PTM-CLIENTE
           MOVE 'G'               TO PTM-TIPO
           MOVE WRK-PONTOS-GANHOS TO PTM-PONTOS
           MOVE WRK-PONTOS-GANHOS TO PTM-SALDO-LOTE
           MOVE WRK-VND-ID        TO PTM-VND-ID
           PERFORM 0463-GRAVA-RAZAO
       .
       0462-RAZAO-RESGATE          SECTION.
      **** BAIXA OS PONTOS RESGATADOS DOS LOTES MAIS ANTIGOS DO
      **** CLIENTE (A CHAVE JA VEM EM ORDEM DE DATA) E REGISTRA O
      **** RESGATE. O QUE OS LOTES NAO COBREM E SALDO ANTERIOR AO
      **** RAZAO, ACERTADO PELO PROGPEXP.
           MOVE WRK-PONTOS-USADOS TO WRK-PTM-RESTO
           MOVE SPACE             TO WRK-PTM-EOF
           MOVE WRK-CD-CLIENTE    TO PTM-CLIENTE
           MOVE ZEROS             TO PTM-DATA
           MOVE ZEROS             TO PTM-HORA
           MOVE ZEROS             TO PTM-SEQ
           START PONTOMOV KEY IS NOT LESS THAN PTM-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-PTM-EOF
           END-START
           PERFORM UNTIL WRK-PTM-EOF EQUAL 'F'
                      OR WRK-PTM-RESTO EQUAL ZEROS
               READ PONTOMOV NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-PTM-EOF
                   NOT AT END
                       IF PTM-CLIENTE NOT EQUAL WRK-CD-CLIENTE
                           MOVE 'F' TO WRK-PTM-EOF
                       ELSE
                           PERFORM 0464-CONSOME-LOTE
                       END-IF
               END-READ
           END-PERFORM
           MOVE WRK-CD-CLIENTE    TO PTM-CLIENTE
           MOVE 'R'               TO PTM-TIPO
           MOVE WRK-PONTOS-USADOS TO PTM-PONTOS
           MOVE ZEROS             TO PTM-SALDO-LOTE
           MOVE WRK-VND-ID        TO PTM-VND-ID
           PERFORM 0463-GRAVA-RAZAO
       .
       0463-GRAVA-RAZAO            SECTION.
      **** DATA E HORA DO MOVIMENTO NA CHAVE; DOIS MOVIMENTOS DO
      **** MESMO CLIENTE NO MESMO SEGUNDO AVANCAM O SEQUENCIAL. FALHA
      **** NA GRAVACAO SO AVISA: O SALDO OFICIAL E O PONTOS.DAT.
           ACCEPT WRK-HORA-SISTEMA FROM TIME
           MOVE WRK-DATA-SISTEMA       TO PTM-DATA
           MOVE WRK-HORA-SISTEMA(1:6)  TO PTM-HORA
           MOVE ZEROS                  TO PTM-SEQ
           MOVE 'N'                    TO WRK-PTM-GRAVADO
           PERFORM UNTIL WRK-PTM-GRAVADO EQUAL 'S'
               WRITE REG-PONTOMOV
                   INVALID KEY
                       IF PTM-SEQ >= 99
                           DISPLAY "ERRO AO GRAVAR O RAZAO DE PONTOS."
                                   " FS=" WRK-FS-PONTOMOV
                           MOVE 'S' TO WRK-PTM-GRAVADO
                       ELSE
                           ADD 1 TO PTM-SEQ
                       END-IF
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-PTM-GRAVADO
               END-WRITE
           END-PERFORM
       .
       0464-CONSOME-LOTE           SECTION.
           IF PTM-TIPO NOT EQUAL 'G' AND PTM-TIPO NOT EQUAL 'A'
               GO TO 0464-FIM
           END-IF
           IF PTM-SALDO-LOTE EQUAL ZEROS
               GO TO 0464-FIM
           END-IF
           IF PTM-SALDO-LOTE > WRK-PTM-RESTO
               SUBTRACT WRK-PTM-RESTO FROM PTM-SALDO-LOTE
               MOVE ZEROS TO WRK-PTM-RESTO
           ELSE
               SUBTRACT PTM-SALDO-LOTE FROM WRK-PTM-RESTO
               MOVE ZEROS TO PTM-SALDO-LOTE
           END-IF
           REWRITE REG-PONTOMOV
       0464-FIM.
           EXIT.
       END PROGRAM PROGVEND.
