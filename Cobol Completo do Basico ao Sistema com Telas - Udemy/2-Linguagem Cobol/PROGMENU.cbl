       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGMENU.
      *-----------------------------------------------------------------
      *== AUTOR: MARCIA GAMELEIRA
      *== OBJETIVO: MENU PRINCIPAL DA SUITE. UM SO LOGIN CONTRA O
      *==           OPERADOR.DAT (ID, SENHA EMBARALHADA PELO SUBSENHA
      *==           E NIVEL NV-OPER-NIVEL: 1-CAIXA, 2-SUPERVISOR,
      *==           3-GERENTE) E AS OPCOES AGRUPADAS POR AREA (PDV,
      *==           CADASTROS, ESTOQUE, FINANCEIRO, ESCOLA E ROTINAS
      *==           NOTURNAS). SO APARECEM AS AREAS E AS OPCOES QUE O
      *==           NIVEL DO OPERADOR ALCANCA (TABELA TAB-OPCOES, COM
      *==           O NIVEL MINIMO DE CADA UMA).
      *==           A OPCAO ESCOLHIDA RODA COMO UM PASSO SEPARADO,
      *==           PELO NOME DO PROGRAMA OU DO JOB, DO MESMO JEITO
      *==           QUE OS JOBS DE SHELL CHAMAM OS PROGRAMAS (TODOS
      *==           TERMINAM EM STOP RUN, QUE NUM CALL DERRUBARIA O
      *==           MENU JUNTO); NO FIM O MENU VOLTA. OS JOBS DAS
      *==           ROTINAS NOTURNAS PRECISAM ESTAR NO PATH, COMO OS
      *==           PROGRAMAS, E RECEBEM OS PARAMETROS DIGITADOS.
      *==           CADA LOGIN, CADA CHAMADA (INICIO E RETORNO, COM O
      *==           RETURN-CODE) E CADA SAIDA VAI PARA O MENULOG.DAT
      *==           COM DATA, HORA, OPERADOR E NIVEL.
      *==           OS PROGRAMAS QUE JA CONFEREM O OPERADOR POR CONTA
      *==           PROPRIA (PGM02002, PROGLGPD, PROGVEND...) CONTINUAM
      *==           CONFERINDO: O MENU SO DECIDE O QUE E OFERECIDO.
      *== DATA: 15/10/2026
      *== OBSERVACOES:
      *== 15/10/2026: VARREDURA DE INTEGRIDADE ENTRE ARQUIVOS
      *==             (PROGINTG) NAS ROTINAS NOTURNAS, PARA RODAR
      *==             FORA DO JOB DE ABERTURA DO DIA.
      *== 15/10/2026: ROTACAO MENSAL DOS LOGS (RUN-ROTACAO-LOGS.SH) E
      *==             TABELA DE RETENCAO (PROGROTL) NAS ROTINAS
      *==             NOTURNAS.
      *== 15/10/2026: CADASTRO DE PROFESSORES (PGM00037) E GRADE DE
      *==             HORARIOS (PGM00038) NA MANUTENCAO DA ESCOLA.
      *== 15/10/2026: LANCAMENTO DO EXAME FINAL (PROGCOB18) LOGO APOS
      *==             O RESULTADO FINAL DO ANO.
      *== 15/10/2026: VIRADA DO ANO LETIVO (PGM00039) NA MANUTENCAO
      *==             DA ESCOLA.
      *== 15/10/2026: DOCUMENTOS ESCOLARES (PGM00040) NA MANUTENCAO
      *==             DA ESCOLA.
      *== 15/10/2026: CADASTRO DE RESPONSAVEIS (PGM00041) NA
      *==             MANUTENCAO DA ESCOLA.
      *== 15/10/2026: LISTAS DE ESPERA DE MATRICULA (PGM00042) NA
      *==             MANUTENCAO DA ESCOLA.
      *== 15/10/2026: AVALIACOES PONDERADAS (PROGCOB19) ANTES DO
      *==             LANCAMENTO DE NOTAS.
      *== 15/10/2026: FECHAMENTO DE BIMESTRE (PROGCOB20) DEPOIS DO
      *==             RESUMO DA TURMA.
      *== 15/10/2026: CARGA DE ESTUDANTES CHAMADA PELO RUN-ESTUDANTES.SH
      *==             DOS JOBS DO PDV (O NOME DO JOB DA ESCOLA NAO
      *==             CABIA NO COMANDO E ELE FICA EM OUTRO DIRETORIO).
      *==             PARAMETROS DO JOB COM ; | & ` $ > < \ OU ASPAS
      *==             SAO RECUSADOS ANTES DA CHAMADA, PARA NINGUEM
      *==             RODAR OUTRO COMANDO POR FORA DO NIVEL.
      *-----------------------------------------------------------------

      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *=================================================================
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADOR ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-OPER-ID
               FILE STATUS IS WRK-FS-OPERADOR.
           SELECT MENULOG ASSIGN TO "MENULOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MENULOG.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD  OPERADOR.
       01  REG-OPERADOR.
           03  CD-OPER-ID            PIC X(10).
           03  DS-OPER-SENHA         PIC X(20).
           03  NV-OPER-NIVEL         PIC 9(01).
           03  SN-OPER-CIFRADA       PIC X(01).

       FD  MENULOG.
       01  REG-MENULOG               PIC X(120).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-OPERADOR==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-MENULOG==.

      *==  AREAS DO MENU, NA ORDEM EM QUE APARECEM.
       01  TAB-AREAS-VALORES.
           03  FILLER                PIC X(20) VALUE "PDV".
           03  FILLER                PIC X(20) VALUE "CADASTROS".
           03  FILLER                PIC X(20) VALUE "ESTOQUE".
           03  FILLER                PIC X(20) VALUE "FINANCEIRO".
           03  FILLER                PIC X(20) VALUE "ESCOLA".
           03  FILLER                PIC X(20) VALUE "ROTINAS NOTURNAS".
       01  TAB-AREAS REDEFINES TAB-AREAS-VALORES.
           03  TAB-AREA-NOME         PIC X(20) OCCURS 6 TIMES.

      *==  OPCOES DO MENU: AREA, NIVEL MINIMO DO OPERADOR, TIPO ('P' =
      *==  PROGRAMA, 'J' = JOB QUE RECEBE PARAMETROS DIGITADOS),
      *==  NOME DO PROGRAMA OU DO JOB E DESCRICAO NA TELA.
       01  TAB-OPCOES-VALORES.
      *==  1 - PDV
           03  FILLER  PIC X(03) VALUE "11P".
           03  FILLER  PIC X(22) VALUE "PROGVEND".
           03  FILLER  PIC X(36) VALUE "VENDA NO PDV".
           03  FILLER  PIC X(03) VALUE "11P".
           03  FILLER  PIC X(22) VALUE "PROGPONT".
           03  FILLER  PIC X(36) VALUE "PONTO - ENTRADA E SAIDA".
           03  FILLER  PIC X(03) VALUE "11P".
           03  FILLER  PIC X(22) VALUE "PROGCUP".
           03  FILLER  PIC X(36) VALUE "REIMPRESSAO DE CUPOM".
           03  FILLER  PIC X(03) VALUE "11P".
           03  FILLER  PIC X(22) VALUE "PROGGARA".
           03  FILLER  PIC X(36) VALUE "CONSULTA DE GARANTIA".
           03  FILLER  PIC X(03) VALUE "11P".
           03  FILLER  PIC X(22) VALUE "PROGEXTR".
           03  FILLER  PIC X(36) VALUE "EXTRATO DO CLIENTE".
           03  FILLER  PIC X(03) VALUE "12P".
           03  FILLER  PIC X(22) VALUE "PROGFECX".
           03  FILLER  PIC X(36) VALUE "LEITURA X (PARCIAL DO DIA)".
           03  FILLER  PIC X(03) VALUE "12P".
           03  FILLER  PIC X(22) VALUE "PROGENCO".
           03  FILLER  PIC X(36) VALUE "ENCOMENDAS DE CLIENTE".
           03  FILLER  PIC X(03) VALUE "12P".
           03  FILLER  PIC X(22) VALUE "PROGDESP".
           03  FILLER  PIC X(36) VALUE "DESPACHO DAS ENTREGAS".
           03  FILLER  PIC X(03) VALUE "12P".
           03  FILLER  PIC X(22) VALUE "PROGOSRV".
           03  FILLER  PIC X(36) VALUE "ORDENS DE SERVICO / GARANTIA".
      *==  2 - CADASTROS
           03  FILLER  PIC X(03) VALUE "21P".
           03  FILLER  PIC X(22) VALUE "PGM02002".
           03  FILLER  PIC X(36) VALUE "CLIENTES".
           03  FILLER  PIC X(03) VALUE "22P".
           03  FILLER  PIC X(22) VALUE "PROGPROD".
           03  FILLER  PIC X(36) VALUE "PRODUTOS".
           03  FILLER  PIC X(03) VALUE "22P".
           03  FILLER  PIC X(22) VALUE "PROGFORN".
           03  FILLER  PIC X(36) VALUE "FORNECEDORES".
           03  FILLER  PIC X(03) VALUE "22P".
           03  FILLER  PIC X(22) VALUE "PROGKIT".
           03  FILLER  PIC X(36) VALUE "KITS DE PRODUTOS".
           03  FILLER  PIC X(03) VALUE "22P".
           03  FILLER  PIC X(22) VALUE "PROGPROM".
           03  FILLER  PIC X(36) VALUE "PROMOCOES".
           03  FILLER  PIC X(03) VALUE "22P".
           03  FILLER  PIC X(22) VALUE "PROGCAMB".
           03  FILLER  PIC X(36) VALUE "COTACOES E SPREAD DO DOLAR".
           03  FILLER  PIC X(03) VALUE "22P".
           03  FILLER  PIC X(22) VALUE "PROGESCA".
           03  FILLER  PIC X(36) VALUE "ESCALA DOS CAIXAS".
           03  FILLER  PIC X(03) VALUE "22P".
           03  FILLER  PIC X(22) VALUE "PROGLGPD".
           03  FILLER  PIC X(36) VALUE "DIREITOS DO TITULAR (LGPD)".
           03  FILLER  PIC X(03) VALUE "23P".
           03  FILLER  PIC X(22) VALUE "PGM02004".
           03  FILLER  PIC X(36) VALUE "OPERADORES".
           03  FILLER  PIC X(03) VALUE "23P".
           03  FILLER  PIC X(22) VALUE "PGM02005".
           03  FILLER  PIC X(36) VALUE "FUSAO DE CLIENTES DUPLICADOS".
           03  FILLER  PIC X(03) VALUE "23P".
           03  FILLER  PIC X(22) VALUE "PGM02003".
           03  FILLER  PIC X(36) VALUE "TRILHA DE AUDITORIA".
           03  FILLER  PIC X(03) VALUE "23P".
           03  FILLER  PIC X(22) VALUE "PROGFILI".
           03  FILLER  PIC X(36) VALUE "FILIAIS E ESTOQUE POR FILIAL".
           03  FILLER  PIC X(03) VALUE "23P".
           03  FILLER  PIC X(22) VALUE "PROGFAIX".
           03  FILLER  PIC X(36) VALUE "PRECOS POR CLASSE DE CLIENTE".
           03  FILLER  PIC X(03) VALUE "23P".
           03  FILLER  PIC X(22) VALUE "PROGALIQ".
           03  FILLER  PIC X(36) VALUE "ALIQUOTAS DE ICMS".
           03  FILLER  PIC X(03) VALUE "23P".
           03  FILLER  PIC X(22) VALUE "PROGMETA".
           03  FILLER  PIC X(36) VALUE "METAS DE VENDA".
      *==  3 - ESTOQUE
           03  FILLER  PIC X(03) VALUE "32P".
           03  FILLER  PIC X(22) VALUE "PROGEST".
           03  FILLER  PIC X(36) VALUE "REPOSICAO DE ESTOQUE".
           03  FILLER  PIC X(03) VALUE "32P".
           03  FILLER  PIC X(22) VALUE "PROGCOMP".
           03  FILLER  PIC X(36) VALUE "PEDIDO DE COMPRA".
           03  FILLER  PIC X(03) VALUE "32P".
           03  FILLER  PIC X(22) VALUE "PROGRECB".
           03  FILLER  PIC X(36) VALUE "RECEBIMENTO DE MERCADORIAS".
           03  FILLER  PIC X(03) VALUE "32P".
           03  FILLER  PIC X(22) VALUE "PROGDEVF".
           03  FILLER  PIC X(36) VALUE "DEVOLUCAO AO FORNECEDOR".
           03  FILLER  PIC X(03) VALUE "32P".
           03  FILLER  PIC X(22) VALUE "PROGPERD".
           03  FILLER  PIC X(36) VALUE "BAIXA POR PERDA".
           03  FILLER  PIC X(03) VALUE "32P".
           03  FILLER  PIC X(22) VALUE "PROGTRAN".
           03  FILLER  PIC X(36) VALUE "TRANSFERENCIA ENTRE FILIAIS".
           03  FILLER  PIC X(03) VALUE "32P".
           03  FILLER  PIC X(22) VALUE "PROGINV".
           03  FILLER  PIC X(36) VALUE "INVENTARIO FISICO".
           03  FILLER  PIC X(03) VALUE "32P".
           03  FILLER  PIC X(22) VALUE "PROGCICL".
           03  FILLER  PIC X(36) VALUE "CONTAGEM CICLICA DO DIA".
           03  FILLER  PIC X(03) VALUE "32P".
           03  FILLER  PIC X(22) VALUE "PROGKARD".
           03  FILLER  PIC X(36) VALUE "KARDEX DE PRODUTO".
           03  FILLER  PIC X(03) VALUE "32P".
           03  FILLER  PIC X(22) VALUE "PROGETIQ".
           03  FILLER  PIC X(36) VALUE "ETIQUETAS DE GONDOLA".
           03  FILLER  PIC X(03) VALUE "32P".
           03  FILLER  PIC X(22) VALUE "PROGTABF".
           03  FILLER  PIC X(36) VALUE "LISTA DE PRECOS DE FORNECEDOR".
           03  FILLER  PIC X(03) VALUE "32P".
           03  FILLER  PIC X(22) VALUE "PROGLOTE".
           03  FILLER  PIC X(36) VALUE "LOTES A VENCER".
           03  FILLER  PIC X(03) VALUE "33P".
           03  FILLER  PIC X(22) VALUE "PROGGIRO".
           03  FILLER  PIC X(36) VALUE "GIRO LENTO / ESTOQUE MORTO".
           03  FILLER  PIC X(03) VALUE "33P".
           03  FILLER  PIC X(22) VALUE "PROGABC".
           03  FILLER  PIC X(36) VALUE "CLASSIFICACAO ABC".
           03  FILLER  PIC X(03) VALUE "33P".
           03  FILLER  PIC X(22) VALUE "PROGRPER".
           03  FILLER  PIC X(36) VALUE "RELATORIO MENSAL DE PERDAS".
      *==  4 - FINANCEIRO
           03  FILLER  PIC X(03) VALUE "42P".
           03  FILLER  PIC X(22) VALUE "PROGCRED".
           03  FILLER  PIC X(36) VALUE "COBRANCA DO CREDIARIO".
           03  FILLER  PIC X(03) VALUE "43P".
           03  FILLER  PIC X(22) VALUE "PROGPAGA".
           03  FILLER  PIC X(36) VALUE "CONTAS A PAGAR".
           03  FILLER  PIC X(03) VALUE "43P".
           03  FILLER  PIC X(22) VALUE "PROGFLUX".
           03  FILLER  PIC X(36) VALUE "FLUXO DE CAIXA".
           03  FILLER  PIC X(03) VALUE "43P".
           03  FILLER  PIC X(22) VALUE "PROGCONC".
           03  FILLER  PIC X(36) VALUE "CONCILIACAO DE CARTAO E PIX".
           03  FILLER  PIC X(03) VALUE "43P".
           03  FILLER  PIC X(22) VALUE "PROGREMB".
           03  FILLER  PIC X(36) VALUE "REMESSA DE BOLETOS".
           03  FILLER  PIC X(03) VALUE "43P".
           03  FILLER  PIC X(22) VALUE "PROGRETB".
           03  FILLER  PIC X(36) VALUE "RETORNO DE BOLETOS".
           03  FILLER  PIC X(03) VALUE "43P".
           03  FILLER  PIC X(22) VALUE "PROGCTBL".
           03  FILLER  PIC X(36) VALUE "LANCAMENTOS CONTABEIS".
           03  FILLER  PIC X(03) VALUE "43P".
           03  FILLER  PIC X(22) VALUE "PROGFOLH".
           03  FILLER  PIC X(36) VALUE "INTERFACE DA FOLHA".
           03  FILLER  PIC X(03) VALUE "43P".
           03  FILLER  PIC X(22) VALUE "PROGCOMI".
           03  FILLER  PIC X(36) VALUE "COMISSAO DOS OPERADORES".
           03  FILLER  PIC X(03) VALUE "43P".
           03  FILLER  PIC X(22) VALUE "PROGMENS".
           03  FILLER  PIC X(36) VALUE "CONSOLIDACAO MENSAL".
           03  FILLER  PIC X(03) VALUE "43P".
           03  FILLER  PIC X(22) VALUE "PROGMARG".
           03  FILLER  PIC X(36) VALUE "MARGEM BRUTA".
           03  FILLER  PIC X(03) VALUE "43P".
           03  FILLER  PIC X(22) VALUE "PROGFATR".
           03  FILLER  PIC X(36) VALUE "FATURAS DAS TRANSPORTADORAS".
           03  FILLER  PIC X(03) VALUE "43P".
           03  FILLER  PIC X(22) VALUE "PROGPREV".
           03  FILLER  PIC X(36) VALUE "PREVENCAO DE PERDAS".
           03  FILLER  PIC X(03) VALUE "43P".
           03  FILLER  PIC X(22) VALUE "PROGSELO".
           03  FILLER  PIC X(36) VALUE "CONFERENCIA DO SELO DAS VENDAS".
      *==  5 - ESCOLA
           03  FILLER  PIC X(03) VALUE "51P".
           03  FILLER  PIC X(22) VALUE "PGM00019".
           03  FILLER  PIC X(36) VALUE "CONSULTA DE ALUNO".
           03  FILLER  PIC X(03) VALUE "51P".
           03  FILLER  PIC X(22) VALUE "PGM00028".
           03  FILLER  PIC X(36) VALUE "FREQUENCIA DOS ALUNOS".
           03  FILLER  PIC X(03) VALUE "51P".
           03  FILLER  PIC X(22) VALUE "PROGCOB19".
           03  FILLER  PIC X(36) VALUE "AVALIACOES PONDERADAS".
           03  FILLER  PIC X(03) VALUE "51P".
           03  FILLER  PIC X(22) VALUE "PROGCOB08".
           03  FILLER  PIC X(36) VALUE "LANCAMENTO DE NOTAS".
           03  FILLER  PIC X(03) VALUE "51P".
           03  FILLER  PIC X(22) VALUE "PROGCOB13".
           03  FILLER  PIC X(36) VALUE "HISTORICO DE NOTAS DO ALUNO".
           03  FILLER  PIC X(03) VALUE "51P".
           03  FILLER  PIC X(22) VALUE "PROGCOB14".
           03  FILLER  PIC X(36) VALUE "RESUMO DA TURMA".
           03  FILLER  PIC X(03) VALUE "51P".
           03  FILLER  PIC X(22) VALUE "PROGCOB20".
           03  FILLER  PIC X(36) VALUE "FECHAMENTO DE BIMESTRE".
           03  FILLER  PIC X(03) VALUE "51P".
           03  FILLER  PIC X(22) VALUE "PGM00016".
           03  FILLER  PIC X(36) VALUE "RELATORIO DE ALUNOS".
           03  FILLER  PIC X(03) VALUE "52P".
           03  FILLER  PIC X(22) VALUE "PGM00015".
           03  FILLER  PIC X(36) VALUE "CADASTRO DE ALUNOS".
           03  FILLER  PIC X(03) VALUE "52P".
           03  FILLER  PIC X(22) VALUE "PGM00021".
           03  FILLER  PIC X(36) VALUE "CADASTRO DE TURMAS".
           03  FILLER  PIC X(03) VALUE "52P".
           03  FILLER  PIC X(22) VALUE "PROGCOB16".
           03  FILLER  PIC X(36) VALUE "CADASTRO DE DISCIPLINAS".
           03  FILLER  PIC X(03) VALUE "52P".
           03  FILLER  PIC X(22) VALUE "PGM00029".
           03  FILLER  PIC X(36) VALUE "TRANSFERENCIA ENTRE TURMAS".
           03  FILLER  PIC X(03) VALUE "52P".
           03  FILLER  PIC X(22) VALUE "PGM00030".
           03  FILLER  PIC X(36) VALUE "READMISSAO DE ALUNO".
           03  FILLER  PIC X(03) VALUE "52P".
           03  FILLER  PIC X(22) VALUE "PGM00031".
           03  FILLER  PIC X(36) VALUE "MENSALIDADES".
           03  FILLER  PIC X(03) VALUE "52P".
           03  FILLER  PIC X(22) VALUE "PGM00032".
           03  FILLER  PIC X(36) VALUE "FERIADOS".
           03  FILLER  PIC X(03) VALUE "52P".
           03  FILLER  PIC X(22) VALUE "PROGCOB17".
           03  FILLER  PIC X(36) VALUE "RESULTADO FINAL DO ANO".
           03  FILLER  PIC X(03) VALUE "52P".
           03  FILLER  PIC X(22) VALUE "PROGCOB18".
           03  FILLER  PIC X(36) VALUE "EXAME FINAL".
           03  FILLER  PIC X(03) VALUE "52P".
           03  FILLER  PIC X(22) VALUE "PGM00039".
           03  FILLER  PIC X(36) VALUE "VIRADA DO ANO LETIVO".
           03  FILLER  PIC X(03) VALUE "52P".
           03  FILLER  PIC X(22) VALUE "PGM00040".
           03  FILLER  PIC X(36) VALUE "DOCUMENTOS ESCOLARES".
           03  FILLER  PIC X(03) VALUE "52P".
           03  FILLER  PIC X(22) VALUE "PGM00041".
           03  FILLER  PIC X(36) VALUE "CADASTRO DE RESPONSAVEIS".
           03  FILLER  PIC X(03) VALUE "52P".
           03  FILLER  PIC X(22) VALUE "PGM00042".
           03  FILLER  PIC X(36) VALUE "LISTAS DE ESPERA DE MATRICULA".
           03  FILLER  PIC X(03) VALUE "52P".
           03  FILLER  PIC X(22) VALUE "PGM00037".
           03  FILLER  PIC X(36) VALUE "CADASTRO DE PROFESSORES".
           03  FILLER  PIC X(03) VALUE "52P".
           03  FILLER  PIC X(22) VALUE "PGM00038".
           03  FILLER  PIC X(36) VALUE "GRADE DE HORARIOS".
           03  FILLER  PIC X(03) VALUE "53P".
           03  FILLER  PIC X(22) VALUE "PGM00022".
           03  FILLER  PIC X(36) VALUE "EXPURGO DE ALUNOS INATIVOS".
      *==  6 - ROTINAS NOTURNAS
           03  FILLER  PIC X(03) VALUE "62J".
           03  FILLER  PIC X(22) VALUE "RUN-SAUDE-ARQUIVOS.sh".
           03  FILLER  PIC X(36) VALUE "ABERTURA DO DIA".
           03  FILLER  PIC X(03) VALUE "62J".
           03  FILLER  PIC X(22) VALUE "RUN-FECHAMENTO-DIA.sh".
           03  FILLER  PIC X(36) VALUE "FECHAMENTO DO DIA DE VENDAS".
           03  FILLER  PIC X(03) VALUE "62J".
           03  FILLER  PIC X(22) VALUE "RUN-LOJA-WEB.sh".
           03  FILLER  PIC X(36) VALUE "LOJA VIRTUAL".
           03  FILLER  PIC X(03) VALUE "62J".
           03  FILLER  PIC X(22) VALUE "RUN-ESTUDANTES.sh".
           03  FILLER  PIC X(36) VALUE "CARGA DE ESTUDANTES".
           03  FILLER  PIC X(03) VALUE "62P".
           03  FILLER  PIC X(22) VALUE "PGM00034".
           03  FILLER  PIC X(36) VALUE "HISTORICO DOS JOBS".
           03  FILLER  PIC X(03) VALUE "62P".
           03  FILLER  PIC X(22) VALUE "PROGINTG".
           03  FILLER  PIC X(36) VALUE "INTEGRIDADE ENTRE ARQUIVOS".
           03  FILLER  PIC X(03) VALUE "63J".
           03  FILLER  PIC X(22) VALUE "RUN-CARGA-LOJAS.sh".
           03  FILLER  PIC X(36) VALUE "CARGA DAS LOJAS NA MATRIZ".
           03  FILLER  PIC X(03) VALUE "63J".
           03  FILLER  PIC X(22) VALUE "RUN-EXPIRA-PONTOS.sh".
           03  FILLER  PIC X(36) VALUE "VALIDADE DOS PONTOS (MENSAL)".
           03  FILLER  PIC X(03) VALUE "63J".
           03  FILLER  PIC X(22) VALUE "RUN-ROTACAO-LOGS.sh".
           03  FILLER  PIC X(36) VALUE "ROTACAO MENSAL DOS LOGS".
           03  FILLER  PIC X(03) VALUE "63P".
           03  FILLER  PIC X(22) VALUE "PROGBKUP".
           03  FILLER  PIC X(36) VALUE "BACKUP DOS CADASTROS".
           03  FILLER  PIC X(03) VALUE "63P".
           03  FILLER  PIC X(22) VALUE "PROGARQV".
           03  FILLER  PIC X(36) VALUE "ARQUIVAMENTO MENSAL DAS VENDAS".
           03  FILLER  PIC X(03) VALUE "63P".
           03  FILLER  PIC X(22) VALUE "PROGROTL".
           03  FILLER  PIC X(36) VALUE "RETENCAO DOS LOGS".
       01  TAB-OPCOES REDEFINES TAB-OPCOES-VALORES.
           03  TAB-OPC               OCCURS 89 TIMES.
               05  TAB-OPC-AREA      PIC 9(01).
               05  TAB-OPC-NIVEL     PIC 9(01).
               05  TAB-OPC-TIPO      PIC X(01).
                   88  TAB-OPC-JOB                  VALUE 'J'.
               05  TAB-OPC-COMANDO   PIC X(22).
               05  TAB-OPC-DESCR     PIC X(36).
       77 WRK-QT-OPCOES             PIC 9(02)       VALUE 89.

      *==  OPCOES DA AREA QUE O OPERADOR ENXERGA: NUMERO NA TELA ->
      *==  POSICAO NA TAB-OPCOES.
       01  TAB-VISIVEIS.
           03  TAB-VIS-OPCAO        PIC 9(02)       OCCURS 30 TIMES.
       77 WRK-QT-VISIVEIS           PIC 9(02)       VALUE ZEROS.
       01  TAB-AREAS-VISIVEIS.
           03  TAB-VIS-AREA         PIC 9(01)       OCCURS 6 TIMES.
       77 WRK-QT-AREAS              PIC 9(01)       VALUE ZEROS.

       77 WRK-I                     PIC 9(02)       VALUE ZEROS.
       77 WRK-A                     PIC 9(01)       VALUE ZEROS.
       77 WRK-AREA                  PIC 9(01)       VALUE ZEROS.
       77 WRK-OPCAO                 PIC 9(02)       VALUE ZEROS.
       77 WRK-ESCOLHA               PIC 9(02)       VALUE ZEROS.
       77 WRK-CONTINUA              PIC X(01)       VALUE 'S'.
           88  WRK-FIM-MENU                         VALUE 'N'.
       77 WRK-CONTINUA-AREA         PIC X(01)       VALUE 'S'.
           88  WRK-FIM-AREA                         VALUE 'N'.
       77 WRK-OPCAO-FORM            PIC Z9          VALUE ZEROS.

      *==  OPERADOR LOGADO (MESMA CONFERENCIA DO PROGLGPD), COM ATE
      *==  TRES TENTATIVAS.
       77 WRK-OPERADOR              PIC X(10)       VALUE SPACES.
       77 WRK-SENHA                 PIC X(20)       VALUE SPACES.
       77 WRK-SENHA-CIFRADA         PIC X(20)       VALUE SPACES.
       77 WRK-NIVEL-LOGADO          PIC 9(01)       VALUE ZEROS.
       77 WRK-TENTATIVAS            PIC 9(01)       VALUE ZEROS.

      *==  CHAMADA DO PROGRAMA OU JOB.
       77 WRK-PARAMETROS            PIC X(40)       VALUE SPACES.
       77 WRK-COMANDO               PIC X(80)       VALUE SPACES.
       77 WRK-RC-CHAMADA            PIC S9(04)      VALUE ZEROS.
       77 WRK-RC-FORM               PIC -ZZ9        VALUE ZEROS.
       77 WRK-CT-PROIBIDOS          PIC 9(03)       VALUE ZEROS.

      *==  LINHA DO MENULOG.DAT.
       77 WRK-ACAO-LOG              PIC X(10)       VALUE SPACES.
       77 WRK-PROGRAMA-LOG          PIC X(22)       VALUE SPACES.
       77 WRK-DETALHE-LOG           PIC X(40)       VALUE SPACES.
       77 WRK-DATA-LOG              PIC 9(08)       VALUE ZEROS.
       77 WRK-HORA-LOG              PIC 9(08)       VALUE ZEROS.
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           PERFORM 0050-LOGIN

           PERFORM UNTIL WRK-FIM-MENU
               PERFORM 0200-MENU-AREAS
           END-PERFORM

           MOVE "SAIDA"  TO WRK-ACAO-LOG
           MOVE SPACES   TO WRK-PROGRAMA-LOG
           MOVE SPACES   TO WRK-DETALHE-LOG
           PERFORM 0800-GRAVA-LOG
           MOVE ZEROS TO RETURN-CODE
           STOP RUN.

       0050-LOGIN                  SECTION.
      **** SEM O CADASTRO DE OPERADORES NINGUEM ENTRA. TRES TENTATIVAS
      **** ERRADAS ENCERRAM O MENU COM RC 8; CADA UMA VAI PARA O LOG.
           OPEN INPUT OPERADOR
           IF NOT FS-OK IN WRK-FS-OPERADOR
               DISPLAY "CADASTRO DE OPERADORES INDISPONIVEL. FS="
                       WRK-FS-OPERADOR
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGMENU  '
                                      'OPERADOR  ' WRK-FS-OPERADOR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ZEROS TO WRK-NIVEL-LOGADO
           MOVE ZEROS TO WRK-TENTATIVAS
           PERFORM UNTIL WRK-NIVEL-LOGADO > ZEROS
                      OR WRK-TENTATIVAS EQUAL 3
               ADD 1 TO WRK-TENTATIVAS
               DISPLAY "ID DO OPERADOR: "
               ACCEPT WRK-OPERADOR
               DISPLAY "SENHA: "
               ACCEPT WRK-SENHA
               MOVE WRK-OPERADOR TO CD-OPER-ID
               READ OPERADOR
                   INVALID KEY
                       MOVE ZEROS TO WRK-NIVEL-LOGADO
                   NOT INVALID KEY
                       IF SN-OPER-CIFRADA EQUAL 'S'
                           CALL 'SUBSENHA' USING WRK-SENHA
                                                  WRK-SENHA-CIFRADA
                       ELSE
                           MOVE WRK-SENHA TO WRK-SENHA-CIFRADA
                       END-IF
                       IF WRK-SENHA-CIFRADA EQUAL DS-OPER-SENHA
                          AND NV-OPER-NIVEL NUMERIC
                           MOVE NV-OPER-NIVEL TO WRK-NIVEL-LOGADO
                       ELSE
                           MOVE ZEROS TO WRK-NIVEL-LOGADO
                       END-IF
               END-READ
               IF WRK-NIVEL-LOGADO EQUAL ZEROS
                   DISPLAY "OPERADOR OU SENHA INVALIDOS."
                   MOVE "LOGIN-NEG" TO WRK-ACAO-LOG
                   MOVE SPACES      TO WRK-PROGRAMA-LOG
                   MOVE SPACES      TO WRK-DETALHE-LOG
                   PERFORM 0800-GRAVA-LOG
               END-IF
           END-PERFORM
           CLOSE OPERADOR

           IF WRK-NIVEL-LOGADO EQUAL ZEROS
               DISPLAY "ACESSO NEGADO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "LOGIN"  TO WRK-ACAO-LOG
           MOVE SPACES   TO WRK-PROGRAMA-LOG
           MOVE SPACES   TO WRK-DETALHE-LOG
           PERFORM 0800-GRAVA-LOG
       .
       0200-MENU-AREAS             SECTION.
      **** SO ENTRAM AS AREAS COM PELO MENOS UMA OPCAO AO ALCANCE DO
      **** NIVEL DO OPERADOR.
           MOVE ZEROS TO WRK-QT-AREAS
           PERFORM VARYING WRK-A FROM 1 BY 1 UNTIL WRK-A > 6
               PERFORM VARYING WRK-I FROM 1 BY 1
                         UNTIL WRK-I > WRK-QT-OPCOES
                   IF TAB-OPC-AREA (WRK-I) EQUAL WRK-A
                      AND TAB-OPC-NIVEL (WRK-I) <= WRK-NIVEL-LOGADO
                       ADD 1 TO WRK-QT-AREAS
                       MOVE WRK-A TO TAB-VIS-AREA (WRK-QT-AREAS)
                       MOVE WRK-QT-OPCOES TO WRK-I
                   END-IF
               END-PERFORM
           END-PERFORM

           DISPLAY " "
           DISPLAY "MENU PRINCIPAL - OPERADOR " WRK-OPERADOR
                   " NIVEL " WRK-NIVEL-LOGADO
           PERFORM VARYING WRK-A FROM 1 BY 1
                     UNTIL WRK-A > WRK-QT-AREAS
               MOVE WRK-A TO WRK-OPCAO-FORM
               DISPLAY "  " WRK-OPCAO-FORM " - "
                       TAB-AREA-NOME (TAB-VIS-AREA (WRK-A))
           END-PERFORM
           DISPLAY "   0 - SAIR"
           DISPLAY "AREA: "
           ACCEPT WRK-OPCAO

           EVALUATE TRUE
               WHEN WRK-OPCAO EQUAL ZEROS
                   MOVE 'N' TO WRK-CONTINUA
               WHEN WRK-OPCAO > WRK-QT-AREAS
                   DISPLAY "OPCAO INVALIDA."
               WHEN OTHER
                   MOVE TAB-VIS-AREA (WRK-OPCAO) TO WRK-AREA
                   MOVE 'S' TO WRK-CONTINUA-AREA
                   PERFORM UNTIL WRK-FIM-AREA
                       PERFORM 0300-MENU-OPCOES
                   END-PERFORM
           END-EVALUATE
       .
       0300-MENU-OPCOES            SECTION.
      **** OPCOES DA AREA AO ALCANCE DO NIVEL, NUMERADAS NA ORDEM DA
      **** TABELA. OPCAO FORA DA LISTA NAO RODA, NEM DIGITADA.
           MOVE ZEROS TO WRK-QT-VISIVEIS
           DISPLAY " "
           DISPLAY "AREA " TAB-AREA-NOME (WRK-AREA)
           PERFORM VARYING WRK-I FROM 1 BY 1
                     UNTIL WRK-I > WRK-QT-OPCOES
               IF TAB-OPC-AREA (WRK-I) EQUAL WRK-AREA
                  AND TAB-OPC-NIVEL (WRK-I) <= WRK-NIVEL-LOGADO
                   ADD 1 TO WRK-QT-VISIVEIS
                   MOVE WRK-I TO TAB-VIS-OPCAO (WRK-QT-VISIVEIS)
                   MOVE WRK-QT-VISIVEIS TO WRK-OPCAO-FORM
                   DISPLAY "  " WRK-OPCAO-FORM " - "
                           TAB-OPC-DESCR (WRK-I)
               END-IF
           END-PERFORM
           DISPLAY "   0 - VOLTAR"
           DISPLAY "OPCAO: "
           ACCEPT WRK-OPCAO

           EVALUATE TRUE
               WHEN WRK-OPCAO EQUAL ZEROS
                   MOVE 'N' TO WRK-CONTINUA-AREA
               WHEN WRK-OPCAO > WRK-QT-VISIVEIS
                   DISPLAY "OPCAO INVALIDA."
               WHEN OTHER
                   MOVE TAB-VIS-OPCAO (WRK-OPCAO) TO WRK-ESCOLHA
                   PERFORM 0400-EXECUTA-OPCAO
           END-EVALUATE
       .
       0400-EXECUTA-OPCAO          SECTION.
      **** O PROGRAMA RODA COMO PASSO SEPARADO E O MENU ESPERA O FIM.
      **** O JOB RECEBE OS PARAMETROS DIGITADOS (BRANCO = PADRAO DO
      **** JOB). INICIO E RETORNO VAO PARA O LOG. PARAMETRO COM
      **** CARACTER QUE O SHELL INTERPRETA (SEPARADOR DE COMANDO,
      **** REDIRECIONAMENTO, SUBSTITUICAO, ASPAS) E RECUSADO.
           MOVE SPACES TO WRK-PARAMETROS
           MOVE ZEROS  TO WRK-CT-PROIBIDOS
           IF TAB-OPC-JOB (WRK-ESCOLHA)
               DISPLAY "PARAMETROS DO JOB (BRANCO = PADRAO): "
               ACCEPT WRK-PARAMETROS
               INSPECT WRK-PARAMETROS TALLYING WRK-CT-PROIBIDOS
                   FOR ALL ";" ALL "|" ALL "&" ALL "`" ALL "$"
                       ALL ">" ALL "<" ALL "\" ALL '"' ALL "'"
           END-IF

           IF WRK-CT-PROIBIDOS > ZEROS
               DISPLAY "PARAMETROS RECUSADOS: USE SO LETRAS, NUMEROS,"
                       " ESPACOS, PONTO, BARRA E HIFEN."
               MOVE "RECUSADO"                    TO WRK-ACAO-LOG
               MOVE TAB-OPC-COMANDO (WRK-ESCOLHA) TO WRK-PROGRAMA-LOG
               MOVE "PARAMETROS COM CARACTER PROIBIDO"
                                                  TO WRK-DETALHE-LOG
               PERFORM 0800-GRAVA-LOG
           ELSE
               PERFORM 0410-CHAMA-OPCAO
           END-IF
       .
       0410-CHAMA-OPCAO            SECTION.
           MOVE SPACES TO WRK-COMANDO
           STRING TAB-OPC-COMANDO (WRK-ESCOLHA) DELIMITED BY SPACE
                  " "                           DELIMITED BY SIZE
                  WRK-PARAMETROS                DELIMITED BY SIZE
               INTO WRK-COMANDO

           MOVE "INICIO"                      TO WRK-ACAO-LOG
           MOVE TAB-OPC-COMANDO (WRK-ESCOLHA) TO WRK-PROGRAMA-LOG
           MOVE WRK-PARAMETROS                TO WRK-DETALHE-LOG
           PERFORM 0800-GRAVA-LOG

           CALL 'SYSTEM' USING WRK-COMANDO
           MOVE RETURN-CODE TO WRK-RC-CHAMADA
           MOVE ZEROS       TO RETURN-CODE

           MOVE WRK-RC-CHAMADA TO WRK-RC-FORM
           DISPLAY " "
           DISPLAY TAB-OPC-COMANDO (WRK-ESCOLHA)
                   " TERMINOU COM RC " WRK-RC-FORM
           MOVE "RETORNO"  TO WRK-ACAO-LOG
           MOVE SPACES     TO WRK-DETALHE-LOG
           STRING "RC="            DELIMITED BY SIZE
                  WRK-RC-FORM      DELIMITED BY SIZE
               INTO WRK-DETALHE-LOG
           PERFORM 0800-GRAVA-LOG
       .
       0800-GRAVA-LOG              SECTION.
      **** UMA LINHA POR EVENTO, ACRESCENTADA AO MENULOG.DAT (NASCE NA
      **** PRIMEIRA GRAVACAO). FALHA NO LOG NAO SEGURA O OPERADOR.
           OPEN EXTEND MENULOG
           IF WRK-FS-MENULOG EQUAL '35'
               CLOSE MENULOG
               OPEN OUTPUT MENULOG
           END-IF
           IF NOT FS-OK IN WRK-FS-MENULOG
               DISPLAY "ERRO AO GRAVAR O MENULOG. FS=" WRK-FS-MENULOG
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGMENU  '
                                      'MENULOG   ' WRK-FS-MENULOG
           ELSE
               ACCEPT WRK-DATA-LOG FROM DATE YYYYMMDD
               ACCEPT WRK-HORA-LOG FROM TIME
               MOVE SPACES TO REG-MENULOG
               STRING WRK-DATA-LOG         DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      WRK-HORA-LOG(1:6)    DELIMITED BY SIZE
                      " OPERADOR="         DELIMITED BY SIZE
                      WRK-OPERADOR         DELIMITED BY SIZE
                      " NIVEL="            DELIMITED BY SIZE
                      WRK-NIVEL-LOGADO     DELIMITED BY SIZE
                      " ACAO="             DELIMITED BY SIZE
                      WRK-ACAO-LOG         DELIMITED BY SIZE
                      " PROGRAMA="         DELIMITED BY SIZE
                      WRK-PROGRAMA-LOG     DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      WRK-DETALHE-LOG      DELIMITED BY SIZE
                   INTO REG-MENULOG
               WRITE REG-MENULOG
               CLOSE MENULOG
           END-IF
       .
