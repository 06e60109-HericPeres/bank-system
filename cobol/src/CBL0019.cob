       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONITORA-PLD.
       AUTHOR. MAINFRAME-TEAM.
       DATE-WRITTEN. 10/14/2026.
      *
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT DESCRICAO
      * ---------- ---- -------------------------------------------
      * 10/14/2026 MFT  VERSAO ORIGINAL.
      * 10/15/2026 MFT  DEPOSITO EM CHEQUE ('K') ENTRA NA ANALISE
      *                 COMO CREDITO DO CLIENTE; A DEVOLUCAO ('W'),
      *                 COMO O ESTORNO, FICA DE FORA.
      * 10/15/2026 MFT  O DEPOSITO EM CHEQUE ('K') PASSA A CONTAR NAS
      *                 VERIFICACOES DE GRANDE CREDITO, FRACIONAMENTO
      *                 E PASSAGEM. O CADASTRO PASSA A SER LIDO CONTA
      *                 A CONTA NO CLUSTER (DD CADVSAM), SO PARA AS
      *                 CONTAS COM MOVIMENTO NA JANELA, EM VEZ DA
      *                 CARGA DO CADASTRO INTEIRO NUMA TABELA DE 20000
      *                 CONTAS.
      * 10/15/2026 MFT  A ABERTURA ('O') NA TRILHA SO MARCA A CONTA
      *                 COMO NOVA DENTRO DO PRAZO DE CONTA NOVA (E
      *                 NUNCA COM O PRAZO ZERADO).
      * ------------------------------------------------------------
      *
      ***************************************************************
      * PROPOSITO.
      *     MONITORACAO PERIODICA DE PREVENCAO A LAVAGEM DE DINHEIRO
      *     (PLD): LE A TRILHA DE AUDITORIA (A VIVA CONCATENADA AS
      *     GERACOES DE ARQUIVO-MORTO NO JCL) JUNTO COM O CADASTRO E
      *     O SALDOS VIGENTE, ATRIBUI CADA MOVIMENTO DO CLIENTE AO
      *     DOCUMENTO (CPF/CNPJ) DO TITULAR DA CONTA E ANALISA O
      *     MOVIMENTO CONSOLIDADO DE TODAS AS CONTAS DO CLIENTE, EM
      *     QUALQUER AGENCIA, DENTRO DA JANELA DE ANALISE. SINALIZA:
      *         GC - CREDITO UNICO IGUAL OU ACIMA DO LIMITE DE
      *              COMUNICACAO;
      *         FR - FRACIONAMENTO: VARIOS CREDITOS LOGO ABAIXO DO
      *              LIMITE DENTRO DE UMA JANELA MOVEL DE DIAS;
      *         PX - PASSAGEM: CREDITO QUE SAI POR TRANSFERENCIA
      *              INTERBANCARIA ('X') EM POUCOS DIAS;
      *         DR - VOLUME SUBITO EM CONTA DORMENTE ('D') OU
      *              REATIVADA ('R') NA JANELA;
      *         NV - VOLUME SUBITO EM CONTA RECEM-ABERTA ('O').
      *     LIMITES E JANELAS VEM DO ARQUIVO DE PARAMETROS. SAEM O
      *     ARQUIVO DE CASOS DE LAYOUT FIXO PARA O SISTEMA DO
      *     COMPLIANCE E O RELATORIO DE ALERTAS POR AGENCIA. O
      *     CLIENTE JA EM ANALISE (MESMO DOCUMENTO E MESMO TIPO DE
      *     ALERTA NO REGISTRO DE REVISAO, DENTRO DO PRAZO DE
      *     REVISAO) NAO GERA CASO NOVO: O REGISTRO ATUALIZADO SAI EM
      *     DATASET NOVO E E PROMOVIDO PELO JCL. POSTAGENS DO CANAL
      *     'SIS' (JUROS) NAO CONTAM COMO MOVIMENTO DO CLIENTE, E AS
      *     DUPLICATAS EXATAS DE RESTART NA TRILHA SAO DESCARTADAS
      *     PELA CHAVE CONTA/TIPO/CANAL/SEQUENCIA.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PARAMETRO
               ASSIGN TO 'PARAMETR'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-CADASTRO-VSAM
               ASSIGN TO 'CADVSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAD-CONTA
               FILE STATUS IS WS-FS-CADASTRO.

           SELECT OPTIONAL ARQ-SALDOS
               ASSIGN TO 'SALDOS'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-AUDITORIA
               ASSIGN TO 'AUDITORI'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-REVISAO-ANTERIOR
               ASSIGN TO 'REVISANT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-REVISAO-NOVO
               ASSIGN TO 'REVISNOV'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-CASOS
               ASSIGN TO 'CASOSPLD'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-RELATORIO
               ASSIGN TO 'RELATPLD'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      ***************************************************************
      * PARAMETROS DA MONITORACAO (ENTRADA) - A DATA DE REFERENCIA
      * OCUPA AS COLUNAS 1-8 E AS COLUNAS 9-17 FICAM EM BRANCO, DE
      * MODO QUE O ARQUIVO PASSA PELA SENTINELA VALIDA-PARAMETRO
      * COMO OS DEMAIS; LIMITES E JANELAS A PARTIR DA COLUNA 18.
      ***************************************************************
       FD  ARQ-PARAMETRO.
       01  REG-PARAMETRO.
           05  PRM-DATA-REF        PIC 9(08).
           05  FILLER              PIC X(09).
           05  PRM-DIAS-ANALISE    PIC 9(03).
           05  PRM-LIMITE-CREDITO  PIC 9(09)V99.
           05  PRM-PERC-FRACAO     PIC 9(03).
           05  PRM-QTD-FRACAO      PIC 9(03).
           05  PRM-DIAS-FRACAO     PIC 9(03).
           05  PRM-VALOR-PASSAGEM  PIC 9(09)V99.
           05  PRM-PERC-PASSAGEM   PIC 9(03).
           05  PRM-DIAS-PASSAGEM   PIC 9(03).
           05  PRM-VALOR-VOLUME    PIC 9(09)V99.
           05  PRM-DIAS-CONTA-NOVA PIC 9(03).
           05  PRM-DIAS-REVISAO    PIC 9(03).

      ***************************************************************
      * CADASTRO DE CONTAS (ENTRADA) - CLUSTER CHAVEADO POR CONTA,
      * LIDO CONTA A CONTA; E DELE QUE VEM O DOCUMENTO DO TITULAR E
      * A DATA DE ABERTURA.
      ***************************************************************
       FD  ARQ-CADASTRO-VSAM.
       01  REG-CADASTRO.
           05  CAD-CONTA           PIC 9(10).
           05  CAD-AGENCIA         PIC 9(04).
           05  CAD-NOME            PIC X(30).
           05  CAD-DOCUMENTO       PIC 9(14).
           05  CAD-DT-ABERTURA     PIC X(10).
           05  CAD-PRODUTO         PIC X(02).

      ***************************************************************
      * SALDOS VIGENTES (ENTRADA) - SO O STATUS INTERESSA AQUI: A
      * CONTA HOJE DORMENTE ('D').
      ***************************************************************
       FD  ARQ-SALDOS.
       01  REG-SALDO.
           05  RS-CONTA            PIC 9(10).
           05  RS-AGENCIA          PIC 9(04).
           05  RS-SALDO            PIC S9(09)V99.
           05  RS-STATUS           PIC X(01).

      ***************************************************************
      * TRILHA DE AUDITORIA (ENTRADA) - VIVA + ARQUIVO-MORTO,
      * CONCATENADOS PELO JCL PARA COBRIR A JANELA DE ANALISE.
      ***************************************************************
       FD  ARQ-AUDITORIA.
       01  REG-AUDITORIA.
           05  AU-CONTA            PIC 9(10).
           05  AU-AGENCIA          PIC 9(04).
           05  AU-TIPO             PIC X(01).
               88  AU-MOVTO-CLIENTE    VALUES 'D' 'C' 'T' 'V' 'X'
                                              'K'.
               88  AU-MOVTO-CREDITO    VALUES 'C' 'V' 'K'.
               88  AU-ABERTURA         VALUE 'O'.
               88  AU-REATIVACAO       VALUE 'R'.
           05  AU-VALOR            PIC 9(09)V99.
           05  AU-DATA             PIC X(10).
           05  AU-SALDO-RESULT     PIC S9(09)V99.
           05  AU-CONTA-CONTRAP    PIC 9(10).
           05  AU-DATA-LOTE        PIC 9(08).
           05  AU-CANAL            PIC X(03).
           05  AU-SEQUENCIA        PIC 9(09).

      ***************************************************************
      * REGISTRO DE CLIENTES EM REVISAO (ENTRADA) - GRAVADO PELA
      * EXECUCAO ANTERIOR: DOCUMENTO, TIPO DE ALERTA E DATA EM QUE
      * O CASO FOI ABERTO. AUSENTE NA PRIMEIRA EXECUCAO.
      ***************************************************************
       FD  ARQ-REVISAO-ANTERIOR.
       01  REG-REVISAO-ANTERIOR.
           05  RVA-DOCUMENTO       PIC 9(14).
           05  RVA-TIPO-ALERTA     PIC X(02).
           05  RVA-DATA-ABERTURA   PIC 9(08).

      ***************************************************************
      * REGISTRO DE CLIENTES EM REVISAO (SAIDA) - MESMO LAYOUT, SEM
      * OS CASOS CUJO PRAZO DE REVISAO VENCEU E COM OS ABERTOS
      * HOJE; O JCL PROMOVE SOBRE O VIGENTE.
      ***************************************************************
       FD  ARQ-REVISAO-NOVO.
       01  REG-REVISAO-NOVO.
           05  RVN-DOCUMENTO       PIC 9(14).
           05  RVN-TIPO-ALERTA     PIC X(02).
           05  RVN-DATA-ABERTURA   PIC 9(08).

      ***************************************************************
      * CASOS PARA O COMPLIANCE (SAIDA, LAYOUT FIXO) - UM POR
      * DOCUMENTO E TIPO DE ALERTA NOVO, EM ORDEM DE AGENCIA. A
      * CONTA E A AGENCIA SAO AS DO MOVIMENTO QUE DISPAROU O
      * ALERTA; VALOR E QUANTIDADE SAO A EVIDENCIA DO PADRAO.
      ***************************************************************
       FD  ARQ-CASOS.
       01  REG-CASO.
           05  CS-DOCUMENTO        PIC 9(14).
           05  CS-TIPO-ALERTA      PIC X(02).
           05  CS-AGENCIA          PIC 9(04).
           05  CS-CONTA            PIC 9(10).
           05  CS-DATA-ABERTURA    PIC 9(08).
           05  CS-DATA-INI         PIC 9(08).
           05  CS-DATA-FIM         PIC 9(08).
           05  CS-VALOR            PIC 9(11)V99.
           05  CS-QTD-MOVTOS       PIC 9(05).

      ***************************************************************
      * RELATORIO DE ALERTAS POR AGENCIA (SAIDA, TEXTO).
      ***************************************************************
       FD  ARQ-RELATORIO.
       01  REG-RELATORIO.
           05  RL-LINHA            PIC X(120).

       WORKING-STORAGE SECTION.

      * INDICADORES DE FIM DE ARQUIVO / PESQUISA
       77  WS-RS-EOF               PIC X(01)   VALUE 'N'.
           88  FIM-SALDOS               VALUE 'S'.
       77  WS-AU-EOF               PIC X(01)   VALUE 'N'.
           88  FIM-AUDITORIA            VALUE 'S'.
       77  WS-RV-EOF               PIC X(01)   VALUE 'N'.
           88  FIM-REVISAO              VALUE 'S'.
       77  WS-CAD-ENCONTRADO       PIC X(01)   VALUE 'N'.
       77  WS-FS-CADASTRO          PIC X(02)   VALUE '00'.
       77  WS-MV-ENCONTRADO        PIC X(01)   VALUE 'N'.
       77  WS-RV-ENCONTRADO        PIC X(01)   VALUE 'N'.
       77  WS-FR-ACHOU             PIC X(01)   VALUE 'N'.
       77  WS-PX-ACHOU             PIC X(01)   VALUE 'N'.

      * PARAMETROS DA MONITORACAO
       77  WS-DATA-REF             PIC 9(08)       VALUE 0.
       77  WS-DIAS-ANALISE         PIC 9(03)       VALUE 0.
       77  WS-LIMITE-CREDITO       PIC 9(09)V99    VALUE 0.
       77  WS-PERC-FRACAO          PIC 9(03)       VALUE 0.
       77  WS-QTD-FRACAO           PIC 9(03)       VALUE 0.
       77  WS-DIAS-FRACAO          PIC 9(03)       VALUE 0.
       77  WS-VALOR-PASSAGEM       PIC 9(09)V99    VALUE 0.
       77  WS-PERC-PASSAGEM        PIC 9(03)       VALUE 0.
       77  WS-DIAS-PASSAGEM        PIC 9(03)       VALUE 0.
       77  WS-VALOR-VOLUME         PIC 9(09)V99    VALUE 0.
       77  WS-DIAS-CONTA-NOVA      PIC 9(03)       VALUE 0.
       77  WS-DIAS-REVISAO         PIC 9(03)       VALUE 0.

      * PISO DA FAIXA DE FRACIONAMENTO (PERCENTUAL DO LIMITE)
       77  WS-PISO-FRACAO          PIC 9(09)V99    VALUE 0.

      * JANELA DE ANALISE EM NUMERO DE DIAS (VER 8000)
       77  WS-DIA-REF              PIC 9(07)       VALUE 0.
       77  WS-DIA-INI-ANALISE      PIC 9(07)       VALUE 0.
       77  WS-DIA-INI-CONTA-NOVA   PIC 9(07)       VALUE 0.
       77  WS-DIA-MOVTO            PIC 9(07)       VALUE 0.

      * COBERTURA DA JANELA PELA TRILHA FORNECIDA: A POSTAGEM MAIS
      * ANTIGA LIDA PRECISA SER ANTERIOR AO INICIO DA JANELA
       77  WS-DIA-MAIS-ANTIGO      PIC 9(07)       VALUE 9999999.
       77  WS-JANELA-COBERTA       PIC X(01)       VALUE 'N'.
           88  JANELA-COBERTA           VALUE 'S'.

      * CONVERSAO DE DATA AAAAMMDD EM NUMERO DE DIAS CORRIDOS
       01  WS-DJ-DATA-D.
           05  WS-DJ-ANO           PIC 9(04).
           05  WS-DJ-MES           PIC 9(02).
           05  WS-DJ-DIA           PIC 9(02).
       01  WS-DJ-DATA REDEFINES WS-DJ-DATA-D
                                   PIC 9(08).
       77  WS-DJ-NUMERO            PIC 9(07)       VALUE 0.
       77  WS-DJ-AJUSTE            PIC 9(01)       VALUE 0.
       77  WS-DJ-ANO-CALC          PIC 9(05)       VALUE 0.
       77  WS-DJ-MES-CALC          PIC 9(02)       VALUE 0.
       77  WS-DJ-PARC-MES          PIC 9(05)       VALUE 0.
       77  WS-DJ-PARC-4            PIC 9(05)       VALUE 0.
       77  WS-DJ-PARC-100          PIC 9(05)       VALUE 0.
       77  WS-DJ-PARC-400          PIC 9(05)       VALUE 0.

      * CONTADORES DO PASSO
       77  WS-CONTADOR-POSTAGENS   PIC 9(07) COMP  VALUE 0.
       77  WS-CONTADOR-FORA-JANELA PIC 9(07) COMP  VALUE 0.
       77  WS-CONTADOR-DUPLICADAS  PIC 9(07) COMP  VALUE 0.
       77  WS-CONTADOR-SEM-CAD     PIC 9(07) COMP  VALUE 0.
       77  WS-CONTADOR-DOCUMENTOS  PIC 9(07) COMP  VALUE 0.
       77  WS-CONTADOR-SUPRIMIDOS  PIC 9(07) COMP  VALUE 0.
       77  WS-CONTADOR-VENCIDOS    PIC 9(07) COMP  VALUE 0.
       77  WS-CONTADOR-CASOS       PIC 9(07) COMP  VALUE 0.
       77  WS-QTD-GC               PIC 9(07) COMP  VALUE 0.
       77  WS-QTD-FR               PIC 9(07) COMP  VALUE 0.
       77  WS-QTD-PX               PIC 9(07) COMP  VALUE 0.
       77  WS-QTD-DR               PIC 9(07) COMP  VALUE 0.
       77  WS-QTD-NV               PIC 9(07) COMP  VALUE 0.

      * CONTA DA POSTAGEM EM ANALISE NA TABELA DAS CONTAS
       77  WS-CONTA-PESQUISA       PIC 9(10)       VALUE 0.
       77  WS-SUB-CAD-ATUAL        PIC 9(05) COMP  VALUE 0.

      * TABELA DAS CONTAS COM POSTAGEM NA JANELA (CONTA -> DOCUMENTO,
      * LIDO NO CLUSTER DO CADASTRO NA PRIMEIRA POSTAGEM DA CONTA),
      * ORDENADA POR CONTA, COM O ACUMULADO DA CONTA NA JANELA E AS
      * MARCAS DE CONTA DORMENTE/REATIVADA E RECEM-ABERTA. SO ENTRA
      * A CONTA COM MOVIMENTO, ABERTURA OU REATIVACAO NA JANELA;
      * LIMITE FIXO COM PARADA DURA, COMO A TABELA DE MOVIMENTOS.
       01  WS-TABELA-CONTAS.
           05  WS-QTD-CONTAS       PIC 9(05) COMP  VALUE 0.
           05  WS-CONTA-ENTRY OCCURS 0 TO 50000 TIMES
                                   DEPENDING ON WS-QTD-CONTAS
                                   ASCENDING KEY IS WS-CAD-CONTA
                                   INDEXED BY WS-IDX-CAD.
               10  WS-CAD-CONTA        PIC 9(10).
               10  WS-CAD-AGENCIA      PIC 9(04).
               10  WS-CAD-DOCUMENTO    PIC 9(14).
               10  WS-CAD-DORMENTE     PIC X(01).
               10  WS-CAD-NOVA         PIC X(01).
               10  WS-CAD-VOLUME       PIC 9(11)V99.
               10  WS-CAD-QTD          PIC 9(05) COMP.
               10  WS-CAD-DATA-INI     PIC 9(08).
               10  WS-CAD-DATA-FIM     PIC 9(08).
       77  WS-SUB-CAD              PIC 9(05) COMP  VALUE 0.
       77  WS-SUB-CAD-INS          PIC 9(05) COMP  VALUE 0.

      * TABELA DOS MOVIMENTOS DO CLIENTE NA JANELA, ORDENADA POR
      * DOCUMENTO/DIA (A CHAVE COMPLETA, COM CONTA/TIPO/CANAL/
      * SEQUENCIA, DESCARTA A DUPLICATA EXATA DE RESTART). LIMITE
      * FIXO COM PARADA DURA, COMO NAS DEMAIS TABELAS DO SISTEMA.
       01  WS-TABELA-MOVIMENTOS.
           05  WS-QTD-MOVTOS       PIC 9(05) COMP  VALUE 0.
           05  WS-MOVTO-ENTRY OCCURS 0 TO 50000 TIMES
                                   DEPENDING ON WS-QTD-MOVTOS
                                   ASCENDING KEY IS WS-MV-CHAVE
                                   INDEXED BY WS-IDX-MV.
               10  WS-MV-CHAVE.
                   15  WS-MV-DOCUMENTO PIC 9(14).
                   15  WS-MV-DIA       PIC 9(07).
                   15  WS-MV-CONTA     PIC 9(10).
                   15  WS-MV-TIPO      PIC X(01).
                       88  WS-MV-CREDITO       VALUES 'C' 'V' 'K'.
                   15  WS-MV-CANAL     PIC X(03).
                   15  WS-MV-SEQUENCIA PIC 9(09).
               10  WS-MV-AGENCIA       PIC 9(04).
               10  WS-MV-DATA-LOTE     PIC 9(08).
               10  WS-MV-VALOR         PIC 9(09)V99.
       01  WS-CHAVE-MOVTO.
           05  WS-CM-DOCUMENTO     PIC 9(14).
           05  WS-CM-DIA           PIC 9(07).
           05  WS-CM-CONTA         PIC 9(10).
           05  WS-CM-TIPO          PIC X(01).
           05  WS-CM-CANAL         PIC X(03).
           05  WS-CM-SEQUENCIA     PIC 9(09).
       77  WS-SUB-MV               PIC 9(05) COMP  VALUE 0.
       77  WS-SUB-MV-INS           PIC 9(05) COMP  VALUE 0.

      * FAIXA DA TABELA DE MOVIMENTOS OCUPADA PELO DOCUMENTO EM
      * ANALISE E SUBSCRITOS DAS VARREDURAS DE JANELA
       77  WS-DOCUMENTO-ATUAL      PIC 9(14)       VALUE 0.
       77  WS-SUB-INI              PIC 9(05) COMP  VALUE 0.
       77  WS-SUB-FIM              PIC 9(05) COMP  VALUE 0.
       77  WS-SUB-I                PIC 9(05) COMP  VALUE 0.
       77  WS-SUB-J                PIC 9(05) COMP  VALUE 0.

      * ACUMULADORES DAS VERIFICACOES DO DOCUMENTO
       77  WS-AC-QTD               PIC 9(05) COMP  VALUE 0.
       77  WS-AC-VALOR             PIC 9(11)V99    VALUE 0.
       77  WS-AC-MAIOR             PIC 9(09)V99    VALUE 0.
       77  WS-AC-DATA-FIM          PIC 9(08)       VALUE 0.
       77  WS-AC-SAIDA-MINIMA      PIC 9(11)V99    VALUE 0.

      * ALERTA EM REGISTRO (MONTADO PELAS VERIFICACOES, GRAVADO POR
      * 4000 SE O CLIENTE NAO ESTA EM REVISAO)
       01  WS-ALERTA-NOVO.
           05  WS-AN-AGENCIA       PIC 9(04).
           05  WS-AN-DOCUMENTO     PIC 9(14).
           05  WS-AN-TIPO          PIC X(02).
           05  WS-AN-CONTA         PIC 9(10).
           05  WS-AN-DATA-INI      PIC 9(08).
           05  WS-AN-DATA-FIM      PIC 9(08).
           05  WS-AN-VALOR         PIC 9(11)V99.
           05  WS-AN-QTD           PIC 9(05).

      * TABELA DOS ALERTAS DO DIA, ORDENADA POR AGENCIA/DOCUMENTO/
      * TIPO PARA O RELATORIO POR AGENCIA
       01  WS-TABELA-ALERTAS.
           05  WS-QTD-ALERTAS      PIC 9(05) COMP  VALUE 0.
           05  WS-ALERTA-ENTRY OCCURS 0 TO 5000 TIMES
                                   DEPENDING ON WS-QTD-ALERTAS
                                   INDEXED BY WS-IDX-AL.
               10  WS-AL-CHAVE.
                   15  WS-AL-AGENCIA   PIC 9(04).
                   15  WS-AL-DOCUMENTO PIC 9(14).
                   15  WS-AL-TIPO      PIC X(02).
               10  WS-AL-CONTA         PIC 9(10).
               10  WS-AL-DATA-INI      PIC 9(08).
               10  WS-AL-DATA-FIM      PIC 9(08).
               10  WS-AL-VALOR         PIC 9(11)V99.
               10  WS-AL-QTD           PIC 9(05).
       77  WS-SUB-AL               PIC 9(05) COMP  VALUE 0.
       77  WS-SUB-AL-INS           PIC 9(05) COMP  VALUE 0.

      * TABELA DOS CLIENTES EM REVISAO (DOCUMENTO + TIPO DE ALERTA),
      * ORDENADA PARA SEARCH ALL
       01  WS-TABELA-REVISAO.
           05  WS-QTD-REVISAO      PIC 9(05) COMP  VALUE 0.
           05  WS-REVISAO-ENTRY OCCURS 0 TO 20000 TIMES
                                   DEPENDING ON WS-QTD-REVISAO
                                   ASCENDING KEY IS WS-RV-CHAVE
                                   INDEXED BY WS-IDX-RV.
               10  WS-RV-CHAVE.
                   15  WS-RV-DOCUMENTO PIC 9(14).
                   15  WS-RV-TIPO      PIC X(02).
               10  WS-RV-DATA-ABERTURA PIC 9(08).
       01  WS-CHAVE-REVISAO.
           05  WS-CR-DOCUMENTO     PIC 9(14).
           05  WS-CR-TIPO          PIC X(02).
       77  WS-CR-DATA-ABERTURA     PIC 9(08)       VALUE 0.
       77  WS-SUB-RV               PIC 9(05) COMP  VALUE 0.
       77  WS-SUB-RV-INS           PIC 9(05) COMP  VALUE 0.

      * QUEBRA DE AGENCIA DO RELATORIO
       77  WS-AGENCIA-ANTERIOR     PIC 9(04)       VALUE 0.
       77  WS-QTD-AGENCIA          PIC 9(05) COMP  VALUE 0.

      * CAMPOS AUXILIARES DO RELATORIO
       01  WS-EDIT-VALOR           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-QTD             PIC Z.ZZZ.ZZ9.

       PROCEDURE DIVISION.

      ***************************************************************
      * 0000-MAINLINE - ROTINA PRINCIPAL.
      ***************************************************************
       0000-MAINLINE.
           DISPLAY 'INICIANDO MONITORACAO PLD'.
           PERFORM 1000-INICIALIZAR
               THRU 1000-INICIALIZAR-EXIT.
           MOVE 1 TO WS-SUB-MV.
           PERFORM 2000-ANALISAR-DOCUMENTO
               THRU 2000-ANALISAR-DOCUMENTO-EXIT
               UNTIL WS-SUB-MV > WS-QTD-MOVTOS.
           PERFORM 3000-ANALISAR-CONTA
               THRU 3000-ANALISAR-CONTA-EXIT
               VARYING WS-SUB-CAD FROM 1 BY 1
               UNTIL WS-SUB-CAD > WS-QTD-CONTAS.
           PERFORM 9600-GRAVAR-CASOS
               THRU 9600-GRAVAR-CASOS-EXIT.
           PERFORM 9700-GRAVAR-REVISAO
               THRU 9700-GRAVAR-REVISAO-EXIT.
           PERFORM 9800-ENCERRAR-ARQUIVOS
               THRU 9800-ENCERRAR-ARQUIVOS-EXIT.
           DISPLAY 'MONITORACAO CONCLUIDA'.
           DISPLAY 'POSTAGENS LIDAS   : ' WS-CONTADOR-POSTAGENS.
           DISPLAY 'MOVTOS NA JANELA  : ' WS-QTD-MOVTOS.
           DISPLAY 'CLIENTES ANALISADO: ' WS-CONTADOR-DOCUMENTOS.
           DISPLAY 'CASOS NOVOS       : ' WS-CONTADOR-CASOS.
           DISPLAY 'JA EM REVISAO     : ' WS-CONTADOR-SUPRIMIDOS.
           STOP RUN.

      ***************************************************************
      * 1000-INICIALIZAR - LE E CONFERE OS PARAMETROS, CARREGA O
      * REGISTRO DE REVISAO E OS MOVIMENTOS DA JANELA (COM AS CONTAS
      * DELES, LIDAS NO CLUSTER DO CADASTRO), MARCA AS CONTAS
      * DORMENTES PELO SALDOS E ABRE AS SAIDAS.
      ***************************************************************
       1000-INICIALIZAR.
           PERFORM 1050-LER-PARAMETRO
               THRU 1050-LER-PARAMETRO-EXIT.

           OPEN INPUT ARQ-CADASTRO-VSAM.
           IF WS-FS-CADASTRO NOT = '00'
               DISPLAY 'ERRO: ABERTURA DO CLUSTER DO CADASTRO - FILE '
                   'STATUS ' WS-FS-CADASTRO
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ARQ-REVISAO-ANTERIOR.
           PERFORM 1300-CARREGAR-REVISAO
               THRU 1300-CARREGAR-REVISAO-EXIT
               UNTIL FIM-REVISAO.
           CLOSE ARQ-REVISAO-ANTERIOR.
           DISPLAY 'CLIENTES EM REVISAO: ' WS-QTD-REVISAO.

           OPEN INPUT ARQ-AUDITORIA.
           PERFORM 1500-LER-POSTAGEM
               THRU 1500-LER-POSTAGEM-EXIT
               UNTIL FIM-AUDITORIA.
           CLOSE ARQ-AUDITORIA.
           CLOSE ARQ-CADASTRO-VSAM.
           DISPLAY 'POSTAGENS LIDAS   : ' WS-CONTADOR-POSTAGENS.
           DISPLAY 'CONTAS NA JANELA  : ' WS-QTD-CONTAS.

           OPEN INPUT ARQ-SALDOS.
           PERFORM 1200-MARCAR-DORMENTE
               THRU 1200-MARCAR-DORMENTE-EXIT
               UNTIL FIM-SALDOS.
           CLOSE ARQ-SALDOS.
           IF WS-DIA-MAIS-ANTIGO NOT > WS-DIA-INI-ANALISE
               MOVE 'S' TO WS-JANELA-COBERTA
           ELSE
               DISPLAY 'AVISO: TRILHA FORNECIDA NAO ALCANCA O '
                   'INICIO DA JANELA DE ANALISE - CONCATENAR AS '
                   'GERACOES DO ARQUIVO-MORTO NO DD AUDITORI'
           END-IF.

           OPEN OUTPUT ARQ-CASOS.
           OPEN OUTPUT ARQ-REVISAO-NOVO.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO RL-LINHA.
           STRING '---- ALERTAS PLD POR AGENCIA - REFERENCIA '
                  WS-DATA-REF ' ----'
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ***************************************************************
      * 1050-LER-PARAMETRO - LE O ARQUIVO DE PARAMETROS E RECUSA O
      * PASSO (RC=12) SE A DATA OU QUALQUER LIMITE/JANELA ESTIVER
      * AUSENTE, NAO NUMERICO OU ZERADO. CALCULA AS DATAS DE CORTE
      * EM NUMERO DE DIAS E O PISO DA FAIXA DE FRACIONAMENTO.
      ***************************************************************
       1050-LER-PARAMETRO.
           OPEN INPUT ARQ-PARAMETRO.
           READ ARQ-PARAMETRO
               AT END
                   DISPLAY 'ERRO: ARQUIVO DE PARAMETROS VAZIO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE ARQ-PARAMETRO.
           IF PRM-DATA-REF IS NOT NUMERIC OR PRM-DATA-REF = 0
               DISPLAY 'ERRO: DATA DE REFERENCIA INVALIDA NO '
                   'ARQUIVO DE PARAMETROS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PRM-DIAS-ANALISE IS NOT NUMERIC
                   OR PRM-LIMITE-CREDITO IS NOT NUMERIC
                   OR PRM-PERC-FRACAO IS NOT NUMERIC
                   OR PRM-QTD-FRACAO IS NOT NUMERIC
                   OR PRM-DIAS-FRACAO IS NOT NUMERIC
                   OR PRM-VALOR-PASSAGEM IS NOT NUMERIC
                   OR PRM-PERC-PASSAGEM IS NOT NUMERIC
                   OR PRM-DIAS-PASSAGEM IS NOT NUMERIC
                   OR PRM-VALOR-VOLUME IS NOT NUMERIC
                   OR PRM-DIAS-CONTA-NOVA IS NOT NUMERIC
                   OR PRM-DIAS-REVISAO IS NOT NUMERIC
               DISPLAY 'ERRO: LIMITES/JANELAS NAO NUMERICOS NO '
                   'ARQUIVO DE PARAMETROS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PRM-DIAS-ANALISE = 0 OR PRM-LIMITE-CREDITO = 0
                   OR PRM-PERC-FRACAO = 0 OR PRM-PERC-FRACAO > 99
                   OR PRM-QTD-FRACAO = 0 OR PRM-DIAS-FRACAO = 0
                   OR PRM-VALOR-PASSAGEM = 0
                   OR PRM-PERC-PASSAGEM = 0
                   OR PRM-PERC-PASSAGEM > 100
                   OR PRM-VALOR-VOLUME = 0
                   OR PRM-DIAS-REVISAO = 0
               DISPLAY 'ERRO: LIMITE/JANELA ZERADO OU FORA DE FAIXA '
                   'NO ARQUIVO DE PARAMETROS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PRM-DATA-REF        TO WS-DATA-REF.
           MOVE PRM-DIAS-ANALISE    TO WS-DIAS-ANALISE.
           MOVE PRM-LIMITE-CREDITO  TO WS-LIMITE-CREDITO.
           MOVE PRM-PERC-FRACAO     TO WS-PERC-FRACAO.
           MOVE PRM-QTD-FRACAO      TO WS-QTD-FRACAO.
           MOVE PRM-DIAS-FRACAO     TO WS-DIAS-FRACAO.
           MOVE PRM-VALOR-PASSAGEM  TO WS-VALOR-PASSAGEM.
           MOVE PRM-PERC-PASSAGEM   TO WS-PERC-PASSAGEM.
           MOVE PRM-DIAS-PASSAGEM   TO WS-DIAS-PASSAGEM.
           MOVE PRM-VALOR-VOLUME    TO WS-VALOR-VOLUME.
           MOVE PRM-DIAS-CONTA-NOVA TO WS-DIAS-CONTA-NOVA.
           MOVE PRM-DIAS-REVISAO    TO WS-DIAS-REVISAO.

           MOVE WS-DATA-REF TO WS-DJ-DATA.
           PERFORM 8000-CALCULAR-DIA
               THRU 8000-CALCULAR-DIA-EXIT.
           IF WS-DJ-NUMERO = 0
               DISPLAY 'ERRO: DATA DE REFERENCIA INVALIDA NO '
                   'ARQUIVO DE PARAMETROS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-DJ-NUMERO TO WS-DIA-REF.
           COMPUTE WS-DIA-INI-ANALISE
               = WS-DIA-REF - WS-DIAS-ANALISE + 1.
           COMPUTE WS-DIA-INI-CONTA-NOVA
               = WS-DIA-REF - WS-DIAS-CONTA-NOVA + 1.
           COMPUTE WS-PISO-FRACAO
               = WS-LIMITE-CREDITO * WS-PERC-FRACAO / 100.
           DISPLAY 'DATA DE REFERENCIA: ' WS-DATA-REF.
           DISPLAY 'JANELA (DIAS)     : ' WS-DIAS-ANALISE.
       1050-LER-PARAMETRO-EXIT.
           EXIT.

      ***************************************************************
      * 1200-MARCAR-DORMENTE - LE UMA CONTA DO SALDOS VIGENTE E, SE
      * ELA ESTA DORMENTE ('D') E TEVE POSTAGEM NA JANELA, MARCA A
      * LINHA DELA NA TABELA DAS CONTAS.
      ***************************************************************
       1200-MARCAR-DORMENTE.
           READ ARQ-SALDOS
               AT END
                   MOVE 'S' TO WS-RS-EOF
                   GO TO 1200-MARCAR-DORMENTE-EXIT
           END-READ.
           IF RS-STATUS NOT = 'D'
               GO TO 1200-MARCAR-DORMENTE-EXIT
           END-IF.
           MOVE RS-CONTA TO WS-CONTA-PESQUISA.
           PERFORM 7100-LOCALIZAR-CADASTRO
               THRU 7100-LOCALIZAR-CADASTRO-EXIT.
           IF WS-CAD-ENCONTRADO = 'S'
               MOVE 'S' TO WS-CAD-DORMENTE(WS-SUB-CAD-ATUAL)
           END-IF.
       1200-MARCAR-DORMENTE-EXIT.
           EXIT.

      ***************************************************************
      * 1300-CARREGAR-REVISAO - LE UMA LINHA DO REGISTRO DE REVISAO
      * DA EXECUCAO ANTERIOR. CASO CUJO PRAZO DE REVISAO JA VENCEU
      * E DESCARTADO (O CLIENTE VOLTA A PODER GERAR ALERTA); OS
      * DEMAIS ENTRAM NA TABELA NA POSICAO QUE PRESERVA A ORDEM.
      ***************************************************************
       1300-CARREGAR-REVISAO.
           READ ARQ-REVISAO-ANTERIOR
               AT END
                   MOVE 'S' TO WS-RV-EOF
                   GO TO 1300-CARREGAR-REVISAO-EXIT
           END-READ.
           IF RVA-DATA-ABERTURA IS NOT NUMERIC
               GO TO 1300-CARREGAR-REVISAO-EXIT
           END-IF.
           MOVE RVA-DATA-ABERTURA TO WS-DJ-DATA.
           PERFORM 8000-CALCULAR-DIA
               THRU 8000-CALCULAR-DIA-EXIT.
           IF WS-DJ-NUMERO = 0
                   OR WS-DIA-REF - WS-DJ-NUMERO NOT < WS-DIAS-REVISAO
               ADD 1 TO WS-CONTADOR-VENCIDOS
               GO TO 1300-CARREGAR-REVISAO-EXIT
           END-IF.
           MOVE RVA-DOCUMENTO     TO WS-CR-DOCUMENTO.
           MOVE RVA-TIPO-ALERTA   TO WS-CR-TIPO.
           MOVE RVA-DATA-ABERTURA TO WS-CR-DATA-ABERTURA.
           PERFORM 4100-LOCALIZAR-REVISAO
               THRU 4100-LOCALIZAR-REVISAO-EXIT.
           IF WS-RV-ENCONTRADO = 'N'
               PERFORM 4200-INCLUIR-REVISAO
                   THRU 4200-INCLUIR-REVISAO-EXIT
           END-IF.
       1300-CARREGAR-REVISAO-EXIT.
           EXIT.

      ***************************************************************
      * 1500-LER-POSTAGEM - LE UM REGISTRO DA TRILHA. ABERTURA ('O')
      * E REATIVACAO ('R') DENTRO DA JANELA SO MARCAM A CONTA NA
      * TABELA DAS CONTAS - A ABERTURA SO DENTRO DO PRAZO DE CONTA
      * NOVA (INCLUIDA NA TABELA, COM O DOCUMENTO LIDO NO
      * CLUSTER DO CADASTRO, NA PRIMEIRA POSTAGEM); MOVIMENTO
      * FINANCEIRO DO CLIENTE (CANAL DIFERENTE DE 'SIS') DENTRO DA
      * JANELA ENTRA NA TABELA DE MOVIMENTOS SOB O DOCUMENTO DO
      * TITULAR. CONTA FORA DO CADASTRO E CONTADA E FICA DE FORA
      * (NAO HA DOCUMENTO A QUEM ATRIBUI-LA).
      ***************************************************************
       1500-LER-POSTAGEM.
           READ ARQ-AUDITORIA
               AT END
                   MOVE 'S' TO WS-AU-EOF
                   GO TO 1500-LER-POSTAGEM-EXIT
           END-READ.
           ADD 1 TO WS-CONTADOR-POSTAGENS.
           IF AU-DATA-LOTE IS NOT NUMERIC
               GO TO 1500-LER-POSTAGEM-EXIT
           END-IF.
           MOVE AU-DATA-LOTE TO WS-DJ-DATA.
           PERFORM 8000-CALCULAR-DIA
               THRU 8000-CALCULAR-DIA-EXIT.
           IF WS-DJ-NUMERO = 0
               GO TO 1500-LER-POSTAGEM-EXIT
           END-IF.
           MOVE WS-DJ-NUMERO TO WS-DIA-MOVTO.
           IF WS-DIA-MOVTO < WS-DIA-MAIS-ANTIGO
               MOVE WS-DIA-MOVTO TO WS-DIA-MAIS-ANTIGO
           END-IF.
           IF WS-DIA-MOVTO < WS-DIA-INI-ANALISE
                   OR WS-DIA-MOVTO > WS-DIA-REF
               ADD 1 TO WS-CONTADOR-FORA-JANELA
               GO TO 1500-LER-POSTAGEM-EXIT
           END-IF.
           IF NOT AU-MOVTO-CLIENTE AND NOT AU-ABERTURA
                   AND NOT AU-REATIVACAO
               GO TO 1500-LER-POSTAGEM-EXIT
           END-IF.
           IF AU-CANAL = 'SIS'
               GO TO 1500-LER-POSTAGEM-EXIT
           END-IF.

           MOVE AU-CONTA TO WS-CONTA-PESQUISA.
           PERFORM 7100-LOCALIZAR-CADASTRO
               THRU 7100-LOCALIZAR-CADASTRO-EXIT.
           IF WS-CAD-ENCONTRADO = 'N'
               PERFORM 7200-INCLUIR-CONTA
                   THRU 7200-INCLUIR-CONTA-EXIT
           END-IF.
           IF WS-CAD-ENCONTRADO = 'N'
               ADD 1 TO WS-CONTADOR-SEM-CAD
               GO TO 1500-LER-POSTAGEM-EXIT
           END-IF.
           IF AU-ABERTURA
               IF WS-DIAS-CONTA-NOVA > 0
                       AND WS-DIA-MOVTO NOT < WS-DIA-INI-CONTA-NOVA
                   MOVE 'S' TO WS-CAD-NOVA(WS-SUB-CAD-ATUAL)
               END-IF
               GO TO 1500-LER-POSTAGEM-EXIT
           END-IF.
           IF AU-REATIVACAO
               MOVE 'S' TO WS-CAD-DORMENTE(WS-SUB-CAD-ATUAL)
               GO TO 1500-LER-POSTAGEM-EXIT
           END-IF.

           PERFORM 1600-INCLUIR-MOVIMENTO
               THRU 1600-INCLUIR-MOVIMENTO-EXIT.
       1500-LER-POSTAGEM-EXIT.
           EXIT.

      ***************************************************************
      * 1600-INCLUIR-MOVIMENTO - MONTA A CHAVE DOCUMENTO/DIA/CONTA/
      * TIPO/CANAL/SEQUENCIA E A PROCURA NA TABELA DE MOVIMENTOS; A
      * CHAVE REPETIDA E DUPLICATA EXATA DE RESTART E E DESCARTADA.
      * A INEDITA E INSERIDA NA POSICAO QUE PRESERVA A ORDEM E SOMA
      * NO VOLUME DA CONTA NA JANELA.
      ***************************************************************
       1600-INCLUIR-MOVIMENTO.
           MOVE WS-CAD-DOCUMENTO(WS-SUB-CAD-ATUAL)
             TO WS-CM-DOCUMENTO.
           MOVE WS-DIA-MOVTO  TO WS-CM-DIA.
           MOVE AU-CONTA      TO WS-CM-CONTA.
           MOVE AU-TIPO       TO WS-CM-TIPO.
           MOVE AU-CANAL      TO WS-CM-CANAL.
           MOVE AU-SEQUENCIA  TO WS-CM-SEQUENCIA.
           MOVE 'N' TO WS-MV-ENCONTRADO.
           IF WS-QTD-MOVTOS > 0
               SEARCH ALL WS-MOVTO-ENTRY
                   AT END
                       MOVE 'N' TO WS-MV-ENCONTRADO
                   WHEN WS-MV-CHAVE(WS-IDX-MV) = WS-CHAVE-MOVTO
                       MOVE 'S' TO WS-MV-ENCONTRADO
               END-SEARCH
           END-IF.
           IF WS-MV-ENCONTRADO = 'S'
               ADD 1 TO WS-CONTADOR-DUPLICADAS
               GO TO 1600-INCLUIR-MOVIMENTO-EXIT
           END-IF.

           IF WS-QTD-MOVTOS NOT < 50000
               DISPLAY 'ERRO: NUMERO DE MOVIMENTOS NA JANELA EXCEDE '
                   'O LIMITE DA TABELA (50000)'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-QTD-MOVTOS TO WS-SUB-MV-INS.
           ADD 1 TO WS-QTD-MOVTOS.
           PERFORM UNTIL WS-SUB-MV-INS = 0
                      OR WS-MV-CHAVE(WS-SUB-MV-INS)
                         < WS-CHAVE-MOVTO
               MOVE WS-SUB-MV-INS TO WS-SUB-MV
               ADD 1 TO WS-SUB-MV
               MOVE WS-MOVTO-ENTRY(WS-SUB-MV-INS)
                 TO WS-MOVTO-ENTRY(WS-SUB-MV)
               SUBTRACT 1 FROM WS-SUB-MV-INS
           END-PERFORM.
           ADD 1 TO WS-SUB-MV-INS.
           MOVE WS-CHAVE-MOVTO TO WS-MV-CHAVE(WS-SUB-MV-INS).
           MOVE AU-AGENCIA     TO WS-MV-AGENCIA(WS-SUB-MV-INS).
           MOVE AU-DATA-LOTE   TO WS-MV-DATA-LOTE(WS-SUB-MV-INS).
           MOVE AU-VALOR       TO WS-MV-VALOR(WS-SUB-MV-INS).

           ADD AU-VALOR TO WS-CAD-VOLUME(WS-SUB-CAD-ATUAL).
           ADD 1        TO WS-CAD-QTD(WS-SUB-CAD-ATUAL).
           IF WS-CAD-DATA-INI(WS-SUB-CAD-ATUAL) = 0
                   OR AU-DATA-LOTE < WS-CAD-DATA-INI(WS-SUB-CAD-ATUAL)
               MOVE AU-DATA-LOTE TO WS-CAD-DATA-INI(WS-SUB-CAD-ATUAL)
           END-IF.
           IF AU-DATA-LOTE > WS-CAD-DATA-FIM(WS-SUB-CAD-ATUAL)
               MOVE AU-DATA-LOTE TO WS-CAD-DATA-FIM(WS-SUB-CAD-ATUAL)
           END-IF.
       1600-INCLUIR-MOVIMENTO-EXIT.
           EXIT.

      ***************************************************************
      * 2000-ANALISAR-DOCUMENTO - DELIMITA NA TABELA DE MOVIMENTOS
      * (ORDENADA POR DOCUMENTO/DIA) A FAIXA DO PROXIMO CLIENTE E
      * APLICA A ELA AS VERIFICACOES DE GRANDE CREDITO,
      * FRACIONAMENTO E PASSAGEM.
      ***************************************************************
       2000-ANALISAR-DOCUMENTO.
           MOVE WS-SUB-MV TO WS-SUB-INI.
           MOVE WS-MV-DOCUMENTO(WS-SUB-INI) TO WS-DOCUMENTO-ATUAL.
           PERFORM 2050-AVANCAR-DOCUMENTO
               THRU 2050-AVANCAR-DOCUMENTO-EXIT
               UNTIL WS-SUB-MV > WS-QTD-MOVTOS
                  OR WS-MV-DOCUMENTO(WS-SUB-MV)
                     NOT = WS-DOCUMENTO-ATUAL.
           COMPUTE WS-SUB-FIM = WS-SUB-MV - 1.
           ADD 1 TO WS-CONTADOR-DOCUMENTOS.

           PERFORM 2100-VERIFICAR-GRANDE-CREDITO
               THRU 2100-VERIFICAR-GRANDE-CREDITO-EXIT.
           PERFORM 2200-VERIFICAR-FRACIONAMENTO
               THRU 2200-VERIFICAR-FRACIONAMENTO-EXIT.
           PERFORM 2300-VERIFICAR-PASSAGEM
               THRU 2300-VERIFICAR-PASSAGEM-EXIT.
       2000-ANALISAR-DOCUMENTO-EXIT.
           EXIT.

       2050-AVANCAR-DOCUMENTO.
           ADD 1 TO WS-SUB-MV.
       2050-AVANCAR-DOCUMENTO-EXIT.
           EXIT.

      ***************************************************************
      * 2100-VERIFICAR-GRANDE-CREDITO - CREDITOS ('C'/'V'/'K') DO
      * CLIENTE IGUAIS OU ACIMA DO LIMITE DE COMUNICACAO. UM CASO
      * POR CLIENTE, COM A QUANTIDADE E O TOTAL DELES E A CONTA DO
      * MAIOR.
      ***************************************************************
       2100-VERIFICAR-GRANDE-CREDITO.
           MOVE 0 TO WS-AC-QTD.
           MOVE 0 TO WS-AC-VALOR.
           MOVE 0 TO WS-AC-MAIOR.
           INITIALIZE WS-ALERTA-NOVO.
           PERFORM 2150-SOMAR-GRANDE-CREDITO
               THRU 2150-SOMAR-GRANDE-CREDITO-EXIT
               VARYING WS-SUB-I FROM WS-SUB-INI BY 1
               UNTIL WS-SUB-I > WS-SUB-FIM.
           IF WS-AC-QTD = 0
               GO TO 2100-VERIFICAR-GRANDE-CREDITO-EXIT
           END-IF.
           MOVE WS-DOCUMENTO-ATUAL TO WS-AN-DOCUMENTO.
           MOVE 'GC'               TO WS-AN-TIPO.
           MOVE WS-AC-VALOR        TO WS-AN-VALOR.
           MOVE WS-AC-QTD          TO WS-AN-QTD.
           PERFORM 4000-REGISTRAR-ALERTA
               THRU 4000-REGISTRAR-ALERTA-EXIT.
       2100-VERIFICAR-GRANDE-CREDITO-EXIT.
           EXIT.

       2150-SOMAR-GRANDE-CREDITO.
           IF WS-MV-CREDITO(WS-SUB-I)
                   AND WS-MV-VALOR(WS-SUB-I) NOT < WS-LIMITE-CREDITO
               ADD 1 TO WS-AC-QTD
               ADD WS-MV-VALOR(WS-SUB-I) TO WS-AC-VALOR
               IF WS-AN-DATA-INI = 0
                   MOVE WS-MV-DATA-LOTE(WS-SUB-I) TO WS-AN-DATA-INI
               END-IF
               MOVE WS-MV-DATA-LOTE(WS-SUB-I) TO WS-AN-DATA-FIM
               IF WS-MV-VALOR(WS-SUB-I) > WS-AC-MAIOR
                   MOVE WS-MV-VALOR(WS-SUB-I)   TO WS-AC-MAIOR
                   MOVE WS-MV-CONTA(WS-SUB-I)   TO WS-AN-CONTA
                   MOVE WS-MV-AGENCIA(WS-SUB-I) TO WS-AN-AGENCIA
               END-IF
           END-IF.
       2150-SOMAR-GRANDE-CREDITO-EXIT.
           EXIT.

      ***************************************************************
      * 2200-VERIFICAR-FRACIONAMENTO - PROCURA, A PARTIR DE CADA
      * CREDITO NA FAIXA DE FRACIONAMENTO (ENTRE O PISO E O LIMITE
      * DE COMUNICACAO), UMA JANELA MOVEL DE DIAS COM A QUANTIDADE
      * MINIMA DE CREDITOS NA MESMA FAIXA. A PRIMEIRA JANELA QUE
      * FECHA ABRE O CASO.
      ***************************************************************
       2200-VERIFICAR-FRACIONAMENTO.
           MOVE 'N' TO WS-FR-ACHOU.
           PERFORM 2250-ABRIR-JANELA-FRACAO
               THRU 2250-ABRIR-JANELA-FRACAO-EXIT
               VARYING WS-SUB-I FROM WS-SUB-INI BY 1
               UNTIL WS-SUB-I > WS-SUB-FIM
                  OR WS-FR-ACHOU = 'S'.
       2200-VERIFICAR-FRACIONAMENTO-EXIT.
           EXIT.

       2250-ABRIR-JANELA-FRACAO.
           IF NOT WS-MV-CREDITO(WS-SUB-I)
               GO TO 2250-ABRIR-JANELA-FRACAO-EXIT
           END-IF.
           IF WS-MV-VALOR(WS-SUB-I) < WS-PISO-FRACAO
                   OR WS-MV-VALOR(WS-SUB-I) NOT < WS-LIMITE-CREDITO
               GO TO 2250-ABRIR-JANELA-FRACAO-EXIT
           END-IF.
           MOVE 0 TO WS-AC-QTD.
           MOVE 0 TO WS-AC-VALOR.
           MOVE 0 TO WS-AC-DATA-FIM.
           PERFORM 2260-CONTAR-FRACAO
               THRU 2260-CONTAR-FRACAO-EXIT
               VARYING WS-SUB-J FROM WS-SUB-I BY 1
               UNTIL WS-SUB-J > WS-SUB-FIM.
           IF WS-AC-QTD < WS-QTD-FRACAO
               GO TO 2250-ABRIR-JANELA-FRACAO-EXIT
           END-IF.
           MOVE 'S' TO WS-FR-ACHOU.
           INITIALIZE WS-ALERTA-NOVO.
           MOVE WS-DOCUMENTO-ATUAL        TO WS-AN-DOCUMENTO.
           MOVE 'FR'                      TO WS-AN-TIPO.
           MOVE WS-MV-CONTA(WS-SUB-I)     TO WS-AN-CONTA.
           MOVE WS-MV-AGENCIA(WS-SUB-I)   TO WS-AN-AGENCIA.
           MOVE WS-MV-DATA-LOTE(WS-SUB-I) TO WS-AN-DATA-INI.
           MOVE WS-AC-DATA-FIM            TO WS-AN-DATA-FIM.
           MOVE WS-AC-VALOR               TO WS-AN-VALOR.
           MOVE WS-AC-QTD                 TO WS-AN-QTD.
           PERFORM 4000-REGISTRAR-ALERTA
               THRU 4000-REGISTRAR-ALERTA-EXIT.
       2250-ABRIR-JANELA-FRACAO-EXIT.
           EXIT.

       2260-CONTAR-FRACAO.
           IF WS-MV-DIA(WS-SUB-J) - WS-MV-DIA(WS-SUB-I)
                   NOT < WS-DIAS-FRACAO
               GO TO 2260-CONTAR-FRACAO-EXIT
           END-IF.
           IF WS-MV-CREDITO(WS-SUB-J)
                   AND WS-MV-VALOR(WS-SUB-J) NOT < WS-PISO-FRACAO
                   AND WS-MV-VALOR(WS-SUB-J) < WS-LIMITE-CREDITO
               ADD 1 TO WS-AC-QTD
               ADD WS-MV-VALOR(WS-SUB-J) TO WS-AC-VALOR
               MOVE WS-MV-DATA-LOTE(WS-SUB-J) TO WS-AC-DATA-FIM
           END-IF.
       2260-CONTAR-FRACAO-EXIT.
           EXIT.

      ***************************************************************
      * 2300-VERIFICAR-PASSAGEM - PARA CADA CREDITO ('C'/'V'/'K') DO
      * CLIENTE IGUAL OU ACIMA DO VALOR MINIMO DE PASSAGEM, SOMA AS
      * TRANSFERENCIAS INTERBANCARIAS ('X') DE QUALQUER CONTA DELE
      * NO PRAZO DE PASSAGEM A PARTIR DO DIA DO CREDITO. SE A SAIDA
      * ALCANCA O PERCENTUAL DO CREDITO, ABRE O CASO.
      ***************************************************************
       2300-VERIFICAR-PASSAGEM.
           MOVE 'N' TO WS-PX-ACHOU.
           PERFORM 2350-CONFERIR-PASSAGEM
               THRU 2350-CONFERIR-PASSAGEM-EXIT
               VARYING WS-SUB-I FROM WS-SUB-INI BY 1
               UNTIL WS-SUB-I > WS-SUB-FIM
                  OR WS-PX-ACHOU = 'S'.
       2300-VERIFICAR-PASSAGEM-EXIT.
           EXIT.

       2350-CONFERIR-PASSAGEM.
           IF NOT WS-MV-CREDITO(WS-SUB-I)
               GO TO 2350-CONFERIR-PASSAGEM-EXIT
           END-IF.
           IF WS-MV-VALOR(WS-SUB-I) < WS-VALOR-PASSAGEM
               GO TO 2350-CONFERIR-PASSAGEM-EXIT
           END-IF.
           MOVE 0 TO WS-AC-QTD.
           MOVE 0 TO WS-AC-VALOR.
           MOVE 0 TO WS-AC-DATA-FIM.
           PERFORM 2360-SOMAR-SAIDA-X
               THRU 2360-SOMAR-SAIDA-X-EXIT
               VARYING WS-SUB-J FROM WS-SUB-INI BY 1
               UNTIL WS-SUB-J > WS-SUB-FIM.
           COMPUTE WS-AC-SAIDA-MINIMA
               = WS-MV-VALOR(WS-SUB-I) * WS-PERC-PASSAGEM / 100.
           IF WS-AC-QTD = 0 OR WS-AC-VALOR < WS-AC-SAIDA-MINIMA
               GO TO 2350-CONFERIR-PASSAGEM-EXIT
           END-IF.
           MOVE 'S' TO WS-PX-ACHOU.
           INITIALIZE WS-ALERTA-NOVO.
           MOVE WS-DOCUMENTO-ATUAL        TO WS-AN-DOCUMENTO.
           MOVE 'PX'                      TO WS-AN-TIPO.
           MOVE WS-MV-CONTA(WS-SUB-I)     TO WS-AN-CONTA.
           MOVE WS-MV-AGENCIA(WS-SUB-I)   TO WS-AN-AGENCIA.
           MOVE WS-MV-DATA-LOTE(WS-SUB-I) TO WS-AN-DATA-INI.
           MOVE WS-AC-DATA-FIM            TO WS-AN-DATA-FIM.
           MOVE WS-MV-VALOR(WS-SUB-I)     TO WS-AN-VALOR.
           MOVE WS-AC-QTD                 TO WS-AN-QTD.
           PERFORM 4000-REGISTRAR-ALERTA
               THRU 4000-REGISTRAR-ALERTA-EXIT.
       2350-CONFERIR-PASSAGEM-EXIT.
           EXIT.

       2360-SOMAR-SAIDA-X.
           IF WS-MV-TIPO(WS-SUB-J) NOT = 'X'
               GO TO 2360-SOMAR-SAIDA-X-EXIT
           END-IF.
           IF WS-MV-DIA(WS-SUB-J) < WS-MV-DIA(WS-SUB-I)
               GO TO 2360-SOMAR-SAIDA-X-EXIT
           END-IF.
           IF WS-MV-DIA(WS-SUB-J) - WS-MV-DIA(WS-SUB-I)
                   > WS-DIAS-PASSAGEM
               GO TO 2360-SOMAR-SAIDA-X-EXIT
           END-IF.
           ADD 1 TO WS-AC-QTD.
           ADD WS-MV-VALOR(WS-SUB-J) TO WS-AC-VALOR.
           MOVE WS-MV-DATA-LOTE(WS-SUB-J) TO WS-AC-DATA-FIM.
       2360-SOMAR-SAIDA-X-EXIT.
           EXIT.

      ***************************************************************
      * 3000-ANALISAR-CONTA - VOLUME SUBITO: CONTA DORMENTE (OU
      * REATIVADA NA JANELA) OU RECEM-ABERTA CUJO MOVIMENTO DO
      * CLIENTE NA JANELA ALCANCA O VOLUME DE ALERTA. A DORMENTE
      * PREVALECE SOBRE A NOVA.
      ***************************************************************
       3000-ANALISAR-CONTA.
           IF WS-CAD-VOLUME(WS-SUB-CAD) < WS-VALOR-VOLUME
               GO TO 3000-ANALISAR-CONTA-EXIT
           END-IF.
           IF WS-CAD-DORMENTE(WS-SUB-CAD) NOT = 'S'
                   AND WS-CAD-NOVA(WS-SUB-CAD) NOT = 'S'
               GO TO 3000-ANALISAR-CONTA-EXIT
           END-IF.
           INITIALIZE WS-ALERTA-NOVO.
           MOVE WS-CAD-DOCUMENTO(WS-SUB-CAD) TO WS-AN-DOCUMENTO.
           IF WS-CAD-DORMENTE(WS-SUB-CAD) = 'S'
               MOVE 'DR' TO WS-AN-TIPO
           ELSE
               MOVE 'NV' TO WS-AN-TIPO
           END-IF.
           MOVE WS-CAD-CONTA(WS-SUB-CAD)    TO WS-AN-CONTA.
           MOVE WS-CAD-AGENCIA(WS-SUB-CAD)  TO WS-AN-AGENCIA.
           MOVE WS-CAD-DATA-INI(WS-SUB-CAD) TO WS-AN-DATA-INI.
           MOVE WS-CAD-DATA-FIM(WS-SUB-CAD) TO WS-AN-DATA-FIM.
           MOVE WS-CAD-VOLUME(WS-SUB-CAD)   TO WS-AN-VALOR.
           MOVE WS-CAD-QTD(WS-SUB-CAD)      TO WS-AN-QTD.
           PERFORM 4000-REGISTRAR-ALERTA
               THRU 4000-REGISTRAR-ALERTA-EXIT.
       3000-ANALISAR-CONTA-EXIT.
           EXIT.

      ***************************************************************
      * 4000-REGISTRAR-ALERTA - O ALERTA MONTADO EM WS-ALERTA-NOVO
      * SO VIRA CASO SE O CLIENTE NAO ESTA EM REVISAO PELO MESMO
      * TIPO DE ALERTA; VIRANDO, ENTRA NO REGISTRO DE REVISAO COM A
      * DATA DE HOJE E NA TABELA DE ALERTAS NA POSICAO QUE PRESERVA
      * A ORDEM AGENCIA/DOCUMENTO/TIPO.
      ***************************************************************
       4000-REGISTRAR-ALERTA.
           MOVE WS-AN-DOCUMENTO TO WS-CR-DOCUMENTO.
           MOVE WS-AN-TIPO      TO WS-CR-TIPO.
           MOVE WS-DATA-REF     TO WS-CR-DATA-ABERTURA.
           PERFORM 4100-LOCALIZAR-REVISAO
               THRU 4100-LOCALIZAR-REVISAO-EXIT.
           IF WS-RV-ENCONTRADO = 'S'
               ADD 1 TO WS-CONTADOR-SUPRIMIDOS
               GO TO 4000-REGISTRAR-ALERTA-EXIT
           END-IF.
           PERFORM 4200-INCLUIR-REVISAO
               THRU 4200-INCLUIR-REVISAO-EXIT.

           IF WS-QTD-ALERTAS NOT < 5000
               DISPLAY 'ERRO: NUMERO DE ALERTAS EXCEDE O LIMITE DA '
                   'TABELA (5000)'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-QTD-ALERTAS TO WS-SUB-AL-INS.
           ADD 1 TO WS-QTD-ALERTAS.
           PERFORM UNTIL WS-SUB-AL-INS = 0
                      OR WS-AL-CHAVE(WS-SUB-AL-INS)
                         < WS-ALERTA-NOVO(1:20)
               MOVE WS-SUB-AL-INS TO WS-SUB-AL
               ADD 1 TO WS-SUB-AL
               MOVE WS-ALERTA-ENTRY(WS-SUB-AL-INS)
                 TO WS-ALERTA-ENTRY(WS-SUB-AL)
               SUBTRACT 1 FROM WS-SUB-AL-INS
           END-PERFORM.
           ADD 1 TO WS-SUB-AL-INS.
           MOVE WS-AN-AGENCIA   TO WS-AL-AGENCIA(WS-SUB-AL-INS).
           MOVE WS-AN-DOCUMENTO TO WS-AL-DOCUMENTO(WS-SUB-AL-INS).
           MOVE WS-AN-TIPO      TO WS-AL-TIPO(WS-SUB-AL-INS).
           MOVE WS-AN-CONTA     TO WS-AL-CONTA(WS-SUB-AL-INS).
           MOVE WS-AN-DATA-INI  TO WS-AL-DATA-INI(WS-SUB-AL-INS).
           MOVE WS-AN-DATA-FIM  TO WS-AL-DATA-FIM(WS-SUB-AL-INS).
           MOVE WS-AN-VALOR     TO WS-AL-VALOR(WS-SUB-AL-INS).
           MOVE WS-AN-QTD       TO WS-AL-QTD(WS-SUB-AL-INS).

           EVALUATE WS-AN-TIPO
               WHEN 'GC'
                   ADD 1 TO WS-QTD-GC
               WHEN 'FR'
                   ADD 1 TO WS-QTD-FR
               WHEN 'PX'
                   ADD 1 TO WS-QTD-PX
               WHEN 'DR'
                   ADD 1 TO WS-QTD-DR
               WHEN OTHER
                   ADD 1 TO WS-QTD-NV
           END-EVALUATE.
       4000-REGISTRAR-ALERTA-EXIT.
           EXIT.

      ***************************************************************
      * 4100-LOCALIZAR-REVISAO - PROCURA WS-CHAVE-REVISAO (DOCUMENTO
      * + TIPO DE ALERTA) NO REGISTRO DE REVISAO.
      ***************************************************************
       4100-LOCALIZAR-REVISAO.
           MOVE 'N' TO WS-RV-ENCONTRADO.
           IF WS-QTD-REVISAO > 0
               SEARCH ALL WS-REVISAO-ENTRY
                   AT END
                       MOVE 'N' TO WS-RV-ENCONTRADO
                   WHEN WS-RV-CHAVE(WS-IDX-RV) = WS-CHAVE-REVISAO
                       MOVE 'S' TO WS-RV-ENCONTRADO
               END-SEARCH
           END-IF.
       4100-LOCALIZAR-REVISAO-EXIT.
           EXIT.

      ***************************************************************
      * 4200-INCLUIR-REVISAO - INSERE WS-CHAVE-REVISAO, COM A DATA DE
      * ABERTURA EM WS-CR-DATA-ABERTURA, NA POSICAO QUE PRESERVA A
      * ORDEM DO REGISTRO DE REVISAO.
      ***************************************************************
       4200-INCLUIR-REVISAO.
           IF WS-QTD-REVISAO NOT < 20000
               DISPLAY 'ERRO: NUMERO DE CLIENTES EM REVISAO EXCEDE '
                   'O LIMITE DA TABELA (20000)'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-QTD-REVISAO TO WS-SUB-RV-INS.
           ADD 1 TO WS-QTD-REVISAO.
           PERFORM UNTIL WS-SUB-RV-INS = 0
                      OR WS-RV-CHAVE(WS-SUB-RV-INS)
                         < WS-CHAVE-REVISAO
               MOVE WS-SUB-RV-INS TO WS-SUB-RV
               ADD 1 TO WS-SUB-RV
               MOVE WS-REVISAO-ENTRY(WS-SUB-RV-INS)
                 TO WS-REVISAO-ENTRY(WS-SUB-RV)
               SUBTRACT 1 FROM WS-SUB-RV-INS
           END-PERFORM.
           ADD 1 TO WS-SUB-RV-INS.
           MOVE WS-CHAVE-REVISAO    TO WS-RV-CHAVE(WS-SUB-RV-INS).
           MOVE WS-CR-DATA-ABERTURA
             TO WS-RV-DATA-ABERTURA(WS-SUB-RV-INS).
       4200-INCLUIR-REVISAO-EXIT.
           EXIT.

      ***************************************************************
      * 7100-LOCALIZAR-CADASTRO - PROCURA WS-CONTA-PESQUISA NA
      * TABELA DAS CONTAS, DEIXANDO O SUBSCRITO DA LINHA EM
      * WS-SUB-CAD-ATUAL.
      ***************************************************************
       7100-LOCALIZAR-CADASTRO.
           MOVE 'N' TO WS-CAD-ENCONTRADO.
           IF WS-QTD-CONTAS > 0
               SEARCH ALL WS-CONTA-ENTRY
                   AT END
                       MOVE 'N' TO WS-CAD-ENCONTRADO
                   WHEN WS-CAD-CONTA(WS-IDX-CAD) = WS-CONTA-PESQUISA
                       MOVE 'S' TO WS-CAD-ENCONTRADO
                       SET WS-SUB-CAD-ATUAL TO WS-IDX-CAD
               END-SEARCH
           END-IF.
       7100-LOCALIZAR-CADASTRO-EXIT.
           EXIT.

      ***************************************************************
      * 7150-LER-CADASTRO - LE WS-CONTA-PESQUISA NO CLUSTER DO
      * CADASTRO. CONTA INEXISTENTE ('23') VOLTA COM
      * WS-CAD-ENCONTRADO = 'N'; QUALQUER OUTRO STATUS PARA O PASSO.
      ***************************************************************
       7150-LER-CADASTRO.
           MOVE 'N' TO WS-CAD-ENCONTRADO.
           MOVE WS-CONTA-PESQUISA TO CAD-CONTA.
           READ ARQ-CADASTRO-VSAM
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN WS-FS-CADASTRO = '00'
                   MOVE 'S' TO WS-CAD-ENCONTRADO
               WHEN WS-FS-CADASTRO = '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: LEITURA DO CADASTRO, CONTA '
                       WS-CONTA-PESQUISA ' - FILE STATUS '
                       WS-FS-CADASTRO
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       7150-LER-CADASTRO-EXIT.
           EXIT.

      ***************************************************************
      * 7200-INCLUIR-CONTA - PRIMEIRA POSTAGEM DA CONTA NA JANELA: LE
      * A CONTA NO CLUSTER DO CADASTRO E A INSERE NA TABELA DAS
      * CONTAS NA POSICAO QUE PRESERVA A ORDEM, COM CONTA, AGENCIA E
      * DOCUMENTO, MARCANDO COMO RECEM-ABERTA A CONTA CUJA ABERTURA
      * CAI DENTRO DO PRAZO DE CONTA NOVA. CONTA FORA DO CADASTRO NAO
      * ENTRA (WS-CAD-ENCONTRADO = 'N'). PARADA DURA NO LIMITE DA
      * TABELA.
      ***************************************************************
       7200-INCLUIR-CONTA.
           PERFORM 7150-LER-CADASTRO
               THRU 7150-LER-CADASTRO-EXIT.
           IF WS-CAD-ENCONTRADO = 'N'
               GO TO 7200-INCLUIR-CONTA-EXIT
           END-IF.
           IF WS-QTD-CONTAS NOT < 50000
               DISPLAY 'ERRO: NUMERO DE CONTAS NA JANELA EXCEDE '
                   'O LIMITE DA TABELA (50000)'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-QTD-CONTAS TO WS-SUB-CAD-INS.
           ADD 1 TO WS-QTD-CONTAS.
           PERFORM 7250-DESLOCAR-CONTA
               THRU 7250-DESLOCAR-CONTA-EXIT
               UNTIL WS-SUB-CAD-INS = 0
                  OR WS-CAD-CONTA(WS-SUB-CAD-INS) < CAD-CONTA.
           ADD 1 TO WS-SUB-CAD-INS.
           MOVE WS-SUB-CAD-INS TO WS-SUB-CAD-ATUAL.
           MOVE CAD-CONTA     TO WS-CAD-CONTA(WS-SUB-CAD-ATUAL).
           MOVE CAD-AGENCIA   TO WS-CAD-AGENCIA(WS-SUB-CAD-ATUAL).
           MOVE CAD-DOCUMENTO TO WS-CAD-DOCUMENTO(WS-SUB-CAD-ATUAL).
           MOVE 'N' TO WS-CAD-DORMENTE(WS-SUB-CAD-ATUAL).
           MOVE 'N' TO WS-CAD-NOVA(WS-SUB-CAD-ATUAL).
           MOVE 0   TO WS-CAD-VOLUME(WS-SUB-CAD-ATUAL).
           MOVE 0   TO WS-CAD-QTD(WS-SUB-CAD-ATUAL).
           MOVE 0   TO WS-CAD-DATA-INI(WS-SUB-CAD-ATUAL).
           MOVE 0   TO WS-CAD-DATA-FIM(WS-SUB-CAD-ATUAL).

           IF CAD-DT-ABERTURA(1:4) IS NUMERIC
                   AND CAD-DT-ABERTURA(6:2) IS NUMERIC
                   AND CAD-DT-ABERTURA(9:2) IS NUMERIC
               MOVE CAD-DT-ABERTURA(1:4) TO WS-DJ-ANO
               MOVE CAD-DT-ABERTURA(6:2) TO WS-DJ-MES
               MOVE CAD-DT-ABERTURA(9:2) TO WS-DJ-DIA
               PERFORM 8000-CALCULAR-DIA
                   THRU 8000-CALCULAR-DIA-EXIT
               IF WS-DJ-NUMERO NOT < WS-DIA-INI-CONTA-NOVA
                       AND WS-DJ-NUMERO NOT > WS-DIA-REF
                       AND WS-DIAS-CONTA-NOVA > 0
                   MOVE 'S' TO WS-CAD-NOVA(WS-SUB-CAD-ATUAL)
               END-IF
           END-IF.
       7200-INCLUIR-CONTA-EXIT.
           EXIT.

       7250-DESLOCAR-CONTA.
           MOVE WS-SUB-CAD-INS TO WS-SUB-CAD.
           ADD 1 TO WS-SUB-CAD.
           MOVE WS-CONTA-ENTRY(WS-SUB-CAD-INS)
             TO WS-CONTA-ENTRY(WS-SUB-CAD).
           SUBTRACT 1 FROM WS-SUB-CAD-INS.
       7250-DESLOCAR-CONTA-EXIT.
           EXIT.

      ***************************************************************
      * 8000-CALCULAR-DIA - CONVERTE A DATA AAAAMMDD EM WS-DJ-DATA
      * NO NUMERO DE DIAS CORRIDOS DO CALENDARIO GREGORIANO (DIA
      * JULIANO), EM WS-DJ-NUMERO, PARA QUE AS JANELAS POSSAM SER
      * MEDIDAS POR SUBTRACAO SIMPLES. DATA COM MES OU DIA FORA DE
      * FAIXA DEVOLVE ZERO.
      ***************************************************************
       8000-CALCULAR-DIA.
           MOVE 0 TO WS-DJ-NUMERO.
           IF WS-DJ-MES < 1 OR WS-DJ-MES > 12
                   OR WS-DJ-DIA < 1 OR WS-DJ-DIA > 31
                   OR WS-DJ-ANO = 0
               GO TO 8000-CALCULAR-DIA-EXIT
           END-IF.
           IF WS-DJ-MES < 3
               MOVE 1 TO WS-DJ-AJUSTE
           ELSE
               MOVE 0 TO WS-DJ-AJUSTE
           END-IF.
           COMPUTE WS-DJ-ANO-CALC = WS-DJ-ANO + 4800 - WS-DJ-AJUSTE.
           COMPUTE WS-DJ-MES-CALC
               = WS-DJ-MES + (12 * WS-DJ-AJUSTE) - 3.
           COMPUTE WS-DJ-PARC-MES = ((153 * WS-DJ-MES-CALC) + 2) / 5.
           COMPUTE WS-DJ-PARC-4   = WS-DJ-ANO-CALC / 4.
           COMPUTE WS-DJ-PARC-100 = WS-DJ-ANO-CALC / 100.
           COMPUTE WS-DJ-PARC-400 = WS-DJ-ANO-CALC / 400.
           COMPUTE WS-DJ-NUMERO
               = WS-DJ-DIA + WS-DJ-PARC-MES
               + (365 * WS-DJ-ANO-CALC)
               + WS-DJ-PARC-4 - WS-DJ-PARC-100 + WS-DJ-PARC-400
               - 32045.
       8000-CALCULAR-DIA-EXIT.
           EXIT.

      ***************************************************************
      * 9600-GRAVAR-CASOS - DESCARREGA A TABELA DE ALERTAS (JA EM
      * ORDEM DE AGENCIA) NO ARQUIVO DE CASOS E NO RELATORIO, COM
      * QUEBRA E TOTAL POR AGENCIA, E FECHA O RELATORIO COM OS
      * TOTAIS DO PASSO.
      ***************************************************************
       9600-GRAVAR-CASOS.
           MOVE 0 TO WS-AGENCIA-ANTERIOR.
           MOVE 0 TO WS-QTD-AGENCIA.
           PERFORM 9650-GRAVAR-UM-CASO
               THRU 9650-GRAVAR-UM-CASO-EXIT
               VARYING WS-SUB-AL FROM 1 BY 1
               UNTIL WS-SUB-AL > WS-QTD-ALERTAS.
           IF WS-QTD-ALERTAS > 0
               PERFORM 9660-FECHAR-AGENCIA
                   THRU 9660-FECHAR-AGENCIA-EXIT
           END-IF.

           MOVE SPACES TO RL-LINHA.
           WRITE REG-RELATORIO.
           MOVE WS-CONTADOR-CASOS TO WS-EDIT-QTD.
           MOVE SPACES TO RL-LINHA.
           STRING 'CASOS NOVOS       : ' WS-EDIT-QTD
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
           MOVE WS-QTD-GC TO WS-EDIT-QTD.
           MOVE SPACES TO RL-LINHA.
           STRING '  GRANDE CREDITO  : ' WS-EDIT-QTD
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
           MOVE WS-QTD-FR TO WS-EDIT-QTD.
           MOVE SPACES TO RL-LINHA.
           STRING '  FRACIONAMENTO   : ' WS-EDIT-QTD
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
           MOVE WS-QTD-PX TO WS-EDIT-QTD.
           MOVE SPACES TO RL-LINHA.
           STRING '  PASSAGEM VIA X  : ' WS-EDIT-QTD
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
           MOVE WS-QTD-DR TO WS-EDIT-QTD.
           MOVE SPACES TO RL-LINHA.
           STRING '  CONTA DORMENTE  : ' WS-EDIT-QTD
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
           MOVE WS-QTD-NV TO WS-EDIT-QTD.
           MOVE SPACES TO RL-LINHA.
           STRING '  CONTA NOVA      : ' WS-EDIT-QTD
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
           MOVE WS-CONTADOR-SUPRIMIDOS TO WS-EDIT-QTD.
           MOVE SPACES TO RL-LINHA.
           STRING 'JA EM REVISAO     : ' WS-EDIT-QTD
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
           MOVE WS-CONTADOR-VENCIDOS TO WS-EDIT-QTD.
           MOVE SPACES TO RL-LINHA.
           STRING 'REVISOES VENCIDAS : ' WS-EDIT-QTD
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
           MOVE WS-CONTADOR-DOCUMENTOS TO WS-EDIT-QTD.
           MOVE SPACES TO RL-LINHA.
           STRING 'CLIENTES ANALISADO: ' WS-EDIT-QTD
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
           MOVE WS-QTD-MOVTOS TO WS-EDIT-QTD.
           MOVE SPACES TO RL-LINHA.
           STRING 'MOVTOS NA JANELA  : ' WS-EDIT-QTD
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
           MOVE WS-CONTADOR-DUPLICADAS TO WS-EDIT-QTD.
           MOVE SPACES TO RL-LINHA.
           STRING 'DUPLICATAS RESTART: ' WS-EDIT-QTD
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
           MOVE WS-CONTADOR-SEM-CAD TO WS-EDIT-QTD.
           MOVE SPACES TO RL-LINHA.
           STRING 'POSTAGENS SEM CAD : ' WS-EDIT-QTD
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
           IF NOT JANELA-COBERTA
               MOVE 'AVISO: TRILHA NAO COBRE A JANELA DE ANALISE'
                   TO RL-LINHA
               WRITE REG-RELATORIO
           END-IF.
       9600-GRAVAR-CASOS-EXIT.
           EXIT.

       9650-GRAVAR-UM-CASO.
           IF WS-SUB-AL = 1
                   OR WS-AL-AGENCIA(WS-SUB-AL) NOT = WS-AGENCIA-ANTERIOR
               IF WS-SUB-AL > 1
                   PERFORM 9660-FECHAR-AGENCIA
                       THRU 9660-FECHAR-AGENCIA-EXIT
               END-IF
               MOVE WS-AL-AGENCIA(WS-SUB-AL) TO WS-AGENCIA-ANTERIOR
               MOVE 0 TO WS-QTD-AGENCIA
               MOVE SPACES TO RL-LINHA
               WRITE REG-RELATORIO
               MOVE SPACES TO RL-LINHA
               STRING 'AGENCIA ' WS-AGENCIA-ANTERIOR
                   DELIMITED BY SIZE INTO RL-LINHA
               WRITE REG-RELATORIO
               MOVE SPACES TO RL-LINHA
               STRING 'DOCUMENTO      TP CONTA      PERIODO           '
                      '             VALOR   QTDE'
                   DELIMITED BY SIZE INTO RL-LINHA
               WRITE REG-RELATORIO
           END-IF.

           MOVE WS-AL-DOCUMENTO(WS-SUB-AL) TO CS-DOCUMENTO.
           MOVE WS-AL-TIPO(WS-SUB-AL)      TO CS-TIPO-ALERTA.
           MOVE WS-AL-AGENCIA(WS-SUB-AL)   TO CS-AGENCIA.
           MOVE WS-AL-CONTA(WS-SUB-AL)     TO CS-CONTA.
           MOVE WS-DATA-REF                TO CS-DATA-ABERTURA.
           MOVE WS-AL-DATA-INI(WS-SUB-AL)  TO CS-DATA-INI.
           MOVE WS-AL-DATA-FIM(WS-SUB-AL)  TO CS-DATA-FIM.
           MOVE WS-AL-VALOR(WS-SUB-AL)     TO CS-VALOR.
           MOVE WS-AL-QTD(WS-SUB-AL)       TO CS-QTD-MOVTOS.
           WRITE REG-CASO.
           ADD 1 TO WS-CONTADOR-CASOS.
           ADD 1 TO WS-QTD-AGENCIA.

           MOVE WS-AL-VALOR(WS-SUB-AL) TO WS-EDIT-VALOR.
           MOVE WS-AL-QTD(WS-SUB-AL)   TO WS-EDIT-QTD.
           MOVE SPACES TO RL-LINHA.
           STRING WS-AL-DOCUMENTO(WS-SUB-AL)
                  ' ' WS-AL-TIPO(WS-SUB-AL)
                  ' ' WS-AL-CONTA(WS-SUB-AL)
                  ' ' WS-AL-DATA-INI(WS-SUB-AL)
                  ' A ' WS-AL-DATA-FIM(WS-SUB-AL)
                  ' ' WS-EDIT-VALOR
                  ' ' WS-EDIT-QTD
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
       9650-GRAVAR-UM-CASO-EXIT.
           EXIT.

       9660-FECHAR-AGENCIA.
           MOVE WS-QTD-AGENCIA TO WS-EDIT-QTD.
           MOVE SPACES TO RL-LINHA.
           STRING 'CASOS DA AGENCIA  : ' WS-EDIT-QTD
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
       9660-FECHAR-AGENCIA-EXIT.
           EXIT.

      ***************************************************************
      * 9700-GRAVAR-REVISAO - GRAVA O REGISTRO DE REVISAO
      * ATUALIZADO (OS CASOS AINDA NO PRAZO MAIS OS ABERTOS HOJE),
      * JA EM ORDEM DE DOCUMENTO/TIPO.
      ***************************************************************
       9700-GRAVAR-REVISAO.
           PERFORM 9750-GRAVAR-UMA-REVISAO
               THRU 9750-GRAVAR-UMA-REVISAO-EXIT
               VARYING WS-SUB-RV FROM 1 BY 1
               UNTIL WS-SUB-RV > WS-QTD-REVISAO.
       9700-GRAVAR-REVISAO-EXIT.
           EXIT.

       9750-GRAVAR-UMA-REVISAO.
           MOVE WS-RV-DOCUMENTO(WS-SUB-RV)     TO RVN-DOCUMENTO.
           MOVE WS-RV-TIPO(WS-SUB-RV)          TO RVN-TIPO-ALERTA.
           MOVE WS-RV-DATA-ABERTURA(WS-SUB-RV) TO RVN-DATA-ABERTURA.
           WRITE REG-REVISAO-NOVO.
       9750-GRAVAR-UMA-REVISAO-EXIT.
           EXIT.

      ***************************************************************
      * 9800-ENCERRAR-ARQUIVOS - FECHA OS ARQUIVOS DO PASSO.
      ***************************************************************
       9800-ENCERRAR-ARQUIVOS.
           CLOSE ARQ-CASOS.
           CLOSE ARQ-REVISAO-NOVO.
           CLOSE ARQ-RELATORIO.
       9800-ENCERRAR-ARQUIVOS-EXIT.
           EXIT.
