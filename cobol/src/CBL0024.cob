       IDENTIFICATION DIVISION.
       PROGRAM-ID. APURA-INADIMPLENCIA.
       AUTHOR. MAINFRAME-TEAM.
       DATE-WRITTEN. 10/15/2026.
      *
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT DESCRICAO
      * ---------- ---- -------------------------------------------
      * 10/15/2026 MFT  VERSAO ORIGINAL.
      * 10/15/2026 MFT  TABELA DE AGENCIAS PARA TODOS OS CODIGOS, COM
      *                 POSICAO ENDERECADA PELA AGENCIA (SEM PARADA
      *                 DURA); PRODUTO ALEM DO LIMITE DA TABELA VAI
      *                 PARA A LINHA '**' COM AVISO, EM VEZ DE ABENDAR.
      * ------------------------------------------------------------
      *
      ***************************************************************
      * PROPOSITO.
      *     APURACAO NOTURNA DA INADIMPLENCIA DE CHEQUE ESPECIAL: O
      *     BATCH-PROCESS SO IMPEDE O DEBITO NOVO ACIMA DO LIMITE,
      *     MAS A CONTA AINDA FICA DEVEDORA PELOS JUROS MENSAIS ('U')
      *     OU PELA REDUCAO DO LIMITE NO ARQ-LIMITES. ESTE PROGRAMA
      *     LE O FECHAMENTO DO DIA GRAVADO POR GRAVA-FECHAMENTO
      *     (ORDENADO POR CONTA/DATA), O LIMITE VIGENTE DE CADA CONTA
      *     E O REGISTRO DE INADIMPLENCIA DA NOITE ANTERIOR (UMA
      *     LINHA POR CONTA EM ATRASO, COM A DATA EM QUE FICOU
      *     NEGATIVA E A DATA EM QUE PASSOU DO LIMITE) E ENVELHECE
      *     CADA CONTA NAS FAIXAS DE 1-30, 31-60, 61-90 E MAIS DE 90
      *     DIAS CORRIDOS, SEPARADAMENTE PARA "NEGATIVA" (SALDO
      *     ABAIXO DE ZERO) E "EXCESSO" (SALDO ABAIXO DO LIMITE).
      *     A CONTA ATIVA QUE CHEGA A IDADE DE BLOQUEIO DO PARAMETRO
      *     DA COBRANCA EM EXCESSO GANHA UMA TRANSACAO 'B' COM CANAL
      *     PROPRIO 'COB', QUE ENTRA NO MERGE DA NOITE SEGUINTE COMO
      *     AS DEMAIS. A CONTA EM EXCESSO HA PELO MENOS OS DIAS
      *     MINIMOS DO PARAMETRO SAI NO ARQUIVO DE ENTREGA A
      *     COBRANCA (DOCUMENTO, AGENCIA, VALOR EM ATRASO E DIAS).
      *     A CONTA QUE VOLTA AO LIMITE SAI DAS FAIXAS; SE A
      *     COBRANCA A TINHA BLOQUEADO, O BLOQUEIO NAO E DESFEITO
      *     AQUI - A CONTA VAI PARA O ARQUIVO DE REVISAO, PARA A
      *     AGENCIA DECIDIR A REATIVACAO ('R'). SAI TAMBEM O
      *     RELATORIO DE ENVELHECIMENTO POR AGENCIA E POR PRODUTO.
      *     O REGISTRO ATUALIZADO, A SEQUENCIA DO CANAL 'COB' E OS
      *     BLOQUEIOS EMITIDOS SAEM EM DATASETS NOVOS QUE O JCL SO
      *     PROMOVE COM A NOITE INTEIRA LIMPA. DIA DE FECHAMENTO JA
      *     APLICADO A CONTA (DATA ATE A ULTIMA DO REGISTRO) E
      *     IGNORADO, DE MODO QUE A CARGA INICIAL PODE SER FEITA COM
      *     VARIAS GERACOES DO FECHAMENTO CONCATENADAS E ORDENADAS.
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

           SELECT ARQ-PARAMETRO-COB
               ASSIGN TO 'PARMCOB'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-FECHAMENTOS
               ASSIGN TO 'FECHADIA'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-INADIMPLENCIA
               ASSIGN TO 'INADANT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-LIMITES
               ASSIGN TO 'LIMITES'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-CADASTRO
               ASSIGN TO 'CADASTRO'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-CONTROLE-SEQ
               ASSIGN TO 'SEQCOB'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-INADIMPLENCIA-NOVO
               ASSIGN TO 'INADNOVO'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-BLOQUEIOS-COB
               ASSIGN TO 'BLOQCOB'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-CONTROLE-SEQ-NOVO
               ASSIGN TO 'SEQNOVO'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-ENTREGA
               ASSIGN TO 'ENTREGA'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-REVISAO
               ASSIGN TO 'REVISAO'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-RELATORIO
               ASSIGN TO 'RELATINA'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      ***************************************************************
      * PARAMETROS DO LOTE (ENTRADA) - A DATA DO MOVIMENTO (E O FIM
      * DA FAIXA, QUANDO PREENCHIDO) E A DATA DE REFERENCIA.
      ***************************************************************
       FD  ARQ-PARAMETRO.
       01  REG-PARAMETRO.
           05  PRM-DATA-LOTE       PIC 9(08).
           05  PRM-MODO-MENSAL     PIC X(01).
           05  PRM-DATA-LOTE-FIM   PIC 9(08).

      ***************************************************************
      * PARAMETROS DA COBRANCA (ENTRADA) - MANTIDOS PELA AREA DE
      * COBRANCA: IDADE DO EXCESSO QUE BLOQUEIA A CONTA E IDADE
      * MINIMA PARA A ENTREGA A COBRANCA, EM DIAS CORRIDOS.
      ***************************************************************
       FD  ARQ-PARAMETRO-COB.
       01  REG-PARAMETRO-COB.
           05  PC-DIAS-BLOQUEIO    PIC 9(03).
           05  PC-DIAS-ENTREGA     PIC 9(03).

      ***************************************************************
      * FECHAMENTOS DIARIOS (ENTRADA, ORDENADO POR CONTA/DATA) -
      * LAYOUT DE REG-FECHAMENTO EM CBL0017.
      ***************************************************************
       FD  ARQ-FECHAMENTOS.
       01  REG-FECHAMENTO.
           05  FC-CONTA            PIC 9(10).
           05  FC-AGENCIA          PIC 9(04).
           05  FC-SALDO            PIC S9(09)V99.
           05  FC-STATUS           PIC X(01).
           05  FC-DATA             PIC 9(08).

      ***************************************************************
      * REGISTRO DE INADIMPLENCIA DA NOITE ANTERIOR (ENTRADA,
      * ORDENADO POR CONTA) - UMA LINHA POR CONTA EM ATRASO.
      ***************************************************************
       FD  ARQ-INADIMPLENCIA.
       01  REG-INADIMPLENCIA.
           05  IN-CONTA            PIC 9(10).
           05  IN-AGENCIA          PIC 9(04).
           05  IN-DATA-NEGATIVO    PIC 9(08).
           05  IN-DATA-EXCESSO     PIC 9(08).
           05  IN-DATA-BLOQUEIO    PIC 9(08).
           05  IN-ULTIMA-DATA      PIC 9(08).
           05  IN-SALDO            PIC S9(09)V99.
           05  IN-LIMITE           PIC 9(09)V99.

      ***************************************************************
      * LIMITES DE CHEQUE ESPECIAL (ENTRADA, ORDENADO POR CONTA) -
      * CONTA SEM LINHA TEM LIMITE ZERO.
      ***************************************************************
       FD  ARQ-LIMITES.
       01  REG-LIMITE.
           05  LM-CONTA            PIC 9(10).
           05  LM-LIMITE           PIC 9(09)V99.

      ***************************************************************
      * CADASTRO DE CONTAS (ENTRADA, ORDENADO POR CONTA) - E DELE
      * QUE VEM O DOCUMENTO DO TITULAR E O PRODUTO.
      ***************************************************************
       FD  ARQ-CADASTRO.
       01  REG-CADASTRO.
           05  CAD-CONTA           PIC 9(10).
           05  CAD-AGENCIA         PIC 9(04).
           05  CAD-NOME            PIC X(30).
           05  CAD-DOCUMENTO       PIC 9(14).
           05  CAD-DT-ABERTURA     PIC X(10).
           05  CAD-PRODUTO         PIC X(02).

      ***************************************************************
      * CONTROLE DA SEQUENCIA DO CANAL 'COB' (ENTRADA) - UMA LINHA
      * COM A ULTIMA SEQUENCIA JA EMITIDA. ARQUIVO AUSENTE OU VAZIO
      * (PRIMEIRA EXECUCAO) = SEQUENCIA ZERO.
      ***************************************************************
       FD  ARQ-CONTROLE-SEQ.
       01  REG-CONTROLE-SEQ.
           05  SQ-ULT-SEQUENCIA    PIC 9(09).

      ***************************************************************
      * REGISTRO DE INADIMPLENCIA ATUALIZADO (SAIDA) - MESMO LAYOUT
      * DA ENTRADA; O JCL O PROMOVE COM A NOITE INTEIRA LIMPA.
      ***************************************************************
       FD  ARQ-INADIMPLENCIA-NOVO.
       01  REG-INADIMPLENCIA-NOVO  PIC X(68).

      ***************************************************************
      * BLOQUEIOS DA COBRANCA (SAIDA) - TRANSACOES 'B' NO LAYOUT DE
      * REG-TRANSACAO DE BATCH-PROCESS, CANAL 'COB'; ENTRAM NO MERGE
      * DA NOITE SEGUINTE.
      ***************************************************************
       FD  ARQ-BLOQUEIOS-COB.
       01  REG-TRANSACAO.
           05  RT-CONTA            PIC 9(10).
           05  RT-AGENCIA          PIC 9(04).
           05  RT-TIPO             PIC X(01).
           05  RT-VALOR            PIC 9(09)V99.
           05  RT-DATA             PIC X(10).
           05  RT-NOME-TITULAR     PIC X(30).
           05  RT-DOCUMENTO        PIC 9(14).
           05  RT-PRODUTO          PIC X(02).
           05  RT-CONTA-CONTRAP    PIC 9(10).
           05  RT-BANCO-CONTRAP    PIC 9(03).
           05  RT-AGENCIA-CONTRAP  PIC 9(04).
           05  RT-QTD-RECICLO      PIC 9(01).
           05  RT-CANAL            PIC X(03).
           05  RT-SEQUENCIA        PIC 9(09).

      ***************************************************************
      * CONTROLE DE SEQUENCIA ATUALIZADO (SAIDA) - PROMOVIDO PELO
      * JCL JUNTO COM O REGISTRO DE INADIMPLENCIA.
      ***************************************************************
       FD  ARQ-CONTROLE-SEQ-NOVO.
       01  REG-CONTROLE-SEQ-NOVO.
           05  SN-ULT-SEQUENCIA    PIC 9(09).

      ***************************************************************
      * ENTREGA A COBRANCA (SAIDA, LAYOUT FIXO) - CONTAS EM EXCESSO
      * HA PELO MENOS OS DIAS MINIMOS DO PARAMETRO.
      ***************************************************************
       FD  ARQ-ENTREGA.
       01  REG-ENTREGA.
           05  CO-DOCUMENTO        PIC 9(14).
           05  CO-AGENCIA          PIC 9(04).
           05  CO-CONTA            PIC 9(10).
           05  CO-PRODUTO          PIC X(02).
           05  CO-VALOR-VENCIDO    PIC 9(09)V99.
           05  CO-DIAS             PIC 9(05).
           05  CO-DATA-INICIO      PIC 9(08).
           05  CO-DATA-REFERENCIA  PIC 9(08).
           05  CO-BLOQUEADA        PIC X(01).

      ***************************************************************
      * CONTAS BLOQUEADAS PELA COBRANCA A REVISAR (SAIDA, LAYOUT
      * FIXO) - VOLTARAM AO LIMITE ('C') OU SUMIRAM DO FECHAMENTO
      * ('S'). O BLOQUEIO SO E DESFEITO PELA AGENCIA.
      ***************************************************************
       FD  ARQ-REVISAO.
       01  REG-REVISAO.
           05  RV-CONTA            PIC 9(10).
           05  RV-AGENCIA          PIC 9(04).
           05  RV-DOCUMENTO        PIC 9(14).
           05  RV-DATA-BLOQUEIO    PIC 9(08).
           05  RV-DATA-REFERENCIA  PIC 9(08).
           05  RV-MOTIVO           PIC X(01).
           05  RV-STATUS           PIC X(01).

      ***************************************************************
      * RELATORIO DE ENVELHECIMENTO POR AGENCIA E POR PRODUTO
      * (SAIDA).
      ***************************************************************
       FD  ARQ-RELATORIO.
       01  REG-RELATORIO.
           05  RL-LINHA            PIC X(120).

       WORKING-STORAGE SECTION.

      * INDICADORES DE FIM DE ARQUIVO
       77  WS-FIM-APURACAO         PIC X(01)   VALUE 'N'.
           88  FIM-APURACAO             VALUE 'S'.

      * CHAVES DO BALANCE LINE - ARQUIVO ESGOTADO FICA COM
      * WS-CHAVE-FIM, ACIMA DE QUALQUER CONTA.
       77  WS-CHAVE-FIM            PIC 9(11)   VALUE 99999999999.
       77  WS-CONTA-ATUAL          PIC 9(11)       VALUE 0.
       77  WS-FC-CHAVE             PIC 9(11)       VALUE 0.
       77  WS-FC-DATA-ANT          PIC 9(08)       VALUE 0.
       77  WS-IN-CHAVE             PIC 9(11)       VALUE 0.
       77  WS-LM-CHAVE             PIC 9(11)       VALUE 0.
       77  WS-CAD-CHAVE            PIC 9(11)       VALUE 0.
       77  WS-ARQUIVO-FORA-ORDEM   PIC X(16)       VALUE SPACES.
      * CODIGO DE ABEND DO PASSO (VER 9950-ABORTAR)
       77  WS-CODIGO-ABEND         PIC S9(04) COMP VALUE 0.

      * PARAMETROS DA APURACAO
       77  WS-DATA-REFERENCIA      PIC 9(08)       VALUE 0.
       77  WS-DIAS-BLOQUEIO        PIC 9(03)       VALUE 0.
       77  WS-DIAS-ENTREGA         PIC 9(03)       VALUE 0.
       77  WS-ULT-SEQUENCIA        PIC 9(09)       VALUE 0.

      * SITUACAO DA CONTA CORRENTE
       77  WS-TEM-ESTADO           PIC X(01)   VALUE 'N'.
           88  TEM-ESTADO               VALUE 'S'.
       77  WS-TEM-FECHAMENTO       PIC X(01)   VALUE 'N'.
           88  TEM-FECHAMENTO           VALUE 'S'.
       77  WS-LIMITE-CONTA         PIC 9(09)V99    VALUE 0.
       77  WS-DOCUMENTO-ATUAL      PIC 9(14)       VALUE 0.
       77  WS-PRODUTO-ATUAL        PIC X(02)       VALUE SPACES.
       77  WS-STATUS-ATUAL         PIC X(01)       VALUE SPACE.
           88  STATUS-ATIVA             VALUE 'A'.
           88  STATUS-BLOQUEADA         VALUE 'B'.
       77  WS-SALDO-COM-LIMITE     PIC S9(11)V99   VALUE 0.
       77  WS-VALOR-NEGATIVO       PIC 9(09)V99    VALUE 0.
       77  WS-VALOR-EXCESSO        PIC 9(09)V99    VALUE 0.
       77  WS-DIAS-NEGATIVO        PIC 9(05)       VALUE 0.
       77  WS-DIAS-EXCESSO         PIC 9(05)       VALUE 0.
       77  WS-DIA-ULTIMA           PIC 9(07)       VALUE 0.
       77  WS-MOTIVO-REVISAO       PIC X(01)       VALUE SPACE.

      * REGISTRO DE INADIMPLENCIA DA CONTA EM APURACAO
       01  WS-ESTADO.
           05  WS-ES-CONTA         PIC 9(10).
           05  WS-ES-AGENCIA       PIC 9(04).
           05  WS-ES-DATA-NEGATIVO PIC 9(08).
           05  WS-ES-DATA-EXCESSO  PIC 9(08).
           05  WS-ES-DATA-BLOQUEIO PIC 9(08).
           05  WS-ES-ULTIMA-DATA   PIC 9(08).
           05  WS-ES-SALDO         PIC S9(09)V99.
           05  WS-ES-LIMITE        PIC 9(09)V99.

      * CONVERSAO DE DATA AAAAMMDD EM NUMERO DE DIAS (8000)
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

      * FAIXA DE ATRASO (1 = 1-30, 2 = 31-60, 3 = 61-90, 4 = 90+)
      * E VISAO (1 = NEGATIVA, 2 = EXCESSO) EM ACUMULACAO
       77  WS-SUB-FAIXA            PIC 9(01) COMP  VALUE 0.
       77  WS-SUB-VISAO            PIC 9(01) COMP  VALUE 0.
       77  WS-DIAS-FAIXA           PIC 9(05)       VALUE 0.
       77  WS-VALOR-FAIXA          PIC 9(09)V99    VALUE 0.
       77  WS-PR-ENCONTRADO        PIC X(01)   VALUE 'N'.
       77  WS-PR-EXCEDIDO          PIC X(01)   VALUE 'N'.
           88  PRODUTOS-EXCEDIDOS       VALUE 'S'.

      * ENVELHECIMENTO POR AGENCIA, NA ORDEM EM QUE CADA AGENCIA
      * APARECE. DIMENSIONADA PARA TODOS OS CODIGOS POSSIVEIS DE
      * AGENCIA (PIC 9(04)), NAO TEM COMO ESTOURAR.
       01  WS-TABELA-AGENCIAS.
           05  WS-QTD-AGENCIAS     PIC 9(05) COMP.
           05  WS-AGENCIA-ENTRY OCCURS 10000 TIMES
                                   INDEXED BY WS-IDX-AG.
               10  WS-AG-AGENCIA       PIC 9(04).
               10  WS-AG-VISAO OCCURS 2 TIMES.
                   15  WS-AG-QTD       PIC 9(07) COMP
                                       OCCURS 4 TIMES.
                   15  WS-AG-VALOR     PIC S9(13)V99.

      * POSICAO DA LINHA DE CADA AGENCIA NA TABELA ACIMA, ENDERECADA
      * PELO PROPRIO CODIGO (AGENCIA + 1); ZERO = AGENCIA AINDA SEM
      * LINHA. DISPENSA A PESQUISA SEQUENCIAL POR AGENCIA.
       01  WS-TABELA-POS-AGENCIA.
           05  WS-POS-AGENCIA      PIC 9(05) COMP
                                   OCCURS 10000 TIMES.
       77  WS-SUB-AG               PIC 9(05) COMP  VALUE 0.

      * ENVELHECIMENTO POR PRODUTO. A ULTIMA LINHA E RESERVADA: OS
      * PRODUTOS QUE NAO CABEM NAS 49 PRIMEIRAS SOMAM NA LINHA '**'.
       01  WS-TABELA-PRODUTOS.
           05  WS-QTD-PRODUTOS     PIC 9(03) COMP.
           05  WS-PRODUTO-ENTRY OCCURS 50 TIMES
                                   INDEXED BY WS-IDX-PR.
               10  WS-PR-PRODUTO       PIC X(02).
               10  WS-PR-VISAO OCCURS 2 TIMES.
                   15  WS-PR-QTD       PIC 9(07) COMP
                                       OCCURS 4 TIMES.
                   15  WS-PR-VALOR     PIC S9(13)V99.

      * TOTAL GERAL DO ENVELHECIMENTO
       01  WS-TABELA-TOTAIS.
           05  WS-TT-VISAO OCCURS 2 TIMES.
               10  WS-TT-QTD           PIC 9(07) COMP
                                       OCCURS 4 TIMES.
               10  WS-TT-VALOR         PIC S9(13)V99.

      * CONTADORES DO PASSO
       77  WS-CONTADOR-LIDOS       PIC 9(07) COMP  VALUE 0.
       77  WS-CONTADOR-IGNORADOS   PIC 9(07) COMP  VALUE 0.
       77  WS-CONTADOR-ATRASO      PIC 9(07) COMP  VALUE 0.
       77  WS-CONTADOR-NOVAS       PIC 9(07) COMP  VALUE 0.
       77  WS-CONTADOR-CURADAS     PIC 9(07) COMP  VALUE 0.
       77  WS-CONTADOR-SEM-FECHA   PIC 9(07) COMP  VALUE 0.
       77  WS-CONTADOR-BLOQUEIOS   PIC 9(07) COMP  VALUE 0.
       77  WS-CONTADOR-ENTREGUES   PIC 9(07) COMP  VALUE 0.
       77  WS-CONTADOR-REVISAO     PIC 9(07) COMP  VALUE 0.

      * CAMPOS AUXILIARES DO RELATORIO
       77  WS-NOME-VISAO           PIC X(08)       VALUE SPACES.
       77  WS-NOME-OCORRENCIA      PIC X(10)       VALUE SPACES.
       01  WS-EDIT-VALOR           PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
       01  WS-EDIT-QTD             PIC Z.ZZZ.ZZ9.
       01  WS-EDIT-QTD-1           PIC Z.ZZZ.ZZ9.
       01  WS-EDIT-QTD-2           PIC Z.ZZZ.ZZ9.
       01  WS-EDIT-QTD-3           PIC Z.ZZZ.ZZ9.
       01  WS-EDIT-QTD-4           PIC Z.ZZZ.ZZ9.
       01  WS-EDIT-DIAS-1          PIC ZZZZ9.
       01  WS-EDIT-DIAS-2          PIC ZZZZ9.

       PROCEDURE DIVISION.

      ***************************************************************
      * 0000-MAINLINE - ROTINA PRINCIPAL.
      ***************************************************************
       0000-MAINLINE.
           DISPLAY 'INICIANDO APURACAO DE INADIMPLENCIA'.
           PERFORM 1000-INICIALIZAR
               THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-APURAR-CONTA
               THRU 2000-APURAR-CONTA-EXIT
               UNTIL FIM-APURACAO.
           PERFORM 9600-GRAVAR-RELATORIO
               THRU 9600-GRAVAR-RELATORIO-EXIT.
           PERFORM 9800-ENCERRAR-ARQUIVOS
               THRU 9800-ENCERRAR-ARQUIVOS-EXIT.
           DISPLAY 'APURACAO CONCLUIDA'.
           DISPLAY 'FECHAMENTOS LIDOS : ' WS-CONTADOR-LIDOS.
           DISPLAY 'JA APLICADOS      : ' WS-CONTADOR-IGNORADOS.
           DISPLAY 'CONTAS EM ATRASO  : ' WS-CONTADOR-ATRASO.
           DISPLAY 'NOVAS NO ATRASO   : ' WS-CONTADOR-NOVAS.
           DISPLAY 'REGULARIZADAS     : ' WS-CONTADOR-CURADAS.
           DISPLAY 'SEM FECHAMENTO    : ' WS-CONTADOR-SEM-FECHA.
           DISPLAY 'BLOQUEIOS EMITIDOS: ' WS-CONTADOR-BLOQUEIOS.
           DISPLAY 'ENTREGUES COBRANCA: ' WS-CONTADOR-ENTREGUES.
           DISPLAY 'BLOQUEIOS REVISAR : ' WS-CONTADOR-REVISAO.
           DISPLAY 'ULTIMA SEQUENCIA  : ' WS-ULT-SEQUENCIA.
           STOP RUN.

      ***************************************************************
      * 1000-INICIALIZAR - LE A DATA DE REFERENCIA, OS PARAMETROS DA
      * COBRANCA E A SEQUENCIA DO CANAL 'COB', ABRE OS ARQUIVOS E
      * FAZ A PRIMEIRA LEITURA DE CADA ENTRADA DO BALANCE LINE.
      ***************************************************************
       1000-INICIALIZAR.
           OPEN INPUT ARQ-PARAMETRO.
           READ ARQ-PARAMETRO
               AT END
                   DISPLAY 'ERRO: ARQUIVO DE PARAMETROS VAZIO'
                   MOVE 1001 TO WS-CODIGO-ABEND
                   PERFORM 9950-ABORTAR
                       THRU 9950-ABORTAR-EXIT
           END-READ.
           CLOSE ARQ-PARAMETRO.
           IF PRM-DATA-LOTE IS NOT NUMERIC OR PRM-DATA-LOTE = 0
               DISPLAY 'ERRO: DATA DO MOVIMENTO INVALIDA NO ARQUIVO '
                   'DE PARAMETROS'
               MOVE 1002 TO WS-CODIGO-ABEND
               PERFORM 9950-ABORTAR
                   THRU 9950-ABORTAR-EXIT
           END-IF.
           IF PRM-DATA-LOTE-FIM IS NUMERIC
                   AND PRM-DATA-LOTE-FIM > PRM-DATA-LOTE
               MOVE PRM-DATA-LOTE-FIM TO WS-DATA-REFERENCIA
           ELSE
               MOVE PRM-DATA-LOTE TO WS-DATA-REFERENCIA
           END-IF.
           DISPLAY 'DATA DE REFERENCIA: ' WS-DATA-REFERENCIA.

           OPEN INPUT ARQ-PARAMETRO-COB.
           READ ARQ-PARAMETRO-COB
               AT END
                   DISPLAY 'ERRO: PARAMETROS DA COBRANCA VAZIOS'
                   MOVE 1003 TO WS-CODIGO-ABEND
                   PERFORM 9950-ABORTAR
                       THRU 9950-ABORTAR-EXIT
           END-READ.
           CLOSE ARQ-PARAMETRO-COB.
           IF PC-DIAS-BLOQUEIO IS NOT NUMERIC
                   OR PC-DIAS-ENTREGA IS NOT NUMERIC
                   OR PC-DIAS-BLOQUEIO = 0
                   OR PC-DIAS-ENTREGA = 0
               DISPLAY 'ERRO: DIAS DE BLOQUEIO/ENTREGA INVALIDOS NOS '
                   'PARAMETROS DA COBRANCA'
               MOVE 1004 TO WS-CODIGO-ABEND
               PERFORM 9950-ABORTAR
                   THRU 9950-ABORTAR-EXIT
           END-IF.
           MOVE PC-DIAS-BLOQUEIO TO WS-DIAS-BLOQUEIO.
           MOVE PC-DIAS-ENTREGA  TO WS-DIAS-ENTREGA.
           DISPLAY 'DIAS P/ BLOQUEIO  : ' WS-DIAS-BLOQUEIO.
           DISPLAY 'DIAS P/ ENTREGA   : ' WS-DIAS-ENTREGA.

           OPEN INPUT ARQ-CONTROLE-SEQ.
           READ ARQ-CONTROLE-SEQ
               AT END
                   MOVE 0 TO WS-ULT-SEQUENCIA
               NOT AT END
                   IF SQ-ULT-SEQUENCIA IS NUMERIC
                       MOVE SQ-ULT-SEQUENCIA TO WS-ULT-SEQUENCIA
                   END-IF
           END-READ.
           CLOSE ARQ-CONTROLE-SEQ.
           DISPLAY 'ULTIMA SEQUENCIA  : ' WS-ULT-SEQUENCIA.

           INITIALIZE WS-TABELA-AGENCIAS.
           INITIALIZE WS-TABELA-POS-AGENCIA.
           INITIALIZE WS-TABELA-PRODUTOS.
           INITIALIZE WS-TABELA-TOTAIS.

           OPEN INPUT ARQ-FECHAMENTOS.
           OPEN INPUT ARQ-INADIMPLENCIA.
           OPEN INPUT ARQ-LIMITES.
           OPEN INPUT ARQ-CADASTRO.
           OPEN OUTPUT ARQ-INADIMPLENCIA-NOVO.
           OPEN OUTPUT ARQ-BLOQUEIOS-COB.
           OPEN OUTPUT ARQ-CONTROLE-SEQ-NOVO.
           OPEN OUTPUT ARQ-ENTREGA.
           OPEN OUTPUT ARQ-REVISAO.
           OPEN OUTPUT ARQ-RELATORIO.

           PERFORM 9100-LER-FECHAMENTO
               THRU 9100-LER-FECHAMENTO-EXIT.
           PERFORM 9200-LER-INADIMPLENCIA
               THRU 9200-LER-INADIMPLENCIA-EXIT.
           PERFORM 9300-LER-LIMITE
               THRU 9300-LER-LIMITE-EXIT.
           PERFORM 9400-LER-CADASTRO
               THRU 9400-LER-CADASTRO-EXIT.

           MOVE SPACES TO RL-LINHA.
           STRING '---- INADIMPLENCIA DE CHEQUE ESPECIAL - REFERENCIA '
                  WS-DATA-REFERENCIA ' ----'
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
           MOVE SPACES TO RL-LINHA.
           STRING 'OCORRENCIA CONTA      AGEN DIAS NEG DIAS EXC '
                  '   VALOR EM ATRASO DESDE'
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ***************************************************************
      * 2000-APURAR-CONTA - BALANCE LINE POR CONTA ENTRE O
      * FECHAMENTO E O REGISTRO DA NOITE ANTERIOR: APLICA OS DIAS DE
      * FECHAMENTO AINDA NAO APLICADOS E DECIDE SE A CONTA CONTINUA
      * EM ATRASO (ENVELHECE, BLOQUEIA, ENTREGA A COBRANCA E GRAVA O
      * REGISTRO NOVO) OU SAI DAS FAIXAS.
      ***************************************************************
       2000-APURAR-CONTA.
           MOVE WS-FC-CHAVE TO WS-CONTA-ATUAL.
           IF WS-IN-CHAVE < WS-CONTA-ATUAL
               MOVE WS-IN-CHAVE TO WS-CONTA-ATUAL
           END-IF.
           IF WS-CONTA-ATUAL = WS-CHAVE-FIM
               MOVE 'S' TO WS-FIM-APURACAO
               GO TO 2000-APURAR-CONTA-EXIT
           END-IF.

           IF WS-IN-CHAVE = WS-CONTA-ATUAL
               MOVE 'S' TO WS-TEM-ESTADO
               MOVE REG-INADIMPLENCIA TO WS-ESTADO
               PERFORM 9200-LER-INADIMPLENCIA
                   THRU 9200-LER-INADIMPLENCIA-EXIT
           ELSE
               MOVE 'N' TO WS-TEM-ESTADO
               MOVE WS-CONTA-ATUAL TO WS-ES-CONTA
               MOVE FC-AGENCIA     TO WS-ES-AGENCIA
               MOVE 0 TO WS-ES-DATA-NEGATIVO
               MOVE 0 TO WS-ES-DATA-EXCESSO
               MOVE 0 TO WS-ES-DATA-BLOQUEIO
               MOVE 0 TO WS-ES-ULTIMA-DATA
               MOVE 0 TO WS-ES-SALDO
               MOVE 0 TO WS-ES-LIMITE
           END-IF.

           PERFORM 9300-LER-LIMITE
               THRU 9300-LER-LIMITE-EXIT
               UNTIL WS-LM-CHAVE NOT < WS-CONTA-ATUAL.
           IF WS-LM-CHAVE = WS-CONTA-ATUAL
               MOVE LM-LIMITE TO WS-LIMITE-CONTA
           ELSE
               MOVE 0 TO WS-LIMITE-CONTA
           END-IF.
           PERFORM 9400-LER-CADASTRO
               THRU 9400-LER-CADASTRO-EXIT
               UNTIL WS-CAD-CHAVE NOT < WS-CONTA-ATUAL.
           IF WS-CAD-CHAVE = WS-CONTA-ATUAL
               MOVE CAD-DOCUMENTO TO WS-DOCUMENTO-ATUAL
               MOVE CAD-PRODUTO   TO WS-PRODUTO-ATUAL
           ELSE
               MOVE 0    TO WS-DOCUMENTO-ATUAL
               MOVE '??' TO WS-PRODUTO-ATUAL
           END-IF.

           MOVE 'N' TO WS-TEM-FECHAMENTO.
           MOVE SPACE TO WS-STATUS-ATUAL.
           PERFORM 2100-APLICAR-FECHAMENTO
               THRU 2100-APLICAR-FECHAMENTO-EXIT
               UNTIL WS-FC-CHAVE NOT = WS-CONTA-ATUAL.

      * CONTA DO REGISTRO QUE NAO VEIO NO FECHAMENTO (EXPURGADA DO
      * ARQUIVO DE SALDOS): SAI DAS FAIXAS; BLOQUEIO DA COBRANCA VAI
      * PARA REVISAO.
           IF NOT TEM-FECHAMENTO
               ADD 1 TO WS-CONTADOR-SEM-FECHA
               IF WS-ES-DATA-BLOQUEIO NOT = 0
                   MOVE 'S' TO WS-MOTIVO-REVISAO
                   PERFORM 5000-GRAVAR-REVISAO
                       THRU 5000-GRAVAR-REVISAO-EXIT
               END-IF
               GO TO 2000-APURAR-CONTA-EXIT
           END-IF.

           IF WS-ES-DATA-NEGATIVO = 0 AND WS-ES-DATA-EXCESSO = 0
               IF TEM-ESTADO
                   ADD 1 TO WS-CONTADOR-CURADAS
               END-IF
               GO TO 2000-APURAR-CONTA-EXIT
           END-IF.

           IF NOT TEM-ESTADO
               ADD 1 TO WS-CONTADOR-NOVAS
           END-IF.
           ADD 1 TO WS-CONTADOR-ATRASO.
           PERFORM 3000-ENVELHECER-CONTA
               THRU 3000-ENVELHECER-CONTA-EXIT.

           IF WS-ES-DATA-EXCESSO NOT = 0
                   AND WS-DIAS-EXCESSO NOT < WS-DIAS-BLOQUEIO
                   AND WS-ES-DATA-BLOQUEIO = 0
                   AND STATUS-ATIVA
               PERFORM 4000-EMITIR-BLOQUEIO
                   THRU 4000-EMITIR-BLOQUEIO-EXIT
           END-IF.
           IF WS-ES-DATA-EXCESSO NOT = 0
                   AND WS-DIAS-EXCESSO NOT < WS-DIAS-ENTREGA
               PERFORM 4500-ENTREGAR-COBRANCA
                   THRU 4500-ENTREGAR-COBRANCA-EXIT
           END-IF.

           MOVE WS-LIMITE-CONTA TO WS-ES-LIMITE.
           MOVE WS-ESTADO TO REG-INADIMPLENCIA-NOVO.
           WRITE REG-INADIMPLENCIA-NOVO.
       2000-APURAR-CONTA-EXIT.
           EXIT.

      ***************************************************************
      * 2100-APLICAR-FECHAMENTO - APLICA UM DIA DE FECHAMENTO DA
      * CONTA CORRENTE AO REGISTRO: ABRE OU ENCERRA O ATRASO DE CADA
      * VISAO PELO SALDO DO DIA E O LIMITE VIGENTE. A CONTA QUE SAI
      * DO EXCESSO COM BLOQUEIO DA COBRANCA VAI PARA REVISAO, E O
      * BLOQUEIO DEIXA DE CONSTAR DO REGISTRO (UM NOVO EXCESSO NA
      * CONTA JA DESBLOQUEADA PELA AGENCIA PODE BLOQUEA-LA DE NOVO).
      ***************************************************************
       2100-APLICAR-FECHAMENTO.
           MOVE 'S' TO WS-TEM-FECHAMENTO.
           MOVE FC-STATUS  TO WS-STATUS-ATUAL.
           MOVE FC-AGENCIA TO WS-ES-AGENCIA.
           IF FC-DATA NOT > WS-ES-ULTIMA-DATA
               ADD 1 TO WS-CONTADOR-IGNORADOS
               PERFORM 9100-LER-FECHAMENTO
                   THRU 9100-LER-FECHAMENTO-EXIT
               GO TO 2100-APLICAR-FECHAMENTO-EXIT
           END-IF.

           IF FC-SALDO < 0
               IF WS-ES-DATA-NEGATIVO = 0
                   MOVE FC-DATA TO WS-ES-DATA-NEGATIVO
               END-IF
           ELSE
               MOVE 0 TO WS-ES-DATA-NEGATIVO
           END-IF.

           COMPUTE WS-SALDO-COM-LIMITE = FC-SALDO + WS-LIMITE-CONTA.
           IF WS-SALDO-COM-LIMITE < 0
               IF WS-ES-DATA-EXCESSO = 0
                   MOVE FC-DATA TO WS-ES-DATA-EXCESSO
               END-IF
           ELSE
               MOVE 0 TO WS-ES-DATA-EXCESSO
               IF WS-ES-DATA-BLOQUEIO NOT = 0
                   MOVE FC-DATA TO WS-ES-ULTIMA-DATA
                   MOVE 'C' TO WS-MOTIVO-REVISAO
                   PERFORM 5000-GRAVAR-REVISAO
                       THRU 5000-GRAVAR-REVISAO-EXIT
                   MOVE 0 TO WS-ES-DATA-BLOQUEIO
               END-IF
           END-IF.

           MOVE FC-DATA  TO WS-ES-ULTIMA-DATA.
           MOVE FC-SALDO TO WS-ES-SALDO.
           PERFORM 9100-LER-FECHAMENTO
               THRU 9100-LER-FECHAMENTO-EXIT.
       2100-APLICAR-FECHAMENTO-EXIT.
           EXIT.

      ***************************************************************
      * 3000-ENVELHECER-CONTA - DIAS CORRIDOS DE CADA VISAO ATE O
      * ULTIMO FECHAMENTO DA CONTA (O PRIMEIRO DIA CONTA UM) E
      * ACUMULACAO NAS FAIXAS DA AGENCIA, DO PRODUTO E DO TOTAL.
      ***************************************************************
       3000-ENVELHECER-CONTA.
           MOVE WS-ES-ULTIMA-DATA TO WS-DJ-DATA.
           PERFORM 8000-CALCULAR-DIA
               THRU 8000-CALCULAR-DIA-EXIT.
           MOVE WS-DJ-NUMERO TO WS-DIA-ULTIMA.

           MOVE 0 TO WS-DIAS-NEGATIVO.
           MOVE 0 TO WS-VALOR-NEGATIVO.
           IF WS-ES-DATA-NEGATIVO NOT = 0
               MOVE WS-ES-DATA-NEGATIVO TO WS-DJ-DATA
               PERFORM 8000-CALCULAR-DIA
                   THRU 8000-CALCULAR-DIA-EXIT
               COMPUTE WS-DIAS-NEGATIVO
                   = WS-DIA-ULTIMA - WS-DJ-NUMERO + 1
               COMPUTE WS-VALOR-NEGATIVO = 0 - WS-ES-SALDO
               MOVE 1 TO WS-SUB-VISAO
               MOVE WS-DIAS-NEGATIVO  TO WS-DIAS-FAIXA
               MOVE WS-VALOR-NEGATIVO TO WS-VALOR-FAIXA
               PERFORM 3100-ACUMULAR-FAIXA
                   THRU 3100-ACUMULAR-FAIXA-EXIT
           END-IF.

           MOVE 0 TO WS-DIAS-EXCESSO.
           MOVE 0 TO WS-VALOR-EXCESSO.
           IF WS-ES-DATA-EXCESSO NOT = 0
               MOVE WS-ES-DATA-EXCESSO TO WS-DJ-DATA
               PERFORM 8000-CALCULAR-DIA
                   THRU 8000-CALCULAR-DIA-EXIT
               COMPUTE WS-DIAS-EXCESSO
                   = WS-DIA-ULTIMA - WS-DJ-NUMERO + 1
               COMPUTE WS-VALOR-EXCESSO
                   = 0 - (WS-ES-SALDO + WS-LIMITE-CONTA)
               MOVE 2 TO WS-SUB-VISAO
               MOVE WS-DIAS-EXCESSO  TO WS-DIAS-FAIXA
               MOVE WS-VALOR-EXCESSO TO WS-VALOR-FAIXA
               PERFORM 3100-ACUMULAR-FAIXA
                   THRU 3100-ACUMULAR-FAIXA-EXIT
           END-IF.
       3000-ENVELHECER-CONTA-EXIT.
           EXIT.

      ***************************************************************
      * 3100-ACUMULAR-FAIXA - SOMA A CONTA NA FAIXA DE WS-DIAS-FAIXA
      * DA VISAO WS-SUB-VISAO: LINHA DA AGENCIA (LOCALIZADA PELA
      * TABELA DE POSICOES), LINHA DO PRODUTO (AMBAS CRIADAS ZERADAS
      * NA PRIMEIRA VEZ; O PRODUTO ALEM DO LIMITE DA TABELA SOMA NA
      * LINHA '**', COM AVISO) E TOTAL GERAL.
      ***************************************************************
       3100-ACUMULAR-FAIXA.
           EVALUATE TRUE
               WHEN WS-DIAS-FAIXA NOT > 30
                   MOVE 1 TO WS-SUB-FAIXA
               WHEN WS-DIAS-FAIXA NOT > 60
                   MOVE 2 TO WS-SUB-FAIXA
               WHEN WS-DIAS-FAIXA NOT > 90
                   MOVE 3 TO WS-SUB-FAIXA
               WHEN OTHER
                   MOVE 4 TO WS-SUB-FAIXA
           END-EVALUATE.

           COMPUTE WS-SUB-AG = WS-ES-AGENCIA + 1.
           IF WS-POS-AGENCIA(WS-SUB-AG) = 0
               ADD 1 TO WS-QTD-AGENCIAS
               MOVE WS-QTD-AGENCIAS TO WS-POS-AGENCIA(WS-SUB-AG)
               SET WS-IDX-AG TO WS-QTD-AGENCIAS
               MOVE WS-ES-AGENCIA TO WS-AG-AGENCIA(WS-IDX-AG)
           END-IF.
           SET WS-IDX-AG TO WS-POS-AGENCIA(WS-SUB-AG).
           ADD 1 TO WS-AG-QTD(WS-IDX-AG, WS-SUB-VISAO, WS-SUB-FAIXA).
           ADD WS-VALOR-FAIXA TO WS-AG-VALOR(WS-IDX-AG, WS-SUB-VISAO).

           MOVE 'N' TO WS-PR-ENCONTRADO.
           IF WS-QTD-PRODUTOS > 0
               SET WS-IDX-PR TO 1
               SEARCH WS-PRODUTO-ENTRY
                   VARYING WS-IDX-PR
                   WHEN WS-IDX-PR > WS-QTD-PRODUTOS
                       CONTINUE
                   WHEN WS-PR-PRODUTO(WS-IDX-PR) = WS-PRODUTO-ATUAL
                       MOVE 'S' TO WS-PR-ENCONTRADO
               END-SEARCH
           END-IF.
           IF WS-PR-ENCONTRADO = 'N'
               IF WS-QTD-PRODUTOS < 49
                   ADD 1 TO WS-QTD-PRODUTOS
                   SET WS-IDX-PR TO WS-QTD-PRODUTOS
                   MOVE WS-PRODUTO-ATUAL TO WS-PR-PRODUTO(WS-IDX-PR)
               ELSE
                   SET WS-IDX-PR TO 50
                   IF WS-QTD-PRODUTOS = 49
                       MOVE 50   TO WS-QTD-PRODUTOS
                       MOVE '**' TO WS-PR-PRODUTO(WS-IDX-PR)
                   END-IF
                   IF NOT PRODUTOS-EXCEDIDOS
                       MOVE 'S' TO WS-PR-EXCEDIDO
                       DISPLAY 'AVISO: NUMERO DE PRODUTOS EXCEDE O '
                           'LIMITE DA TABELA (49) - EXCEDENTES '
                           'SOMADOS NA LINHA **'
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-PR-QTD(WS-IDX-PR, WS-SUB-VISAO, WS-SUB-FAIXA).
           ADD WS-VALOR-FAIXA TO WS-PR-VALOR(WS-IDX-PR, WS-SUB-VISAO).

           ADD 1 TO WS-TT-QTD(WS-SUB-VISAO, WS-SUB-FAIXA).
           ADD WS-VALOR-FAIXA TO WS-TT-VALOR(WS-SUB-VISAO).
       3100-ACUMULAR-FAIXA-EXIT.
           EXIT.

      ***************************************************************
      * 4000-EMITIR-BLOQUEIO - GRAVA A TRANSACAO 'B' DA CONTA NO
      * LAYOUT DO MERGE, CANAL 'COB' E SEQUENCIA CRESCENTE DO
      * CONTROLE, DATADA PELO ULTIMO FECHAMENTO DA CONTA, E MARCA O
      * BLOQUEIO NO REGISTRO.
      ***************************************************************
       4000-EMITIR-BLOQUEIO.
           MOVE WS-CONTA-ATUAL     TO RT-CONTA.
           MOVE WS-ES-AGENCIA      TO RT-AGENCIA.
           MOVE 'B'                TO RT-TIPO.
           MOVE 0                  TO RT-VALOR.
           MOVE SPACES             TO RT-DATA.
           STRING WS-ES-ULTIMA-DATA(1:4) '-'
                  WS-ES-ULTIMA-DATA(5:2) '-'
                  WS-ES-ULTIMA-DATA(7:2)
               DELIMITED BY SIZE INTO RT-DATA.
           MOVE SPACES             TO RT-NOME-TITULAR.
           MOVE 0                  TO RT-DOCUMENTO.
           MOVE SPACES             TO RT-PRODUTO.
           MOVE 0                  TO RT-CONTA-CONTRAP.
           MOVE 0                  TO RT-BANCO-CONTRAP.
           MOVE 0                  TO RT-AGENCIA-CONTRAP.
           MOVE 0                  TO RT-QTD-RECICLO.
           MOVE 'COB'              TO RT-CANAL.
           ADD 1 TO WS-ULT-SEQUENCIA.
           MOVE WS-ULT-SEQUENCIA   TO RT-SEQUENCIA.
           WRITE REG-TRANSACAO.
           ADD 1 TO WS-CONTADOR-BLOQUEIOS.
           MOVE WS-ES-ULTIMA-DATA  TO WS-ES-DATA-BLOQUEIO.

           MOVE 'BLOQUEIO' TO WS-NOME-OCORRENCIA.
           MOVE WS-VALOR-EXCESSO TO WS-EDIT-VALOR.
           MOVE WS-ES-DATA-EXCESSO TO WS-DJ-DATA.
           PERFORM 9500-LINHA-OCORRENCIA
               THRU 9500-LINHA-OCORRENCIA-EXIT.
       4000-EMITIR-BLOQUEIO-EXIT.
           EXIT.

      ***************************************************************
      * 4500-ENTREGAR-COBRANCA - GRAVA A CONTA NO ARQUIVO DE ENTREGA
      * A COBRANCA: VALOR EM ATRASO = O QUE PASSA DO LIMITE.
      ***************************************************************
       4500-ENTREGAR-COBRANCA.
           MOVE WS-DOCUMENTO-ATUAL  TO CO-DOCUMENTO.
           MOVE WS-ES-AGENCIA       TO CO-AGENCIA.
           MOVE WS-CONTA-ATUAL      TO CO-CONTA.
           MOVE WS-PRODUTO-ATUAL    TO CO-PRODUTO.
           MOVE WS-VALOR-EXCESSO    TO CO-VALOR-VENCIDO.
           MOVE WS-DIAS-EXCESSO     TO CO-DIAS.
           MOVE WS-ES-DATA-EXCESSO  TO CO-DATA-INICIO.
           MOVE WS-ES-ULTIMA-DATA   TO CO-DATA-REFERENCIA.
           IF WS-ES-DATA-BLOQUEIO NOT = 0 OR STATUS-BLOQUEADA
               MOVE 'S' TO CO-BLOQUEADA
           ELSE
               MOVE 'N' TO CO-BLOQUEADA
           END-IF.
           WRITE REG-ENTREGA.
           ADD 1 TO WS-CONTADOR-ENTREGUES.
       4500-ENTREGAR-COBRANCA-EXIT.
           EXIT.

      ***************************************************************
      * 5000-GRAVAR-REVISAO - GRAVA A CONTA BLOQUEADA PELA COBRANCA
      * NO ARQUIVO DE REVISAO (MOTIVO EM WS-MOTIVO-REVISAO) E NO
      * RELATORIO. O STATUS DA CONTA NAO E TOCADO.
      ***************************************************************
       5000-GRAVAR-REVISAO.
           MOVE WS-CONTA-ATUAL      TO RV-CONTA.
           MOVE WS-ES-AGENCIA       TO RV-AGENCIA.
           MOVE WS-DOCUMENTO-ATUAL  TO RV-DOCUMENTO.
           MOVE WS-ES-DATA-BLOQUEIO TO RV-DATA-BLOQUEIO.
           MOVE WS-ES-ULTIMA-DATA   TO RV-DATA-REFERENCIA.
           MOVE WS-MOTIVO-REVISAO   TO RV-MOTIVO.
           MOVE WS-STATUS-ATUAL     TO RV-STATUS.
           WRITE REG-REVISAO.
           ADD 1 TO WS-CONTADOR-REVISAO.

           IF WS-MOTIVO-REVISAO = 'C'
               MOVE 'REVISAR' TO WS-NOME-OCORRENCIA
           ELSE
               MOVE 'REV-EXPURG' TO WS-NOME-OCORRENCIA
           END-IF.
           MOVE 0 TO WS-DIAS-NEGATIVO.
           MOVE 0 TO WS-DIAS-EXCESSO.
           MOVE 0 TO WS-EDIT-VALOR.
           MOVE WS-ES-DATA-BLOQUEIO TO WS-DJ-DATA.
           PERFORM 9500-LINHA-OCORRENCIA
               THRU 9500-LINHA-OCORRENCIA-EXIT.
       5000-GRAVAR-REVISAO-EXIT.
           EXIT.

      ***************************************************************
      * 8000-CALCULAR-DIA - CONVERTE A DATA AAAAMMDD EM WS-DJ-DATA
      * NO NUMERO DE DIAS CORRIDOS DO CALENDARIO GREGORIANO (DIA
      * JULIANO), EM WS-DJ-NUMERO, PARA QUE A IDADE DO ATRASO SEJA
      * MEDIDA POR SUBTRACAO SIMPLES. DATA COM MES OU DIA FORA DE
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
      * 9100-LER-FECHAMENTO - LEITURA DO PROXIMO FECHAMENTO, COM
      * CONFERENCIA DA ORDEM CONTA/DATA.
      ***************************************************************
       9100-LER-FECHAMENTO.
           READ ARQ-FECHAMENTOS
               AT END
                   MOVE WS-CHAVE-FIM TO WS-FC-CHAVE
                   GO TO 9100-LER-FECHAMENTO-EXIT
           END-READ.
           ADD 1 TO WS-CONTADOR-LIDOS.
           IF FC-CONTA < WS-FC-CHAVE
                   OR (FC-CONTA = WS-FC-CHAVE
                       AND FC-DATA < WS-FC-DATA-ANT)
               MOVE 'FECHAMENTO' TO WS-ARQUIVO-FORA-ORDEM
               PERFORM 9900-FORA-DE-ORDEM
                   THRU 9900-FORA-DE-ORDEM-EXIT
           END-IF.
           MOVE FC-CONTA TO WS-FC-CHAVE.
           MOVE FC-DATA  TO WS-FC-DATA-ANT.
       9100-LER-FECHAMENTO-EXIT.
           EXIT.

       9200-LER-INADIMPLENCIA.
           READ ARQ-INADIMPLENCIA
               AT END
                   MOVE WS-CHAVE-FIM TO WS-IN-CHAVE
                   GO TO 9200-LER-INADIMPLENCIA-EXIT
           END-READ.
           IF IN-CONTA NOT > WS-IN-CHAVE
               MOVE 'INADIMPLENCIA' TO WS-ARQUIVO-FORA-ORDEM
               PERFORM 9900-FORA-DE-ORDEM
                   THRU 9900-FORA-DE-ORDEM-EXIT
           END-IF.
           MOVE IN-CONTA TO WS-IN-CHAVE.
       9200-LER-INADIMPLENCIA-EXIT.
           EXIT.

       9300-LER-LIMITE.
           READ ARQ-LIMITES
               AT END
                   MOVE WS-CHAVE-FIM TO WS-LM-CHAVE
                   GO TO 9300-LER-LIMITE-EXIT
           END-READ.
           IF LM-CONTA < WS-LM-CHAVE
               MOVE 'LIMITES' TO WS-ARQUIVO-FORA-ORDEM
               PERFORM 9900-FORA-DE-ORDEM
                   THRU 9900-FORA-DE-ORDEM-EXIT
           END-IF.
           MOVE LM-CONTA TO WS-LM-CHAVE.
       9300-LER-LIMITE-EXIT.
           EXIT.

       9400-LER-CADASTRO.
           READ ARQ-CADASTRO
               AT END
                   MOVE WS-CHAVE-FIM TO WS-CAD-CHAVE
                   GO TO 9400-LER-CADASTRO-EXIT
           END-READ.
           IF CAD-CONTA < WS-CAD-CHAVE
               MOVE 'CADASTRO' TO WS-ARQUIVO-FORA-ORDEM
               PERFORM 9900-FORA-DE-ORDEM
                   THRU 9900-FORA-DE-ORDEM-EXIT
           END-IF.
           MOVE CAD-CONTA TO WS-CAD-CHAVE.
       9400-LER-CADASTRO-EXIT.
           EXIT.

      ***************************************************************
      * 9500-LINHA-OCORRENCIA - LINHA DE DETALHE DO RELATORIO PARA
      * UM BLOQUEIO EMITIDO OU UMA CONTA A REVISAR (WS-DJ-DATA = A
      * DATA DA COLUNA DESDE; VALOR JA EDITADO).
      ***************************************************************
       9500-LINHA-OCORRENCIA.
           MOVE WS-DIAS-NEGATIVO TO WS-EDIT-DIAS-1.
           MOVE WS-DIAS-EXCESSO  TO WS-EDIT-DIAS-2.
           MOVE SPACES TO RL-LINHA.
           STRING WS-NOME-OCORRENCIA ' '
                  WS-CONTA-ATUAL(2:10) ' '
                  WS-ES-AGENCIA '    '
                  WS-EDIT-DIAS-1 '    '
                  WS-EDIT-DIAS-2 ' '
                  WS-EDIT-VALOR ' '
                  WS-DJ-DATA
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
       9500-LINHA-OCORRENCIA-EXIT.
           EXIT.

      ***************************************************************
      * 9600-GRAVAR-RELATORIO - DESCARREGA O ENVELHECIMENTO POR
      * AGENCIA, POR PRODUTO E O TOTAL GERAL (UMA LINHA POR VISAO:
      * CONTAS POR FAIXA E VALOR EM ATRASO) E OS TOTAIS DO PASSO.
      ***************************************************************
       9600-GRAVAR-RELATORIO.
           MOVE SPACES TO RL-LINHA.
           WRITE REG-RELATORIO.
           MOVE SPACES TO RL-LINHA.
           STRING 'AGENCIA VISAO         1-30     31-60     61-90 '
                  '      90+    VALOR EM ATRASO'
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
           PERFORM VARYING WS-IDX-AG FROM 1 BY 1
                   UNTIL WS-IDX-AG > WS-QTD-AGENCIAS
               PERFORM VARYING WS-SUB-VISAO FROM 1 BY 1
                       UNTIL WS-SUB-VISAO > 2
                   MOVE WS-AG-QTD(WS-IDX-AG, WS-SUB-VISAO, 1)
                       TO WS-EDIT-QTD-1
                   MOVE WS-AG-QTD(WS-IDX-AG, WS-SUB-VISAO, 2)
                       TO WS-EDIT-QTD-2
                   MOVE WS-AG-QTD(WS-IDX-AG, WS-SUB-VISAO, 3)
                       TO WS-EDIT-QTD-3
                   MOVE WS-AG-QTD(WS-IDX-AG, WS-SUB-VISAO, 4)
                       TO WS-EDIT-QTD-4
                   MOVE WS-AG-VALOR(WS-IDX-AG, WS-SUB-VISAO)
                       TO WS-EDIT-VALOR
                   PERFORM 9650-NOME-VISAO
                       THRU 9650-NOME-VISAO-EXIT
                   MOVE SPACES TO RL-LINHA
                   STRING WS-AG-AGENCIA(WS-IDX-AG) '    '
                          WS-NOME-VISAO ' '
                          WS-EDIT-QTD-1 ' ' WS-EDIT-QTD-2 ' '
                          WS-EDIT-QTD-3 ' ' WS-EDIT-QTD-4 ' '
                          WS-EDIT-VALOR
                       DELIMITED BY SIZE INTO RL-LINHA
                   WRITE REG-RELATORIO
               END-PERFORM
           END-PERFORM.

           MOVE SPACES TO RL-LINHA.
           STRING 'PRODUTO VISAO         1-30     31-60     61-90 '
                  '      90+    VALOR EM ATRASO'
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
           PERFORM VARYING WS-IDX-PR FROM 1 BY 1
                   UNTIL WS-IDX-PR > WS-QTD-PRODUTOS
               PERFORM VARYING WS-SUB-VISAO FROM 1 BY 1
                       UNTIL WS-SUB-VISAO > 2
                   MOVE WS-PR-QTD(WS-IDX-PR, WS-SUB-VISAO, 1)
                       TO WS-EDIT-QTD-1
                   MOVE WS-PR-QTD(WS-IDX-PR, WS-SUB-VISAO, 2)
                       TO WS-EDIT-QTD-2
                   MOVE WS-PR-QTD(WS-IDX-PR, WS-SUB-VISAO, 3)
                       TO WS-EDIT-QTD-3
                   MOVE WS-PR-QTD(WS-IDX-PR, WS-SUB-VISAO, 4)
                       TO WS-EDIT-QTD-4
                   MOVE WS-PR-VALOR(WS-IDX-PR, WS-SUB-VISAO)
                       TO WS-EDIT-VALOR
                   PERFORM 9650-NOME-VISAO
                       THRU 9650-NOME-VISAO-EXIT
                   MOVE SPACES TO RL-LINHA
                   STRING WS-PR-PRODUTO(WS-IDX-PR) '      '
                          WS-NOME-VISAO ' '
                          WS-EDIT-QTD-1 ' ' WS-EDIT-QTD-2 ' '
                          WS-EDIT-QTD-3 ' ' WS-EDIT-QTD-4 ' '
                          WS-EDIT-VALOR
                       DELIMITED BY SIZE INTO RL-LINHA
                   WRITE REG-RELATORIO
               END-PERFORM
           END-PERFORM.
           IF PRODUTOS-EXCEDIDOS
               MOVE SPACES TO RL-LINHA
               STRING 'AVISO: PRODUTOS ALEM DO LIMITE DA TABELA (49) '
                      'SOMADOS NA LINHA **'
                   DELIMITED BY SIZE INTO RL-LINHA
               WRITE REG-RELATORIO
           END-IF.

           PERFORM VARYING WS-SUB-VISAO FROM 1 BY 1
                   UNTIL WS-SUB-VISAO > 2
               MOVE WS-TT-QTD(WS-SUB-VISAO, 1) TO WS-EDIT-QTD-1
               MOVE WS-TT-QTD(WS-SUB-VISAO, 2) TO WS-EDIT-QTD-2
               MOVE WS-TT-QTD(WS-SUB-VISAO, 3) TO WS-EDIT-QTD-3
               MOVE WS-TT-QTD(WS-SUB-VISAO, 4) TO WS-EDIT-QTD-4
               MOVE WS-TT-VALOR(WS-SUB-VISAO)  TO WS-EDIT-VALOR
               PERFORM 9650-NOME-VISAO
                   THRU 9650-NOME-VISAO-EXIT
               MOVE SPACES TO RL-LINHA
               STRING 'TOTAL   '
                      WS-NOME-VISAO ' '
                      WS-EDIT-QTD-1 ' ' WS-EDIT-QTD-2 ' '
                      WS-EDIT-QTD-3 ' ' WS-EDIT-QTD-4 ' '
                      WS-EDIT-VALOR
                   DELIMITED BY SIZE INTO RL-LINHA
               WRITE REG-RELATORIO
           END-PERFORM.

           MOVE SPACES TO RL-LINHA.
           WRITE REG-RELATORIO.
           MOVE WS-CONTADOR-ATRASO TO WS-EDIT-QTD.
           MOVE SPACES TO RL-LINHA.
           STRING 'CONTAS EM ATRASO  : ' WS-EDIT-QTD
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
           MOVE WS-CONTADOR-NOVAS TO WS-EDIT-QTD.
           MOVE SPACES TO RL-LINHA.
           STRING 'NOVAS NO ATRASO   : ' WS-EDIT-QTD
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
           MOVE WS-CONTADOR-CURADAS TO WS-EDIT-QTD.
           MOVE SPACES TO RL-LINHA.
           STRING 'REGULARIZADAS     : ' WS-EDIT-QTD
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
           MOVE WS-CONTADOR-BLOQUEIOS TO WS-EDIT-QTD.
           MOVE SPACES TO RL-LINHA.
           STRING 'BLOQUEIOS EMITIDOS: ' WS-EDIT-QTD
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
           MOVE WS-CONTADOR-ENTREGUES TO WS-EDIT-QTD.
           MOVE SPACES TO RL-LINHA.
           STRING 'ENTREGUES COBRANCA: ' WS-EDIT-QTD
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
           MOVE WS-CONTADOR-REVISAO TO WS-EDIT-QTD.
           MOVE SPACES TO RL-LINHA.
           STRING 'BLOQUEIOS REVISAR : ' WS-EDIT-QTD
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
       9600-GRAVAR-RELATORIO-EXIT.
           EXIT.

       9650-NOME-VISAO.
           IF WS-SUB-VISAO = 1
               MOVE 'NEGATIVA' TO WS-NOME-VISAO
           ELSE
               MOVE 'EXCESSO ' TO WS-NOME-VISAO
           END-IF.
       9650-NOME-VISAO-EXIT.
           EXIT.

      ***************************************************************
      * 9800-ENCERRAR-ARQUIVOS - GRAVA A SEQUENCIA FINAL DO CANAL
      * 'COB' E FECHA OS ARQUIVOS DO PASSO.
      ***************************************************************
       9800-ENCERRAR-ARQUIVOS.
           MOVE WS-ULT-SEQUENCIA TO SN-ULT-SEQUENCIA.
           WRITE REG-CONTROLE-SEQ-NOVO.
           CLOSE ARQ-FECHAMENTOS.
           CLOSE ARQ-INADIMPLENCIA.
           CLOSE ARQ-LIMITES.
           CLOSE ARQ-CADASTRO.
           CLOSE ARQ-INADIMPLENCIA-NOVO.
           CLOSE ARQ-BLOQUEIOS-COB.
           CLOSE ARQ-CONTROLE-SEQ-NOVO.
           CLOSE ARQ-ENTREGA.
           CLOSE ARQ-REVISAO.
           CLOSE ARQ-RELATORIO.
       9800-ENCERRAR-ARQUIVOS-EXIT.
           EXIT.

      ***************************************************************
      * 9900-FORA-DE-ORDEM - O BALANCE LINE SO VALE COM TODOS OS
      * ARQUIVOS EM ORDEM DE CONTA (E O FECHAMENTO EM CONTA/DATA).
      ***************************************************************
       9900-FORA-DE-ORDEM.
           DISPLAY 'ERRO: ARQUIVO ' WS-ARQUIVO-FORA-ORDEM
               ' FORA DE ORDEM DE CONTA'.
           MOVE 9901 TO WS-CODIGO-ABEND.
           PERFORM 9950-ABORTAR
               THRU 9950-ABORTAR-EXIT.
       9900-FORA-DE-ORDEM-EXIT.
           EXIT.

      ***************************************************************
      * 9950-ABORTAR - DERRUBA O PASSO COM ABEND DE USUARIO
      * (WS-CODIGO-ABEND). A ENTREGA A COBRANCA E OS DATASETS NOVOS
      * SAO CATALOGADOS COM DISPOSICAO NEW/CATLG/DELETE: SO O FIM
      * ANORMAL DE PASSO ACIONA O DELETE CONDICIONAL. O STOP RUN
      * FINAL E SO REDE DE SEGURANCA PARA AMBIENTE SEM A ROTINA DE
      * ABEND.
      ***************************************************************
       9950-ABORTAR.
           DISPLAY 'ABENDANDO O PASSO - CODIGO ' WS-CODIGO-ABEND.
           CALL 'ILBOABN0' USING WS-CODIGO-ABEND.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       9950-ABORTAR-EXIT.
           EXIT.
