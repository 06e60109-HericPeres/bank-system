      *                 DUPLICAVA OU RESSUSCITAVA ORDENS NO ARQUIVO
      *                 PROMOVIDO - O SUM FIELDS=NONE DO PASSO033 SO
      *                 ELIMINA DUPLICATA EXATA.
      * 10/14/2026 MFT  INCLUIDO O ESTORNO (TIPO 'S'): DESFAZ UMA
      *                 POSTAGEM ANTERIOR IDENTIFICADA PELO CANAL E
      *                 PELA SEQUENCIA DELA (RT-CANAL/RT-SEQUENCIA DO
      *                 ESTORNO SAO OS DO ORIGINAL). O ORIGINAL E
      *                 PROCURADO NA TRILHA DE AUDITORIA VIGENTE E NAS
      *                 GERACOES ARQUIVADAS (DD AUDHIST, LIDO SO SE O
      *                 LOTE TROUXER ESTORNO) - MOTIVOS NOVOS 18 A 21
      *                 PARA ORIGINAL NAO ENCONTRADO, JA ESTORNADO,
      *                 NAO ESTORNAVEL E DIVERGENTE. A TRILHA GRAVA
      *                 'S' (ESTORNO A CREDITO) OU 'Z' (ESTORNO A
      *                 DEBITO) COM O CANAL/SEQUENCIA DO ORIGINAL.
      *                 ESTORNO DE 'T' E LANCADO NA CONTA DE DESTINO
      *                 E DEVOLVE A ORIGEM POR ARQ-TRANSF-PENDENTES
      *                 (TP-TIPO NOVO, LRECL 65 -> 66). ESTORNO A
      *                 DEBITO RESPEITA O DISPONIVEL, SALVO COM A
      *                 MARCA DE ESTORNO FORCADO. CHECKPOINT 316 ->
      *                 356.
      * 10/15/2026 MFT  INCLUIDO O DEPOSITO EM CHEQUE (TIPO 'K'):
      *                 CREDITA O SALDO, MAS O VALOR FICA EM
      *                 COMPENSACAO ATE A DATA DE LIBERACAO (DATA DO
      *                 DEPOSITO + DIAS DA TABELA DE PRAZOS, DD
      *                 PRAZOCHQ, POR PRODUTO E FAIXA DE VALOR) E
      *                 REDUZ O DISPONIVEL EM 7200 COMO O BLOQUEIO
      *                 JUDICIAL (MOTIVO 23). O ARQUIVO DE CHEQUES EM
      *                 COMPENSACAO (DD CHEQUES) E CASADO POR CONTA
      *                 COMO O ARQ-BLOQUEIOS E REGRAVADO EM CHEQNOVO,
      *                 JA SEM AS LINHAS VENCIDAS (LIBERACAO
      *                 AUTOMATICA). A DEVOLUCAO DE CHEQUE (TIPO 'W',
      *                 COM O CANAL/SEQUENCIA DO DEPOSITO, LOCALIZADO
      *                 COMO O ORIGINAL DO ESTORNO) DESFAZ O CREDITO
      *                 MESMO SEM SALDO E A CONTA QUE FICA NEGATIVA
      *                 VAI PARA O ARQUIVO DE DEVOLVIDOS (DD
      *                 CHQNEGAT). MOTIVOS NOVOS 23 A 25. CHECKPOINT
      *                 356 -> 423.
      * 10/15/2026 MFT  O CADASTRO DE CONTAS DEIXA DE SER CARREGADO
      *                 INTEIRO NA TABELA EM MEMORIA (LIMITE DE 20000
      *                 CONTAS COM PARADA DURA): PASSA A SER O CLUSTER
      *                 CHAVEADO POR CONTA DO DD CADVSAM, RECARREGADO
      *                 DO CADASTRO SEQUENCIAL PELO JCL ANTES DO PASSO
      *                 E LIDO CONTA A CONTA EM 7100 (TAMBEM PARA A
      *                 CONTRAPARTIDA DO 'T'). A ABERTURA 'O' GRAVA A
      *                 CONTA NO CLUSTER E NO DELTA CADNOVO; NUM
      *                 RESTART O DELTA E REGRAVADO NO CLUSTER. A
      *                 TABELA DE RESUMO POR AGENCIA PASSA A COMPORTAR
      *                 TODOS OS CODIGOS DE AGENCIA (ENDERECADA PELO
      *                 PROPRIO CODIGO), SEM PARADA DURA; A DE CANAIS
      *                 SOBE DE 50 PARA 500 E CANAL NOVO COM A TABELA
      *                 CHEIA REJEITA A TRANSACAO (MOTIVO NOVO 26) EM
      *                 VEZ DE DERRUBAR O LOTE.
      * 10/15/2026 MFT  NO HISTORICO DA TRILHA, ORIGINAL E MANUTENCAO
      *                 DO PROPRIO LOTE (GRAVADOS PELA EXECUCAO QUE
      *                 ABENDOU) SAO IGNORADOS: O RESTART RESOLVE O
      *                 'S'/'W' COMO A EXECUCAO LIMPA (MOTIVO 18).
      * ------------------------------------------------------------
      *
      ***************************************************************
               ASSIGN TO 'SALDOANT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-CADASTRO-VSAM
               ASSIGN TO 'CADVSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAD-CONTA
               FILE STATUS IS WS-FS-CADASTRO.

           SELECT OPTIONAL ARQ-LIMITES
               ASSIGN TO 'LIMITES'
               ASSIGN TO 'BLOQNOVO'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-CHEQUES
               ASSIGN TO 'CHEQUES'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-CHEQUES-NOVO
               ASSIGN TO 'CHEQNOVO'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-PRAZOS-CHEQUE
               ASSIGN TO 'PRAZOCHQ'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-CHEQUES-NEGATIVOS
               ASSIGN TO 'CHQNEGAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-TAXAS
               ASSIGN TO 'TAXAS'
               ORGANIZATION IS LINE SEQUENTIAL.
               ASSIGN TO 'AUDITORI'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-AUDITORIA-HIST
               ASSIGN TO 'AUDHIST'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-CHECKPOINT
               ASSIGN TO 'CHECKPNT'
               ORGANIZATION IS LINE SEQUENTIAL
               88  TIPO-LIB-JUDICIAL   VALUE 'L'.
               88  TIPO-ORDEM-JUDICIAL VALUES 'P' 'L'.
               88  TIPO-TRANSF-EXTERNA VALUE 'X'.
               88  TIPO-ESTORNO        VALUE 'S'.
               88  TIPO-DEPOSITO-CHEQUE  VALUE 'K'.
               88  TIPO-DEVOLUCAO-CHEQUE VALUE 'W'.
               88  TIPO-VALIDO         VALUES 'D' 'C' 'B' 'R' 'E'
                                              'O' 'T' 'P' 'L' 'X'
                                              'S' 'K' 'W'.
               88  TIPO-FINANCEIRO     VALUES 'D' 'C' 'T' 'X' 'S'
                                              'K' 'W'.
           05  RT-VALOR            PIC 9(09)V99.
           05  RT-DATA             PIC X(10).
           05  RT-NOME-TITULAR     PIC X(30).
      * NO ESTORNO ('S') O NOME DO TITULAR NAO SE APLICA; A PRIMEIRA
      * POSICAO LEVA A MARCA DE ESTORNO FORCADO, QUE DISPENSA A
      * VERIFICACAO DE SALDO DISPONIVEL DO ESTORNO A DEBITO.
           05  RT-DADOS-ESTORNO REDEFINES RT-NOME-TITULAR.
               10  RT-ESTORNO-IND      PIC X(01).
                   88  ESTORNO-FORCADO     VALUE 'F'.
               10  FILLER              PIC X(29).
           05  RT-DOCUMENTO        PIC 9(14).
           05  RT-PRODUTO          PIC X(02).
           05  RT-CONTA-CONTRAP    PIC 9(10).
           05  RSA-STATUS          PIC X(01).

      ***************************************************************
      * CADASTRO DE CONTAS (ENTRADA/SAIDA) - CLUSTER CHAVEADO POR
      * CAD-CONTA, RECARREGADO DO CADASTRO SEQUENCIAL PELO JCL ANTES
      * DESTE PASSO E LIDO CONTA A CONTA, SO QUANDO PRECISO. SO
      * CONTAS PRESENTES AQUI PODEM RECEBER MOVIMENTO; A ABERTURA
      * TIPO 'O' GRAVA A CONTA NOVA AQUI E NO DELTA SEQUENCIAL
      * (ARQ-CADASTRO-NOVO) AO MESMO TEMPO.
      ***************************************************************
       FD  ARQ-CADASTRO-VSAM.
       01  REG-CADASTRO.
           05  CAD-CONTA           PIC 9(10).
           05  CAD-AGENCIA         PIC 9(04).
           05  BN-ORDEM            PIC 9(10).
           05  BN-VALOR            PIC 9(09)V99.

      ***************************************************************
      * CHEQUES EM COMPENSACAO (ENTRADA) - ORDENADO POR CONTA, UMA
      * LINHA POR DEPOSITO EM CHEQUE ('K') AINDA NAO LIBERADO, COM O
      * CANAL/SEQUENCIA DO DEPOSITO, O VALOR RETIDO E A DATA DE
      * LIBERACAO (AAAAMMDD). CHEGA AO LADO DE ARQ-BLOQUEIOS E E
      * CASADO PELA MESMA LEITURA SEQUENCIAL ANTECIPADA. LINHA COM
      * LIBERACAO ATE A DATA FINAL DO LOTE E LIBERADA (NAO PASSA
      * PARA O ARQUIVO NOVO) NO PROPRIO POSICIONAMENTO.
      ***************************************************************
       FD  ARQ-CHEQUES.
       01  REG-CHEQUE.
           05  CQ-CONTA            PIC 9(10).
           05  CQ-CANAL            PIC X(03).
           05  CQ-SEQUENCIA        PIC 9(09).
           05  CQ-VALOR            PIC 9(09)V99.
           05  CQ-DATA-DEPOSITO    PIC 9(08).
           05  CQ-DATA-LIBERACAO   PIC 9(08).

      ***************************************************************
      * CHEQUES EM COMPENSACAO ATUALIZADOS (SAIDA) - MESMO LAYOUT,
      * COM OS DEPOSITOS 'K' DO LOTE INCLUIDOS, OS DEVOLVIDOS 'W'
      * RETIRADOS E OS VENCIDOS LIBERADOS. O JCL ORDENA (ELIMINANDO
      * DUPLICATAS EXATAS DE RESTART) E PROMOVE SOBRE O VIGENTE,
      * COMO ARQ-BLOQUEIOS-NOVO. NUM RESTART E REABERTO EM EXTEND.
      ***************************************************************
       FD  ARQ-CHEQUES-NOVO.
       01  REG-CHEQUE-NOVO.
           05  CV-CONTA            PIC 9(10).
           05  CV-CANAL            PIC X(03).
           05  CV-SEQUENCIA        PIC 9(09).
           05  CV-VALOR            PIC 9(09)V99.
           05  CV-DATA-DEPOSITO    PIC 9(08).
           05  CV-DATA-LIBERACAO   PIC 9(08).

      ***************************************************************
      * TABELA DE PRAZOS DE COMPENSACAO DE CHEQUE (ENTRADA) - POR
      * PRODUTO, EM ORDEM CRESCENTE DE VALOR-ATE DENTRO DO PRODUTO:
      * O CHEQUE CAI NA PRIMEIRA FAIXA CUJO VALOR-ATE O COMPORTA (ACIMA
      * DA ULTIMA, VALE A ULTIMA) E FICA RETIDO PZ-DIAS CORRIDOS A
      * PARTIR DA DATA DO DEPOSITO. PRODUTO '**' E A TABELA GERAL,
      * USADA PARA O PRODUTO SEM FAIXA PROPRIA.
      ***************************************************************
       FD  ARQ-PRAZOS-CHEQUE.
       01  REG-PRAZO-CHEQUE.
           05  PZ-PRODUTO          PIC X(02).
           05  PZ-VALOR-ATE        PIC 9(09)V99.
           05  PZ-DIAS             PIC 9(02).

      ***************************************************************
      * CHEQUES DEVOLVIDOS QUE DEIXARAM A CONTA NEGATIVA (SAIDA) -
      * UMA LINHA POR DEVOLUCAO 'W' POSTADA COM SALDO RESULTANTE
      * ABAIXO DE ZERO (O DINHEIRO DO CHEQUE JA TINHA SIDO USADO),
      * PARA COBRANCA PELA AGENCIA. CD-SITUACAO DIZ SE O VALOR AINDA
      * ESTAVA EM COMPENSACAO ('C') OU JA TINHA SIDO LIBERADO ('L').
      * NUM RESTART E REABERTO EM EXTEND, COMO ARQ-REJEITADOS.
      ***************************************************************
       FD  ARQ-CHEQUES-NEGATIVOS.
       01  REG-CHEQUE-NEGATIVO.
           05  CD-CONTA            PIC 9(10).
           05  CD-AGENCIA          PIC 9(04).
           05  CD-CANAL            PIC X(03).
           05  CD-SEQUENCIA        PIC 9(09).
           05  CD-VALOR            PIC 9(09)V99.
           05  CD-DATA             PIC X(10).
           05  CD-SALDO-RESULT     PIC S9(09)V99.
           05  CD-LIMITE           PIC 9(09)V99.
           05  CD-SITUACAO         PIC X(01).
           05  CD-DATA-LOTE        PIC 9(08).

      ***************************************************************
      * TABELA DE TAXAS DE JUROS POR PRODUTO (ENTRADA) - UMA LINHA
      * POR PRODUTO DO CADASTRO, COM A TAXA MENSAL DE JUROS CREDORES
      * LINHA POR TRANSACAO TIPO 'O' ACEITA. O JCL FAZ O MERGE DESTE
      * DELTA COM O CADASTRO VIGENTE PARA PRODUZIR O CADASTRO DA
      * PROXIMA EXECUCAO. NUM RESTART E REABERTO EM EXTEND (E RELIDO
      * EM 1300 PARA REGRAVAR AS ABERTURAS JA FEITAS NO CLUSTER DO
      * CADASTRO, QUE O JCL RECARREGA A CADA EXECUCAO DESTE PASSO),
      * COMO ARQ-REJEITADOS.
      ***************************************************************
       FD  ARQ-CADASTRO-NOVO.
       01  REG-CADASTRO-NOVO.
      * DE DESTINO E APLICA CADA CREDITO NO ARQUIVO DE SALDOS; COMO A
      * CONTRAPARTIDA JA FOI VALIDADA CONTRA O CADASTRO AQUI, A PERNA
      * DE CREDITO NAO TEM MOTIVO DE FALHA. NUM RESTART E REABERTO EM
      * EXTEND, COMO ARQ-REJEITADOS. O ESTORNO DE UMA TRANSFERENCIA
      * USA O MESMO CAMINHO PARA DEVOLVER O VALOR A CONTA DE ORIGEM
      * DO ORIGINAL (TP-TIPO 'S'); A TRANSFERENCIA COMUM VAI COM 'T'.
      ***************************************************************
       FD  ARQ-TRANSF-PENDENTES.
       01  REG-TRANSF-PENDENTE.
           05  TP-DATA-LOTE        PIC 9(08).
           05  TP-CANAL            PIC X(03).
           05  TP-SEQUENCIA        PIC 9(09).
           05  TP-TIPO             PIC X(01).

      ***************************************************************
      * PERNAS EXTERNAS DAS TRANSFERENCIAS INTERBANCARIAS (SAIDA) -
           05  AU-CANAL            PIC X(03).
           05  AU-SEQUENCIA        PIC 9(09).

      ***************************************************************
      * HISTORICO DA TRILHA DE AUDITORIA (ENTRADA) - A TRILHA VIGENTE
      * CONCATENADA COM AS GERACOES ARQUIVADAS PELO EXPURGO MENSAL,
      * MESMO LAYOUT. SO E LIDO NA INICIALIZACAO, E SO QUANDO O LOTE
      * TRAZ ESTORNO, PARA LOCALIZAR O ORIGINAL DE CADA UM.
      ***************************************************************
       FD  ARQ-AUDITORIA-HIST.
       01  REG-AUDITORIA-HIST.
           05  AH-CONTA            PIC 9(10).
           05  AH-AGENCIA          PIC 9(04).
           05  AH-TIPO             PIC X(01).
               88  AH-TIPO-ORIGINAL    VALUES 'D' 'C' 'T' 'X' 'K'.
               88  AH-TIPO-ESTORNO     VALUES 'S' 'Z' 'W'.
               88  AH-TIPO-MANUTENCAO  VALUES 'B' 'R' 'E' 'O' 'P'
                                              'L'.
           05  AH-VALOR            PIC 9(09)V99.
           05  AH-DATA             PIC X(10).
           05  AH-SALDO-RESULT     PIC S9(09)V99.
           05  AH-CONTA-CONTRAP    PIC 9(10).
           05  AH-DATA-LOTE        PIC 9(08).
           05  AH-CANAL            PIC X(03).
           05  AH-SEQUENCIA        PIC 9(09).

      ***************************************************************
      * PONTOS DE CONTROLE PARA REINICIO (SAIDA, EXTEND - HISTORICO
      * DE CHECKPOINTS DO LOTE). O ARQUIVO ACUMULA REGISTROS DE TODAS
           05  CK-DT-TOTAL-DEBITO  PIC S9(11)V99.
           05  CK-DT-TOTAL-CREDITO PIC S9(11)V99.
           05  CK-DT-QTD-MOVTOS    PIC 9(07).
           05  CK-TOTAL-ESTORNO-CRED   PIC S9(11)V99.
           05  CK-QTD-ESTORNO-CRED     PIC 9(07).
           05  CK-TOTAL-ESTORNO-DEB    PIC S9(11)V99.
           05  CK-QTD-ESTORNO-DEB      PIC 9(07).
           05  CK-TOTAL-CHEQUE-DEP     PIC S9(11)V99.
           05  CK-QTD-CHEQUE-DEP       PIC 9(07).
           05  CK-TOTAL-CHEQUE-DEV     PIC S9(11)V99.
           05  CK-QTD-CHEQUE-DEV       PIC 9(07).
           05  CK-QTD-CHEQUE-NEG       PIC 9(07).
           05  CK-TOTAL-CHEQUE-LIB     PIC S9(11)V99.
           05  CK-QTD-CHEQUE-LIB       PIC 9(07).

      ***************************************************************
      * PARAMETROS DO LOTE (ENTRADA) - UMA LINHA, MANTIDA PELO
       77  WS-CHECKPOINT-PENDENTE  PIC X(01)   VALUE 'N'.
           88  HA-CHECKPOINT-PENDENTE  VALUE 'S'.
       77  WS-FS-PARAMETRO         PIC X(02)   VALUE '00'.
       77  WS-FS-CADASTRO          PIC X(02)   VALUE '00'.
       77  WS-DATA-LOTE            PIC 9(08)   VALUE 0.
       77  WS-DATA-LOTE-EXT        PIC X(10)   VALUE SPACES.
       77  WS-DATA-LOTE-FIM        PIC 9(08)   VALUE 0.
       77  WS-SUB-BQ2              PIC 9(03) COMP  VALUE 0.
       77  WS-VALOR-LIBERADO       PIC 9(09)V99    VALUE 0.

      * COPIA DE TRABALHO DO ULTIMO CHEQUE EM COMPENSACAO LIDO, TOTAL
      * EM COMPENSACAO DA CONTA EM PROCESSAMENTO E TABELA DOS CHEQUES
      * AINDA NAO LIBERADOS DELA (CARREGADA POR 9198-POSICIONAR-
      * CHEQUES, MANTIDA PELAS TRANSACOES 'K'/'W' E DESCARREGADA NO
      * ARQUIVO NOVO EM 9400-FINALIZAR-CONTA)
       77  WS-CQ-EOF               PIC X(01)   VALUE 'N'.
           88  FIM-CHEQUES              VALUE 'S'.
       01  WS-CHEQUE-LIDO.
           05  WS-CQ-CONTA         PIC 9(10)       VALUE 0.
           05  WS-CQ-CANAL         PIC X(03)       VALUE SPACES.
           05  WS-CQ-SEQUENCIA     PIC 9(09)       VALUE 0.
           05  WS-CQ-VALOR         PIC 9(09)V99    VALUE 0.
           05  WS-CQ-DATA-DEPOSITO PIC 9(08)       VALUE 0.
           05  WS-CQ-DATA-LIBERACAO PIC 9(08)      VALUE 0.
       77  WS-CHEQUE-CONTA         PIC 9(11)V99    VALUE 0.
       01  WS-TABELA-CHEQ-CONTA.
           05  WS-QTD-CHEQ-CONTA   PIC 9(03) COMP  VALUE 0.
           05  WS-CHEQ-ENTRY OCCURS 200 TIMES
                                   INDEXED BY WS-IDX-CQ.
               10  WS-CQ-TAB-CANAL     PIC X(03).
               10  WS-CQ-TAB-SEQUENCIA PIC 9(09).
               10  WS-CQ-TAB-VALOR     PIC 9(09)V99.
               10  WS-CQ-TAB-DEPOSITO  PIC 9(08).
               10  WS-CQ-TAB-LIBERACAO PIC 9(08).
       77  WS-SUB-CQ               PIC 9(03) COMP  VALUE 0.
       77  WS-SUB-CQ2              PIC 9(03) COMP  VALUE 0.
       77  WS-CQ-SITUACAO          PIC X(01)   VALUE SPACE.

      * TABELA DE PRAZOS DE COMPENSACAO DE CHEQUE (CARREGADA DE
      * ARQ-PRAZOS-CHEQUE NA INICIALIZACAO, NA ORDEM DO ARQUIVO) E
      * CAMPOS DA DATA DE LIBERACAO DO DEPOSITO 'K' EM ANALISE
       77  WS-PZ-EOF               PIC X(01)   VALUE 'N'.
           88  FIM-PRAZOS               VALUE 'S'.
       01  WS-TABELA-PRAZOS.
           05  WS-QTD-PRAZOS       PIC 9(03) COMP  VALUE 0.
           05  WS-PRAZO-ENTRY OCCURS 100 TIMES
                                   INDEXED BY WS-IDX-PZ.
               10  WS-PZ-PRODUTO       PIC X(02).
               10  WS-PZ-VALOR-ATE     PIC 9(09)V99.
               10  WS-PZ-DIAS          PIC 9(02).
       77  WS-SUB-PZ               PIC 9(03) COMP  VALUE 0.
       77  WS-PZ-ACHADO            PIC X(01)   VALUE 'N'.
       77  WS-PZ-PRODUTO-BUSCA     PIC X(02)   VALUE SPACES.
       77  WS-PZ-DIAS-PRAZO        PIC 9(02)   VALUE 0.
       77  WS-PZ-CHAVE-ANTERIOR    PIC X(13)   VALUE LOW-VALUES.
       77  WS-PZ-CHAVE-ATUAL       PIC X(13)   VALUE SPACES.
       77  WS-DATA-LIBERACAO       PIC 9(08)   VALUE 0.
       01  WS-DL-DATA.
           05  WS-DL-ANO           PIC 9(04)   VALUE 0.
           05  WS-DL-MES           PIC 9(02)   VALUE 0.
           05  WS-DL-DIA           PIC 9(02)   VALUE 0.
       01  WS-DL-DATA-N REDEFINES WS-DL-DATA
                                   PIC 9(08).
       01  WS-DL-DIAS-MES-LIT      PIC X(24)
                                   VALUE '312831303130313130313031'.
       01  WS-DL-DIAS-MES-TAB REDEFINES WS-DL-DIAS-MES-LIT.
           05  WS-DL-DIAS-NO-MES   PIC 9(02) OCCURS 12 TIMES.
       77  WS-DL-ULTIMO-DIA        PIC 9(02)   VALUE 0.
       77  WS-DL-CONTADOR          PIC 9(03) COMP  VALUE 0.
       77  WS-DL-QUOCIENTE         PIC 9(04)   VALUE 0.
       77  WS-DL-RESTO-4           PIC 9(03)   VALUE 0.
       77  WS-DL-RESTO-100         PIC 9(03)   VALUE 0.
       77  WS-DL-RESTO-400         PIC 9(03)   VALUE 0.

      * COPIA DE TRABALHO DO ULTIMO SALDO ANTERIOR LIDO
       01  WS-SALDO-ANTERIOR.
           05  WS-OM-CONTA         PIC 9(10)       VALUE 0.
           05  WS-QTD-LIB-JUD      PIC 9(07) COMP  VALUE 0.
           05  WS-TOTAL-TRANSF-EXT PIC S9(11)V99   VALUE 0.
           05  WS-QTD-TRANSF-EXT   PIC 9(07) COMP  VALUE 0.
           05  WS-TOTAL-ESTORNO-CRED   PIC S9(11)V99   VALUE 0.
           05  WS-QTD-ESTORNO-CRED     PIC 9(07) COMP  VALUE 0.
           05  WS-TOTAL-ESTORNO-DEB    PIC S9(11)V99   VALUE 0.
           05  WS-QTD-ESTORNO-DEB      PIC 9(07) COMP  VALUE 0.
           05  WS-TOTAL-CHEQUE-DEP     PIC S9(11)V99   VALUE 0.
           05  WS-QTD-CHEQUE-DEP       PIC 9(07) COMP  VALUE 0.
           05  WS-TOTAL-CHEQUE-DEV     PIC S9(11)V99   VALUE 0.
           05  WS-QTD-CHEQUE-DEV       PIC 9(07) COMP  VALUE 0.
           05  WS-QTD-CHEQUE-NEG       PIC 9(07) COMP  VALUE 0.
           05  WS-TOTAL-CHEQUE-LIB     PIC S9(11)V99   VALUE 0.
           05  WS-QTD-CHEQUE-LIB       PIC 9(07) COMP  VALUE 0.

      * CORTE DOS TOTAIS DE CONTROLE POR DATA DE LOTE (UMA LINHA POR
      * DATA DE MOVIMENTO POSTADA - NO LOTE COMUM, UMA SO; NUMA
       77  WS-DT-NATUREZA          PIC X(01)       VALUE SPACE.
       77  WS-DATA-JUROS-EXT       PIC X(10)       VALUE SPACES.

      * CHAVE DE PESQUISA NO CADASTRO E AGENCIA DA CONTRAPARTIDA DA
      * TRANSFERENCIA EM ANALISE (GUARDADA NA VALIDACAO PARA COMPOR A
      * PERNA DE CREDITO EM 8100-GRAVAR-TRANSF-PENDENTE)
       77  WS-CONTA-PESQUISA       PIC 9(10)       VALUE 0.
       77  WS-AGENCIA-CONTRAP      PIC 9(04)       VALUE 0.

      * TABELA DOS ESTORNOS DO LOTE (CHAVE: CANAL/SEQUENCIA DO
      * ORIGINAL), MONTADA NA INICIALIZACAO A PARTIR DOS 'S' DE
      * ARQ-TRANSACOES E COMPLETADA PELA LEITURA DO HISTORICO DA
      * TRILHA DE AUDITORIA COM OS DADOS DO ORIGINAL E A MARCA DE JA
      * ESTORNADO. MANTIDA EM ORDEM DE CHAVE PARA O SEARCH ALL;
      * LIMITE FIXO COM PARADA DURA, COMO NAS DEMAIS TABELAS.
       01  WS-TABELA-ESTORNOS.
           05  WS-QTD-ESTORNOS     PIC 9(05) COMP  VALUE 0.
           05  WS-ESTORNO-ENTRY OCCURS 0 TO 2000 TIMES
                                   DEPENDING ON WS-QTD-ESTORNOS
                                   ASCENDING KEY IS WS-ES-CANAL
                                                    WS-ES-SEQUENCIA
                                   INDEXED BY WS-IDX-ES.
               10  WS-ES-CANAL         PIC X(03).
               10  WS-ES-SEQUENCIA     PIC 9(09).
               10  WS-ES-TIPO-ORIG     PIC X(01).
               10  WS-ES-CONTA-ORIG    PIC 9(10).
               10  WS-ES-AGENCIA-ORIG  PIC 9(04).
               10  WS-ES-VALOR-ORIG    PIC 9(09)V99.
               10  WS-ES-CONTRAP-ORIG  PIC 9(10).
               10  WS-ES-MANUTENCAO    PIC X(01).
               10  WS-ES-ESTORNADO     PIC X(01).
       77  WS-SUB-ES               PIC 9(05) COMP  VALUE 0.
       77  WS-SUB-ES-INS           PIC 9(05) COMP  VALUE 0.
       77  WS-ES-ENCONTRADO        PIC X(01)   VALUE 'N'.
       77  WS-AH-EOF               PIC X(01)   VALUE 'N'.
           88  FIM-AUDITORIA-HIST       VALUE 'S'.
       77  WS-ES-CANAL-NOVO        PIC X(03)   VALUE SPACES.
       77  WS-ES-SEQUENCIA-NOVA    PIC 9(09)   VALUE 0.
       77  WS-ES-CONTA-ESPERADA    PIC 9(10)   VALUE 0.

      * NATUREZA DO ESTORNO EM ANALISE, DEFINIDA NA VALIDACAO PELO
      * TIPO DO ORIGINAL: ESTORNO DE DEBITO CREDITA A CONTA (TRILHA
      * 'S'); ESTORNO DE CREDITO OU DE TRANSFERENCIA DEBITA (TRILHA
      * 'Z'). BRANCO FORA DO ESTORNO.
       77  WS-ESTORNO-NATUREZA     PIC X(01)   VALUE SPACE.
           88  ESTORNO-A-CREDITO        VALUE 'C'.
           88  ESTORNO-A-DEBITO         VALUE 'D'.

      * TABELA DE TAXAS POR PRODUTO (CARREGADA DE ARQ-TAXAS SO NO
      * FECHAMENTO MENSAL; PRODUTO SEM LINHA NAO ACUMULA JUROS)
       01  WS-TABELA-TAXAS.
           88  TRANSACAO-DUPLICADA      VALUE 'S'.
       77  WS-CN-ENCONTRADO        PIC X(01)   VALUE 'N'.
       77  WS-CHECKPOINT-FINAL     PIC X(01)   VALUE 'N'.
      * A TABELA DE CANAIS COMPORTA 500 CODIGOS. CANAL NOVO QUE NAO
      * CABE MAIS NELA TEM A TRANSACAO REJEITADA (MOTIVO 26) EM VEZ
      * DE DERRUBAR O LOTE - SEM LINHA NA TABELA NAO HA MARCA D'AGUA
      * PARA O CRIVO DE DUPLICIDADE.
       01  WS-TABELA-CANAIS.
           05  WS-QTD-CANAIS       PIC 9(03) COMP  VALUE 0.
           05  WS-CANAL-ENTRY OCCURS 500 TIMES
                                   INDEXED BY WS-IDX-CN.
               10  WS-CN-CANAL         PIC X(03).
               10  WS-CN-SEQ-ANTERIOR  PIC 9(09).

      * TABELA DE RESUMO POR AGENCIA (MONTADA EM MEMORIA DURANTE O
      * CASAMENTO PRINCIPAL, CONTA A CONTA, E GRAVADA EM
      * ARQ-RESUMO-AGENCIAS NO FINAL DO LOTE, NA ORDEM EM QUE CADA
      * AGENCIA APARECEU). DIMENSIONADA PARA TODOS OS CODIGOS
      * POSSIVEIS DE AGENCIA (PIC 9(04)), NAO TEM COMO ESTOURAR.
       01  WS-TABELA-AGENCIAS.
           05  WS-QTD-AGENCIAS     PIC 9(05) COMP  VALUE 0.
           05  WS-AGENCIA-ENTRY OCCURS 10000 TIMES
                                   INDEXED BY WS-IDX-AG.
               10  WS-TAB-AGENCIA      PIC 9(04).
               10  WS-TAB-QTD-CONTAS   PIC 9(07) COMP.
               10  WS-TAB-TOT-DEBITO   PIC S9(11)V99.
               10  WS-TAB-TOT-CREDITO  PIC S9(11)V99.
               10  WS-TAB-SALDO-FINAL  PIC S9(11)V99.

      * POSICAO DA LINHA DE CADA AGENCIA NA TABELA ACIMA, ENDERECADA
      * PELO PROPRIO CODIGO (AGENCIA + 1); ZERO = AGENCIA AINDA SEM
      * LINHA NO LOTE. DISPENSA A PESQUISA SEQUENCIAL POR AGENCIA.
       01  WS-TABELA-POS-AGENCIA.
           05  WS-POS-AGENCIA      PIC 9(05) COMP
                                   OCCURS 10000 TIMES.
       77  WS-SUB-AG               PIC 9(05) COMP  VALUE 0.

      * CAMPOS AUXILIARES PARA IMPRESSAO DO RELATORIO DE TOTAIS - AS
      * LARGURAS ACOMPANHAM AS DOS CAMPOS DE ORIGEM (WS-TOTAL-DEBITO/
           PERFORM 2000-PROCESSAR-PRINCIPAL
               THRU 2000-PROCESSAR-PRINCIPAL-EXIT
               UNTIL FIM-SALDO-ANTERIOR AND FIM-TRANSACOES.
      * CHEQUES DE CONTAS POSTERIORES A ULTIMA PROCESSADA SAO
      * TRANSPORTADOS (OU LIBERADOS) ANTES DO RELATORIO DE TOTAIS,
      * PARA QUE AS LIBERACOES DELES ENTREM NA CONTAGEM DO LOTE.
           PERFORM 9194-TRANSPORTAR-CHEQUE
               THRU 9194-TRANSPORTAR-CHEQUE-EXIT
               UNTIL FIM-CHEQUES.
           PERFORM 9600-GRAVAR-RESUMO-AGENCIAS
               THRU 9600-GRAVAR-RESUMO-AGENCIAS-EXIT.
           PERFORM 9700-GERAR-RELATORIO-TOTAIS
               THRU 1050-LER-PARAMETROS-EXIT.
           PERFORM 1100-VERIFICAR-CHECKPOINT
               THRU 1100-VERIFICAR-CHECKPOINT-EXIT.
           PERFORM 1200-ABRIR-CADASTRO
               THRU 1200-ABRIR-CADASTRO-EXIT.
           IF EXECUCAO-MENSAL
               PERFORM 1400-CARREGAR-TAXAS
                   THRU 1400-CARREGAR-TAXAS-EXIT
           END-IF.
           PERFORM 1500-CARREGAR-ESTORNOS
               THRU 1500-CARREGAR-ESTORNOS-EXIT.
           PERFORM 1700-CARREGAR-PRAZOS
               THRU 1700-CARREGAR-PRAZOS-EXIT.

           OPEN INPUT ARQ-SALDOS-ANTERIOR.
           OPEN INPUT ARQ-LIMITES.
           OPEN INPUT ARQ-BLOQUEIOS.
           OPEN INPUT ARQ-CHEQUES.
           OPEN INPUT ARQ-TRANSACOES.
           OPEN EXTEND ARQ-AUDITORIA.
           OPEN EXTEND ARQ-CHECKPOINT.
               OPEN EXTEND ARQ-LIQUIDACAO
               OPEN EXTEND ARQ-DUPLICADAS
               OPEN EXTEND ARQ-BLOQUEIOS-NOVO
               OPEN EXTEND ARQ-CHEQUES-NOVO
               OPEN EXTEND ARQ-CHEQUES-NEGATIVOS
               DISPLAY 'RETOMANDO APOS CHECKPOINT - REGISTRO '
                   WS-CHECKPOINT-CONTADOR ' CONTA '
                   WS-CHECKPOINT-CONTA
                   THRU 9160-LER-LIMITE-EXIT
               PERFORM 9155-SALTAR-BLOQUEIOS-PROCESSADOS
                   THRU 9155-SALTAR-BLOQUEIOS-PROCESSADOS-EXIT
               PERFORM 9157-SALTAR-CHEQUES-PROCESSADOS
                   THRU 9157-SALTAR-CHEQUES-PROCESSADOS-EXIT
               PERFORM 9150-SALTAR-SALDOS-PROCESSADOS
                   THRU 9150-SALTAR-SALDOS-PROCESSADOS-EXIT
               PERFORM 9300-SALTAR-TRANSACOES-PROCESSADAS
               OPEN OUTPUT ARQ-LIQUIDACAO
               OPEN OUTPUT ARQ-DUPLICADAS
               OPEN OUTPUT ARQ-BLOQUEIOS-NOVO
               OPEN OUTPUT ARQ-CHEQUES-NOVO
               OPEN OUTPUT ARQ-CHEQUES-NEGATIVOS
               PERFORM 9160-LER-LIMITE
                   THRU 9160-LER-LIMITE-EXIT
               PERFORM 9180-LER-BLOQUEIO
                   THRU 9180-LER-BLOQUEIO-EXIT
               PERFORM 9192-LER-CHEQUE
                   THRU 9192-LER-CHEQUE-EXIT
               PERFORM 9100-LER-SALDO-ANTERIOR
                   THRU 9100-LER-SALDO-ANTERIOR-EXIT
               PERFORM 9200-LER-TRANSACAO
           MOVE CK-QTD-LIB-JUD          TO WS-QTD-LIB-JUD.
           MOVE CK-TOTAL-TRANSF-EXT     TO WS-TOTAL-TRANSF-EXT.
           MOVE CK-QTD-TRANSF-EXT       TO WS-QTD-TRANSF-EXT.
           MOVE CK-TOTAL-ESTORNO-CRED   TO WS-TOTAL-ESTORNO-CRED.
           MOVE CK-QTD-ESTORNO-CRED     TO WS-QTD-ESTORNO-CRED.
           MOVE CK-TOTAL-ESTORNO-DEB    TO WS-TOTAL-ESTORNO-DEB.
           MOVE CK-QTD-ESTORNO-DEB      TO WS-QTD-ESTORNO-DEB.
           MOVE CK-TOTAL-CHEQUE-DEP     TO WS-TOTAL-CHEQUE-DEP.
           MOVE CK-QTD-CHEQUE-DEP       TO WS-QTD-CHEQUE-DEP.
           MOVE CK-TOTAL-CHEQUE-DEV     TO WS-TOTAL-CHEQUE-DEV.
           MOVE CK-QTD-CHEQUE-DEV       TO WS-QTD-CHEQUE-DEV.
           MOVE CK-QTD-CHEQUE-NEG       TO WS-QTD-CHEQUE-NEG.
           MOVE CK-TOTAL-CHEQUE-LIB     TO WS-TOTAL-CHEQUE-LIB.
           MOVE CK-QTD-CHEQUE-LIB       TO WS-QTD-CHEQUE-LIB.
           MOVE 0                       TO WS-QTD-AGENCIAS.
           INITIALIZE WS-TABELA-POS-AGENCIA.
           MOVE 0                       TO WS-QTD-CANAIS.
           MOVE 0                       TO WS-QTD-DATAS.
       1150-CARREGAR-CHECKPOINT-EXIT.
           IF WS-MODO-RESTART = 'S'
               ADD 1 TO WS-QTD-AGENCIAS
               SET WS-IDX-AG TO WS-QTD-AGENCIAS
               COMPUTE WS-SUB-AG = CK-TAB-AGENCIA + 1
               MOVE WS-QTD-AGENCIAS    TO WS-POS-AGENCIA(WS-SUB-AG)
               MOVE CK-TAB-AGENCIA     TO WS-TAB-AGENCIA(WS-IDX-AG)
               MOVE CK-TAB-QTD-CONTAS  TO WS-TAB-QTD-CONTAS(WS-IDX-AG)
               MOVE CK-TAB-TOT-DEBITO  TO WS-TAB-TOT-DEBITO(WS-IDX-AG)
      * IMEDIATAMENTE SEGUINTES.
      ***************************************************************
       1157-CARREGAR-CANAL-CK.
           IF WS-QTD-CANAIS NOT < 500
               DISPLAY 'ERRO: NUMERO DE CANAIS EXCEDE O LIMITE DA '
                   'TABELA (500)'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0 TO WS-CONTADOR-DUPLICADAS.
           MOVE 0 TO WS-QTD-BLOQ-JUD WS-QTD-LIB-JUD.
           MOVE 0 TO WS-TOTAL-TRANSF-EXT WS-QTD-TRANSF-EXT.
           MOVE 0 TO WS-TOTAL-ESTORNO-CRED WS-QTD-ESTORNO-CRED.
           MOVE 0 TO WS-TOTAL-ESTORNO-DEB WS-QTD-ESTORNO-DEB.
           MOVE 0 TO WS-TOTAL-CHEQUE-DEP WS-QTD-CHEQUE-DEP.
           MOVE 0 TO WS-TOTAL-CHEQUE-DEV WS-QTD-CHEQUE-DEV.
           MOVE 0 TO WS-QTD-CHEQUE-NEG.
           MOVE 0 TO WS-TOTAL-CHEQUE-LIB WS-QTD-CHEQUE-LIB.
           MOVE 0 TO WS-QTD-AGENCIAS.
           INITIALIZE WS-TABELA-POS-AGENCIA.
           MOVE 0 TO WS-QTD-CANAIS.
           MOVE 0 TO WS-QTD-DATAS.
       1160-ZERAR-CHECKPOINT-EXIT.
           EXIT.

      ***************************************************************
      * 1200-ABRIR-CADASTRO - ABRE O CLUSTER DO CADASTRO DE CONTAS,
      * QUE RESPONDE AS CONSULTAS DO LOTE POR LEITURA DIRETA PELA
      * CONTA (UMA TRANSACAO DE CONTA FORA DO CADASTRO E REJEITADA;
      * UMA ABERTURA TIPO 'O' GRAVA A CONTA NELE). O TAMANHO DA
      * CARTEIRA NAO PESA MAIS NA MEMORIA DO PASSO. SEM O CLUSTER O
      * LOTE NAO TEM COMO VALIDAR NENHUMA CONTA E E ABORTADO.
      ***************************************************************
       1200-ABRIR-CADASTRO.
           OPEN I-O ARQ-CADASTRO-VSAM.
           IF WS-FS-CADASTRO NOT = '00'
               DISPLAY 'ERRO: ABERTURA DO CLUSTER DO CADASTRO - FILE '
                   'STATUS ' WS-FS-CADASTRO
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       1200-ABRIR-CADASTRO-EXIT.
           EXIT.

      ***************************************************************
      * 1300-RECARREGAR-ABERTURAS - NUM RESTART, RELE AS ABERTURAS JA
      * GRAVADAS EM ARQ-CADASTRO-NOVO PELA EXECUCAO QUE ABENDOU E AS
      * REGRAVA NO CLUSTER DO CADASTRO (AS TRANSACOES 'O' QUE AS
      * GERARAM SERAO SALTADAS PELO CHECKPOINT E NAO PASSARAO DE NOVO
      * POR 8600-APLICAR-ABERTURA). O JCL RECARREGA O CLUSTER A PARTIR
      * DO CADASTRO SEQUENCIAL A CADA EXECUCAO DESTE PASSO, E E O
      * DELTA QUE DEVOLVE A ELE AS CONTAS ABERTAS ANTES DO ABEND. O
      * ARQUIVO E FECHADO E REABERTO EM EXTEND LOGO EM SEGUIDA POR
      * 1000-INICIALIZAR.
      ***************************************************************
       1300-RECARREGAR-ABERTURAS.
           MOVE 'N' TO WS-CD-EOF.

      ***************************************************************
      * 1350-LER-ABERTURA - LE UMA ABERTURA DO DELTA DO DIA E A
      * REGRAVA NO CLUSTER DO CADASTRO.
      ***************************************************************
       1350-LER-ABERTURA.
           READ ARQ-CADASTRO-NOVO
       1450-LER-TAXA-EXIT.
           EXIT.

      ***************************************************************
      * 1500-CARREGAR-ESTORNOS - PRE-LEITURA DE ARQ-TRANSACOES PARA
      * MONTAR A TABELA DOS ESTORNOS ('S') DO LOTE, SEGUIDA - SO SE
      * HOUVER ALGUM - DA LEITURA DO HISTORICO DA TRILHA DE AUDITORIA
      * (VIGENTE + GERACOES ARQUIVADAS), QUE COMPLETA CADA LINHA COM
      * OS DADOS DO ORIGINAL. ROTINA DE INICIALIZACAO: O ARQUIVO DE
      * TRANSACOES E FECHADO AQUI E REABERTO LOGO EM SEGUIDA POR
      * 1000-INICIALIZAR PARA O CASAMENTO PRINCIPAL, E O HISTORICO E
      * LIDO ANTES DA TRILHA SER ABERTA EM EXTEND.
      ***************************************************************
       1500-CARREGAR-ESTORNOS.
           MOVE 0   TO WS-QTD-ESTORNOS.
           MOVE 'N' TO WS-TR-EOF.
           OPEN INPUT ARQ-TRANSACOES.
           PERFORM 1550-LER-PEDIDO-ESTORNO
               THRU 1550-LER-PEDIDO-ESTORNO-EXIT
               UNTIL FIM-TRANSACOES.
           CLOSE ARQ-TRANSACOES.
           MOVE 'N' TO WS-TR-EOF.
           IF WS-QTD-ESTORNOS = 0
               GO TO 1500-CARREGAR-ESTORNOS-EXIT
           END-IF.

           MOVE 'N' TO WS-AH-EOF.
           OPEN INPUT ARQ-AUDITORIA-HIST.
           PERFORM 1600-LER-HISTORICO-AUDITORIA
               THRU 1600-LER-HISTORICO-AUDITORIA-EXIT
               UNTIL FIM-AUDITORIA-HIST.
           CLOSE ARQ-AUDITORIA-HIST.
           DISPLAY 'ESTORNOS NO LOTE  : ' WS-QTD-ESTORNOS.
       1500-CARREGAR-ESTORNOS-EXIT.
           EXIT.

      ***************************************************************
      * 1550-LER-PEDIDO-ESTORNO - LE UMA TRANSACAO NA PRE-LEITURA E,
      * SE FOR ESTORNO OU DEVOLUCAO DE CHEQUE ('W') COM CANAL/
      * SEQUENCIA APROVEITAVEIS, INCLUI A CHAVE DO ORIGINAL NA TABELA.
      * O RESTO DA VALIDACAO FICA PARA 7000, NA ORDEM NORMAL DO LOTE;
      * A PRE-LEITURA NAO CONTA LIDOS.
      ***************************************************************
       1550-LER-PEDIDO-ESTORNO.
           READ ARQ-TRANSACOES
               AT END
                   MOVE 'S' TO WS-TR-EOF
               NOT AT END
                   IF (TIPO-ESTORNO OR TIPO-DEVOLUCAO-CHEQUE)
                           AND RT-CANAL NOT = SPACES
                           AND RT-SEQUENCIA IS NUMERIC
                           AND RT-SEQUENCIA > 0
                       MOVE RT-CANAL     TO WS-ES-CANAL-NOVO
                       MOVE RT-SEQUENCIA TO WS-ES-SEQUENCIA-NOVA
                       PERFORM 1570-INCLUIR-ESTORNO
                           THRU 1570-INCLUIR-ESTORNO-EXIT
                   END-IF
           END-READ.
       1550-LER-PEDIDO-ESTORNO-EXIT.
           EXIT.

      ***************************************************************
      * 1570-INCLUIR-ESTORNO - INSERE A CHAVE WS-ES-CANAL-NOVO/
      * WS-ES-SEQUENCIA-NOVA NA TABELA DE ESTORNOS, NA POSICAO QUE
      * PRESERVA A ORDEM EXIGIDA PELO SEARCH ALL (MESMA MECANICA DE
      * 8650-INCLUIR-CADASTRO). CHAVE JA PRESENTE (DOIS ESTORNOS DO
      * MESMO ORIGINAL NO LOTE) NAO GERA LINHA NOVA - O SEGUNDO SERA
      * RECUSADO COMO JA ESTORNADO.
      ***************************************************************
       1570-INCLUIR-ESTORNO.
           PERFORM 7150-LOCALIZAR-ESTORNO
               THRU 7150-LOCALIZAR-ESTORNO-EXIT.
           IF WS-ES-ENCONTRADO = 'S'
               GO TO 1570-INCLUIR-ESTORNO-EXIT
           END-IF.
           IF WS-QTD-ESTORNOS NOT < 2000
               DISPLAY 'ERRO: NUMERO DE ESTORNOS DO LOTE EXCEDE O '
                   'LIMITE DA TABELA (2000)'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-QTD-ESTORNOS TO WS-SUB-ES-INS.
           ADD 1 TO WS-QTD-ESTORNOS.
           PERFORM UNTIL WS-SUB-ES-INS = 0
                      OR WS-ES-CANAL(WS-SUB-ES-INS) < WS-ES-CANAL-NOVO
                      OR (WS-ES-CANAL(WS-SUB-ES-INS) = WS-ES-CANAL-NOVO
                          AND WS-ES-SEQUENCIA(WS-SUB-ES-INS)
                              < WS-ES-SEQUENCIA-NOVA)
               MOVE WS-SUB-ES-INS TO WS-SUB-ES
               ADD 1 TO WS-SUB-ES
               MOVE WS-ESTORNO-ENTRY(WS-SUB-ES-INS)
                 TO WS-ESTORNO-ENTRY(WS-SUB-ES)
               SUBTRACT 1 FROM WS-SUB-ES-INS
           END-PERFORM.

           ADD 1 TO WS-SUB-ES-INS.
           MOVE WS-ES-CANAL-NOVO     TO WS-ES-CANAL(WS-SUB-ES-INS).
           MOVE WS-ES-SEQUENCIA-NOVA TO WS-ES-SEQUENCIA(WS-SUB-ES-INS).
           MOVE SPACE TO WS-ES-TIPO-ORIG(WS-SUB-ES-INS).
           MOVE 0     TO WS-ES-CONTA-ORIG(WS-SUB-ES-INS).
           MOVE 0     TO WS-ES-AGENCIA-ORIG(WS-SUB-ES-INS).
           MOVE 0     TO WS-ES-VALOR-ORIG(WS-SUB-ES-INS).
           MOVE 0     TO WS-ES-CONTRAP-ORIG(WS-SUB-ES-INS).
           MOVE 'N'   TO WS-ES-MANUTENCAO(WS-SUB-ES-INS).
           MOVE 'N'   TO WS-ES-ESTORNADO(WS-SUB-ES-INS).
       1570-INCLUIR-ESTORNO-EXIT.
           EXIT.

      ***************************************************************
      * 1600-LER-HISTORICO-AUDITORIA - LE UM REGISTRO DO HISTORICO DA
      * TRILHA E, SE O CANAL/SEQUENCIA DELE FOR O DE ALGUM ESTORNO DO
      * LOTE, ANOTA NA LINHA DA TABELA O QUE O REGISTRO DIZ:
      *     'D' 'C' 'T' 'X' 'K' - E O ORIGINAL: GUARDA TIPO, CONTA,
      *         AGENCIA, VALOR E CONTRAPARTIDA;
      *     'S' 'Z' 'W'     - O ORIGINAL JA FOI ESTORNADO (OU O
      *         CHEQUE JA FOI DEVOLVIDO);
      *     MANUTENCAO      - O "ORIGINAL" NAO E MOVIMENTO FINANCEIRO.
      * A PERNA 'V' DA TRANSFERENCIA E OS JUROS ('J'/'U', SEQUENCIA
      * ZERO) NAO INTERESSAM. NUM RESTART, OS ESTORNOS QUE A EXECUCAO
      * ABENDADA JA GRAVOU PARA CONTAS POSTERIORES AO CHECKPOINT (DATA
      * DE LOTE DESTA EXECUCAO) SERAO REPOSTADOS AGORA E NAO CONTAM
      * COMO ESTORNO ANTERIOR; ORIGINAL OU MANUTENCAO COM DATA DE LOTE
      * DESTA EXECUCAO (SO EXISTE NUM RESTART) TAMBEM NAO CONTA, PARA
      * O ESTORNO DO MESMO LOTE SER RECUSADO COMO NA EXECUCAO LIMPA.
      ***************************************************************
       1600-LER-HISTORICO-AUDITORIA.
           READ ARQ-AUDITORIA-HIST
               AT END
                   MOVE 'S' TO WS-AH-EOF
                   GO TO 1600-LER-HISTORICO-AUDITORIA-EXIT
           END-READ.
           MOVE AH-CANAL     TO WS-ES-CANAL-NOVO.
           MOVE AH-SEQUENCIA TO WS-ES-SEQUENCIA-NOVA.
           PERFORM 7150-LOCALIZAR-ESTORNO
               THRU 7150-LOCALIZAR-ESTORNO-EXIT.
           IF WS-ES-ENCONTRADO = 'N'
               GO TO 1600-LER-HISTORICO-AUDITORIA-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN AH-TIPO-ORIGINAL
                   IF AH-DATA-LOTE NOT < WS-DATA-LOTE
                           AND AH-DATA-LOTE NOT > WS-DATA-LOTE-FIM
                       CONTINUE
                   ELSE
                       MOVE AH-TIPO    TO WS-ES-TIPO-ORIG(WS-IDX-ES)
                       MOVE AH-CONTA   TO WS-ES-CONTA-ORIG(WS-IDX-ES)
                       MOVE AH-AGENCIA TO WS-ES-AGENCIA-ORIG(WS-IDX-ES)
                       MOVE AH-VALOR   TO WS-ES-VALOR-ORIG(WS-IDX-ES)
                       MOVE AH-CONTA-CONTRAP
                                       TO WS-ES-CONTRAP-ORIG(WS-IDX-ES)
                   END-IF
               WHEN AH-TIPO-ESTORNO
                   IF EXECUCAO-EM-RESTART
                           AND AH-CONTA > WS-CHECKPOINT-CONTA
                           AND AH-DATA-LOTE NOT < WS-DATA-LOTE
                           AND AH-DATA-LOTE NOT > WS-DATA-LOTE-FIM
                       CONTINUE
                   ELSE
                       MOVE 'S' TO WS-ES-ESTORNADO(WS-IDX-ES)
                   END-IF
               WHEN AH-TIPO-MANUTENCAO
                   IF AH-DATA-LOTE NOT < WS-DATA-LOTE
                           AND AH-DATA-LOTE NOT > WS-DATA-LOTE-FIM
                       CONTINUE
                   ELSE
                       MOVE 'S' TO WS-ES-MANUTENCAO(WS-IDX-ES)
                   END-IF
           END-EVALUATE.
       1600-LER-HISTORICO-AUDITORIA-EXIT.
           EXIT.

      ***************************************************************
      * 1700-CARREGAR-PRAZOS - CARREGA A TABELA DE PRAZOS DE
      * COMPENSACAO DE CHEQUE, CONSULTADA NA VALIDACAO DE CADA
      * DEPOSITO 'K' (7070-DEFINIR-LIBERACAO). ARQUIVO AUSENTE OU
      * VAZIO DEIXA A TABELA VAZIA - O DEPOSITO EM CHEQUE E ENTAO
      * RECUSADO POR FALTA DE PRAZO, NAO CREDITADO SEM RETENCAO.
      ***************************************************************
       1700-CARREGAR-PRAZOS.
           MOVE 'N' TO WS-PZ-EOF.
           MOVE 0   TO WS-QTD-PRAZOS.
           MOVE LOW-VALUES TO WS-PZ-CHAVE-ANTERIOR.
           OPEN INPUT ARQ-PRAZOS-CHEQUE.
           PERFORM 1750-LER-PRAZO
               THRU 1750-LER-PRAZO-EXIT
               UNTIL FIM-PRAZOS.
           CLOSE ARQ-PRAZOS-CHEQUE.
           DISPLAY 'PRAZOS DE CHEQUE  : ' WS-QTD-PRAZOS.
       1700-CARREGAR-PRAZOS-EXIT.
           EXIT.

      ***************************************************************
      * 1750-LER-PRAZO - LE UMA FAIXA DA TABELA DE PRAZOS E ACRESCENTA
      * A TABELA EM MEMORIA. A BUSCA DA FAIXA DEPENDE DA ORDEM
      * PRODUTO/VALOR-ATE; ARQUIVO FORA DE ORDEM OU ALEM DO LIMITE
      * FISICO DA TABELA E PARADA DURA.
      ***************************************************************
       1750-LER-PRAZO.
           READ ARQ-PRAZOS-CHEQUE
               AT END
                   MOVE 'S' TO WS-PZ-EOF
                   GO TO 1750-LER-PRAZO-EXIT
           END-READ.
           IF PZ-VALOR-ATE IS NOT NUMERIC OR PZ-DIAS IS NOT NUMERIC
               DISPLAY 'ERRO: LINHA INVALIDA NA TABELA DE PRAZOS DE '
                   'CHEQUE - PRODUTO ' PZ-PRODUTO
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE REG-PRAZO-CHEQUE(1:13) TO WS-PZ-CHAVE-ATUAL.
           IF WS-PZ-CHAVE-ATUAL NOT > WS-PZ-CHAVE-ANTERIOR
               DISPLAY 'ERRO: TABELA DE PRAZOS DE CHEQUE FORA DE '
                   'ORDEM - PRODUTO ' PZ-PRODUTO
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PZ-CHAVE-ATUAL TO WS-PZ-CHAVE-ANTERIOR.
           IF WS-QTD-PRAZOS NOT < 100
               DISPLAY 'ERRO: NUMERO DE FAIXAS EXCEDE O LIMITE DA '
                   'TABELA DE PRAZOS DE CHEQUE (100)'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-QTD-PRAZOS.
           SET WS-IDX-PZ TO WS-QTD-PRAZOS.
           MOVE PZ-PRODUTO   TO WS-PZ-PRODUTO(WS-IDX-PZ).
           MOVE PZ-VALOR-ATE TO WS-PZ-VALOR-ATE(WS-IDX-PZ).
           MOVE PZ-DIAS      TO WS-PZ-DIAS(WS-IDX-PZ).
       1750-LER-PRAZO-EXIT.
           EXIT.

      ***************************************************************
      * 2000-PROCESSAR-PRINCIPAL - CASAMENTO SEQUENCIAL (MATCH/MERGE)
      * ENTRE O SALDO ANTERIOR E AS TRANSACOES DO DIA, AMBOS EM
      * DESCARREGAR ORDENS DE OUTRA CONTA.
           MOVE 0              TO WS-QTD-BLOQ-CONTA.
           MOVE 0              TO WS-BLOQUEIO-CONTA.
      * OS CHEQUES EM COMPENSACAO, AO CONTRARIO, SAO POSICIONADOS
      * TAMBEM AQUI: A CONTA SEM MOVIMENTO REGRAVA OS SEUS EM 9400,
      * JA SEM OS LIBERADOS, E O ARQUIVO NOVO FICA EM DIA COM O
      * CHECKPOINT TOMADO DEPOIS DELA.
           PERFORM 9198-POSICIONAR-CHEQUES
               THRU 9198-POSICIONAR-CHEQUES-EXIT.
           PERFORM 9400-FINALIZAR-CONTA
               THRU 9400-FINALIZAR-CONTA-EXIT.
       3000-GRAVAR-SEM-MOVIMENTO-EXIT.
               THRU 9170-POSICIONAR-LIMITE-EXIT.
           PERFORM 9190-POSICIONAR-BLOQUEIOS
               THRU 9190-POSICIONAR-BLOQUEIOS-EXIT.
           PERFORM 9198-POSICIONAR-CHEQUES
               THRU 9198-POSICIONAR-CHEQUES-EXIT.
           PERFORM 6000-PROCESSAR-GRUPO-TRANSACOES
               THRU 6000-PROCESSAR-GRUPO-TRANSACOES-EXIT.
           IF HOUVE-POSTAGEM-NA-CONTA
               PERFORM 9400-FINALIZAR-CONTA
                   THRU 9400-FINALIZAR-CONTA-EXIT
           ELSE
               PERFORM 9460-GRAVAR-CHEQUES-CONTA
                   THRU 9460-GRAVAR-CHEQUES-CONTA-EXIT
           END-IF.
       4000-PROCESSAR-CONTA-NOVA-EXIT.
           EXIT.
               THRU 9170-POSICIONAR-LIMITE-EXIT.
           PERFORM 9190-POSICIONAR-BLOQUEIOS
               THRU 9190-POSICIONAR-BLOQUEIOS-EXIT.
           PERFORM 9198-POSICIONAR-CHEQUES
               THRU 9198-POSICIONAR-CHEQUES-EXIT.
           PERFORM 6000-PROCESSAR-GRUPO-TRANSACOES
               THRU 6000-PROCESSAR-GRUPO-TRANSACOES-EXIT.
           PERFORM 9400-FINALIZAR-CONTA
           PERFORM 7000-VALIDAR-TRANSACAO
               THRU 7000-VALIDAR-TRANSACAO-EXIT.

      * O ESTORNO VIAJA COM O CANAL/SEQUENCIA DO ORIGINAL, JA ABAIXO
      * DA MARCA D'AGUA DO CANAL: FICA FORA DO CRIVO DE DUPLICIDADE,
      * E A RETRANSMISSAO DELE E BARRADA COMO ORIGINAL JA ESTORNADO.
      * O MESMO VALE PARA A DEVOLUCAO DE CHEQUE, QUE TRAZ A CHAVE DO
      * DEPOSITO.
           MOVE 'N' TO WS-TRANS-DUPLICADA.
           IF TRANSACAO-VALIDA AND RT-QTD-RECICLO = 0
                   AND NOT TIPO-ESTORNO
                   AND NOT TIPO-DEVOLUCAO-CHEQUE
               PERFORM 6050-VERIFICAR-DUPLICIDADE
                   THRU 6050-VERIFICAR-DUPLICIDADE-EXIT
           END-IF.
       6050-VERIFICAR-DUPLICIDADE.
           PERFORM 6060-LOCALIZAR-CANAL
               THRU 6060-LOCALIZAR-CANAL-EXIT.
           IF TRANSACAO-INVALIDA
               GO TO 6050-VERIFICAR-DUPLICIDADE-EXIT
           END-IF.
           IF RT-SEQUENCIA NOT > WS-CN-SEQ-ANTERIOR(WS-IDX-CN)
               MOVE 'S' TO WS-TRANS-DUPLICADA
               GO TO 6050-VERIFICAR-DUPLICIDADE-EXIT
      ***************************************************************
      * 6060-LOCALIZAR-CANAL - LOCALIZA (OU CRIA, COM MARCAS D'AGUA
      * ZERADAS) A LINHA DE RT-CANAL NA TABELA DE CANAIS, DEIXANDO
      * WS-IDX-CN POSICIONADO NELA. CANAL NOVO COM A TABELA CHEIA
      * REJEITA A TRANSACAO (MOTIVO 26), COM AVISO NO LOG DO PASSO.
      ***************************************************************
       6060-LOCALIZAR-CANAL.
           MOVE 'N' TO WS-CN-ENCONTRADO.
               END-SEARCH
           END-IF.
           IF WS-CN-ENCONTRADO = 'N'
               IF WS-QTD-CANAIS NOT < 500
                   DISPLAY 'AVISO: CANAL ' RT-CANAL ' FORA DA TABELA '
                       'DE CANAIS (500) - CONTA ' RT-CONTA
                       ' SEQUENCIA ' RT-SEQUENCIA ' REJEITADA'
                   MOVE '26' TO WS-COD-MOTIVO
                   MOVE 'CANAL EXCEDE TABELA DE CANAIS'
                       TO WS-DESC-MOTIVO
                   MOVE 'N' TO WS-TRANS-VALIDA
                   GO TO 6060-LOCALIZAR-CANAL-EXIT
               END-IF
               ADD 1 TO WS-QTD-CANAIS
               SET WS-IDX-CN TO WS-QTD-CANAIS
       7000-VALIDAR-TRANSACAO.
           MOVE 'S' TO WS-TRANS-VALIDA.
           MOVE SPACES TO WS-COD-MOTIVO WS-DESC-MOTIVO.
           MOVE SPACE TO WS-ESTORNO-NATUREZA.

           IF RT-CONTA IS NOT NUMERIC
               MOVE '04' TO WS-COD-MOTIVO
                   MOVE 'N' TO WS-TRANS-VALIDA
                   GO TO 7000-VALIDAR-TRANSACAO-EXIT
               END-IF
               MOVE CAD-AGENCIA TO WS-AGENCIA-CONTRAP
           END-IF.

      * TRANSFERENCIA INTERBANCARIA ('X'): O DESTINO E DE OUTRO
               END-IF
           END-IF.

           IF TIPO-ESTORNO
               PERFORM 7050-VALIDAR-ESTORNO
                   THRU 7050-VALIDAR-ESTORNO-EXIT
               IF TRANSACAO-INVALIDA
                   GO TO 7000-VALIDAR-TRANSACAO-EXIT
               END-IF
           END-IF.

           IF TIPO-DEVOLUCAO-CHEQUE
               PERFORM 7060-VALIDAR-DEVOLUCAO
                   THRU 7060-VALIDAR-DEVOLUCAO-EXIT
               IF TRANSACAO-INVALIDA
                   GO TO 7000-VALIDAR-TRANSACAO-EXIT
               END-IF
           END-IF.

           PERFORM 7300-VALIDAR-DATA
               THRU 7300-VALIDAR-DATA-EXIT.

      * O DEPOSITO EM CHEQUE SO TEM DATA DE LIBERACAO DEPOIS QUE A
      * DATA DO DEPOSITO (RT-DATA) PASSOU PELA VALIDACAO ACIMA.
           IF TIPO-DEPOSITO-CHEQUE AND TRANSACAO-VALIDA
               PERFORM 7070-DEFINIR-LIBERACAO
                   THRU 7070-DEFINIR-LIBERACAO-EXIT
           END-IF.
       7000-VALIDAR-TRANSACAO-EXIT.
           EXIT.

      ***************************************************************
      * 7050-VALIDAR-ESTORNO - CONFERE O ESTORNO CONTRA O ORIGINAL
      * LOCALIZADO NO HISTORICO DA TRILHA (TABELA MONTADA EM 1500):
      *     18 - CANAL/SEQUENCIA SEM POSTAGEM NO HISTORICO;
      *     20 - O ORIGINAL E MANUTENCAO (B R E O P L),
      *          TRANSFERENCIA INTERBANCARIA ('X' - JA SAIU PARA A
      *          CAMARA; O CAMINHO DE VOLTA E A DEVOLUCAO DELA) OU
      *          DEPOSITO EM CHEQUE ('K' - O CAMINHO DE VOLTA E A
      *          DEVOLUCAO DE CHEQUE 'W');
      *     19 - O ORIGINAL JA TEM ESTORNO NO HISTORICO OU NESTE LOTE;
      *     21 - CONTA OU VALOR DO ESTORNO NAO BATEM COM O ORIGINAL.
      * O ESTORNO DE 'D' CREDITA A MESMA CONTA; O DE 'C' DEBITA A
      * MESMA CONTA; O DE 'T' E LANCADO NA CONTA QUE RECEBEU A
      * TRANSFERENCIA (DEBITO, SUJEITO AO DISPONIVEL DELA) E DEVOLVE
      * A CONTA DE ORIGEM, QUE PRECISA CONTINUAR NO CADASTRO, PELA
      * PERNA DE CREDITO DE ARQ-TRANSF-PENDENTES. DEIXA WS-IDX-ES NA
      * LINHA DO ORIGINAL E A NATUREZA DO ESTORNO DEFINIDA.
      ***************************************************************
       7050-VALIDAR-ESTORNO.
           MOVE RT-CANAL     TO WS-ES-CANAL-NOVO.
           MOVE RT-SEQUENCIA TO WS-ES-SEQUENCIA-NOVA.
           PERFORM 7150-LOCALIZAR-ESTORNO
               THRU 7150-LOCALIZAR-ESTORNO-EXIT.
           IF WS-ES-ENCONTRADO = 'N'
               MOVE '18' TO WS-COD-MOTIVO
               MOVE 'ORIGINAL NAO ENCONTRADO' TO WS-DESC-MOTIVO
               MOVE 'N' TO WS-TRANS-VALIDA
               GO TO 7050-VALIDAR-ESTORNO-EXIT
           END-IF.
           IF WS-ES-TIPO-ORIG(WS-IDX-ES) = SPACE
               IF WS-ES-MANUTENCAO(WS-IDX-ES) = 'S'
                   MOVE '20' TO WS-COD-MOTIVO
                   MOVE 'ORIGINAL NAO ESTORNAVEL' TO WS-DESC-MOTIVO
               ELSE
                   MOVE '18' TO WS-COD-MOTIVO
                   MOVE 'ORIGINAL NAO ENCONTRADO' TO WS-DESC-MOTIVO
               END-IF
               MOVE 'N' TO WS-TRANS-VALIDA
               GO TO 7050-VALIDAR-ESTORNO-EXIT
           END-IF.
           IF WS-ES-TIPO-ORIG(WS-IDX-ES) = 'X'
                   OR WS-ES-TIPO-ORIG(WS-IDX-ES) = 'K'
               MOVE '20' TO WS-COD-MOTIVO
               MOVE 'ORIGINAL NAO ESTORNAVEL' TO WS-DESC-MOTIVO
               MOVE 'N' TO WS-TRANS-VALIDA
               GO TO 7050-VALIDAR-ESTORNO-EXIT
           END-IF.
           IF WS-ES-ESTORNADO(WS-IDX-ES) = 'S'
               MOVE '19' TO WS-COD-MOTIVO
               MOVE 'ORIGINAL JA ESTORNADO' TO WS-DESC-MOTIVO
               MOVE 'N' TO WS-TRANS-VALIDA
               GO TO 7050-VALIDAR-ESTORNO-EXIT
           END-IF.

           IF WS-ES-TIPO-ORIG(WS-IDX-ES) = 'T'
               MOVE WS-ES-CONTRAP-ORIG(WS-IDX-ES)
                   TO WS-ES-CONTA-ESPERADA
           ELSE
               MOVE WS-ES-CONTA-ORIG(WS-IDX-ES) TO WS-ES-CONTA-ESPERADA
           END-IF.
           IF RT-CONTA NOT = WS-ES-CONTA-ESPERADA
                   OR RT-VALOR NOT = WS-ES-VALOR-ORIG(WS-IDX-ES)
               MOVE '21' TO WS-COD-MOTIVO
               MOVE 'ESTORNO DIVERGE DO ORIGINAL' TO WS-DESC-MOTIVO
               MOVE 'N' TO WS-TRANS-VALIDA
               GO TO 7050-VALIDAR-ESTORNO-EXIT
           END-IF.

           IF WS-ES-TIPO-ORIG(WS-IDX-ES) = 'T'
               MOVE WS-ES-CONTA-ORIG(WS-IDX-ES) TO WS-CONTA-PESQUISA
               PERFORM 7100-LOCALIZAR-CADASTRO
                   THRU 7100-LOCALIZAR-CADASTRO-EXIT
               IF CONTA-NAO-CADASTRADA
                   MOVE '10' TO WS-COD-MOTIVO
                   MOVE 'CONTRAPARTIDA NAO CADASTRADA'
                       TO WS-DESC-MOTIVO
                   MOVE 'N' TO WS-TRANS-VALIDA
                   GO TO 7050-VALIDAR-ESTORNO-EXIT
               END-IF
               MOVE CAD-AGENCIA TO WS-AGENCIA-CONTRAP
           END-IF.

           IF WS-ES-TIPO-ORIG(WS-IDX-ES) = 'D'
               MOVE 'C' TO WS-ESTORNO-NATUREZA
           ELSE
               MOVE 'D' TO WS-ESTORNO-NATUREZA
           END-IF.
       7050-VALIDAR-ESTORNO-EXIT.
           EXIT.

      ***************************************************************
      * 7060-VALIDAR-DEVOLUCAO - CONFERE A DEVOLUCAO DE CHEQUE ('W')
      * CONTRA O DEPOSITO ('K') LOCALIZADO NO HISTORICO DA TRILHA
      * PELO CANAL/SEQUENCIA QUE ELA TRAZ, NA MESMA TABELA DOS
      * ESTORNOS:
      *     18 - CANAL/SEQUENCIA SEM POSTAGEM NO HISTORICO;
      *     25 - O ORIGINAL NAO E DEPOSITO EM CHEQUE;
      *     19 - O CHEQUE JA FOI DEVOLVIDO (OU O ORIGINAL ESTORNADO);
      *     21 - CONTA OU VALOR NAO BATEM COM O DEPOSITO.
      * A DEVOLUCAO DEBITA A MESMA CONTA DO DEPOSITO, SEM CONFERENCIA
      * DE SALDO (VER 7200). DEIXA WS-IDX-ES NA LINHA DO DEPOSITO.
      ***************************************************************
       7060-VALIDAR-DEVOLUCAO.
           MOVE RT-CANAL     TO WS-ES-CANAL-NOVO.
           MOVE RT-SEQUENCIA TO WS-ES-SEQUENCIA-NOVA.
           PERFORM 7150-LOCALIZAR-ESTORNO
               THRU 7150-LOCALIZAR-ESTORNO-EXIT.
           IF WS-ES-ENCONTRADO = 'N'
               MOVE '18' TO WS-COD-MOTIVO
               MOVE 'ORIGINAL NAO ENCONTRADO' TO WS-DESC-MOTIVO
               MOVE 'N' TO WS-TRANS-VALIDA
               GO TO 7060-VALIDAR-DEVOLUCAO-EXIT
           END-IF.
           IF WS-ES-TIPO-ORIG(WS-IDX-ES) = SPACE
                   AND WS-ES-MANUTENCAO(WS-IDX-ES) = 'N'
               MOVE '18' TO WS-COD-MOTIVO
               MOVE 'ORIGINAL NAO ENCONTRADO' TO WS-DESC-MOTIVO
               MOVE 'N' TO WS-TRANS-VALIDA
               GO TO 7060-VALIDAR-DEVOLUCAO-EXIT
           END-IF.
           IF WS-ES-TIPO-ORIG(WS-IDX-ES) NOT = 'K'
               MOVE '25' TO WS-COD-MOTIVO
               MOVE 'ORIGINAL NAO E DEPOSITO CHEQUE' TO WS-DESC-MOTIVO
               MOVE 'N' TO WS-TRANS-VALIDA
               GO TO 7060-VALIDAR-DEVOLUCAO-EXIT
           END-IF.
           IF WS-ES-ESTORNADO(WS-IDX-ES) = 'S'
               MOVE '19' TO WS-COD-MOTIVO
               MOVE 'CHEQUE JA DEVOLVIDO' TO WS-DESC-MOTIVO
               MOVE 'N' TO WS-TRANS-VALIDA
               GO TO 7060-VALIDAR-DEVOLUCAO-EXIT
           END-IF.
           IF RT-CONTA NOT = WS-ES-CONTA-ORIG(WS-IDX-ES)
                   OR RT-VALOR NOT = WS-ES-VALOR-ORIG(WS-IDX-ES)
               MOVE '21' TO WS-COD-MOTIVO
               MOVE 'DEVOLUCAO DIVERGE DO ORIGINAL' TO WS-DESC-MOTIVO
               MOVE 'N' TO WS-TRANS-VALIDA
           END-IF.
       7060-VALIDAR-DEVOLUCAO-EXIT.
           EXIT.

      ***************************************************************
      * 7070-DEFINIR-LIBERACAO - DATA EM QUE O DEPOSITO EM CHEQUE EM
      * ANALISE DEIXA A COMPENSACAO: DATA DO DEPOSITO (RT-DATA) MAIS
      * OS DIAS CORRIDOS DA FAIXA DE VALOR DO PRODUTO DA CONTA NA
      * TABELA DE PRAZOS; PRODUTO SEM FAIXA PROPRIA USA A TABELA
      * GERAL ('**'). SEM FAIXA NENHUMA O DEPOSITO E RECUSADO
      * (MOTIVO 24) - NAO HA COMO SABER QUANTO TEMPO RETER O VALOR.
      * DEIXA A DATA EM WS-DATA-LIBERACAO (AAAAMMDD).
      ***************************************************************
       7070-DEFINIR-LIBERACAO.
           MOVE CAD-PRODUTO TO WS-PZ-PRODUTO-BUSCA.
           PERFORM 7075-BUSCAR-FAIXA
               THRU 7075-BUSCAR-FAIXA-EXIT.
           IF WS-PZ-ACHADO = 'N'
               MOVE '**' TO WS-PZ-PRODUTO-BUSCA
               PERFORM 7075-BUSCAR-FAIXA
                   THRU 7075-BUSCAR-FAIXA-EXIT
           END-IF.
           IF WS-PZ-ACHADO = 'N'
               MOVE '24' TO WS-COD-MOTIVO
               MOVE 'SEM PRAZO DE COMPENSACAO' TO WS-DESC-MOTIVO
               MOVE 'N' TO WS-TRANS-VALIDA
               GO TO 7070-DEFINIR-LIBERACAO-EXIT
           END-IF.

           MOVE WS-DATA-ANO TO WS-DL-ANO.
           MOVE WS-DATA-MES TO WS-DL-MES.
           MOVE WS-DATA-DIA TO WS-DL-DIA.
           PERFORM 7080-AVANCAR-DIA
               THRU 7080-AVANCAR-DIA-EXIT
               WS-PZ-DIAS-PRAZO TIMES.
           MOVE WS-DL-DATA-N TO WS-DATA-LIBERACAO.
       7070-DEFINIR-LIBERACAO-EXIT.
           EXIT.

      ***************************************************************
      * 7075-BUSCAR-FAIXA - PERCORRE AS FAIXAS DE WS-PZ-PRODUTO-BUSCA
      * NA TABELA DE PRAZOS (EM ORDEM CRESCENTE DE VALOR-ATE) ATE A
      * PRIMEIRA QUE COMPORTA RT-VALOR. WS-PZ-ACHADO FICA 'N' SE O
      * PRODUTO NAO TEM FAIXA, 'F' SE UMA FAIXA COMPORTOU O VALOR E
      * 'S' SE O VALOR PASSOU DE TODAS (VALE A ULTIMA); NOS DOIS
      * ULTIMOS CASOS OS DIAS DA FAIXA FICAM EM WS-PZ-DIAS-PRAZO.
      ***************************************************************
       7075-BUSCAR-FAIXA.
           MOVE 'N' TO WS-PZ-ACHADO.
           MOVE 0   TO WS-PZ-DIAS-PRAZO.
           PERFORM 7077-EXAMINAR-FAIXA
               THRU 7077-EXAMINAR-FAIXA-EXIT
               VARYING WS-SUB-PZ FROM 1 BY 1
               UNTIL WS-SUB-PZ > WS-QTD-PRAZOS
                  OR WS-PZ-ACHADO = 'F'.
       7075-BUSCAR-FAIXA-EXIT.
           EXIT.

      ***************************************************************
      * 7077-EXAMINAR-FAIXA - CONFERE A LINHA WS-SUB-PZ DA TABELA DE
      * PRAZOS PARA 7075-BUSCAR-FAIXA.
      ***************************************************************
       7077-EXAMINAR-FAIXA.
           IF WS-PZ-PRODUTO(WS-SUB-PZ) NOT = WS-PZ-PRODUTO-BUSCA
               GO TO 7077-EXAMINAR-FAIXA-EXIT
           END-IF.
           MOVE WS-PZ-DIAS(WS-SUB-PZ) TO WS-PZ-DIAS-PRAZO.
           IF WS-PZ-VALOR-ATE(WS-SUB-PZ) NOT < RT-VALOR
               MOVE 'F' TO WS-PZ-ACHADO
           ELSE
               MOVE 'S' TO WS-PZ-ACHADO
           END-IF.
       7077-EXAMINAR-FAIXA-EXIT.
           EXIT.

      ***************************************************************
      * 7080-AVANCAR-DIA - SOMA UM DIA CORRIDO A DATA EM WS-DL-DATA,
      * VIRANDO MES E ANO QUANDO PRECISO (FEVEREIRO COM 29 DIAS NO
      * ANO BISSEXTO: DIVISIVEL POR 4 E NAO POR 100, OU POR 400).
      ***************************************************************
       7080-AVANCAR-DIA.
           MOVE WS-DL-DIAS-NO-MES(WS-DL-MES) TO WS-DL-ULTIMO-DIA.
           IF WS-DL-MES = 2
               DIVIDE WS-DL-ANO BY 4 GIVING WS-DL-QUOCIENTE
                   REMAINDER WS-DL-RESTO-4
               DIVIDE WS-DL-ANO BY 100 GIVING WS-DL-QUOCIENTE
                   REMAINDER WS-DL-RESTO-100
               DIVIDE WS-DL-ANO BY 400 GIVING WS-DL-QUOCIENTE
                   REMAINDER WS-DL-RESTO-400
               IF (WS-DL-RESTO-4 = 0 AND WS-DL-RESTO-100 NOT = 0)
                       OR WS-DL-RESTO-400 = 0
                   MOVE 29 TO WS-DL-ULTIMO-DIA
               END-IF
           END-IF.
           ADD 1 TO WS-DL-DIA.
           IF WS-DL-DIA > WS-DL-ULTIMO-DIA
               MOVE 1 TO WS-DL-DIA
               ADD 1 TO WS-DL-MES
               IF WS-DL-MES > 12
                   MOVE 1 TO WS-DL-MES
                   ADD 1 TO WS-DL-ANO
               END-IF
           END-IF.
       7080-AVANCAR-DIA-EXIT.
           EXIT.

      ***************************************************************
      * 7100-LOCALIZAR-CADASTRO - LE DIRETAMENTE NO CLUSTER DO
      * CADASTRO A CONTA WS-CONTA-PESQUISA, DEIXANDO A LINHA
      * CADASTRAL EM REG-CADASTRO E O INDICADOR WS-CAD-ENCONTRADO
      * ACESO OU APAGADO CONFORME O RESULTADO. AS CONTAS ABERTAS NO
      * PROPRIO LOTE JA ESTAO NO CLUSTER (8650). FILE STATUS QUE NAO
      * SEJA ACHOU/NAO ACHOU DERRUBA O PASSO - SEGUIR SEM O CADASTRO
      * REJEITARIA O LOTE INTEIRO COMO CONTA NAO CADASTRADA.
      ***************************************************************
       7100-LOCALIZAR-CADASTRO.
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
       7100-LOCALIZAR-CADASTRO-EXIT.
           EXIT.

      ***************************************************************
      * 7150-LOCALIZAR-ESTORNO - PROCURA A CHAVE WS-ES-CANAL-NOVO/
      * WS-ES-SEQUENCIA-NOVA NA TABELA DE ESTORNOS (ORDENADA POR
      * CANAL E SEQUENCIA), DEIXANDO WS-IDX-ES NA LINHA ENCONTRADA E
      * WS-ES-ENCONTRADO ACESO OU APAGADO CONFORME O RESULTADO.
      ***************************************************************
       7150-LOCALIZAR-ESTORNO.
           MOVE 'N' TO WS-ES-ENCONTRADO.
           IF WS-QTD-ESTORNOS > 0
               SEARCH ALL WS-ESTORNO-ENTRY
                   AT END
                       MOVE 'N' TO WS-ES-ENCONTRADO
                   WHEN WS-ES-CANAL(WS-IDX-ES) = WS-ES-CANAL-NOVO
                    AND WS-ES-SEQUENCIA(WS-IDX-ES)
                           = WS-ES-SEQUENCIA-NOVA
                       MOVE 'S' TO WS-ES-ENCONTRADO
               END-SEARCH
           END-IF.
       7150-LOCALIZAR-ESTORNO-EXIT.
           EXIT.

      ***************************************************************
      * DEBITO QUE CABERIA NO LIMITE MAS INVADE VALOR BLOQUEADO E
      * MOTIVO 13. QUALQUER IMPEDIMENTO DEIXA O MOTIVO EM
      * WS-COD-MOTIVO E A TRANSACAO SEGUE PARA ARQ-REJEITADOS.
      * O ESTORNO DE NATUREZA DEBITO (ORIGINAL 'C' OU 'T') PASSA
      * PELAS MESMAS BARREIRAS, SALVO QUANDO VEM COM O INDICADOR DE
      * ESTORNO FORCADO ('F'), QUE DISPENSA A CONFERENCIA DE SALDO -
      * A CONTA PODE FICAR NEGATIVA ALEM DO LIMITE.
      * O VALOR DE CHEQUES AINDA EM COMPENSACAO (WS-CHEQUE-CONTA,
      * POSICIONADO POR 9198) REDUZ O DISPONIVEL DA MESMA FORMA QUE
      * O BLOQUEIO JUDICIAL: O DEBITO QUE SO CABERIA USANDO DINHEIRO
      * DE CHEQUE NAO LIBERADO E MOTIVO 23. A DEVOLUCAO DE CHEQUE
      * ('W') NAO PASSA POR BARREIRA NENHUMA - O CREDITO E DESFEITO
      * EM QUALQUER SITUACAO DA CONTA, AINDA QUE ELA FIQUE NEGATIVA.
      ***************************************************************
       7200-VERIFICAR-DISPONIBILIDADE.
           IF TIPO-DEVOLUCAO-CHEQUE
               GO TO 7200-VERIFICAR-DISPONIBILIDADE-EXIT
           END-IF.
      * CONTA DORMENTE ACEITA CREDITO (O DINHEIRO DO CLIENTE NAO
      * PODE SER RECUSADO), MAS DEBITO SO DEPOIS DE UMA REATIVACAO
      * ('R') EXPRESSA - E O QUE A NORMA DE INATIVIDADE EXIGE.
           IF WS-STATUS-ATUAL = 'D'
               IF TIPO-DEBITO OR TIPO-TRANSFERENCIA
                       OR TIPO-TRANSF-EXTERNA OR ESTORNO-A-DEBITO
                   MOVE '17' TO WS-COD-MOTIVO
                   MOVE 'CONTA DORMENTE - REATIVAR' TO WS-DESC-MOTIVO
               END-IF

           IF TIPO-DEBITO OR TIPO-TRANSFERENCIA
                   OR TIPO-TRANSF-EXTERNA
                   OR (ESTORNO-A-DEBITO AND NOT ESTORNO-FORCADO)
               COMPUTE WS-SALDO-PROJETADO
                   = WS-SALDO-ATUAL - RT-VALOR
               IF WS-SALDO-PROJETADO < (0 - WS-LIMITE-CONTA)
                   MOVE '13' TO WS-COD-MOTIVO
                   MOVE 'DEBITO INVADE VALOR BLOQUEADO'
                       TO WS-DESC-MOTIVO
                   GO TO 7200-VERIFICAR-DISPONIBILIDADE-EXIT
               END-IF
               IF WS-SALDO-PROJETADO
                       < (0 - WS-LIMITE-CONTA + WS-BLOQUEIO-CONTA
                          + WS-CHEQUE-CONTA)
                   MOVE '23' TO WS-COD-MOTIVO
                   MOVE 'DEBITO INVADE CHEQUE A LIBERAR'
                       TO WS-DESC-MOTIVO
               END-IF
           END-IF.
       7200-VERIFICAR-DISPONIBILIDADE-EXIT.
           MOVE WS-SALDO-ATUAL   TO AU-SALDO-RESULT.
      * TRANSFERENCIA CARREGA A CONTRAPARTIDA; ORDEM JUDICIAL
      * ('P'/'L') CARREGA O NUMERO DA ORDEM, QUE VIAJA NO MESMO
      * CAMPO DO REGISTRO DE TRANSACAO. O ESTORNO GRAVA 'S' QUANDO
      * CREDITA E 'Z' QUANDO DEBITA A CONTA, COM O MESMO CANAL E
      * SEQUENCIA DO ORIGINAL (O ELO ENTRE OS DOIS NA TRILHA); O
      * ESTORNO DE 'T' CARREGA A CONTA DE ORIGEM DEVOLVIDA. A
      * DEVOLUCAO DE CHEQUE ('W') TAMBEM CARREGA O CANAL/SEQUENCIA
      * DO DEPOSITO ('K') QUE DESFAZ.
           IF TIPO-TRANSFERENCIA OR TIPO-ORDEM-JUDICIAL
                   OR TIPO-TRANSF-EXTERNA
               MOVE RT-CONTA-CONTRAP TO AU-CONTA-CONTRAP
           ELSE
               MOVE 0 TO AU-CONTA-CONTRAP
           END-IF.
           IF TIPO-ESTORNO
               IF ESTORNO-A-DEBITO
                   MOVE 'Z' TO AU-TIPO
               END-IF
               IF WS-ES-TIPO-ORIG(WS-IDX-ES) = 'T'
                   MOVE WS-ES-CONTA-ORIG(WS-IDX-ES) TO AU-CONTA-CONTRAP
               END-IF
           END-IF.
           MOVE WS-DATA-LOTE-TRANS TO AU-DATA-LOTE.
           MOVE RT-CANAL     TO AU-CANAL.
           MOVE RT-SEQUENCIA TO AU-SEQUENCIA.
      * 8000-APLICAR-MOVIMENTO - DEBITA OU CREDITA O VALOR DA
      * TRANSACAO NO SALDO DA CONTA E ACUMULA OS TOTAIS DE CONTROLE E
      * O RESUMO POR AGENCIA (RESTAURAVEIS POR CHECKPOINT NUM RESTART
      * - VER 1150-CARREGAR-CHECKPOINT). O DEPOSITO EM CHEQUE ('K')
      * CREDITA O SALDO NA HORA E, SE A LIBERACAO CAI DEPOIS DO
      * LOTE, RETEM O VALOR NA TABELA DE CHEQUES DA CONTA; A
      * DEVOLUCAO ('W') DEBITA, TIRA O CHEQUE DA TABELA (SE AINDA
      * ESTAVA RETIDO) E, SE A CONTA FICA NEGATIVA, VAI PARA O
      * ARQUIVO DE DEVOLVIDOS.
      ***************************************************************
       8000-APLICAR-MOVIMENTO.
           EVALUATE TRUE
                   ADD 1 TO WS-QTD-TRANSF-EXT
                   PERFORM 8200-GRAVAR-LIQUIDACAO
                       THRU 8200-GRAVAR-LIQUIDACAO-EXIT
               WHEN TIPO-DEPOSITO-CHEQUE
                   ADD RT-VALOR TO WS-SALDO-ATUAL
                   ADD RT-VALOR TO WS-CREDITO-CONTA
                   ADD RT-VALOR TO WS-TOTAL-CHEQUE-DEP
                   ADD 1 TO WS-QTD-CHEQUE-DEP
                   IF WS-DATA-LIBERACAO > WS-DATA-LOTE-FIM
                       PERFORM 8800-INCLUIR-CHEQUE
                           THRU 8800-INCLUIR-CHEQUE-EXIT
                   END-IF
               WHEN TIPO-DEVOLUCAO-CHEQUE
                   SUBTRACT RT-VALOR FROM WS-SALDO-ATUAL
                   ADD RT-VALOR TO WS-DEBITO-CONTA
                   ADD RT-VALOR TO WS-TOTAL-CHEQUE-DEV
                   ADD 1 TO WS-QTD-CHEQUE-DEV
                   MOVE 'S' TO WS-ES-ESTORNADO(WS-IDX-ES)
                   PERFORM 8850-BAIXAR-CHEQUE
                       THRU 8850-BAIXAR-CHEQUE-EXIT
                   IF WS-SALDO-ATUAL < 0
                       PERFORM 8870-GRAVAR-CHEQUE-NEGATIVO
                           THRU 8870-GRAVAR-CHEQUE-NEGATIVO-EXIT
                   END-IF
               WHEN ESTORNO-A-DEBITO
                   SUBTRACT RT-VALOR FROM WS-SALDO-ATUAL
                   ADD RT-VALOR TO WS-DEBITO-CONTA
                   ADD RT-VALOR TO WS-TOTAL-ESTORNO-DEB
                   ADD 1 TO WS-QTD-ESTORNO-DEB
                   MOVE 'S' TO WS-ES-ESTORNADO(WS-IDX-ES)
                   IF WS-ES-TIPO-ORIG(WS-IDX-ES) = 'T'
                       PERFORM 8150-GRAVAR-DEVOLUCAO-ESTORNO
                           THRU 8150-GRAVAR-DEVOLUCAO-ESTORNO-EXIT
                   END-IF
               WHEN ESTORNO-A-CREDITO
                   ADD RT-VALOR TO WS-SALDO-ATUAL
                   ADD RT-VALOR TO WS-CREDITO-CONTA
                   ADD RT-VALOR TO WS-TOTAL-ESTORNO-CRED
                   ADD 1 TO WS-QTD-ESTORNO-CRED
                   MOVE 'S' TO WS-ES-ESTORNADO(WS-IDX-ES)
               WHEN OTHER
                   ADD RT-VALOR TO WS-SALDO-ATUAL
                   ADD RT-VALOR TO WS-CREDITO-CONTA
           MOVE WS-DATA-LOTE-TRANS TO WS-DT-DATA-ALVO.
           MOVE RT-VALOR TO WS-DT-VALOR.
           IF TIPO-DEBITO OR TIPO-TRANSFERENCIA OR TIPO-TRANSF-EXTERNA
                   OR ESTORNO-A-DEBITO OR TIPO-DEVOLUCAO-CHEQUE
               MOVE 'D' TO WS-DT-NATUREZA
           ELSE
               MOVE 'C' TO WS-DT-NATUREZA
           MOVE WS-DATA-LOTE-TRANS TO TP-DATA-LOTE.
           MOVE RT-CANAL          TO TP-CANAL.
           MOVE RT-SEQUENCIA      TO TP-SEQUENCIA.
           MOVE 'T'               TO TP-TIPO.
           WRITE REG-TRANSF-PENDENTE.
       8100-GRAVAR-TRANSF-PENDENTE-EXIT.
           EXIT.

      ***************************************************************
      * 8150-GRAVAR-DEVOLUCAO-ESTORNO - GRAVA A PERNA DE CREDITO DO
      * ESTORNO DE UMA TRANSFERENCIA 'T': O VALOR DEBITADO DA CONTA
      * QUE RECEBEU VOLTA PARA A CONTA DE ORIGEM DO ORIGINAL, PELO
      * MESMO CAMINHO DA TRANSFERENCIA COMUM (TRANSF-CREDITO), COM
      * TP-TIPO 'S' PARA QUE A TRILHA REGISTRE O CREDITO COMO ESTORNO.
      * A AGENCIA DA CONTA DE ORIGEM FOI GUARDADA EM 7050.
      ***************************************************************
       8150-GRAVAR-DEVOLUCAO-ESTORNO.
           MOVE WS-ES-CONTA-ORIG(WS-IDX-ES) TO TP-CONTA-DESTINO.
           MOVE WS-AGENCIA-CONTRAP TO TP-AGENCIA-DESTINO.
           MOVE RT-VALOR          TO TP-VALOR.
           MOVE RT-DATA           TO TP-DATA.
           MOVE RT-CONTA          TO TP-CONTA-ORIGEM.
           MOVE WS-DATA-LOTE-TRANS TO TP-DATA-LOTE.
           MOVE RT-CANAL          TO TP-CANAL.
           MOVE RT-SEQUENCIA      TO TP-SEQUENCIA.
           MOVE 'S'               TO TP-TIPO.
           WRITE REG-TRANSF-PENDENTE.
       8150-GRAVAR-DEVOLUCAO-ESTORNO-EXIT.
           EXIT.

      ***************************************************************
      * 8200-GRAVAR-LIQUIDACAO - GRAVA A PERNA EXTERNA DA
      * TRANSFERENCIA INTERBANCARIA CUJO DEBITO ACABA DE SER POSTADO,
      ***************************************************************
      * 8600-APLICAR-ABERTURA - PROCESSA UMA TRANSACAO DE ABERTURA DE
      * CONTA (TIPO 'O'): SE A CONTA JA CONSTA DO CADASTRO, A
      * TRANSACAO E REJEITADA; SENAO A CONTA E GRAVADA NO CLUSTER DO
      * CADASTRO, O DELTA DO DIA RECEBE A LINHA CADASTRAL E A CONTA
      * PASSA A ACEITAR MOVIMENTO NESTE MESMO LOTE. A ABERTURA CONTA
      * COMO POSTAGEM PARA QUE A CONTA NOVA SAIA EM ARQ-SALDOS COM
      * SALDO ZERO E STATUS ATIVO.
           EXIT.

      ***************************************************************
      * 8650-INCLUIR-CADASTRO - GRAVA NO CLUSTER DO CADASTRO A LINHA
      * CADASTRAL EM REG-CADASTRO-NOVO, QUE FICA VISIVEL NA HORA A
      * 7100-LOCALIZAR-CADASTRO. USADA TANTO POR 8600 (ABERTURA
      * ACEITA NO LOTE) QUANTO POR 1350 (RECARGA DO DELTA NUM
      * RESTART). CHAVE DUPLICADA (FILE STATUS 22) SO OCORRE NA
      * RECARGA E QUER DIZER CONTA JA PRESENTE NO CLUSTER - A LINHA E
      * PULADA; QUALQUER OUTRO FILE STATUS DERRUBA O PASSO.
      ***************************************************************
       8650-INCLUIR-CADASTRO.
           MOVE CN-CONTA        TO CAD-CONTA.
           MOVE CN-AGENCIA      TO CAD-AGENCIA.
           MOVE CN-NOME         TO CAD-NOME.
           MOVE CN-DOCUMENTO    TO CAD-DOCUMENTO.
           MOVE CN-DT-ABERTURA  TO CAD-DT-ABERTURA.
           MOVE CN-PRODUTO      TO CAD-PRODUTO.
           WRITE REG-CADASTRO
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-FS-CADASTRO NOT = '00' AND WS-FS-CADASTRO NOT = '22'
               DISPLAY 'ERRO: GRAVACAO DO CADASTRO, CONTA ' CN-CONTA
                   ' - FILE STATUS ' WS-FS-CADASTRO
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       8650-INCLUIR-CADASTRO-EXIT.
           EXIT.

       8770-REMOVER-ORDEM-EXIT.
           EXIT.

      ***************************************************************
      * 8800-INCLUIR-CHEQUE - ACRESCENTA O DEPOSITO 'K' RECEM-POSTADO
      * A TABELA DE CHEQUES EM COMPENSACAO DA CONTA, COM A DATA DE
      * LIBERACAO CALCULADA NA VALIDACAO, E SOMA O VALOR AO TOTAL
      * RETIDO (WS-CHEQUE-CONTA) - OS DEBITOS SEGUINTES DO MESMO
      * LOTE JA NAO ALCANCAM ESSE DINHEIRO.
      ***************************************************************
       8800-INCLUIR-CHEQUE.
           IF WS-QTD-CHEQ-CONTA NOT < 200
               DISPLAY 'ERRO: NUMERO DE CHEQUES EM COMPENSACAO DA '
                   'CONTA ' WS-CONTA-ATUAL ' EXCEDE O LIMITE DA '
                   'TABELA (200)'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-QTD-CHEQ-CONTA.
           MOVE WS-QTD-CHEQ-CONTA TO WS-SUB-CQ.
           MOVE RT-CANAL     TO WS-CQ-TAB-CANAL(WS-SUB-CQ).
           MOVE RT-SEQUENCIA TO WS-CQ-TAB-SEQUENCIA(WS-SUB-CQ).
           MOVE RT-VALOR     TO WS-CQ-TAB-VALOR(WS-SUB-CQ).
           MOVE RT-DATA(1:4) TO WS-CQ-TAB-DEPOSITO(WS-SUB-CQ)(1:4).
           MOVE RT-DATA(6:2) TO WS-CQ-TAB-DEPOSITO(WS-SUB-CQ)(5:2).
           MOVE RT-DATA(9:2) TO WS-CQ-TAB-DEPOSITO(WS-SUB-CQ)(7:2).
           MOVE WS-DATA-LIBERACAO
                             TO WS-CQ-TAB-LIBERACAO(WS-SUB-CQ).
           ADD RT-VALOR TO WS-CHEQUE-CONTA.
       8800-INCLUIR-CHEQUE-EXIT.
           EXIT.

      ***************************************************************
      * 8850-BAIXAR-CHEQUE - NA DEVOLUCAO 'W', PROCURA O DEPOSITO
      * (CANAL/SEQUENCIA) NA TABELA DE CHEQUES DA CONTA: SE AINDA
      * ESTAVA EM COMPENSACAO, A LINHA SAI DA TABELA E O VALOR SAI
      * DO TOTAL RETIDO (SITUACAO 'C'); SE NAO ESTA MAIS LA, O VALOR
      * JA TINHA SIDO LIBERADO AO CLIENTE (SITUACAO 'L').
      ***************************************************************
       8850-BAIXAR-CHEQUE.
           MOVE 'L' TO WS-CQ-SITUACAO.
           MOVE 0   TO WS-SUB-CQ.
           PERFORM VARYING WS-SUB-CQ2 FROM 1 BY 1
                   UNTIL WS-SUB-CQ2 > WS-QTD-CHEQ-CONTA
               IF WS-CQ-TAB-CANAL(WS-SUB-CQ2) = RT-CANAL
                       AND WS-CQ-TAB-SEQUENCIA(WS-SUB-CQ2)
                           = RT-SEQUENCIA
                   MOVE WS-SUB-CQ2 TO WS-SUB-CQ
               END-IF
           END-PERFORM.
           IF WS-SUB-CQ = 0
               GO TO 8850-BAIXAR-CHEQUE-EXIT
           END-IF.
           MOVE 'C' TO WS-CQ-SITUACAO.
           SUBTRACT WS-CQ-TAB-VALOR(WS-SUB-CQ) FROM WS-CHEQUE-CONTA.
           PERFORM VARYING WS-SUB-CQ2 FROM WS-SUB-CQ BY 1
                   UNTIL WS-SUB-CQ2 NOT < WS-QTD-CHEQ-CONTA
               MOVE WS-CHEQ-ENTRY(WS-SUB-CQ2 + 1)
                 TO WS-CHEQ-ENTRY(WS-SUB-CQ2)
           END-PERFORM.
           SUBTRACT 1 FROM WS-QTD-CHEQ-CONTA.
       8850-BAIXAR-CHEQUE-EXIT.
           EXIT.

      ***************************************************************
      * 8870-GRAVAR-CHEQUE-NEGATIVO - A DEVOLUCAO DEIXOU A CONTA
      * NEGATIVA (O DINHEIRO DO CHEQUE JA TINHA SIDO USADO): GRAVA A
      * LINHA DO ARQUIVO DE DEVOLVIDOS PARA A COBRANCA DA AGENCIA.
      ***************************************************************
       8870-GRAVAR-CHEQUE-NEGATIVO.
           MOVE WS-CONTA-ATUAL     TO CD-CONTA.
           MOVE WS-AGENCIA-ATUAL   TO CD-AGENCIA.
           MOVE RT-CANAL           TO CD-CANAL.
           MOVE RT-SEQUENCIA       TO CD-SEQUENCIA.
           MOVE RT-VALOR           TO CD-VALOR.
           MOVE RT-DATA            TO CD-DATA.
           MOVE WS-SALDO-ATUAL     TO CD-SALDO-RESULT.
           MOVE WS-LIMITE-CONTA    TO CD-LIMITE.
           MOVE WS-CQ-SITUACAO     TO CD-SITUACAO.
           MOVE WS-DATA-LOTE-TRANS TO CD-DATA-LOTE.
           WRITE REG-CHEQUE-NEGATIVO.
           ADD 1 TO WS-QTD-CHEQUE-NEG.
       8870-GRAVAR-CHEQUE-NEGATIVO-EXIT.
           EXIT.

      ***************************************************************
      * 9100-LER-SALDO-ANTERIOR - LEITURA FISICA DO SALDO ANTERIOR,
      * COM COPIA DOS CAMPOS PARA WORKING-STORAGE (O PROXIMO
       9190-POSICIONAR-BLOQUEIOS-EXIT.
           EXIT.

      ***************************************************************
      * 9157-SALTAR-CHEQUES-PROCESSADOS - EM UMA RETOMADA, LE E
      * DESCARTA OS CHEQUES EM COMPENSACAO DE CONTAS JA FINALIZADAS
      * PELA EXECUCAO QUE ABENDOU (AS LINHAS DELAS JA ESTAO EM
      * ARQ-CHEQUES-NOVO, COMO EM 9155-SALTAR-BLOQUEIOS-PROCESSADOS),
      * DEIXANDO WS-CQ-CONTA NA PRIMEIRA CONTA AINDA NAO FINALIZADA.
      ***************************************************************
       9157-SALTAR-CHEQUES-PROCESSADOS.
           PERFORM 9192-LER-CHEQUE
               THRU 9192-LER-CHEQUE-EXIT.
           PERFORM 9192-LER-CHEQUE
               THRU 9192-LER-CHEQUE-EXIT
               UNTIL FIM-CHEQUES
                  OR WS-CQ-CONTA > WS-CHECKPOINT-CONTA.
       9157-SALTAR-CHEQUES-PROCESSADOS-EXIT.
           EXIT.

      ***************************************************************
      * 9192-LER-CHEQUE - LEITURA FISICA DO PROXIMO CHEQUE EM
      * COMPENSACAO, COM COPIA PARA WORKING-STORAGE (MESMA TECNICA DE
      * LEITURA ANTECIPADA DOS BLOQUEIOS JUDICIAIS).
      ***************************************************************
       9192-LER-CHEQUE.
           READ ARQ-CHEQUES
               AT END
                   MOVE 'S' TO WS-CQ-EOF
               NOT AT END
                   MOVE CQ-CONTA          TO WS-CQ-CONTA
                   MOVE CQ-CANAL          TO WS-CQ-CANAL
                   MOVE CQ-SEQUENCIA      TO WS-CQ-SEQUENCIA
                   MOVE CQ-VALOR          TO WS-CQ-VALOR
                   MOVE CQ-DATA-DEPOSITO  TO WS-CQ-DATA-DEPOSITO
                   MOVE CQ-DATA-LIBERACAO TO WS-CQ-DATA-LIBERACAO
           END-READ.
       9192-LER-CHEQUE-EXIT.
           EXIT.

      ***************************************************************
      * 9194-TRANSPORTAR-CHEQUE - TRANSPORTA O CHEQUE LIDO (DE CONTA
      * ANTERIOR A QUE ESTA EM PROCESSAMENTO, OU SOBRA DO FIM DO
      * LOTE) PARA O ARQUIVO NOVO E AVANCA A LEITURA. CHEQUE COM
      * LIBERACAO ATE A DATA FINAL DO LOTE NAO E TRANSPORTADO - ESTA
      * LIBERADO, E SO CONTA NOS TOTAIS.
      ***************************************************************
       9194-TRANSPORTAR-CHEQUE.
           IF WS-CQ-DATA-LIBERACAO > WS-DATA-LOTE-FIM
               MOVE WS-CQ-CONTA          TO CV-CONTA
               MOVE WS-CQ-CANAL          TO CV-CANAL
               MOVE WS-CQ-SEQUENCIA      TO CV-SEQUENCIA
               MOVE WS-CQ-VALOR          TO CV-VALOR
               MOVE WS-CQ-DATA-DEPOSITO  TO CV-DATA-DEPOSITO
               MOVE WS-CQ-DATA-LIBERACAO TO CV-DATA-LIBERACAO
               WRITE REG-CHEQUE-NOVO
           ELSE
               ADD WS-CQ-VALOR TO WS-TOTAL-CHEQUE-LIB
               ADD 1 TO WS-QTD-CHEQUE-LIB
           END-IF.
           PERFORM 9192-LER-CHEQUE
               THRU 9192-LER-CHEQUE-EXIT.
       9194-TRANSPORTAR-CHEQUE-EXIT.
           EXIT.

      ***************************************************************
      * 9196-CARREGAR-CHEQUE-CONTA - CARREGA UM CHEQUE DA CONTA EM
      * PROCESSAMENTO PARA A TABELA DELA, SOMANDO O VALOR NO TOTAL
      * RETIDO, E AVANCA A LEITURA. CHEQUE JA VENCIDO E LIBERADO
      * AQUI MESMO: NAO ENTRA NA TABELA NEM RETEM O DISPONIVEL.
      ***************************************************************
       9196-CARREGAR-CHEQUE-CONTA.
           IF WS-CQ-DATA-LIBERACAO NOT > WS-DATA-LOTE-FIM
               ADD WS-CQ-VALOR TO WS-TOTAL-CHEQUE-LIB
               ADD 1 TO WS-QTD-CHEQUE-LIB
           ELSE
               IF WS-QTD-CHEQ-CONTA NOT < 200
                   DISPLAY 'ERRO: NUMERO DE CHEQUES EM COMPENSACAO DA '
                       'CONTA ' WS-CONTA-ATUAL ' EXCEDE O LIMITE DA '
                       'TABELA (200)'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-QTD-CHEQ-CONTA
               MOVE WS-QTD-CHEQ-CONTA TO WS-SUB-CQ
               MOVE WS-CQ-CANAL     TO WS-CQ-TAB-CANAL(WS-SUB-CQ)
               MOVE WS-CQ-SEQUENCIA TO WS-CQ-TAB-SEQUENCIA(WS-SUB-CQ)
               MOVE WS-CQ-VALOR     TO WS-CQ-TAB-VALOR(WS-SUB-CQ)
               MOVE WS-CQ-DATA-DEPOSITO
                                    TO WS-CQ-TAB-DEPOSITO(WS-SUB-CQ)
               MOVE WS-CQ-DATA-LIBERACAO
                                    TO WS-CQ-TAB-LIBERACAO(WS-SUB-CQ)
               ADD WS-CQ-VALOR TO WS-CHEQUE-CONTA
           END-IF.
           PERFORM 9192-LER-CHEQUE
               THRU 9192-LER-CHEQUE-EXIT.
       9196-CARREGAR-CHEQUE-CONTA-EXIT.
           EXIT.

      ***************************************************************
      * 9198-POSICIONAR-CHEQUES - AVANCA O ARQUIVO DE CHEQUES EM
      * COMPENSACAO (EM ORDEM DE CONTA) ATE A CONTA EM PROCESSAMENTO,
      * COMO 9190 FAZ COM OS BLOQUEIOS: LINHAS DE CONTAS ANTERIORES
      * SAO TRANSPORTADAS E AS DA PROPRIA CONTA ENTRAM NA TABELA, COM
      * O TOTAL RETIDO EM WS-CHEQUE-CONTA (ZERO SEM CHEQUE A LIBERAR).
      ***************************************************************
       9198-POSICIONAR-CHEQUES.
           MOVE 0 TO WS-QTD-CHEQ-CONTA.
           MOVE 0 TO WS-CHEQUE-CONTA.
           PERFORM 9194-TRANSPORTAR-CHEQUE
               THRU 9194-TRANSPORTAR-CHEQUE-EXIT
               UNTIL FIM-CHEQUES
                  OR WS-CQ-CONTA NOT < WS-CONTA-ATUAL.
           PERFORM 9196-CARREGAR-CHEQUE-CONTA
               THRU 9196-CARREGAR-CHEQUE-CONTA-EXIT
               UNTIL FIM-CHEQUES
                  OR WS-CQ-CONTA NOT = WS-CONTA-ATUAL.
       9198-POSICIONAR-CHEQUES-EXIT.
           EXIT.

      ***************************************************************
      * 9200-LER-TRANSACAO - LEITURA FISICA DA PROXIMA TRANSACAO. A
      * CADA WS-CHECKPOINT-INTERVALO REGISTROS LIDOS, MARCA UM
           MOVE 0 TO CK-DT-TOTAL-DEBITO.
           MOVE 0 TO CK-DT-TOTAL-CREDITO.
           MOVE 0 TO CK-DT-QTD-MOVTOS.
           MOVE WS-TOTAL-ESTORNO-CRED   TO CK-TOTAL-ESTORNO-CRED.
           MOVE WS-QTD-ESTORNO-CRED     TO CK-QTD-ESTORNO-CRED.
           MOVE WS-TOTAL-ESTORNO-DEB    TO CK-TOTAL-ESTORNO-DEB.
           MOVE WS-QTD-ESTORNO-DEB      TO CK-QTD-ESTORNO-DEB.
           MOVE WS-TOTAL-CHEQUE-DEP     TO CK-TOTAL-CHEQUE-DEP.
           MOVE WS-QTD-CHEQUE-DEP       TO CK-QTD-CHEQUE-DEP.
           MOVE WS-TOTAL-CHEQUE-DEV     TO CK-TOTAL-CHEQUE-DEV.
           MOVE WS-QTD-CHEQUE-DEV       TO CK-QTD-CHEQUE-DEV.
           MOVE WS-QTD-CHEQUE-NEG       TO CK-QTD-CHEQUE-NEG.
           MOVE WS-TOTAL-CHEQUE-LIB     TO CK-TOTAL-CHEQUE-LIB.
           MOVE WS-QTD-CHEQUE-LIB       TO CK-QTD-CHEQUE-LIB.
       9050-PREENCHER-CHECKPOINT-TOTAIS-EXIT.
           EXIT.


      ***************************************************************
      * 9370-LOCALIZAR-TAXA - PROCURA NA TABELA DE TAXAS A LINHA DO
      * PRODUTO DA CONTA EM FINALIZACAO (LINHA CADASTRAL JA LIDA POR
      * 7100 EM REG-CADASTRO).
      ***************************************************************
       9370-LOCALIZAR-TAXA.
           MOVE 'N' TO WS-TX-ENCONTRADA.
                   WHEN WS-IDX-TX > WS-QTD-TAXAS
                       CONTINUE
                   WHEN WS-TX-PRODUTO(WS-IDX-TX)
                           = CAD-PRODUTO
                       MOVE 'S' TO WS-TX-ENCONTRADA
               END-SEARCH
           END-IF.
           ADD 1 TO WS-CONTADOR-GRAVADOS.
           PERFORM 9450-GRAVAR-BLOQUEIOS-CONTA
               THRU 9450-GRAVAR-BLOQUEIOS-CONTA-EXIT.
           PERFORM 9460-GRAVAR-CHEQUES-CONTA
               THRU 9460-GRAVAR-CHEQUES-CONTA-EXIT.
           PERFORM 9500-ATUALIZAR-RESUMO-AGENCIA
               THRU 9500-ATUALIZAR-RESUMO-AGENCIA-EXIT.
           IF HA-CHECKPOINT-PENDENTE
           EXIT.

      ***************************************************************
      * 9460-GRAVAR-CHEQUES-CONTA - DESCARREGA NO ARQUIVO NOVO OS
      * CHEQUES QUE CONTINUAM EM COMPENSACAO NA CONTA RECEM-
      * FINALIZADA (OS VINDOS DO ARQUIVO E OS DEPOSITOS 'K' DO LOTE,
      * MENOS OS DEVOLVIDOS 'W'), E ESVAZIA A TABELA. COMO 9450,
      * RODA ANTES DO CHECKPOINT DA CONTA.
      ***************************************************************
       9460-GRAVAR-CHEQUES-CONTA.
           PERFORM VARYING WS-SUB-CQ FROM 1 BY 1
                   UNTIL WS-SUB-CQ > WS-QTD-CHEQ-CONTA
               MOVE WS-CONTA-ATUAL                 TO CV-CONTA
               MOVE WS-CQ-TAB-CANAL(WS-SUB-CQ)     TO CV-CANAL
               MOVE WS-CQ-TAB-SEQUENCIA(WS-SUB-CQ) TO CV-SEQUENCIA
               MOVE WS-CQ-TAB-VALOR(WS-SUB-CQ)     TO CV-VALOR
               MOVE WS-CQ-TAB-DEPOSITO(WS-SUB-CQ)  TO CV-DATA-DEPOSITO
               MOVE WS-CQ-TAB-LIBERACAO(WS-SUB-CQ)
                                                   TO CV-DATA-LIBERACAO
               WRITE REG-CHEQUE-NOVO
           END-PERFORM.
           MOVE 0 TO WS-QTD-CHEQ-CONTA.
           MOVE 0 TO WS-CHEQUE-CONTA.
       9460-GRAVAR-CHEQUES-CONTA-EXIT.
           EXIT.

      ***************************************************************
      * 9500-ATUALIZAR-RESUMO-AGENCIA - LOCALIZA PELA TABELA DE
      * POSICOES (OU CRIA, ZERADA, NO FIM DA TABELA) A LINHA DE
      * WS-AGENCIA-ATUAL NA TABELA EM MEMORIA E ACUMULA NELA
      * A CONTA E O SALDO FINAL QUE ACABAM DE SER GRAVADOS EM
      * ARQ-SALDOS, MAIS O DEBITO/CREDITO JA POSTADO PARA ELA DURANTE
      * O PROCESSAMENTO DO GRUPO DE TRANSACOES (WS-DEBITO-CONTA/
      * WS-CREDITO-CONTA).
      ***************************************************************
       9500-ATUALIZAR-RESUMO-AGENCIA.
           COMPUTE WS-SUB-AG = WS-AGENCIA-ATUAL + 1.
           IF WS-POS-AGENCIA(WS-SUB-AG) = 0
               ADD 1 TO WS-QTD-AGENCIAS
               MOVE WS-QTD-AGENCIAS TO WS-POS-AGENCIA(WS-SUB-AG)
               SET WS-IDX-AG TO WS-QTD-AGENCIAS
               MOVE WS-AGENCIA-ATUAL TO WS-TAB-AGENCIA(WS-IDX-AG)
               MOVE 0 TO WS-TAB-QTD-CONTAS(WS-IDX-AG)
               MOVE 0 TO WS-TAB-TOT-CREDITO(WS-IDX-AG)
               MOVE 0 TO WS-TAB-SALDO-FINAL(WS-IDX-AG)
           END-IF.
           SET WS-IDX-AG TO WS-POS-AGENCIA(WS-SUB-AG).

           ADD 1 TO WS-TAB-QTD-CONTAS(WS-IDX-AG).
           ADD WS-DEBITO-CONTA  TO WS-TAB-TOT-DEBITO(WS-IDX-AG).
               DELIMITED BY SIZE INTO TC-LINHA.
           WRITE REG-TOTAIS-CONTROLE.

           MOVE WS-TOTAL-ESTORNO-CRED TO WS-EDIT-VALOR.
           MOVE SPACES TO TC-LINHA.
           STRING 'TOTAL ESTORNOS CRD: ' WS-EDIT-VALOR
               DELIMITED BY SIZE INTO TC-LINHA.
           WRITE REG-TOTAIS-CONTROLE.

           MOVE WS-QTD-ESTORNO-CRED TO WS-EDIT-QTD.
           MOVE SPACES TO TC-LINHA.
           STRING 'QTDE ESTORNOS S   : ' WS-EDIT-QTD
               DELIMITED BY SIZE INTO TC-LINHA.
           WRITE REG-TOTAIS-CONTROLE.

           MOVE WS-TOTAL-ESTORNO-DEB TO WS-EDIT-VALOR.
           MOVE SPACES TO TC-LINHA.
           STRING 'TOTAL ESTORNOS DEB: ' WS-EDIT-VALOR
               DELIMITED BY SIZE INTO TC-LINHA.
           WRITE REG-TOTAIS-CONTROLE.

           MOVE WS-QTD-ESTORNO-DEB TO WS-EDIT-QTD.
           MOVE SPACES TO TC-LINHA.
           STRING 'QTDE ESTORNOS Z   : ' WS-EDIT-QTD
               DELIMITED BY SIZE INTO TC-LINHA.
           WRITE REG-TOTAIS-CONTROLE.

           MOVE WS-TOTAL-CHEQUE-DEP TO WS-EDIT-VALOR.
           MOVE SPACES TO TC-LINHA.
           STRING 'TOTAL DEP CHEQUE K: ' WS-EDIT-VALOR
               DELIMITED BY SIZE INTO TC-LINHA.
           WRITE REG-TOTAIS-CONTROLE.

           MOVE WS-QTD-CHEQUE-DEP TO WS-EDIT-QTD.
           MOVE SPACES TO TC-LINHA.
           STRING 'QTDE DEP CHEQUE K : ' WS-EDIT-QTD
               DELIMITED BY SIZE INTO TC-LINHA.
           WRITE REG-TOTAIS-CONTROLE.

           MOVE WS-TOTAL-CHEQUE-DEV TO WS-EDIT-VALOR.
           MOVE SPACES TO TC-LINHA.
           STRING 'TOTAL DEVOLVIDOS W: ' WS-EDIT-VALOR
               DELIMITED BY SIZE INTO TC-LINHA.
           WRITE REG-TOTAIS-CONTROLE.

           MOVE WS-QTD-CHEQUE-DEV TO WS-EDIT-QTD.
           MOVE SPACES TO TC-LINHA.
           STRING 'QTDE DEVOLVIDOS W : ' WS-EDIT-QTD
               DELIMITED BY SIZE INTO TC-LINHA.
           WRITE REG-TOTAIS-CONTROLE.

           MOVE WS-QTD-CHEQUE-NEG TO WS-EDIT-QTD.
           MOVE SPACES TO TC-LINHA.
           STRING 'QTDE DEVOLV NEGAT : ' WS-EDIT-QTD
               DELIMITED BY SIZE INTO TC-LINHA.
           WRITE REG-TOTAIS-CONTROLE.

           MOVE WS-TOTAL-CHEQUE-LIB TO WS-EDIT-VALOR.
           MOVE SPACES TO TC-LINHA.
           STRING 'TOTAL CHEQUES LIB : ' WS-EDIT-VALOR
               DELIMITED BY SIZE INTO TC-LINHA.
           WRITE REG-TOTAIS-CONTROLE.

           MOVE WS-QTD-CHEQUE-LIB TO WS-EDIT-QTD.
           MOVE SPACES TO TC-LINHA.
           STRING 'QTDE CHEQUES LIB  : ' WS-EDIT-QTD
               DELIMITED BY SIZE INTO TC-LINHA.
           WRITE REG-TOTAIS-CONTROLE.

           PERFORM VARYING WS-IDX-DT FROM 1 BY 1
                   UNTIL WS-IDX-DT > WS-QTD-DATAS
               MOVE SPACES TO TC-LINHA
           DISPLAY 'QTDE TRANSF EXT X : ' WS-QTD-TRANSF-EXT.
           DISPLAY 'QTDE BLOQ JUDIC P : ' WS-QTD-BLOQ-JUD.
           DISPLAY 'QTDE LIBER JUDIC L: ' WS-QTD-LIB-JUD.
           DISPLAY 'TOTAL ESTORNOS CRD: ' WS-TOTAL-ESTORNO-CRED.
           DISPLAY 'QTDE ESTORNOS S   : ' WS-QTD-ESTORNO-CRED.
           DISPLAY 'TOTAL ESTORNOS DEB: ' WS-TOTAL-ESTORNO-DEB.
           DISPLAY 'QTDE ESTORNOS Z   : ' WS-QTD-ESTORNO-DEB.
           DISPLAY 'TOTAL DEP CHEQUE K: ' WS-TOTAL-CHEQUE-DEP.
           DISPLAY 'QTDE DEP CHEQUE K : ' WS-QTD-CHEQUE-DEP.
           DISPLAY 'TOTAL DEVOLVIDOS W: ' WS-TOTAL-CHEQUE-DEV.
           DISPLAY 'QTDE DEVOLVIDOS W : ' WS-QTD-CHEQUE-DEV.
           DISPLAY 'QTDE DEVOLV NEGAT : ' WS-QTD-CHEQUE-NEG.
           DISPLAY 'TOTAL CHEQUES LIB : ' WS-TOTAL-CHEQUE-LIB.
           DISPLAY 'QTDE CHEQUES LIB  : ' WS-QTD-CHEQUE-LIB.
       9700-GERAR-RELATORIO-TOTAIS-EXIT.
           EXIT.

           CLOSE ARQ-LIMITES.
           CLOSE ARQ-BLOQUEIOS.
           CLOSE ARQ-BLOQUEIOS-NOVO.
           CLOSE ARQ-CHEQUES.
           CLOSE ARQ-CHEQUES-NOVO.
           CLOSE ARQ-CHEQUES-NEGATIVOS.
           CLOSE ARQ-SALDOS.
           CLOSE ARQ-REJEITADOS.
           CLOSE ARQ-TRANSF-PENDENTES.
           CLOSE ARQ-LIQUIDACAO.
           CLOSE ARQ-DUPLICADAS.
           CLOSE ARQ-CADASTRO-NOVO.
           CLOSE ARQ-CADASTRO-VSAM.
           CLOSE ARQ-AUDITORIA.
           CLOSE ARQ-CHECKPOINT.
           CLOSE ARQ-RESUMO-AGENCIAS.
