       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITA-INTEGRIDADE.
       AUTHOR. MAINFRAME-TEAM.
       DATE-WRITTEN. 10/14/2026.
      *
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT DESCRICAO
      * ---------- ---- -------------------------------------------
      * 10/14/2026 MFT  VERSAO ORIGINAL.
      * ------------------------------------------------------------
      *
      ***************************************************************
      * PROPOSITO.
      *     AUDITORIA SEMANAL DE INTEGRIDADE ENTRE OS ARQUIVOS MESTRES
      *     QUE CADA PASSO MANTEM POR CONTA PROPRIA: CADASTRO
      *     (PASSO035/045), SALDOS.ANTERIOR (PASSO040 E DETECTA-
      *     DORMENCIA), LIMITES (MANUTENCAO MANUAL), BLOQUEIOS
      *     JUDICIAIS (PASSO033), AGENDAMENTOS (GERA-AGENDADOS) E O
      *     CLUSTER VSAM DE SALDOS (PASSO038). OS SEIS SAO LIDOS LADO
      *     A LADO, EM ORDEM DE CONTA (BALANCE LINE), E CADA
      *     INCONSISTENCIA SAI NO RELATORIO COM A SEVERIDADE E O TIPO
      *     DE TRANSACAO CORRETIVA SUGERIDO:
      *         I01 C SALDO SEM CADASTRO
      *         I02 A CADASTRO SEM SALDO
      *         I03 A AGENCIA DO CADASTRO DIFERE DA DO SALDO
      *         I04 C CONTA DO SALDO AUSENTE DO VSAM
      *         I05 C CONTA DO VSAM AUSENTE DO SALDO
      *         I06 C SALDO DO VSAM DIFERE DO SALDO ANTERIOR
      *         I07 A STATUS/AGENCIA DO VSAM DIFERE DO SALDO ANTERIOR
      *         I08 A LIMITE EM CONTA ENCERRADA
      *         I09 A LIMITE EM CONTA FORA DO CADASTRO
      *         I10 C BLOQUEIO JUDICIAL EM CONTA FORA DO CADASTRO
      *         I11 M BLOQUEIO JUDICIAL EM CONTA ENCERRADA
      *         I12 A AGENDAMENTO ATIVO EM CONTA ENCERRADA
      *         I13 A AGENDAMENTO ATIVO EM CONTA FORA DO CADASTRO
      *         I14 M AGENDAMENTO ATIVO EM CONTA BLOQUEADA/DORMENTE
      *         I15 M AGENCIA DO AGENDAMENTO DIFERE DO CADASTRO
      *     (SEVERIDADE C = CRITICA, A = ALTA, M = MEDIA). O TIPO
      *     CORRETIVO E UM TIPO DE TRANSACAO DO BATCH-PROCESS ('L',
      *     'R') OU BRANCO QUANDO A CORRECAO E MANUTENCAO DIRETA DO
      *     ARQUIVO INDICADO NA ACAO DO RELATORIO.
      *     AS OCORRENCIAS VAO TAMBEM PARA UM ARQUIVO DE EXCECOES DE
      *     LAYOUT FIXO (GERACAO NOVA DO GDG). A GERACAO ANTERIOR E
      *     LIDA NO INICIO: A OCORRENCIA QUE JA EXISTIA (MESMA CONTA,
      *     CODIGO E REFERENCIA) HERDA A DATA DA PRIMEIRA DETECCAO E
      *     SOMA UMA EXECUCAO EM ABERTO; A QUE SUMIU SAI NO RELATORIO
      *     COMO RESOLVIDA. QUALQUER OCORRENCIA CRITICA TERMINA O
      *     PASSO COM RETURN-CODE 8 (A GERACAO E CATALOGADA); ARQUIVO
      *     FORA DE ORDEM, TABELA ESTOURADA OU ERRO NO VSAM DERRUBAM O
      *     PASSO COM ABEND (9950-ABORTAR), PARA A GERACAO PARCIAL NAO
      *     SER CATALOGADA.
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

           SELECT ARQ-CADASTRO
               ASSIGN TO 'CADASTRO'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-SALDOS
               ASSIGN TO 'SALDOANT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-SALDOS-VSAM
               ASSIGN TO 'SALDOVSM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VS-CONTA
               FILE STATUS IS WS-FS-VSAM.

           SELECT OPTIONAL ARQ-LIMITES
               ASSIGN TO 'LIMITES'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-BLOQUEIOS
               ASSIGN TO 'BLOQJUD'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-AGENDAMENTOS
               ASSIGN TO 'AGENDAME'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-EXCECOES-ANT
               ASSIGN TO 'EXCANTER'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-EXCECOES
               ASSIGN TO 'EXCNOVAS'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-RELATORIO
               ASSIGN TO 'RELATINT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      ***************************************************************
      * PARAMETRO DO LOTE (ENTRADA) - A DATA DO ULTIMO MOVIMENTO
      * FECHADO, QUE DATA AS OCORRENCIAS DESTA EXECUCAO.
      ***************************************************************
       FD  ARQ-PARAMETRO.
       01  REG-PARAMETRO.
           05  PRM-DATA            PIC 9(08).
           05  FILLER              PIC X(09).

      ***************************************************************
      * CADASTRO DE CONTAS (ENTRADA) - LAYOUT DE REG-CADASTRO EM
      * CBL0001, ORDENADO POR CONTA.
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
      * SALDOS.ANTERIOR (ENTRADA) - LAYOUT DE REG-SALDO-ANTERIOR EM
      * CBL0001, ORDENADO POR CONTA.
      ***************************************************************
       FD  ARQ-SALDOS.
       01  REG-SALDO.
           05  RSA-CONTA           PIC 9(10).
           05  RSA-AGENCIA         PIC 9(04).
           05  RSA-SALDO           PIC S9(09)V99.
           05  RSA-STATUS          PIC X(01).

      ***************************************************************
      * CLUSTER VSAM DE SALDOS (ENTRADA) - LIDO EM ORDEM DE CHAVE.
      ***************************************************************
       FD  ARQ-SALDOS-VSAM.
       01  REG-SALDO-VSAM.
           05  VS-CONTA            PIC 9(10).
           05  VS-AGENCIA          PIC 9(04).
           05  VS-SALDO            PIC S9(09)V99.
           05  VS-STATUS           PIC X(01).

      ***************************************************************
      * LIMITES DE CHEQUE ESPECIAL (ENTRADA) - LAYOUT DE REG-LIMITE EM
      * CBL0001, UMA LINHA POR CONTA, ORDENADO POR CONTA.
      ***************************************************************
       FD  ARQ-LIMITES.
       01  REG-LIMITE.
           05  LM-CONTA            PIC 9(10).
           05  LM-LIMITE           PIC 9(09)V99.

      ***************************************************************
      * BLOQUEIOS JUDICIAIS (ENTRADA) - LAYOUT DE REG-BLOQUEIO EM
      * CBL0001, UMA LINHA POR ORDEM, ORDENADO POR CONTA.
      ***************************************************************
       FD  ARQ-BLOQUEIOS.
       01  REG-BLOQUEIO.
           05  BQ-CONTA            PIC 9(10).
           05  BQ-ORDEM            PIC 9(10).
           05  BQ-VALOR            PIC 9(09)V99.

      ***************************************************************
      * AGENDAMENTOS (ENTRADA) - LAYOUT DE REG-AGENDAMENTO EM CBL0011,
      * ORDENADO POR CONTA PELO PASSO DE SORT QUE PRECEDE ESTE.
      ***************************************************************
       FD  ARQ-AGENDAMENTOS.
       01  REG-AGENDAMENTO.
           05  AG-CONTA            PIC 9(10).
           05  AG-AGENCIA          PIC 9(04).
           05  AG-TIPO             PIC X(01).
           05  AG-VALOR            PIC 9(09)V99.
           05  AG-CONTA-CONTRAP    PIC 9(10).
           05  AG-FREQUENCIA       PIC X(01).
           05  AG-PROX-DATA        PIC 9(08).
           05  AG-STATUS           PIC X(01).

      ***************************************************************
      * EXCECOES DA EXECUCAO ANTERIOR (ENTRADA, OPCIONAL) - MESMO
      * LAYOUT DE REG-EXCECAO. AUSENTE (DD DUMMY) NA PRIMEIRA
      * EXECUCAO.
      ***************************************************************
       FD  ARQ-EXCECOES-ANT.
       01  REG-EXCECAO-ANT.
           05  EA-CONTA            PIC 9(10).
           05  EA-CODIGO           PIC X(03).
           05  EA-REFERENCIA       PIC X(12).
           05  EA-SEVERIDADE       PIC X(01).
           05  EA-CORRECAO         PIC X(01).
           05  EA-AGENCIA          PIC 9(04).
           05  EA-VALOR            PIC S9(09)V99.
           05  EA-DATA-EXECUCAO    PIC 9(08).
           05  EA-DATA-PRIMEIRA    PIC 9(08).
           05  EA-QTD-EXECUCOES    PIC 9(03).
           05  EA-DESCRICAO        PIC X(39).

      ***************************************************************
      * EXCECOES DESTA EXECUCAO (SAIDA, FIXO 100 BYTES) - UMA LINHA
      * POR OCORRENCIA EM ABERTO:
      *     EX-CONTA         CONTA
      *     EX-CODIGO        CODIGO DA OCORRENCIA (I01-I15)
      *     EX-REFERENCIA    ORDEM JUDICIAL (I10/I11), TIPO + VALOR
      *                      DO AGENDAMENTO (I12-I15) OU BRANCO
      *     EX-SEVERIDADE    'C' CRITICA, 'A' ALTA, 'M' MEDIA
      *     EX-CORRECAO      TIPO DE TRANSACAO CORRETIVA OU BRANCO
      *     EX-AGENCIA       AGENCIA (CADASTRO, SENAO SALDO/VSAM)
      *     EX-VALOR         VALOR ENVOLVIDO (SALDO, DIFERENCA,
      *                      LIMITE, BLOQUEIO OU AGENDAMENTO)
      *     EX-DATA-EXECUCAO DATA DO MOVIMENTO DESTA EXECUCAO
      *     EX-DATA-PRIMEIRA DATA DA PRIMEIRA DETECCAO
      *     EX-QTD-EXECUCOES EXECUCOES CONSECUTIVAS EM ABERTO
      *     EX-DESCRICAO     DESCRICAO DA OCORRENCIA
      ***************************************************************
       FD  ARQ-EXCECOES.
       01  REG-EXCECAO.
           05  EX-CONTA            PIC 9(10).
           05  EX-CODIGO           PIC X(03).
           05  EX-REFERENCIA       PIC X(12).
           05  EX-SEVERIDADE       PIC X(01).
               88  EX-CRITICA          VALUE 'C'.
               88  EX-ALTA             VALUE 'A'.
               88  EX-MEDIA            VALUE 'M'.
           05  EX-CORRECAO         PIC X(01).
           05  EX-AGENCIA          PIC 9(04).
           05  EX-VALOR            PIC S9(09)V99.
           05  EX-DATA-EXECUCAO    PIC 9(08).
           05  EX-DATA-PRIMEIRA    PIC 9(08).
           05  EX-QTD-EXECUCOES    PIC 9(03).
           05  EX-DESCRICAO        PIC X(39).

      ***************************************************************
      * RELATORIO DA AUDITORIA (SAIDA, TEXTO).
      ***************************************************************
       FD  ARQ-RELATORIO.
       01  REG-RELATORIO.
           05  RL-LINHA            PIC X(100).

       WORKING-STORAGE SECTION.

      * INDICADORES DE FIM DE ARQUIVO / FILE STATUS
       77  WS-EA-EOF               PIC X(01)   VALUE 'N'.
           88  FIM-EXCECOES-ANT         VALUE 'S'.
       77  WS-AUDITORIA-FIM        PIC X(01)   VALUE 'N'.
           88  FIM-AUDITORIA            VALUE 'S'.
       77  WS-FS-VSAM              PIC X(02)   VALUE '00'.

      * DATA DO MOVIMENTO
       77  WS-DATA-MOVTO           PIC 9(08)       VALUE 0.

      * CHAVES CORRENTES DO BALANCE LINE - UM ARQUIVO ESGOTADO FICA
      * COM WS-CHAVE-FIM, ACIMA DE QUALQUER CONTA.
       77  WS-CHAVE-FIM            PIC 9(11)   VALUE 99999999999.
       77  WS-CONTA-ATUAL          PIC 9(11)       VALUE 0.
       77  WS-CAD-CHAVE            PIC 9(11)       VALUE 0.
       77  WS-SA-CHAVE             PIC 9(11)       VALUE 0.
       77  WS-VS-CHAVE             PIC 9(11)       VALUE 0.
       77  WS-LM-CHAVE             PIC 9(11)       VALUE 0.
       77  WS-BQ-CHAVE             PIC 9(11)       VALUE 0.
       77  WS-AG-CHAVE             PIC 9(11)       VALUE 0.
       77  WS-ARQUIVO-FORA-ORDEM   PIC X(16)       VALUE SPACES.
      * CODIGO DE ABEND DO PASSO (VER 9950-ABORTAR)
       77  WS-CODIGO-ABEND         PIC S9(04) COMP VALUE 0.

      * SITUACAO DA CONTA CORRENTE NOS ARQUIVOS MESTRES
       77  WS-TEM-CADASTRO         PIC X(01)   VALUE 'N'.
           88  TEM-CADASTRO             VALUE 'S'.
       77  WS-TEM-SALDO            PIC X(01)   VALUE 'N'.
           88  TEM-SALDO                VALUE 'S'.
       77  WS-TEM-VSAM             PIC X(01)   VALUE 'N'.
           88  TEM-VSAM                 VALUE 'S'.
       77  WS-TEM-LIMITE           PIC X(01)   VALUE 'N'.
           88  TEM-LIMITE               VALUE 'S'.
       77  WS-CT-CAD-AGENCIA       PIC 9(04)       VALUE 0.
       77  WS-CT-SA-AGENCIA        PIC 9(04)       VALUE 0.
       77  WS-CT-SA-SALDO          PIC S9(09)V99   VALUE 0.
       77  WS-CT-SA-STATUS         PIC X(01)       VALUE SPACE.
           88  CONTA-ENCERRADA          VALUE 'E'.
           88  CONTA-BLOQ-DORMENTE      VALUES 'B' 'D'.
       77  WS-CT-VS-AGENCIA        PIC 9(04)       VALUE 0.
       77  WS-CT-VS-SALDO          PIC S9(09)V99   VALUE 0.
       77  WS-CT-VS-STATUS         PIC X(01)       VALUE SPACE.
       77  WS-CT-LM-LIMITE         PIC 9(09)V99    VALUE 0.

      * OCORRENCIA EM MONTAGEM
       77  WS-ACAO                 PIC X(40)       VALUE SPACES.
       77  WS-EXC-ACHADA           PIC X(01)   VALUE 'N'.
           88  EXC-JA-EXISTIA           VALUE 'S'.
       01  WS-AGENDAMENTO.
           05  WS-AG-CONTA         PIC 9(10).
           05  WS-AG-AGENCIA       PIC 9(04).
           05  WS-AG-TIPO          PIC X(01).
           05  WS-AG-VALOR         PIC 9(09)V99.
           05  FILLER              PIC X(19).
           05  WS-AG-STATUS        PIC X(01).
       01  WS-REF-AGENDAMENTO.
           05  WS-RA-TIPO          PIC X(01).
           05  WS-RA-VALOR         PIC 9(09)V99.

      * CONTADORES
       77  WS-CONTADOR-CONTAS      PIC 9(07) COMP  VALUE 0.
       77  WS-CONTADOR-CRITICAS    PIC 9(07) COMP  VALUE 0.
       77  WS-CONTADOR-ALTAS       PIC 9(07) COMP  VALUE 0.
       77  WS-CONTADOR-MEDIAS      PIC 9(07) COMP  VALUE 0.
       77  WS-CONTADOR-NOVAS       PIC 9(07) COMP  VALUE 0.
       77  WS-CONTADOR-PERSISTENTES PIC 9(07) COMP VALUE 0.
       77  WS-CONTADOR-RESOLVIDAS  PIC 9(07) COMP  VALUE 0.

      * OCORRENCIAS DA EXECUCAO ANTERIOR
       01  WS-TABELA-ANTERIOR.
           05  WS-QTD-ANTERIOR     PIC 9(05) COMP  VALUE 0.
           05  WS-ANTERIOR-ENTRY OCCURS 5000 TIMES
                                   INDEXED BY WS-IDX-EA.
               10  WS-EA-CONTA         PIC 9(10).
               10  WS-EA-CODIGO        PIC X(03).
               10  WS-EA-REFERENCIA    PIC X(12).
               10  WS-EA-SEVERIDADE    PIC X(01).
               10  WS-EA-AGENCIA       PIC 9(04).
               10  WS-EA-DATA-PRIMEIRA PIC 9(08).
               10  WS-EA-QTD-EXECUCOES PIC 9(03).
               10  WS-EA-DESCRICAO     PIC X(39).
               10  WS-EA-VISTA         PIC X(01).

      * CAMPOS AUXILIARES DO RELATORIO
       01  WS-EDIT-VALOR           PIC -.---.---.--9,99.
       01  WS-EDIT-QTD             PIC Z.ZZZ.ZZ9.
       01  WS-EDIT-EXECUCOES       PIC ZZ9.
       01  WS-TEXTO-SEVERIDADE     PIC X(07).

       PROCEDURE DIVISION.

      ***************************************************************
      * 0000-MAINLINE - ROTINA PRINCIPAL.
      ***************************************************************
       0000-MAINLINE.
           DISPLAY 'INICIANDO AUDITORIA DE INTEGRIDADE'.
           PERFORM 1000-INICIALIZAR
               THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-AUDITAR-CONTA
               THRU 2000-AUDITAR-CONTA-EXIT
               UNTIL FIM-AUDITORIA.
           PERFORM 3000-APURAR-RESOLVIDAS
               THRU 3000-APURAR-RESOLVIDAS-EXIT.
           PERFORM 9700-FECHAR-RELATORIO
               THRU 9700-FECHAR-RELATORIO-EXIT.
           PERFORM 9800-ENCERRAR-ARQUIVOS
               THRU 9800-ENCERRAR-ARQUIVOS-EXIT.
           DISPLAY 'AUDITORIA CONCLUIDA'.
           DISPLAY 'CONTAS AUDITADAS  : ' WS-CONTADOR-CONTAS.
           DISPLAY 'CRITICAS          : ' WS-CONTADOR-CRITICAS.
           DISPLAY 'ALTAS             : ' WS-CONTADOR-ALTAS.
           DISPLAY 'MEDIAS            : ' WS-CONTADOR-MEDIAS.
           DISPLAY 'NOVAS             : ' WS-CONTADOR-NOVAS.
           DISPLAY 'PERSISTENTES      : ' WS-CONTADOR-PERSISTENTES.
           DISPLAY 'RESOLVIDAS        : ' WS-CONTADOR-RESOLVIDAS.
           IF WS-CONTADOR-CRITICAS > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ***************************************************************
      * 1000-INICIALIZAR - LE A DATA DO MOVIMENTO E AS OCORRENCIAS DA
      * EXECUCAO ANTERIOR, ABRE OS ARQUIVOS MESTRES E FAZ A PRIMEIRA
      * LEITURA DE CADA UM.
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
           IF PRM-DATA IS NOT NUMERIC OR PRM-DATA = 0
               DISPLAY 'ERRO: DATA INVALIDA NO PARAMETRO: ' PRM-DATA
               MOVE 1002 TO WS-CODIGO-ABEND
               PERFORM 9950-ABORTAR
                   THRU 9950-ABORTAR-EXIT
           END-IF.
           MOVE PRM-DATA TO WS-DATA-MOVTO.

           OPEN INPUT ARQ-EXCECOES-ANT.
           PERFORM 1100-CARREGAR-ANTERIOR
               THRU 1100-CARREGAR-ANTERIOR-EXIT
               UNTIL FIM-EXCECOES-ANT.
           CLOSE ARQ-EXCECOES-ANT.

           OPEN INPUT ARQ-SALDOS-VSAM.
           IF WS-FS-VSAM NOT = '00'
               DISPLAY 'ERRO: ABERTURA DO VSAM DE SALDOS - '
                   'FILE STATUS ' WS-FS-VSAM
               MOVE 1003 TO WS-CODIGO-ABEND
               PERFORM 9950-ABORTAR
                   THRU 9950-ABORTAR-EXIT
           END-IF.
           OPEN INPUT ARQ-CADASTRO.
           OPEN INPUT ARQ-SALDOS.
           OPEN INPUT ARQ-LIMITES.
           OPEN INPUT ARQ-BLOQUEIOS.
           OPEN INPUT ARQ-AGENDAMENTOS.
           OPEN OUTPUT ARQ-EXCECOES.
           OPEN OUTPUT ARQ-RELATORIO.

           PERFORM 9100-LER-CADASTRO
               THRU 9100-LER-CADASTRO-EXIT.
           PERFORM 9200-LER-SALDO
               THRU 9200-LER-SALDO-EXIT.
           PERFORM 9300-LER-VSAM
               THRU 9300-LER-VSAM-EXIT.
           PERFORM 9400-LER-LIMITE
               THRU 9400-LER-LIMITE-EXIT.
           PERFORM 9500-LER-BLOQUEIO
               THRU 9500-LER-BLOQUEIO-EXIT.
           PERFORM 9600-LER-AGENDAMENTO
               THRU 9600-LER-AGENDAMENTO-EXIT.

           MOVE SPACES TO RL-LINHA.
           STRING '---- AUDITORIA DE INTEGRIDADE DOS ARQUIVOS MESTRES '
                  '- MOVIMENTO ' WS-DATA-MOVTO ' ----'
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
           MOVE SPACES TO RL-LINHA.
           STRING 'SEVER.  COD CONTA      AGEN REFERENCIA  T '
                  'DESCRICAO                               DESDE'
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
       1000-INICIALIZAR-EXIT.
           EXIT.

       1100-CARREGAR-ANTERIOR.
           READ ARQ-EXCECOES-ANT
               AT END
                   MOVE 'S' TO WS-EA-EOF
                   GO TO 1100-CARREGAR-ANTERIOR-EXIT
           END-READ.
           IF WS-QTD-ANTERIOR NOT < 5000
               DISPLAY 'ERRO: NUMERO DE EXCECOES ANTERIORES EXCEDE O '
                   'LIMITE DA TABELA (5000)'
               MOVE 1101 TO WS-CODIGO-ABEND
               PERFORM 9950-ABORTAR
                   THRU 9950-ABORTAR-EXIT
           END-IF.
           ADD 1 TO WS-QTD-ANTERIOR.
           MOVE EA-CONTA      TO WS-EA-CONTA(WS-QTD-ANTERIOR).
           MOVE EA-CODIGO     TO WS-EA-CODIGO(WS-QTD-ANTERIOR).
           MOVE EA-REFERENCIA TO WS-EA-REFERENCIA(WS-QTD-ANTERIOR).
           MOVE EA-SEVERIDADE TO WS-EA-SEVERIDADE(WS-QTD-ANTERIOR).
           MOVE EA-AGENCIA    TO WS-EA-AGENCIA(WS-QTD-ANTERIOR).
           MOVE EA-DATA-PRIMEIRA
               TO WS-EA-DATA-PRIMEIRA(WS-QTD-ANTERIOR).
           MOVE EA-QTD-EXECUCOES
               TO WS-EA-QTD-EXECUCOES(WS-QTD-ANTERIOR).
           MOVE EA-DESCRICAO  TO WS-EA-DESCRICAO(WS-QTD-ANTERIOR).
           MOVE 'N'           TO WS-EA-VISTA(WS-QTD-ANTERIOR).
       1100-CARREGAR-ANTERIOR-EXIT.
           EXIT.

      ***************************************************************
      * 2000-AUDITAR-CONTA - TOMA A MENOR CONTA ENTRE OS SEIS
      * ARQUIVOS, RECOLHE O QUE CADA UM TEM DELA E CONFERE A CONTA,
      * SUAS ORDENS JUDICIAIS E SEUS AGENDAMENTOS.
      ***************************************************************
       2000-AUDITAR-CONTA.
           MOVE WS-CHAVE-FIM TO WS-CONTA-ATUAL.
           IF WS-CAD-CHAVE < WS-CONTA-ATUAL
               MOVE WS-CAD-CHAVE TO WS-CONTA-ATUAL
           END-IF.
           IF WS-SA-CHAVE < WS-CONTA-ATUAL
               MOVE WS-SA-CHAVE TO WS-CONTA-ATUAL
           END-IF.
           IF WS-VS-CHAVE < WS-CONTA-ATUAL
               MOVE WS-VS-CHAVE TO WS-CONTA-ATUAL
           END-IF.
           IF WS-LM-CHAVE < WS-CONTA-ATUAL
               MOVE WS-LM-CHAVE TO WS-CONTA-ATUAL
           END-IF.
           IF WS-BQ-CHAVE < WS-CONTA-ATUAL
               MOVE WS-BQ-CHAVE TO WS-CONTA-ATUAL
           END-IF.
           IF WS-AG-CHAVE < WS-CONTA-ATUAL
               MOVE WS-AG-CHAVE TO WS-CONTA-ATUAL
           END-IF.
           IF WS-CONTA-ATUAL = WS-CHAVE-FIM
               MOVE 'S' TO WS-AUDITORIA-FIM
               GO TO 2000-AUDITAR-CONTA-EXIT
           END-IF.
           ADD 1 TO WS-CONTADOR-CONTAS.

           MOVE 'N' TO WS-TEM-CADASTRO.
           MOVE 'N' TO WS-TEM-SALDO.
           MOVE 'N' TO WS-TEM-VSAM.
           MOVE 'N' TO WS-TEM-LIMITE.
           MOVE SPACE TO WS-CT-SA-STATUS.
           MOVE 0 TO WS-CT-CAD-AGENCIA.
           MOVE 0 TO WS-CT-SA-AGENCIA.
           MOVE 0 TO WS-CT-VS-AGENCIA.

           IF WS-CAD-CHAVE = WS-CONTA-ATUAL
               MOVE 'S' TO WS-TEM-CADASTRO
               MOVE CAD-AGENCIA TO WS-CT-CAD-AGENCIA
               PERFORM 9100-LER-CADASTRO
                   THRU 9100-LER-CADASTRO-EXIT
                   UNTIL WS-CAD-CHAVE NOT = WS-CONTA-ATUAL
           END-IF.
           IF WS-SA-CHAVE = WS-CONTA-ATUAL
               MOVE 'S' TO WS-TEM-SALDO
               MOVE RSA-AGENCIA TO WS-CT-SA-AGENCIA
               MOVE RSA-SALDO   TO WS-CT-SA-SALDO
               MOVE RSA-STATUS  TO WS-CT-SA-STATUS
               PERFORM 9200-LER-SALDO
                   THRU 9200-LER-SALDO-EXIT
                   UNTIL WS-SA-CHAVE NOT = WS-CONTA-ATUAL
           END-IF.
           IF WS-VS-CHAVE = WS-CONTA-ATUAL
               MOVE 'S' TO WS-TEM-VSAM
               MOVE VS-AGENCIA TO WS-CT-VS-AGENCIA
               MOVE VS-SALDO   TO WS-CT-VS-SALDO
               MOVE VS-STATUS  TO WS-CT-VS-STATUS
               PERFORM 9300-LER-VSAM
                   THRU 9300-LER-VSAM-EXIT
           END-IF.
           IF WS-LM-CHAVE = WS-CONTA-ATUAL
               MOVE 'S' TO WS-TEM-LIMITE
               MOVE LM-LIMITE TO WS-CT-LM-LIMITE
               PERFORM 9400-LER-LIMITE
                   THRU 9400-LER-LIMITE-EXIT
                   UNTIL WS-LM-CHAVE NOT = WS-CONTA-ATUAL
           END-IF.

           PERFORM 2100-CONFERIR-CONTA
               THRU 2100-CONFERIR-CONTA-EXIT.
           PERFORM 2200-CONFERIR-BLOQUEIO
               THRU 2200-CONFERIR-BLOQUEIO-EXIT
               UNTIL WS-BQ-CHAVE NOT = WS-CONTA-ATUAL.
           PERFORM 2300-CONFERIR-AGENDAMENTO
               THRU 2300-CONFERIR-AGENDAMENTO-EXIT
               UNTIL WS-AG-CHAVE NOT = WS-CONTA-ATUAL.
       2000-AUDITAR-CONTA-EXIT.
           EXIT.

      ***************************************************************
      * 2100-CONFERIR-CONTA - CADASTRO X SALDO X VSAM X LIMITE.
      ***************************************************************
       2100-CONFERIR-CONTA.
           IF TEM-SALDO AND NOT TEM-CADASTRO
               MOVE 'I01' TO EX-CODIGO
               MOVE 'C'   TO EX-SEVERIDADE
               MOVE SPACE TO EX-CORRECAO
               MOVE SPACES TO EX-REFERENCIA
               MOVE WS-CT-SA-SALDO TO EX-VALOR
               MOVE 'SALDO SEM CADASTRO' TO EX-DESCRICAO
               MOVE 'APURAR A ABERTURA E INCLUIR NO CADASTRO'
                   TO WS-ACAO
               PERFORM 5000-REGISTRAR-EXCECAO
                   THRU 5000-REGISTRAR-EXCECAO-EXIT
           END-IF.
           IF TEM-CADASTRO AND NOT TEM-SALDO
               MOVE 'I02' TO EX-CODIGO
               MOVE 'A'   TO EX-SEVERIDADE
               MOVE SPACE TO EX-CORRECAO
               MOVE SPACES TO EX-REFERENCIA
               MOVE 0 TO EX-VALOR
               MOVE 'CADASTRO SEM SALDO' TO EX-DESCRICAO
               MOVE 'APURAR A CONTA NO SALDOS.ANTERIOR' TO WS-ACAO
               PERFORM 5000-REGISTRAR-EXCECAO
                   THRU 5000-REGISTRAR-EXCECAO-EXIT
           END-IF.
           IF TEM-CADASTRO AND TEM-SALDO
                   AND WS-CT-CAD-AGENCIA NOT = WS-CT-SA-AGENCIA
               MOVE 'I03' TO EX-CODIGO
               MOVE 'A'   TO EX-SEVERIDADE
               MOVE SPACE TO EX-CORRECAO
               MOVE SPACES TO EX-REFERENCIA
               MOVE WS-CT-SA-AGENCIA TO EX-REFERENCIA(1:4)
               MOVE 0 TO EX-VALOR
               MOVE 'AGENCIA DO CADASTRO DIFERE DA DO SALDO'
                   TO EX-DESCRICAO
               MOVE 'CORRIGIR A AGENCIA NO CADASTRO/SALDO'
                   TO WS-ACAO
               PERFORM 5000-REGISTRAR-EXCECAO
                   THRU 5000-REGISTRAR-EXCECAO-EXIT
           END-IF.

           IF TEM-SALDO AND NOT TEM-VSAM
               MOVE 'I04' TO EX-CODIGO
               MOVE 'C'   TO EX-SEVERIDADE
               MOVE SPACE TO EX-CORRECAO
               MOVE SPACES TO EX-REFERENCIA
               MOVE WS-CT-SA-SALDO TO EX-VALOR
               MOVE 'CONTA DO SALDO AUSENTE DO VSAM' TO EX-DESCRICAO
               MOVE 'RECARREGAR O VSAM (ETAPA PASSO038)' TO WS-ACAO
               PERFORM 5000-REGISTRAR-EXCECAO
                   THRU 5000-REGISTRAR-EXCECAO-EXIT
           END-IF.
           IF TEM-VSAM AND NOT TEM-SALDO
               MOVE 'I05' TO EX-CODIGO
               MOVE 'C'   TO EX-SEVERIDADE
               MOVE SPACE TO EX-CORRECAO
               MOVE SPACES TO EX-REFERENCIA
               MOVE WS-CT-VS-SALDO TO EX-VALOR
               MOVE 'CONTA DO VSAM AUSENTE DO SALDO' TO EX-DESCRICAO
               MOVE 'RECARREGAR O VSAM (ETAPA PASSO038)' TO WS-ACAO
               PERFORM 5000-REGISTRAR-EXCECAO
                   THRU 5000-REGISTRAR-EXCECAO-EXIT
           END-IF.
           IF TEM-VSAM AND TEM-SALDO
               IF WS-CT-VS-SALDO NOT = WS-CT-SA-SALDO
                   MOVE 'I06' TO EX-CODIGO
                   MOVE 'C'   TO EX-SEVERIDADE
                   MOVE SPACE TO EX-CORRECAO
                   MOVE SPACES TO EX-REFERENCIA
                   COMPUTE EX-VALOR = WS-CT-VS-SALDO - WS-CT-SA-SALDO
                   MOVE 'SALDO DO VSAM DIFERE DO SALDO ANTERIOR'
                       TO EX-DESCRICAO
                   MOVE 'RECARREGAR O VSAM (ETAPA PASSO038)'
                       TO WS-ACAO
                   PERFORM 5000-REGISTRAR-EXCECAO
                       THRU 5000-REGISTRAR-EXCECAO-EXIT
               ELSE
                   IF WS-CT-VS-STATUS NOT = WS-CT-SA-STATUS
                           OR WS-CT-VS-AGENCIA NOT = WS-CT-SA-AGENCIA
                       MOVE 'I07' TO EX-CODIGO
                       MOVE 'A'   TO EX-SEVERIDADE
                       MOVE SPACE TO EX-CORRECAO
                       MOVE SPACES TO EX-REFERENCIA
                       MOVE WS-CT-VS-STATUS TO EX-REFERENCIA(1:1)
                       MOVE WS-CT-SA-STATUS TO EX-REFERENCIA(2:1)
                       MOVE 0 TO EX-VALOR
                       MOVE 'STATUS/AGENCIA DO VSAM DIFERE DO SALDO'
                           TO EX-DESCRICAO
                       MOVE 'RECARREGAR O VSAM (ETAPA PASSO038)'
                           TO WS-ACAO
                       PERFORM 5000-REGISTRAR-EXCECAO
                           THRU 5000-REGISTRAR-EXCECAO-EXIT
                   END-IF
               END-IF
           END-IF.

           IF NOT TEM-LIMITE
               GO TO 2100-CONFERIR-CONTA-EXIT
           END-IF.
           IF NOT TEM-CADASTRO
               MOVE 'I09' TO EX-CODIGO
               MOVE 'A'   TO EX-SEVERIDADE
               MOVE SPACE TO EX-CORRECAO
               MOVE SPACES TO EX-REFERENCIA
               MOVE WS-CT-LM-LIMITE TO EX-VALOR
               MOVE 'LIMITE EM CONTA FORA DO CADASTRO'
                   TO EX-DESCRICAO
               MOVE 'EXCLUIR A LINHA DO ARQUIVO DE LIMITES'
                   TO WS-ACAO
               PERFORM 5000-REGISTRAR-EXCECAO
                   THRU 5000-REGISTRAR-EXCECAO-EXIT
           ELSE
               IF CONTA-ENCERRADA
                   MOVE 'I08' TO EX-CODIGO
                   MOVE 'A'   TO EX-SEVERIDADE
                   MOVE SPACE TO EX-CORRECAO
                   MOVE SPACES TO EX-REFERENCIA
                   MOVE WS-CT-LM-LIMITE TO EX-VALOR
                   MOVE 'LIMITE EM CONTA ENCERRADA' TO EX-DESCRICAO
                   MOVE 'EXCLUIR A LINHA DO ARQUIVO DE LIMITES'
                       TO WS-ACAO
                   PERFORM 5000-REGISTRAR-EXCECAO
                       THRU 5000-REGISTRAR-EXCECAO-EXIT
               END-IF
           END-IF.
       2100-CONFERIR-CONTA-EXIT.
           EXIT.

      ***************************************************************
      * 2200-CONFERIR-BLOQUEIO - UMA ORDEM JUDICIAL DA CONTA. ORDEM
      * EM CONTA FORA DO CADASTRO NAO E CUMPRIDA POR NINGUEM E E
      * CRITICA; A CORRECAO E A LIBERACAO ('L') E A REEMISSAO NA
      * CONTA CERTA.
      ***************************************************************
       2200-CONFERIR-BLOQUEIO.
           MOVE SPACES TO EX-REFERENCIA.
           MOVE BQ-ORDEM TO EX-REFERENCIA(1:10).
           MOVE BQ-VALOR TO EX-VALOR.
           IF NOT TEM-CADASTRO
               MOVE 'I10' TO EX-CODIGO
               MOVE 'C'   TO EX-SEVERIDADE
               MOVE 'L'   TO EX-CORRECAO
               MOVE 'BLOQUEIO JUDICIAL EM CONTA SEM CADASTRO'
                   TO EX-DESCRICAO
               MOVE 'LIBERAR (L) E REEMITIR NA CONTA CORRETA'
                   TO WS-ACAO
               PERFORM 5000-REGISTRAR-EXCECAO
                   THRU 5000-REGISTRAR-EXCECAO-EXIT
           ELSE
               IF CONTA-ENCERRADA
                   MOVE 'I11' TO EX-CODIGO
                   MOVE 'M'   TO EX-SEVERIDADE
                   MOVE 'L'   TO EX-CORRECAO
                   MOVE 'BLOQUEIO JUDICIAL EM CONTA ENCERRADA'
                       TO EX-DESCRICAO
                   MOVE 'LIBERAR (L) APOS RESPOSTA AO JUIZO'
                       TO WS-ACAO
                   PERFORM 5000-REGISTRAR-EXCECAO
                       THRU 5000-REGISTRAR-EXCECAO-EXIT
               END-IF
           END-IF.
           PERFORM 9500-LER-BLOQUEIO
               THRU 9500-LER-BLOQUEIO-EXIT.
       2200-CONFERIR-BLOQUEIO-EXIT.
           EXIT.

      ***************************************************************
      * 2300-CONFERIR-AGENDAMENTO - UM AGENDAMENTO DA CONTA, JA COM
      * A LEITURA DO SEGUINTE FEITA. SO O ATIVO ('A') E CONFERIDO;
      * A REFERENCIA E O TIPO + VALOR, QUE IDENTIFICA O AGENDAMENTO
      * DE UMA SEMANA PARA A OUTRA (A PROXIMA DATA MUDA A CADA
      * EMISSAO).
      ***************************************************************
       2300-CONFERIR-AGENDAMENTO.
           MOVE REG-AGENDAMENTO TO WS-AGENDAMENTO.
           PERFORM 9600-LER-AGENDAMENTO
               THRU 9600-LER-AGENDAMENTO-EXIT.
           IF WS-AG-STATUS NOT = 'A'
               GO TO 2300-CONFERIR-AGENDAMENTO-EXIT
           END-IF.
           MOVE WS-AG-TIPO  TO WS-RA-TIPO.
           MOVE WS-AG-VALOR TO WS-RA-VALOR.
           MOVE WS-REF-AGENDAMENTO TO EX-REFERENCIA.
           MOVE WS-AG-VALOR TO EX-VALOR.
           MOVE SPACE TO EX-CORRECAO.
           IF NOT TEM-CADASTRO
               MOVE 'I13' TO EX-CODIGO
               MOVE 'A'   TO EX-SEVERIDADE
               MOVE 'AGENDAMENTO ATIVO EM CONTA SEM CADASTRO'
                   TO EX-DESCRICAO
               MOVE 'CANCELAR O AGENDAMENTO (STATUS C)' TO WS-ACAO
               PERFORM 5000-REGISTRAR-EXCECAO
                   THRU 5000-REGISTRAR-EXCECAO-EXIT
               GO TO 2300-CONFERIR-AGENDAMENTO-EXIT
           END-IF.
           IF CONTA-ENCERRADA
               MOVE 'I12' TO EX-CODIGO
               MOVE 'A'   TO EX-SEVERIDADE
               MOVE 'AGENDAMENTO ATIVO EM CONTA ENCERRADA'
                   TO EX-DESCRICAO
               MOVE 'CANCELAR O AGENDAMENTO (STATUS C)' TO WS-ACAO
               PERFORM 5000-REGISTRAR-EXCECAO
                   THRU 5000-REGISTRAR-EXCECAO-EXIT
           END-IF.
           IF CONTA-BLOQ-DORMENTE
               MOVE 'I14' TO EX-CODIGO
               MOVE 'M'   TO EX-SEVERIDADE
               MOVE 'R'   TO EX-CORRECAO
               MOVE 'AGENDAMENTO EM CONTA BLOQUEADA/DORMENTE'
                   TO EX-DESCRICAO
               MOVE 'REATIVAR (R) OU CANCELAR O AGENDAMENTO'
                   TO WS-ACAO
               PERFORM 5000-REGISTRAR-EXCECAO
                   THRU 5000-REGISTRAR-EXCECAO-EXIT
               MOVE SPACE TO EX-CORRECAO
           END-IF.
           IF WS-AG-AGENCIA NOT = WS-CT-CAD-AGENCIA
               MOVE 'I15' TO EX-CODIGO
               MOVE 'M'   TO EX-SEVERIDADE
               MOVE 'AGENCIA DO AGENDAM. DIFERE DO CADASTRO'
                   TO EX-DESCRICAO
               MOVE 'CORRIGIR A AGENCIA NO AGENDAMENTO' TO WS-ACAO
               PERFORM 5000-REGISTRAR-EXCECAO
                   THRU 5000-REGISTRAR-EXCECAO-EXIT
           END-IF.
       2300-CONFERIR-AGENDAMENTO-EXIT.
           EXIT.

      ***************************************************************
      * 3000-APURAR-RESOLVIDAS - OCORRENCIA DA EXECUCAO ANTERIOR QUE
      * NAO SE REPETIU NESTA FOI CORRIGIDA NO INTERVALO.
      ***************************************************************
       3000-APURAR-RESOLVIDAS.
           IF WS-QTD-ANTERIOR = 0
               GO TO 3000-APURAR-RESOLVIDAS-EXIT
           END-IF.
           MOVE SPACES TO RL-LINHA.
           WRITE REG-RELATORIO.
           MOVE '---- OCORRENCIAS RESOLVIDAS DESDE A EXECUCAO ANTERIOR'
               TO RL-LINHA.
           WRITE REG-RELATORIO.
           PERFORM 3100-LISTAR-RESOLVIDA
               THRU 3100-LISTAR-RESOLVIDA-EXIT
               VARYING WS-IDX-EA FROM 1 BY 1
               UNTIL WS-IDX-EA > WS-QTD-ANTERIOR.
       3000-APURAR-RESOLVIDAS-EXIT.
           EXIT.

       3100-LISTAR-RESOLVIDA.
           IF WS-EA-VISTA(WS-IDX-EA) = 'S'
               GO TO 3100-LISTAR-RESOLVIDA-EXIT
           END-IF.
           ADD 1 TO WS-CONTADOR-RESOLVIDAS.
           MOVE SPACES TO RL-LINHA.
           STRING 'RESOLV. ' WS-EA-CODIGO(WS-IDX-EA) ' '
                  WS-EA-CONTA(WS-IDX-EA) ' '
                  WS-EA-AGENCIA(WS-IDX-EA) ' '
                  WS-EA-REFERENCIA(WS-IDX-EA) ' '
                  WS-EA-SEVERIDADE(WS-IDX-EA) ' '
                  WS-EA-DESCRICAO(WS-IDX-EA) ' '
                  WS-EA-DATA-PRIMEIRA(WS-IDX-EA)
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
       3100-LISTAR-RESOLVIDA-EXIT.
           EXIT.

      ***************************************************************
      * 5000-REGISTRAR-EXCECAO - COMPLETA A OCORRENCIA MONTADA EM
      * REG-EXCECAO (CODIGO, SEVERIDADE, CORRECAO, REFERENCIA, VALOR
      * E DESCRICAO JA PREENCHIDOS PELO CHAMADOR), PROCURA-A NA
      * EXECUCAO ANTERIOR, GRAVA NO ARQUIVO DE EXCECOES E IMPRIME.
      ***************************************************************
       5000-REGISTRAR-EXCECAO.
           MOVE WS-CONTA-ATUAL TO EX-CONTA.
           EVALUATE TRUE
               WHEN TEM-CADASTRO
                   MOVE WS-CT-CAD-AGENCIA TO EX-AGENCIA
               WHEN TEM-SALDO
                   MOVE WS-CT-SA-AGENCIA TO EX-AGENCIA
               WHEN TEM-VSAM
                   MOVE WS-CT-VS-AGENCIA TO EX-AGENCIA
               WHEN OTHER
                   MOVE 0 TO EX-AGENCIA
           END-EVALUATE.
           MOVE WS-DATA-MOVTO TO EX-DATA-EXECUCAO.

           MOVE 'N' TO WS-EXC-ACHADA.
           SET WS-IDX-EA TO 1.
           SEARCH WS-ANTERIOR-ENTRY
               VARYING WS-IDX-EA
               WHEN WS-IDX-EA > WS-QTD-ANTERIOR
                   CONTINUE
               WHEN WS-EA-CONTA(WS-IDX-EA) = EX-CONTA
                   AND WS-EA-CODIGO(WS-IDX-EA) = EX-CODIGO
                   AND WS-EA-REFERENCIA(WS-IDX-EA) = EX-REFERENCIA
                   AND WS-EA-VISTA(WS-IDX-EA) = 'N'
                   MOVE 'S' TO WS-EXC-ACHADA
                   MOVE 'S' TO WS-EA-VISTA(WS-IDX-EA)
           END-SEARCH.
           IF EXC-JA-EXISTIA
               ADD 1 TO WS-CONTADOR-PERSISTENTES
               MOVE WS-EA-DATA-PRIMEIRA(WS-IDX-EA)
                   TO EX-DATA-PRIMEIRA
               IF WS-EA-QTD-EXECUCOES(WS-IDX-EA) < 999
                   COMPUTE EX-QTD-EXECUCOES =
                       WS-EA-QTD-EXECUCOES(WS-IDX-EA) + 1
               ELSE
                   MOVE 999 TO EX-QTD-EXECUCOES
               END-IF
           ELSE
               ADD 1 TO WS-CONTADOR-NOVAS
               MOVE WS-DATA-MOVTO TO EX-DATA-PRIMEIRA
               MOVE 1 TO EX-QTD-EXECUCOES
           END-IF.
           WRITE REG-EXCECAO.

           EVALUATE TRUE
               WHEN EX-CRITICA
                   ADD 1 TO WS-CONTADOR-CRITICAS
                   MOVE 'CRITICA' TO WS-TEXTO-SEVERIDADE
               WHEN EX-ALTA
                   ADD 1 TO WS-CONTADOR-ALTAS
                   MOVE 'ALTA' TO WS-TEXTO-SEVERIDADE
               WHEN OTHER
                   ADD 1 TO WS-CONTADOR-MEDIAS
                   MOVE 'MEDIA' TO WS-TEXTO-SEVERIDADE
           END-EVALUATE.
           MOVE SPACES TO RL-LINHA.
           STRING WS-TEXTO-SEVERIDADE ' ' EX-CODIGO ' ' EX-CONTA ' '
                  EX-AGENCIA ' ' EX-REFERENCIA ' ' EX-CORRECAO ' '
                  EX-DESCRICAO ' ' EX-DATA-PRIMEIRA
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
           MOVE EX-VALOR TO WS-EDIT-VALOR.
           MOVE EX-QTD-EXECUCOES TO WS-EDIT-EXECUCOES.
           MOVE SPACES TO RL-LINHA.
           STRING '        VALOR ' WS-EDIT-VALOR
                  '  EXECUCOES ' WS-EDIT-EXECUCOES
                  '  ACAO: ' WS-ACAO
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
       5000-REGISTRAR-EXCECAO-EXIT.
           EXIT.

      ***************************************************************
      * 9100 A 9600 - LEITURAS ANTECIPADAS DOS ARQUIVOS MESTRES. O FIM
      * DO ARQUIVO LEVA A CHAVE A WS-CHAVE-FIM; CONTA MENOR QUE A
      * ANTERIOR E ARQUIVO FORA DE ORDEM E PARA O PASSO.
      ***************************************************************
       9100-LER-CADASTRO.
           READ ARQ-CADASTRO
               AT END
                   MOVE WS-CHAVE-FIM TO WS-CAD-CHAVE
                   GO TO 9100-LER-CADASTRO-EXIT
           END-READ.
           IF CAD-CONTA < WS-CAD-CHAVE
               MOVE 'CADASTRO' TO WS-ARQUIVO-FORA-ORDEM
               PERFORM 9900-FORA-DE-ORDEM
                   THRU 9900-FORA-DE-ORDEM-EXIT
           END-IF.
           MOVE CAD-CONTA TO WS-CAD-CHAVE.
       9100-LER-CADASTRO-EXIT.
           EXIT.

       9200-LER-SALDO.
           READ ARQ-SALDOS
               AT END
                   MOVE WS-CHAVE-FIM TO WS-SA-CHAVE
                   GO TO 9200-LER-SALDO-EXIT
           END-READ.
           IF RSA-CONTA < WS-SA-CHAVE
               MOVE 'SALDOS.ANTERIOR' TO WS-ARQUIVO-FORA-ORDEM
               PERFORM 9900-FORA-DE-ORDEM
                   THRU 9900-FORA-DE-ORDEM-EXIT
           END-IF.
           MOVE RSA-CONTA TO WS-SA-CHAVE.
       9200-LER-SALDO-EXIT.
           EXIT.

       9300-LER-VSAM.
           READ ARQ-SALDOS-VSAM NEXT RECORD
               AT END
                   MOVE WS-CHAVE-FIM TO WS-VS-CHAVE
                   GO TO 9300-LER-VSAM-EXIT
           END-READ.
           IF WS-FS-VSAM NOT = '00'
               DISPLAY 'ERRO: LEITURA DO VSAM DE SALDOS - '
                   'FILE STATUS ' WS-FS-VSAM
               MOVE 9301 TO WS-CODIGO-ABEND
               PERFORM 9950-ABORTAR
                   THRU 9950-ABORTAR-EXIT
           END-IF.
           MOVE VS-CONTA TO WS-VS-CHAVE.
       9300-LER-VSAM-EXIT.
           EXIT.

       9400-LER-LIMITE.
           READ ARQ-LIMITES
               AT END
                   MOVE WS-CHAVE-FIM TO WS-LM-CHAVE
                   GO TO 9400-LER-LIMITE-EXIT
           END-READ.
           IF LM-CONTA < WS-LM-CHAVE
               MOVE 'LIMITES' TO WS-ARQUIVO-FORA-ORDEM
               PERFORM 9900-FORA-DE-ORDEM
                   THRU 9900-FORA-DE-ORDEM-EXIT
           END-IF.
           MOVE LM-CONTA TO WS-LM-CHAVE.
       9400-LER-LIMITE-EXIT.
           EXIT.

       9500-LER-BLOQUEIO.
           READ ARQ-BLOQUEIOS
               AT END
                   MOVE WS-CHAVE-FIM TO WS-BQ-CHAVE
                   GO TO 9500-LER-BLOQUEIO-EXIT
           END-READ.
           IF BQ-CONTA < WS-BQ-CHAVE
               MOVE 'BLOQUEIOS' TO WS-ARQUIVO-FORA-ORDEM
               PERFORM 9900-FORA-DE-ORDEM
                   THRU 9900-FORA-DE-ORDEM-EXIT
           END-IF.
           MOVE BQ-CONTA TO WS-BQ-CHAVE.
       9500-LER-BLOQUEIO-EXIT.
           EXIT.

       9600-LER-AGENDAMENTO.
           READ ARQ-AGENDAMENTOS
               AT END
                   MOVE WS-CHAVE-FIM TO WS-AG-CHAVE
                   GO TO 9600-LER-AGENDAMENTO-EXIT
           END-READ.
           IF AG-CONTA < WS-AG-CHAVE
               MOVE 'AGENDAMENTOS' TO WS-ARQUIVO-FORA-ORDEM
               PERFORM 9900-FORA-DE-ORDEM
                   THRU 9900-FORA-DE-ORDEM-EXIT
           END-IF.
           MOVE AG-CONTA TO WS-AG-CHAVE.
       9600-LER-AGENDAMENTO-EXIT.
           EXIT.

      ***************************************************************
      * 9700-FECHAR-RELATORIO - FECHA O RELATORIO COM OS TOTAIS E O
      * VEREDITO DA AUDITORIA.
      ***************************************************************
       9700-FECHAR-RELATORIO.
           MOVE SPACES TO RL-LINHA.
           WRITE REG-RELATORIO.
           MOVE WS-CONTADOR-CONTAS TO WS-EDIT-QTD.
           MOVE SPACES TO RL-LINHA.
           STRING 'CONTAS AUDITADAS  : ' WS-EDIT-QTD
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
           MOVE WS-CONTADOR-CRITICAS TO WS-EDIT-QTD.
           MOVE SPACES TO RL-LINHA.
           STRING 'CRITICAS          : ' WS-EDIT-QTD
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
           MOVE WS-CONTADOR-ALTAS TO WS-EDIT-QTD.
           MOVE SPACES TO RL-LINHA.
           STRING 'ALTAS             : ' WS-EDIT-QTD
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
           MOVE WS-CONTADOR-MEDIAS TO WS-EDIT-QTD.
           MOVE SPACES TO RL-LINHA.
           STRING 'MEDIAS            : ' WS-EDIT-QTD
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
           MOVE WS-CONTADOR-NOVAS TO WS-EDIT-QTD.
           MOVE SPACES TO RL-LINHA.
           STRING 'NOVAS             : ' WS-EDIT-QTD
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
           MOVE WS-CONTADOR-PERSISTENTES TO WS-EDIT-QTD.
           MOVE SPACES TO RL-LINHA.
           STRING 'PERSISTENTES      : ' WS-EDIT-QTD
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
           MOVE WS-CONTADOR-RESOLVIDAS TO WS-EDIT-QTD.
           MOVE SPACES TO RL-LINHA.
           STRING 'RESOLVIDAS        : ' WS-EDIT-QTD
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
           IF WS-CONTADOR-CRITICAS > 0
               MOVE 'VEREDITO: REPROVADO - HA OCORRENCIAS CRITICAS'
                   TO RL-LINHA
           ELSE
               MOVE 'VEREDITO: APROVADO - NENHUMA OCORRENCIA CRITICA'
                   TO RL-LINHA
           END-IF.
           WRITE REG-RELATORIO.
       9700-FECHAR-RELATORIO-EXIT.
           EXIT.

      ***************************************************************
      * 9800-ENCERRAR-ARQUIVOS - FECHA OS ARQUIVOS DO PASSO.
      ***************************************************************
       9800-ENCERRAR-ARQUIVOS.
           CLOSE ARQ-CADASTRO.
           CLOSE ARQ-SALDOS.
           CLOSE ARQ-SALDOS-VSAM.
           CLOSE ARQ-LIMITES.
           CLOSE ARQ-BLOQUEIOS.
           CLOSE ARQ-AGENDAMENTOS.
           CLOSE ARQ-EXCECOES.
           CLOSE ARQ-RELATORIO.
       9800-ENCERRAR-ARQUIVOS-EXIT.
           EXIT.

      ***************************************************************
      * 9900-FORA-DE-ORDEM - O BALANCE LINE SO VALE COM TODOS OS
      * ARQUIVOS EM ORDEM DE CONTA.
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
      * (WS-CODIGO-ABEND). A GERACAO NOVA DO GDG DE EXCECOES E
      * CATALOGADA COM DISPOSICAO NEW/CATLG/DELETE: SO O FIM ANORMAL
      * DE PASSO ACIONA O DELETE CONDICIONAL. O STOP RUN FINAL E SO
      * REDE DE SEGURANCA PARA AMBIENTE SEM A ROTINA DE ABEND.
      ***************************************************************
       9950-ABORTAR.
           DISPLAY 'ABENDANDO O PASSO - CODIGO ' WS-CODIGO-ABEND.
           CALL 'ILBOABN0' USING WS-CODIGO-ABEND.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       9950-ABORTAR-EXIT.
           EXIT.
