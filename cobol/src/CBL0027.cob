       IDENTIFICATION DIVISION.
       PROGRAM-ID. APURA-INFORME.
       AUTHOR. MAINFRAME-TEAM.
       DATE-WRITTEN. 10/15/2026.
      *
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT DESCRICAO
      * ---------- ---- -------------------------------------------
      * 10/15/2026 MFT  VERSAO ORIGINAL.
      * ------------------------------------------------------------
      *
      ***************************************************************
      * PROPOSITO.
      *     APURACAO ANUAL DO INFORME DE RENDIMENTOS: PARA CADA CONTA
      *     QUE TEVE SALDO NO ANO-BASE (INCLUSIVE AS JA ENCERRADAS),
      *     LEVANTA O SALDO DO ULTIMO FECHAMENTO DO ANO-BASE E DO ANO
      *     ANTERIOR (GERACOES DE HISTORICO DE FECHAMENTO GRAVADAS POR
      *     GRAVA-FECHAMENTO, ORDENADAS POR CONTA/DATA PELO JCL) E O
      *     TOTAL DE JUROS CREDITADOS ('J') E DE JUROS DE CHEQUE
      *     ESPECIAL COBRADOS ('U') COM DATA DE LOTE NO ANO-BASE
      *     (TRILHA DE AUDITORIA VIVA MAIS AS GERACOES DO
      *     ARQUIVO-MORTO, ORDENADAS POR CONTA/LOTE PELO JCL). CADA
      *     CONTA SAI NUMA LINHA DE LAYOUT FIXO COM O DOCUMENTO
      *     (CPF/CNPJ) DO CADASTRO NA FRENTE - O JCL ORDENA ESSAS
      *     LINHAS POR DOCUMENTO/CONTA PARA FORMAR A EXTRACAO PARA A
      *     RECEITA E O INFORME IMPRESSO POR CLIENTE (IMPRIME-
      *     INFORME). SAI TAMBEM A POSICAO DO ULTIMO FECHAMENTO DO
      *     ANO-BASE (LAYOUT DO FECHAMENTO DIARIO), QUE O JCL GUARDA
      *     NO GDG ANUAL PARA SER O "ANO ANTERIOR" DA PROXIMA
      *     APURACAO - AS GERACOES DIARIAS NAO DURAM UM ANO.
      *     UMA CONTA ENTRA NO INFORME QUANDO TEM SALDO DIFERENTE DE
      *     ZERO EM UM DOS DOIS FECHAMENTOS DE FIM DE ANO, QUANDO
      *     ALGUM MOVIMENTO DA TRILHA NO ANO-BASE A DEIXOU COM SALDO
      *     DIFERENTE DE ZERO OU QUANDO TEVE JUROS NO ANO. CONTA SEM
      *     CADASTRO NAO TEM DOCUMENTO A QUEM ATRIBUI-LA: E APONTADA
      *     E FICA FORA.
      *     PROVA DE COBERTURA: COMO DETECTA-DORMENCIA, O PROGRAMA
      *     NAO CONFIA EM "NENHUMA LINHA NA TRILHA" SEM PROVAR QUE A
      *     TRILHA FORNECIDA ALCANCA O PERIODO. AQUI A PROVA E
      *     CONDICAO PARA RODAR: A TRILHA PRECISA TER LOTE ANTERIOR E
      *     POSTERIOR AO ANO-BASE E LOTE EM CADA UM DOS 12 MESES DELE
      *     (GERACAO DO ARQUIVO-MORTO FALTANDO NA CONCATENACAO), E O
      *     HISTORICO DE FECHAMENTO PRECISA TRAZER O FECHAMENTO DO
      *     ULTIMO LOTE DE CADA UM DOS DOIS ANOS VISTO NA TRILHA.
      *     FALTANDO QUALQUER UM, O PASSO TERMINA COM RETURN-CODE 12
      *     SEM GRAVAR NADA E O JCL NAO SEGUE.
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

           SELECT OPTIONAL ARQ-FECHAMENTOS
               ASSIGN TO 'FECHAORD'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-AUDITORIA
               ASSIGN TO 'AUDORD'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-INFORME
               ASSIGN TO 'INFCONTA'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-FECHAMENTO-ANUAL
               ASSIGN TO 'FECHANUA'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      ***************************************************************
      * PARAMETRO (ENTRADA) - O ULTIMO DIA DO ANO-BASE (AAAA1231),
      * NO LUGAR DA DATA DO MOVIMENTO, PARA PASSAR PELO VALIDA-
      * PARAMETRO DO JCL.
      ***************************************************************
       FD  ARQ-PARAMETRO.
       01  REG-PARAMETRO.
           05  PRM-DATA            PIC 9(08).
           05  FILLER              PIC X(09).

      ***************************************************************
      * CADASTRO DE CONTAS (ENTRADA) - LAYOUT DE REG-CADASTRO EM
      * CBL0001, ORDENADO POR CONTA. E DELE QUE VEM O DOCUMENTO.
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
      * FECHAMENTOS (ENTRADA) - GERACOES DO HISTORICO DE FECHAMENTO
      * (DIARIAS E ANUAL) CONCATENADAS E ORDENADAS POR CONTA/DATA
      * PELO JCL. LAYOUT DE REG-FECHAMENTO EM CBL0017.
      ***************************************************************
       FD  ARQ-FECHAMENTOS.
       01  REG-FECHAMENTO.
           05  FC-CONTA            PIC 9(10).
           05  FC-AGENCIA          PIC 9(04).
           05  FC-SALDO            PIC S9(09)V99.
           05  FC-STATUS           PIC X(01).
           05  FC-DATA             PIC 9(08).

      ***************************************************************
      * TRILHA DE AUDITORIA (ENTRADA) - VIVA + ARQUIVO-MORTO,
      * ORDENADA POR CONTA/LOTE PELO JCL. LAYOUT DE REG-AUDITORIA EM
      * CBL0001.
      ***************************************************************
       FD  ARQ-AUDITORIA.
       01  REG-AUDITORIA.
           05  AU-CONTA            PIC 9(10).
           05  AU-AGENCIA          PIC 9(04).
           05  AU-TIPO             PIC X(01).
               88  AU-JUROS-CREDITO    VALUE 'J'.
               88  AU-JUROS-DEVEDOR    VALUE 'U'.
           05  AU-VALOR            PIC 9(09)V99.
           05  AU-DATA             PIC X(10).
           05  AU-SALDO-RESULT     PIC S9(09)V99.
           05  AU-CONTA-CONTRAP    PIC 9(10).
           05  AU-DATA-LOTE        PIC 9(08).
           05  AU-CANAL            PIC X(03).
           05  AU-SEQUENCIA        PIC 9(09).

      ***************************************************************
      * INFORME POR CONTA (SAIDA, FIXO 129 BYTES) - UMA LINHA POR
      * CONTA DO INFORME; ORDENADO DEPOIS POR DOCUMENTO/CONTA, E A
      * EXTRACAO PARA A RECEITA:
      *     IF-DOCUMENTO       CPF/CNPJ DO TITULAR (CADASTRO)
      *     IF-CONTA           CONTA
      *     IF-AGENCIA         AGENCIA (CADASTRO)
      *     IF-ANO-BASE        ANO-CALENDARIO DO INFORME
      *     IF-NOME            NOME DO TITULAR (CADASTRO)
      *     IF-PRODUTO         PRODUTO (CADASTRO)
      *     IF-STATUS          STATUS NO ULTIMO FECHAMENTO DO
      *                        ANO-BASE (BRANCO = CONTA FORA DELE)
      *     IF-DATA-FECH-ANT   DATA DO ULTIMO FECHAMENTO DO ANO
      *                        ANTERIOR
      *     IF-SALDO-ANT       SALDO NESSE FECHAMENTO
      *     IF-DATA-FECH-BASE  DATA DO ULTIMO FECHAMENTO DO ANO-BASE
      *     IF-SALDO-BASE      SALDO NESSE FECHAMENTO
      *     IF-JUROS-CREDITO   JUROS CREDITADOS NO ANO ('J')
      *     IF-JUROS-DEVEDOR   JUROS DE CHEQUE ESPECIAL NO ANO ('U')
      ***************************************************************
       FD  ARQ-INFORME.
       01  REG-INFORME.
           05  IF-DOCUMENTO        PIC 9(14).
           05  IF-CONTA            PIC 9(10).
           05  IF-AGENCIA          PIC 9(04).
           05  IF-ANO-BASE         PIC 9(04).
           05  IF-NOME             PIC X(30).
           05  IF-PRODUTO          PIC X(02).
           05  IF-STATUS           PIC X(01).
           05  IF-DATA-FECH-ANT    PIC 9(08).
           05  IF-SALDO-ANT        PIC S9(09)V99.
           05  IF-DATA-FECH-BASE   PIC 9(08).
           05  IF-SALDO-BASE       PIC S9(09)V99.
           05  IF-JUROS-CREDITO    PIC 9(11)V99.
           05  IF-JUROS-DEVEDOR    PIC 9(11)V99.

      ***************************************************************
      * POSICAO DO ULTIMO FECHAMENTO DO ANO-BASE (SAIDA) - MESMO
      * LAYOUT DO FECHAMENTO DIARIO, SO AS LINHAS DAQUELA DATA.
      ***************************************************************
       FD  ARQ-FECHAMENTO-ANUAL.
       01  REG-FECHAMENTO-ANUAL.
           05  FA-CONTA            PIC 9(10).
           05  FA-AGENCIA          PIC 9(04).
           05  FA-SALDO            PIC S9(09)V99.
           05  FA-STATUS           PIC X(01).
           05  FA-DATA             PIC 9(08).

       WORKING-STORAGE SECTION.

      * INDICADORES DE FIM DE ARQUIVO
       77  WS-FC-EOF               PIC X(01)   VALUE 'N'.
           88  FIM-FECHAMENTOS          VALUE 'S'.
       77  WS-AU-EOF               PIC X(01)   VALUE 'N'.
           88  FIM-AUDITORIA            VALUE 'S'.
       77  WS-APURACAO-FIM         PIC X(01)   VALUE 'N'.
           88  FIM-APURACAO             VALUE 'S'.

      * ANO-BASE E LIMITES DOS DOIS ANOS (AAAAMMDD)
       01  WS-DATA-PARAMETRO.
           05  WS-PRM-ANO          PIC 9(04).
           05  WS-PRM-MES          PIC 9(02).
           05  WS-PRM-DIA          PIC 9(02).
       01  WS-DATA-PARAMETRO-NUM REDEFINES WS-DATA-PARAMETRO
                                   PIC 9(08).
       77  WS-ANO-BASE             PIC 9(04)       VALUE 0.
       77  WS-FIM-ANO-BASE         PIC 9(08)       VALUE 0.
       77  WS-FIM-ANO-ANT          PIC 9(08)       VALUE 0.
       01  WS-DATA-CALC.
           05  WS-CALC-ANO         PIC 9(04).
           05  WS-CALC-MES         PIC 9(02).
           05  WS-CALC-DIA         PIC 9(02).
       01  WS-DATA-CALC-NUM REDEFINES WS-DATA-CALC
                                   PIC 9(08).

      * COBERTURA DOS ARQUIVOS FORNECIDOS (VARREDURA PREVIA)
       77  WS-LOTE-MAIS-ANTIGO     PIC 9(08)       VALUE 99999999.
       77  WS-LOTE-MAIS-RECENTE    PIC 9(08)       VALUE 0.
       77  WS-LOTE-ULT-ANT         PIC 9(08)       VALUE 0.
       77  WS-LOTE-ULT-BASE        PIC 9(08)       VALUE 0.
       77  WS-FECH-ULT-ANT         PIC 9(08)       VALUE 0.
       77  WS-FECH-ULT-BASE        PIC 9(08)       VALUE 0.
       77  WS-COBERTURA            PIC X(01)   VALUE 'S'.
           88  COBERTURA-OK             VALUE 'S'.
       01  WS-TABELA-MESES.
           05  WS-MES-VISTO        PIC X(01) OCCURS 12 TIMES.
       77  WS-SUB-MES              PIC 9(02) COMP  VALUE 0.
       77  WS-EDIT-MES             PIC 9(02)       VALUE 0.

      * CHAVES CORRENTES DO BALANCE LINE - UM ARQUIVO ESGOTADO FICA
      * COM WS-CHAVE-FIM, ACIMA DE QUALQUER CONTA.
       77  WS-CHAVE-FIM            PIC 9(11)   VALUE 99999999999.
       77  WS-CONTA-ATUAL          PIC 9(11)       VALUE 0.
       77  WS-CAD-CHAVE            PIC 9(11)       VALUE 0.
       77  WS-FC-CHAVE             PIC 9(11)       VALUE 0.
       77  WS-AU-CHAVE             PIC 9(11)       VALUE 0.
       77  WS-ARQUIVO-FORA-ORDEM   PIC X(16)       VALUE SPACES.

      * SITUACAO DA CONTA EM APURACAO
       77  WS-TEM-CADASTRO         PIC X(01)   VALUE 'N'.
           88  TEM-CADASTRO             VALUE 'S'.
       77  WS-TEVE-SALDO           PIC X(01)   VALUE 'N'.
           88  TEVE-SALDO               VALUE 'S'.
       77  WS-CT-DOCUMENTO         PIC 9(14)       VALUE 0.
       77  WS-CT-AGENCIA           PIC 9(04)       VALUE 0.
       77  WS-CT-NOME              PIC X(30)       VALUE SPACES.
       77  WS-CT-PRODUTO           PIC X(02)       VALUE SPACES.
       77  WS-CT-STATUS            PIC X(01)       VALUE SPACE.
       77  WS-CT-SALDO-ANT         PIC S9(09)V99   VALUE 0.
       77  WS-CT-SALDO-BASE        PIC S9(09)V99   VALUE 0.
       77  WS-CT-JUROS-CREDITO     PIC 9(11)V99    VALUE 0.
       77  WS-CT-JUROS-DEVEDOR     PIC 9(11)V99    VALUE 0.

      * CONTADORES DO PASSO
       77  WS-CONTADOR-FECHAMENTOS PIC 9(09) COMP  VALUE 0.
       77  WS-CONTADOR-POSTAGENS   PIC 9(09) COMP  VALUE 0.
       77  WS-CONTADOR-CONTAS      PIC 9(07) COMP  VALUE 0.
       77  WS-CONTADOR-INFORME     PIC 9(07) COMP  VALUE 0.
       77  WS-CONTADOR-SEM-SALDO   PIC 9(07) COMP  VALUE 0.
       77  WS-CONTADOR-SEM-CADASTRO PIC 9(07) COMP VALUE 0.
       77  WS-CONTADOR-POSICAO     PIC 9(07) COMP  VALUE 0.
       77  WS-TOTAL-JUROS-CREDITO  PIC 9(13)V99    VALUE 0.
       77  WS-TOTAL-JUROS-DEVEDOR  PIC 9(13)V99    VALUE 0.

       PROCEDURE DIVISION.

      ***************************************************************
      * 0000-MAINLINE - ROTINA PRINCIPAL.
      ***************************************************************
       0000-MAINLINE.
           DISPLAY 'INICIANDO APURACAO DO INFORME DE RENDIMENTOS'.
           PERFORM 1000-INICIALIZAR
               THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-APURAR-CONTA
               THRU 2000-APURAR-CONTA-EXIT
               UNTIL FIM-APURACAO.
           PERFORM 9800-ENCERRAR-ARQUIVOS
               THRU 9800-ENCERRAR-ARQUIVOS-EXIT.
           DISPLAY 'APURACAO CONCLUIDA - ANO-BASE ' WS-ANO-BASE.
           DISPLAY 'CONTAS EXAMINADAS : ' WS-CONTADOR-CONTAS.
           DISPLAY 'CONTAS NO INFORME : ' WS-CONTADOR-INFORME.
           DISPLAY 'SEM SALDO NO ANO  : ' WS-CONTADOR-SEM-SALDO.
           DISPLAY 'SEM CADASTRO      : ' WS-CONTADOR-SEM-CADASTRO.
           DISPLAY 'POSICOES ANUAIS   : ' WS-CONTADOR-POSICAO.
           DISPLAY 'JUROS CREDITADOS  : ' WS-TOTAL-JUROS-CREDITO.
           DISPLAY 'JUROS CH ESPECIAL : ' WS-TOTAL-JUROS-DEVEDOR.
           STOP RUN.

      ***************************************************************
      * 1000-INICIALIZAR - LE O ANO-BASE, VARRE O HISTORICO DE
      * FECHAMENTO E A TRILHA PARA PROVAR A COBERTURA E, PROVADA,
      * REABRE AS ENTRADAS PARA O BALANCE LINE, ABRE AS SAIDAS E
      * FAZ A PRIMEIRA LEITURA DE CADA ENTRADA.
      ***************************************************************
       1000-INICIALIZAR.
           OPEN INPUT ARQ-PARAMETRO.
           READ ARQ-PARAMETRO
               AT END
                   DISPLAY 'ERRO: ARQUIVO DE PARAMETROS VAZIO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE ARQ-PARAMETRO.
           IF PRM-DATA IS NOT NUMERIC
               DISPLAY 'ERRO: DATA INVALIDA NO PARAMETRO: ' PRM-DATA
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PRM-DATA TO WS-DATA-PARAMETRO-NUM.
           IF WS-PRM-ANO = 0 OR WS-PRM-MES NOT = 12
                   OR WS-PRM-DIA NOT = 31
               DISPLAY 'ERRO: O PARAMETRO DEVE SER O ULTIMO DIA DO '
                   'ANO-BASE (AAAA1231): ' PRM-DATA
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PRM-ANO TO WS-ANO-BASE.
           MOVE WS-DATA-PARAMETRO-NUM TO WS-FIM-ANO-BASE.
           MOVE WS-DATA-PARAMETRO-NUM TO WS-DATA-CALC-NUM.
           SUBTRACT 1 FROM WS-CALC-ANO.
           MOVE WS-DATA-CALC-NUM TO WS-FIM-ANO-ANT.
           DISPLAY 'ANO-BASE          : ' WS-ANO-BASE.

           MOVE ALL 'N' TO WS-TABELA-MESES.
           OPEN INPUT ARQ-FECHAMENTOS.
           PERFORM 1100-VARRER-FECHAMENTO
               THRU 1100-VARRER-FECHAMENTO-EXIT
               UNTIL FIM-FECHAMENTOS.
           CLOSE ARQ-FECHAMENTOS.
           OPEN INPUT ARQ-AUDITORIA.
           PERFORM 1200-VARRER-AUDITORIA
               THRU 1200-VARRER-AUDITORIA-EXIT
               UNTIL FIM-AUDITORIA.
           CLOSE ARQ-AUDITORIA.
           DISPLAY 'FECHAMENTOS LIDOS : ' WS-CONTADOR-FECHAMENTOS.
           DISPLAY 'POSTAGENS LIDAS   : ' WS-CONTADOR-POSTAGENS.
           PERFORM 1300-PROVAR-COBERTURA
               THRU 1300-PROVAR-COBERTURA-EXIT.

           MOVE 'N' TO WS-FC-EOF.
           MOVE 'N' TO WS-AU-EOF.
           OPEN INPUT ARQ-CADASTRO.
           OPEN INPUT ARQ-FECHAMENTOS.
           OPEN INPUT ARQ-AUDITORIA.
           OPEN OUTPUT ARQ-INFORME.
           OPEN OUTPUT ARQ-FECHAMENTO-ANUAL.
           PERFORM 9100-LER-CADASTRO
               THRU 9100-LER-CADASTRO-EXIT.
           PERFORM 9200-LER-FECHAMENTO
               THRU 9200-LER-FECHAMENTO-EXIT.
           PERFORM 9300-LER-AUDITORIA
               THRU 9300-LER-AUDITORIA-EXIT.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ***************************************************************
      * 1100-VARRER-FECHAMENTO - ANOTA A DATA DO ULTIMO FECHAMENTO
      * FORNECIDO DE CADA UM DOS DOIS ANOS.
      ***************************************************************
       1100-VARRER-FECHAMENTO.
           READ ARQ-FECHAMENTOS
               AT END
                   MOVE 'S' TO WS-FC-EOF
                   GO TO 1100-VARRER-FECHAMENTO-EXIT
           END-READ.
           ADD 1 TO WS-CONTADOR-FECHAMENTOS.
           IF FC-DATA IS NOT NUMERIC
               GO TO 1100-VARRER-FECHAMENTO-EXIT
           END-IF.
           IF FC-DATA NOT > WS-FIM-ANO-ANT
               IF FC-DATA > WS-FECH-ULT-ANT
                   MOVE FC-DATA TO WS-FECH-ULT-ANT
               END-IF
           ELSE
               IF FC-DATA NOT > WS-FIM-ANO-BASE
                       AND FC-DATA > WS-FECH-ULT-BASE
                   MOVE FC-DATA TO WS-FECH-ULT-BASE
               END-IF
           END-IF.
       1100-VARRER-FECHAMENTO-EXIT.
           EXIT.

      ***************************************************************
      * 1200-VARRER-AUDITORIA - ANOTA O LOTE MAIS ANTIGO E O MAIS
      * RECENTE DA TRILHA, O ULTIMO LOTE DE CADA UM DOS DOIS ANOS E
      * OS MESES DO ANO-BASE QUE TEM LOTE.
      ***************************************************************
       1200-VARRER-AUDITORIA.
           READ ARQ-AUDITORIA
               AT END
                   MOVE 'S' TO WS-AU-EOF
                   GO TO 1200-VARRER-AUDITORIA-EXIT
           END-READ.
           ADD 1 TO WS-CONTADOR-POSTAGENS.
           IF AU-DATA-LOTE IS NOT NUMERIC OR AU-DATA-LOTE = 0
               GO TO 1200-VARRER-AUDITORIA-EXIT
           END-IF.
           IF AU-DATA-LOTE < WS-LOTE-MAIS-ANTIGO
               MOVE AU-DATA-LOTE TO WS-LOTE-MAIS-ANTIGO
           END-IF.
           IF AU-DATA-LOTE > WS-LOTE-MAIS-RECENTE
               MOVE AU-DATA-LOTE TO WS-LOTE-MAIS-RECENTE
           END-IF.
           IF AU-DATA-LOTE NOT > WS-FIM-ANO-ANT
               IF AU-DATA-LOTE > WS-LOTE-ULT-ANT
                   MOVE AU-DATA-LOTE TO WS-LOTE-ULT-ANT
               END-IF
               GO TO 1200-VARRER-AUDITORIA-EXIT
           END-IF.
           IF AU-DATA-LOTE > WS-FIM-ANO-BASE
               GO TO 1200-VARRER-AUDITORIA-EXIT
           END-IF.
           IF AU-DATA-LOTE > WS-LOTE-ULT-BASE
               MOVE AU-DATA-LOTE TO WS-LOTE-ULT-BASE
           END-IF.
           MOVE AU-DATA-LOTE TO WS-DATA-CALC-NUM.
           IF WS-CALC-MES > 0 AND WS-CALC-MES < 13
               MOVE 'S' TO WS-MES-VISTO(WS-CALC-MES)
           END-IF.
       1200-VARRER-AUDITORIA-EXIT.
           EXIT.

      ***************************************************************
      * 1300-PROVAR-COBERTURA - RECUSA A APURACAO SE A TRILHA NAO
      * COBRE O ANO-BASE INTEIRO (LOTE ANTES DE 1/JAN, LOTE DEPOIS
      * DE 31/DEZ E LOTE EM TODOS OS MESES) OU SE O HISTORICO DE
      * FECHAMENTO NAO TRAZ O FECHAMENTO DO ULTIMO LOTE DE CADA ANO.
      * TODAS AS FALTAS SAO LISTADAS ANTES DA RECUSA.
      ***************************************************************
       1300-PROVAR-COBERTURA.
           IF WS-LOTE-MAIS-ANTIGO > WS-FIM-ANO-ANT
               DISPLAY 'ERRO: TRILHA FORNECIDA NAO ALCANCA O INICIO '
                   'DO ANO-BASE (LOTE MAIS ANTIGO '
                   WS-LOTE-MAIS-ANTIGO ') - CONCATENAR AS GERACOES '
                   'DO ARQUIVO-MORTO NO SORT DA TRILHA'
               MOVE 'N' TO WS-COBERTURA
           END-IF.
           IF WS-LOTE-MAIS-RECENTE NOT > WS-FIM-ANO-BASE
               DISPLAY 'ERRO: TRILHA FORNECIDA NAO ALCANCA O FIM '
                   'DO ANO-BASE (LOTE MAIS RECENTE '
                   WS-LOTE-MAIS-RECENTE ') - RODAR DEPOIS DO '
                   'PRIMEIRO MOVIMENTO DO ANO SEGUINTE'
               MOVE 'N' TO WS-COBERTURA
           END-IF.
           PERFORM 1350-CONFERIR-MES
               THRU 1350-CONFERIR-MES-EXIT
               VARYING WS-SUB-MES FROM 1 BY 1
               UNTIL WS-SUB-MES > 12.
           IF WS-FECH-ULT-BASE = 0
                   OR WS-FECH-ULT-BASE < WS-LOTE-ULT-BASE
               DISPLAY 'ERRO: HISTORICO DE FECHAMENTO SEM O '
                   'FECHAMENTO DO ULTIMO LOTE DO ANO-BASE ('
                   WS-LOTE-ULT-BASE ' - ULTIMO FORNECIDO '
                   WS-FECH-ULT-BASE ')'
               MOVE 'N' TO WS-COBERTURA
           END-IF.
           IF WS-FECH-ULT-ANT = 0
                   OR WS-FECH-ULT-ANT < WS-LOTE-ULT-ANT
               DISPLAY 'ERRO: HISTORICO DE FECHAMENTO SEM O '
                   'FECHAMENTO DO ULTIMO LOTE DO ANO ANTERIOR ('
                   WS-LOTE-ULT-ANT ' - ULTIMO FORNECIDO '
                   WS-FECH-ULT-ANT ') - INCLUIR A GERACAO ANUAL'
               MOVE 'N' TO WS-COBERTURA
           END-IF.
           IF NOT COBERTURA-OK
               DISPLAY 'ERRO: ARQUIVOS FORNECIDOS NAO COBREM O '
                   'ANO-BASE ' WS-ANO-BASE ' - APURACAO RECUSADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'FECHAMENTO ANTER. : ' WS-FECH-ULT-ANT.
           DISPLAY 'FECHAMENTO BASE   : ' WS-FECH-ULT-BASE.
       1300-PROVAR-COBERTURA-EXIT.
           EXIT.

      ***************************************************************
      * 1350-CONFERIR-MES - UM MES DO ANO-BASE SEM NENHUM LOTE NA
      * TRILHA E GERACAO DO ARQUIVO-MORTO FALTANDO NA CONCATENACAO.
      ***************************************************************
       1350-CONFERIR-MES.
           IF WS-MES-VISTO(WS-SUB-MES) NOT = 'S'
               MOVE WS-SUB-MES TO WS-EDIT-MES
               DISPLAY 'ERRO: TRILHA FORNECIDA SEM NENHUM LOTE NO '
                   'MES ' WS-EDIT-MES '/' WS-ANO-BASE
               MOVE 'N' TO WS-COBERTURA
           END-IF.
       1350-CONFERIR-MES-EXIT.
           EXIT.

      ***************************************************************
      * 2000-APURAR-CONTA - TOMA A MENOR CONTA ENTRE CADASTRO,
      * FECHAMENTOS E TRILHA, RECOLHE O QUE CADA UM TEM DELA E, SE
      * ELA TEVE SALDO NO ANO, GRAVA A LINHA DO INFORME.
      ***************************************************************
       2000-APURAR-CONTA.
           MOVE WS-CHAVE-FIM TO WS-CONTA-ATUAL.
           IF WS-CAD-CHAVE < WS-CONTA-ATUAL
               MOVE WS-CAD-CHAVE TO WS-CONTA-ATUAL
           END-IF.
           IF WS-FC-CHAVE < WS-CONTA-ATUAL
               MOVE WS-FC-CHAVE TO WS-CONTA-ATUAL
           END-IF.
           IF WS-AU-CHAVE < WS-CONTA-ATUAL
               MOVE WS-AU-CHAVE TO WS-CONTA-ATUAL
           END-IF.
           IF WS-CONTA-ATUAL = WS-CHAVE-FIM
               MOVE 'S' TO WS-APURACAO-FIM
               GO TO 2000-APURAR-CONTA-EXIT
           END-IF.
           ADD 1 TO WS-CONTADOR-CONTAS.

           MOVE 'N'    TO WS-TEM-CADASTRO.
           MOVE 'N'    TO WS-TEVE-SALDO.
           MOVE SPACE  TO WS-CT-STATUS.
           MOVE 0      TO WS-CT-SALDO-ANT.
           MOVE 0      TO WS-CT-SALDO-BASE.
           MOVE 0      TO WS-CT-JUROS-CREDITO.
           MOVE 0      TO WS-CT-JUROS-DEVEDOR.

           IF WS-CAD-CHAVE = WS-CONTA-ATUAL
               MOVE 'S'           TO WS-TEM-CADASTRO
               MOVE CAD-DOCUMENTO TO WS-CT-DOCUMENTO
               MOVE CAD-AGENCIA   TO WS-CT-AGENCIA
               MOVE CAD-NOME      TO WS-CT-NOME
               MOVE CAD-PRODUTO   TO WS-CT-PRODUTO
               PERFORM 9100-LER-CADASTRO
                   THRU 9100-LER-CADASTRO-EXIT
                   UNTIL WS-CAD-CHAVE NOT = WS-CONTA-ATUAL
           END-IF.
           PERFORM 2100-ACUMULAR-FECHAMENTO
               THRU 2100-ACUMULAR-FECHAMENTO-EXIT
               UNTIL WS-FC-CHAVE NOT = WS-CONTA-ATUAL.
           PERFORM 2200-ACUMULAR-AUDITORIA
               THRU 2200-ACUMULAR-AUDITORIA-EXIT
               UNTIL WS-AU-CHAVE NOT = WS-CONTA-ATUAL.

           IF WS-CT-SALDO-ANT NOT = 0 OR WS-CT-SALDO-BASE NOT = 0
                   OR WS-CT-JUROS-CREDITO > 0
                   OR WS-CT-JUROS-DEVEDOR > 0
               MOVE 'S' TO WS-TEVE-SALDO
           END-IF.
           IF NOT TEVE-SALDO
               ADD 1 TO WS-CONTADOR-SEM-SALDO
               GO TO 2000-APURAR-CONTA-EXIT
           END-IF.
           IF NOT TEM-CADASTRO
               DISPLAY 'AVISO: CONTA ' WS-CONTA-ATUAL
                   ' COM SALDO NO ANO E SEM CADASTRO - FORA DO '
                   'INFORME'
               ADD 1 TO WS-CONTADOR-SEM-CADASTRO
               GO TO 2000-APURAR-CONTA-EXIT
           END-IF.
           PERFORM 2300-GRAVAR-INFORME
               THRU 2300-GRAVAR-INFORME-EXIT.
       2000-APURAR-CONTA-EXIT.
           EXIT.

      ***************************************************************
      * 2100-ACUMULAR-FECHAMENTO - GUARDA O SALDO DA CONTA NO ULTIMO
      * FECHAMENTO DE CADA ANO. CONTA AUSENTE DO FECHAMENTO FICA COM
      * SALDO ZERO NAQUELE ANO (NAO EXISTIA OU JA TINHA SAIDO DO
      * ARQUIVO DE SALDOS). A LINHA DO ULTIMO FECHAMENTO DO ANO-BASE
      * VAI PARA A POSICAO ANUAL.
      ***************************************************************
       2100-ACUMULAR-FECHAMENTO.
           IF FC-DATA = WS-FECH-ULT-ANT
               MOVE FC-SALDO TO WS-CT-SALDO-ANT
           END-IF.
           IF FC-DATA = WS-FECH-ULT-BASE
               MOVE FC-SALDO  TO WS-CT-SALDO-BASE
               MOVE FC-STATUS TO WS-CT-STATUS
               MOVE FC-CONTA   TO FA-CONTA
               MOVE FC-AGENCIA TO FA-AGENCIA
               MOVE FC-SALDO   TO FA-SALDO
               MOVE FC-STATUS  TO FA-STATUS
               MOVE FC-DATA    TO FA-DATA
               WRITE REG-FECHAMENTO-ANUAL
               ADD 1 TO WS-CONTADOR-POSICAO
           END-IF.
           PERFORM 9200-LER-FECHAMENTO
               THRU 9200-LER-FECHAMENTO-EXIT.
       2100-ACUMULAR-FECHAMENTO-EXIT.
           EXIT.

      ***************************************************************
      * 2200-ACUMULAR-AUDITORIA - SO CONTAM OS LOTES DO ANO-BASE:
      * SOMA OS JUROS 'J'/'U' E MARCA A CONTA QUE FICOU COM SALDO
      * DIFERENTE DE ZERO EM ALGUM MOVIMENTO (CONTA ABERTA E
      * ENCERRADA DENTRO DO ANO APARECE POR AQUI).
      ***************************************************************
       2200-ACUMULAR-AUDITORIA.
           IF AU-DATA-LOTE IS NUMERIC
                   AND AU-DATA-LOTE > WS-FIM-ANO-ANT
                   AND AU-DATA-LOTE NOT > WS-FIM-ANO-BASE
               IF AU-SALDO-RESULT NOT = 0
                   MOVE 'S' TO WS-TEVE-SALDO
               END-IF
               IF AU-JUROS-CREDITO
                   ADD AU-VALOR TO WS-CT-JUROS-CREDITO
               END-IF
               IF AU-JUROS-DEVEDOR
                   ADD AU-VALOR TO WS-CT-JUROS-DEVEDOR
               END-IF
           END-IF.
           PERFORM 9300-LER-AUDITORIA
               THRU 9300-LER-AUDITORIA-EXIT.
       2200-ACUMULAR-AUDITORIA-EXIT.
           EXIT.

      ***************************************************************
      * 2300-GRAVAR-INFORME - GRAVA A LINHA DA CONTA NO INFORME.
      ***************************************************************
       2300-GRAVAR-INFORME.
           MOVE WS-CT-DOCUMENTO     TO IF-DOCUMENTO.
           MOVE WS-CONTA-ATUAL      TO IF-CONTA.
           MOVE WS-CT-AGENCIA       TO IF-AGENCIA.
           MOVE WS-ANO-BASE         TO IF-ANO-BASE.
           MOVE WS-CT-NOME          TO IF-NOME.
           MOVE WS-CT-PRODUTO       TO IF-PRODUTO.
           MOVE WS-CT-STATUS        TO IF-STATUS.
           MOVE WS-FECH-ULT-ANT     TO IF-DATA-FECH-ANT.
           MOVE WS-CT-SALDO-ANT     TO IF-SALDO-ANT.
           MOVE WS-FECH-ULT-BASE    TO IF-DATA-FECH-BASE.
           MOVE WS-CT-SALDO-BASE    TO IF-SALDO-BASE.
           MOVE WS-CT-JUROS-CREDITO TO IF-JUROS-CREDITO.
           MOVE WS-CT-JUROS-DEVEDOR TO IF-JUROS-DEVEDOR.
           WRITE REG-INFORME.
           ADD 1 TO WS-CONTADOR-INFORME.
           ADD WS-CT-JUROS-CREDITO TO WS-TOTAL-JUROS-CREDITO.
           ADD WS-CT-JUROS-DEVEDOR TO WS-TOTAL-JUROS-DEVEDOR.
       2300-GRAVAR-INFORME-EXIT.
           EXIT.

      ***************************************************************
      * 9100/9200/9300 - LEITURA DAS ENTRADAS DO BALANCE LINE, COM
      * CONFERENCIA DE ORDEM POR CONTA.
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

       9200-LER-FECHAMENTO.
           READ ARQ-FECHAMENTOS
               AT END
                   MOVE WS-CHAVE-FIM TO WS-FC-CHAVE
                   GO TO 9200-LER-FECHAMENTO-EXIT
           END-READ.
           IF FC-CONTA < WS-FC-CHAVE
               MOVE 'FECHAMENTOS' TO WS-ARQUIVO-FORA-ORDEM
               PERFORM 9900-FORA-DE-ORDEM
                   THRU 9900-FORA-DE-ORDEM-EXIT
           END-IF.
           MOVE FC-CONTA TO WS-FC-CHAVE.
       9200-LER-FECHAMENTO-EXIT.
           EXIT.

       9300-LER-AUDITORIA.
           READ ARQ-AUDITORIA
               AT END
                   MOVE WS-CHAVE-FIM TO WS-AU-CHAVE
                   GO TO 9300-LER-AUDITORIA-EXIT
           END-READ.
           IF AU-CONTA < WS-AU-CHAVE
               MOVE 'AUDITORIA' TO WS-ARQUIVO-FORA-ORDEM
               PERFORM 9900-FORA-DE-ORDEM
                   THRU 9900-FORA-DE-ORDEM-EXIT
           END-IF.
           MOVE AU-CONTA TO WS-AU-CHAVE.
       9300-LER-AUDITORIA-EXIT.
           EXIT.

      ***************************************************************
      * 9800-ENCERRAR-ARQUIVOS - FECHA OS ARQUIVOS DO PASSO.
      ***************************************************************
       9800-ENCERRAR-ARQUIVOS.
           CLOSE ARQ-CADASTRO.
           CLOSE ARQ-FECHAMENTOS.
           CLOSE ARQ-AUDITORIA.
           CLOSE ARQ-INFORME.
           CLOSE ARQ-FECHAMENTO-ANUAL.
       9800-ENCERRAR-ARQUIVOS-EXIT.
           EXIT.

      ***************************************************************
      * 9900-FORA-DE-ORDEM - ENTRADA FORA DA ORDEM DE CONTA: O
      * BALANCE LINE PERDERIA CONTAS. AS SAIDAS SAO TEMPORARIAS E O
      * JCL NAO SEGUE COM RETURN-CODE DIFERENTE DE ZERO.
      ***************************************************************
       9900-FORA-DE-ORDEM.
           DISPLAY 'ERRO: ARQUIVO ' WS-ARQUIVO-FORA-ORDEM
               ' FORA DE ORDEM DE CONTA'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       9900-FORA-DE-ORDEM-EXIT.
           EXIT.
