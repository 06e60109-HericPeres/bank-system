       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEBE-COMPENSACAO.
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
      *     RECEPCAO DOS CREDITOS INTERBANCARIOS QUE A CAMARA DE
      *     COMPENSACAO ENTREGA PARA CONTAS DESTE BANCO (ARQUIVO DE
      *     ENTRADA DA CAMARA, ORDENADO POR CONTA DE DESTINO). CADA
      *     ITEM E CONFERIDO, EM BALANCE LINE, CONTRA O CADASTRO DE
      *     CONTAS E O STATUS CORRENTE DO SALDOS.ANTERIOR:
      *         - CONTA FORA DO CADASTRO OU DE OUTRA AGENCIA: DEVOLVE
      *           COM O MOTIVO 02;
      *         - CONTA ENCERRADA ('E'): DEVOLVE COM O MOTIVO 01;
      *         - CPF/CNPJ DO FAVORECIDO INFORMADO PELO REMETENTE
      *           DIFERENTE DO CAD-DOCUMENTO: DEVOLVE COM O MOTIVO 03;
      *         - DEMAIS: VIRA CREDITO COMUM (TIPO 'C') NO LAYOUT DE
      *           ARQ-TRANSACOES, CANAL 'CPR' E A SEQUENCIA DA PROPRIA
      *           CAMARA (CRESCENTE ENTRE ENTREGAS, COMO A DO 'CMP'),
      *           COM O BANCO/AGENCIA/CONTA DO REMETENTE NOS CAMPOS DE
      *           CONTRAPARTIDA, PARA O MERGE DO DIA.
      *     CONTA SEM LINHA NO SALDOS.ANTERIOR (ABERTA E AINDA SEM
      *     MOVIMENTO) CONTA COMO ATIVA, COMO NO BATCH-PROCESS; CONTA
      *     BLOQUEADA OU DORMENTE SEGUE PARA O LOTE, QUE DECIDE. AS
      *     DEVOLUCOES SAEM NA MESMA NOITE NO ARQUIVO DE DEVOLUCAO A
      *     CAMARA (O ITEM RECEBIDO NA INTEGRA MAIS O MOTIVO). LINHA
      *     QUE NAO SE SUSTENTA (CAMPO NUMERICO ESTRAGADO, VALOR OU
      *     SEQUENCIA ZERADOS, DATA MAL FORMADA) SO E APONTADA PARA A
      *     OPERACAO TRATAR COM A CAMARA, COMO NO RETORNO-LIQUIDACAO.
      *     OS TOTAIS DO PASSO VAO PARA O REGISTRO DE CONTROLE QUE O
      *     CONCILIA-COMPENSACAO CONFRONTA DEPOIS DO LOTE.
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

           SELECT OPTIONAL ARQ-ENTRADA
               ASSIGN TO 'ENTRADA'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-CADASTRO
               ASSIGN TO 'CADASTRO'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-SALDOS
               ASSIGN TO 'SALDOANT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-CREDITOS
               ASSIGN TO 'CREDITOS'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-DEVOLUCAO
               ASSIGN TO 'DEVOLUC'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-CONTROLE
               ASSIGN TO 'CTLCPR'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-RELATORIO
               ASSIGN TO 'RELATCPR'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      ***************************************************************
      * PARAMETRO DO LOTE (ENTRADA) - SO A DATA DO MOVIMENTO, QUE
      * IDENTIFICA O RELATORIO E O REGISTRO DE CONTROLE.
      ***************************************************************
       FD  ARQ-PARAMETRO.
       01  REG-PARAMETRO.
           05  PRM-DATA-LOTE       PIC 9(08).
           05  FILLER              PIC X(09).

      ***************************************************************
      * ENTRADA DA CAMARA (ENTRADA) - UM ITEM POR CREDITO RECEBIDO DE
      * OUTRO BANCO, ORDENADO POR CONTA DE DESTINO/SEQUENCIA.
      ***************************************************************
       FD  ARQ-ENTRADA.
       01  REG-ENTRADA.
           05  CE-BANCO-ORIGEM     PIC 9(03).
           05  CE-AGENCIA-ORIGEM   PIC 9(04).
           05  CE-CONTA-ORIGEM     PIC 9(10).
           05  CE-DOC-REMETENTE    PIC 9(14).
           05  CE-AGENCIA-DEST     PIC 9(04).
           05  CE-CONTA-DEST       PIC 9(10).
           05  CE-DOC-FAVORECIDO   PIC 9(14).
           05  CE-VALOR            PIC 9(09)V99.
           05  CE-DATA             PIC X(10).
           05  CE-DATA-R REDEFINES CE-DATA.
               10  CE-DATA-ANO     PIC X(04).
               10  CE-DATA-SEP1    PIC X(01).
               10  CE-DATA-MES     PIC X(02).
               10  CE-DATA-SEP2    PIC X(01).
               10  CE-DATA-DIA     PIC X(02).
           05  CE-SEQ-CAMARA       PIC 9(09).

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
      * CBL0001, ORDENADO POR CONTA. SO O STATUS INTERESSA AQUI.
      ***************************************************************
       FD  ARQ-SALDOS.
       01  REG-SALDO.
           05  RSA-CONTA           PIC 9(10).
           05  RSA-AGENCIA         PIC 9(04).
           05  RSA-SALDO           PIC S9(09)V99.
           05  RSA-STATUS          PIC X(01).

      ***************************************************************
      * CREDITOS RECEBIDOS (SAIDA) - MESMO LAYOUT DE REG-TRANSACAO DE
      * BATCH-PROCESS; SEGUE PARA O SORT E DALI PARA O MERGE DO DIA.
      ***************************************************************
       FD  ARQ-CREDITOS.
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
      * DEVOLUCAO A CAMARA (SAIDA) - O ITEM RECEBIDO NA INTEGRA MAIS
      * O MOTIVO PADRAO DA DEVOLUCAO:
      *     01 CONTA DESTINATARIA ENCERRADA
      *     02 AGENCIA OU CONTA DESTINATARIA INVALIDA
      *     03 DIVERGENCIA NO CPF/CNPJ DO FAVORECIDO
      ***************************************************************
       FD  ARQ-DEVOLUCAO.
       01  REG-DEVOLUCAO.
           05  DV-ITEM             PIC X(89).
           05  DV-MOTIVO           PIC X(02).

      ***************************************************************
      * REGISTRO DE CONTROLE DO PASSO (SAIDA) - UM UNICO REGISTRO COM
      * AS QUANTIDADES E VALORES RECEBIDOS, ENVIADOS AO LOTE,
      * DEVOLVIDOS E INVALIDOS, LIDO PELO CONCILIA-COMPENSACAO.
      ***************************************************************
       FD  ARQ-CONTROLE.
       01  REG-CONTROLE.
           05  CT-DATA-LOTE        PIC 9(08).
           05  CT-QTD-RECEBIDOS    PIC 9(07).
           05  CT-VLR-RECEBIDOS    PIC 9(11)V99.
           05  CT-QTD-ENVIADOS     PIC 9(07).
           05  CT-VLR-ENVIADOS     PIC 9(11)V99.
           05  CT-QTD-DEVOLVIDOS   PIC 9(07).
           05  CT-VLR-DEVOLVIDOS   PIC 9(11)V99.
           05  CT-QTD-INVALIDOS    PIC 9(07).
           05  CT-VLR-INVALIDOS    PIC 9(11)V99.

      ***************************************************************
      * RELATORIO DE RECEPCAO (SAIDA, TEXTO).
      ***************************************************************
       FD  ARQ-RELATORIO.
       01  REG-RELATORIO.
           05  RL-LINHA            PIC X(100).

       WORKING-STORAGE SECTION.

      * INDICADORES DE FIM DE ARQUIVO
       77  WS-CE-EOF               PIC X(01)   VALUE 'N'.
           88  FIM-ENTRADA              VALUE 'S'.

      * CHAVES DO BALANCE LINE (FIM DE ARQUIVO = WS-CHAVE-FIM)
       77  WS-CHAVE-FIM            PIC 9(11)   VALUE 99999999999.
       77  WS-CE-CHAVE             PIC 9(11)       VALUE 0.
       77  WS-CAD-CHAVE            PIC 9(11)       VALUE 0.
       77  WS-SA-CHAVE             PIC 9(11)       VALUE 0.
       77  WS-ARQUIVO-FORA-ORDEM   PIC X(16)       VALUE SPACES.

      * CODIGO DE ABEND DE USUARIO (9950-ABORTAR)
       77  WS-CODIGO-ABEND         PIC S9(04) COMP VALUE 0.

      * CLASSIFICACAO DO ITEM CORRENTE
       77  WS-ITEM-VALIDO          PIC X(01)   VALUE 'S'.
           88  ITEM-VALIDO              VALUE 'S'.
       77  WS-MOTIVO-DEV           PIC X(02)       VALUE SPACES.
           88  SEM-DEVOLUCAO            VALUE SPACES.
       77  WS-DESC-MOTIVO          PIC X(30)       VALUE SPACES.
       77  WS-STATUS-DEST          PIC X(01)       VALUE SPACE.

      * CONTADORES DO PASSO
       77  WS-CONTADOR-RECEBIDOS   PIC 9(07) COMP  VALUE 0.
       77  WS-CONTADOR-ENVIADOS    PIC 9(07) COMP  VALUE 0.
       77  WS-CONTADOR-DEVOLVIDOS  PIC 9(07) COMP  VALUE 0.
       77  WS-CONTADOR-INVALIDOS   PIC 9(07) COMP  VALUE 0.
       77  WS-CONTADOR-MOTIVO-01   PIC 9(07) COMP  VALUE 0.
       77  WS-CONTADOR-MOTIVO-02   PIC 9(07) COMP  VALUE 0.
       77  WS-CONTADOR-MOTIVO-03   PIC 9(07) COMP  VALUE 0.
       77  WS-TOTAL-RECEBIDO       PIC S9(11)V99   VALUE 0.
       77  WS-TOTAL-ENVIADO        PIC S9(11)V99   VALUE 0.
       77  WS-TOTAL-DEVOLVIDO      PIC S9(11)V99   VALUE 0.
       77  WS-TOTAL-INVALIDO       PIC S9(11)V99   VALUE 0.

      * CAMPOS AUXILIARES DO RELATORIO
       01  WS-EDIT-VALOR           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-QTD             PIC Z.ZZZ.ZZ9.

       PROCEDURE DIVISION.

      ***************************************************************
      * 0000-MAINLINE - ROTINA PRINCIPAL.
      ***************************************************************
       0000-MAINLINE.
           DISPLAY 'INICIANDO RECEPCAO DOS CREDITOS DA CAMARA'.
           PERFORM 1000-INICIALIZAR
               THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-PROCESSAR-ITEM
               THRU 2000-PROCESSAR-ITEM-EXIT
               UNTIL FIM-ENTRADA.
           PERFORM 9700-GRAVAR-TOTAIS
               THRU 9700-GRAVAR-TOTAIS-EXIT.
           PERFORM 9800-ENCERRAR-ARQUIVOS
               THRU 9800-ENCERRAR-ARQUIVOS-EXIT.
           DISPLAY 'RECEPCAO CONCLUIDA'.
           DISPLAY 'ITENS RECEBIDOS   : ' WS-CONTADOR-RECEBIDOS.
           DISPLAY 'ENVIADOS AO LOTE  : ' WS-CONTADOR-ENVIADOS.
           DISPLAY 'DEVOLVIDOS        : ' WS-CONTADOR-DEVOLVIDOS.
           DISPLAY 'ITENS INVALIDOS   : ' WS-CONTADOR-INVALIDOS.
           STOP RUN.

      ***************************************************************
      * 1000-INICIALIZAR - LE A DATA DO MOVIMENTO, ABRE OS ARQUIVOS E
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
               DISPLAY 'ERRO: DATA INVALIDA NO PARAMETRO: '
                   PRM-DATA-LOTE
               MOVE 1002 TO WS-CODIGO-ABEND
               PERFORM 9950-ABORTAR
                   THRU 9950-ABORTAR-EXIT
           END-IF.

           OPEN INPUT ARQ-ENTRADA.
           OPEN INPUT ARQ-CADASTRO.
           OPEN INPUT ARQ-SALDOS.
           OPEN OUTPUT ARQ-CREDITOS.
           OPEN OUTPUT ARQ-DEVOLUCAO.
           OPEN OUTPUT ARQ-CONTROLE.
           OPEN OUTPUT ARQ-RELATORIO.

           PERFORM 9100-LER-CADASTRO
               THRU 9100-LER-CADASTRO-EXIT.
           PERFORM 9200-LER-SALDO
               THRU 9200-LER-SALDO-EXIT.
           PERFORM 9300-LER-ENTRADA
               THRU 9300-LER-ENTRADA-EXIT.

           MOVE SPACES TO RL-LINHA.
           STRING '---- RECEPCAO DE CREDITOS DA COMPENSACAO '
                  '- MOVIMENTO ' PRM-DATA-LOTE ' ----'
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ***************************************************************
      * 2000-PROCESSAR-ITEM - CLASSIFICA UM ITEM DA CAMARA: INVALIDO
      * SO E APONTADO; OS DEMAIS SAO CONFERIDOS CONTRA O CADASTRO E O
      * STATUS E VIRAM CREDITO PARA O LOTE OU DEVOLUCAO A CAMARA.
      ***************************************************************
       2000-PROCESSAR-ITEM.
           PERFORM 2100-VALIDAR-ITEM
               THRU 2100-VALIDAR-ITEM-EXIT.
           IF NOT ITEM-VALIDO
               PERFORM 5000-APONTAR-INVALIDO
                   THRU 5000-APONTAR-INVALIDO-EXIT
               GO TO 2000-PROCESSAR-ITEM-LER
           END-IF.

           IF CE-CONTA-DEST < WS-CE-CHAVE
               MOVE 'ENTRADA CAMARA' TO WS-ARQUIVO-FORA-ORDEM
               PERFORM 9900-FORA-DE-ORDEM
                   THRU 9900-FORA-DE-ORDEM-EXIT
           END-IF.
           MOVE CE-CONTA-DEST TO WS-CE-CHAVE.

           PERFORM 9100-LER-CADASTRO
               THRU 9100-LER-CADASTRO-EXIT
               UNTIL WS-CAD-CHAVE NOT < WS-CE-CHAVE.
           PERFORM 9200-LER-SALDO
               THRU 9200-LER-SALDO-EXIT
               UNTIL WS-SA-CHAVE NOT < WS-CE-CHAVE.

           PERFORM 2200-CONFERIR-DESTINO
               THRU 2200-CONFERIR-DESTINO-EXIT.
           IF SEM-DEVOLUCAO
               PERFORM 3000-GRAVAR-CREDITO
                   THRU 3000-GRAVAR-CREDITO-EXIT
           ELSE
               PERFORM 4000-GRAVAR-DEVOLUCAO
                   THRU 4000-GRAVAR-DEVOLUCAO-EXIT
           END-IF.

       2000-PROCESSAR-ITEM-LER.
           PERFORM 9300-LER-ENTRADA
               THRU 9300-LER-ENTRADA-EXIT.
       2000-PROCESSAR-ITEM-EXIT.
           EXIT.

      ***************************************************************
      * 2100-VALIDAR-ITEM - O ITEM SO SE SUSTENTA COM TODOS OS CAMPOS
      * NUMERICOS, CONTA DE DESTINO, VALOR E SEQUENCIA PREENCHIDOS E
      * A DATA NO FORMATO AAAA-MM-DD.
      ***************************************************************
       2100-VALIDAR-ITEM.
           MOVE 'S' TO WS-ITEM-VALIDO.
           IF CE-BANCO-ORIGEM IS NOT NUMERIC
              OR CE-AGENCIA-ORIGEM IS NOT NUMERIC
              OR CE-CONTA-ORIGEM IS NOT NUMERIC
              OR CE-DOC-REMETENTE IS NOT NUMERIC
              OR CE-AGENCIA-DEST IS NOT NUMERIC
              OR CE-CONTA-DEST IS NOT NUMERIC
              OR CE-DOC-FAVORECIDO IS NOT NUMERIC
              OR CE-VALOR IS NOT NUMERIC
              OR CE-SEQ-CAMARA IS NOT NUMERIC
               MOVE 'N' TO WS-ITEM-VALIDO
               GO TO 2100-VALIDAR-ITEM-EXIT
           END-IF.
           IF CE-CONTA-DEST = 0
              OR CE-VALOR = 0
              OR CE-SEQ-CAMARA = 0
               MOVE 'N' TO WS-ITEM-VALIDO
               GO TO 2100-VALIDAR-ITEM-EXIT
           END-IF.
           IF CE-DATA-ANO IS NOT NUMERIC
              OR CE-DATA-MES IS NOT NUMERIC
              OR CE-DATA-DIA IS NOT NUMERIC
              OR CE-DATA-SEP1 NOT = '-'
              OR CE-DATA-SEP2 NOT = '-'
              OR CE-DATA-MES < '01' OR CE-DATA-MES > '12'
              OR CE-DATA-DIA < '01' OR CE-DATA-DIA > '31'
               MOVE 'N' TO WS-ITEM-VALIDO
           END-IF.
       2100-VALIDAR-ITEM-EXIT.
           EXIT.

      ***************************************************************
      * 2200-CONFERIR-DESTINO - COM O BALANCE LINE POSICIONADO NA
      * CONTA DE DESTINO, DECIDE O MOTIVO DE DEVOLUCAO (BRANCO = O
      * CREDITO SEGUE PARA O LOTE). SEM LINHA NO SALDOS.ANTERIOR A
      * CONTA E ATIVA, COMO NO BATCH-PROCESS.
      ***************************************************************
       2200-CONFERIR-DESTINO.
           MOVE SPACES TO WS-MOTIVO-DEV.
           MOVE SPACES TO WS-DESC-MOTIVO.
           MOVE 'A' TO WS-STATUS-DEST.
           IF WS-SA-CHAVE = WS-CE-CHAVE
               MOVE RSA-STATUS TO WS-STATUS-DEST
           END-IF.
           EVALUATE TRUE
               WHEN WS-CAD-CHAVE NOT = WS-CE-CHAVE
                 OR CAD-AGENCIA NOT = CE-AGENCIA-DEST
                   MOVE '02' TO WS-MOTIVO-DEV
                   MOVE 'AGENCIA/CONTA DEST. INVALIDA'
                       TO WS-DESC-MOTIVO
                   ADD 1 TO WS-CONTADOR-MOTIVO-02
               WHEN WS-STATUS-DEST = 'E'
                   MOVE '01' TO WS-MOTIVO-DEV
                   MOVE 'CONTA DESTINATARIA ENCERRADA'
                       TO WS-DESC-MOTIVO
                   ADD 1 TO WS-CONTADOR-MOTIVO-01
               WHEN CE-DOC-FAVORECIDO NOT = CAD-DOCUMENTO
                   MOVE '03' TO WS-MOTIVO-DEV
                   MOVE 'DIVERGENCIA DE CPF/CNPJ'
                       TO WS-DESC-MOTIVO
                   ADD 1 TO WS-CONTADOR-MOTIVO-03
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2200-CONFERIR-DESTINO-EXIT.
           EXIT.

      ***************************************************************
      * 3000-GRAVAR-CREDITO - MONTA O CREDITO DO ITEM ACEITO: TIPO
      * 'C' NA CONTA DE DESTINO, CANAL 'CPR' E A SEQUENCIA DA CAMARA.
      * O REMETENTE VIAJA NOS CAMPOS DE CONTRAPARTIDA PARA RASTREIO
      * NA AUDITORIA E NO EXTRATO.
      ***************************************************************
       3000-GRAVAR-CREDITO.
           MOVE CE-CONTA-DEST      TO RT-CONTA.
           MOVE CAD-AGENCIA        TO RT-AGENCIA.
           MOVE 'C'                TO RT-TIPO.
           MOVE CE-VALOR           TO RT-VALOR.
           MOVE CE-DATA            TO RT-DATA.
           MOVE SPACES             TO RT-NOME-TITULAR.
           MOVE 0                  TO RT-DOCUMENTO.
           MOVE SPACES             TO RT-PRODUTO.
           MOVE CE-CONTA-ORIGEM    TO RT-CONTA-CONTRAP.
           MOVE CE-BANCO-ORIGEM    TO RT-BANCO-CONTRAP.
           MOVE CE-AGENCIA-ORIGEM  TO RT-AGENCIA-CONTRAP.
           MOVE 0                  TO RT-QTD-RECICLO.
           MOVE 'CPR'              TO RT-CANAL.
           MOVE CE-SEQ-CAMARA      TO RT-SEQUENCIA.
           WRITE REG-TRANSACAO.
           ADD 1 TO WS-CONTADOR-ENVIADOS.
           ADD CE-VALOR TO WS-TOTAL-ENVIADO.
       3000-GRAVAR-CREDITO-EXIT.
           EXIT.

      ***************************************************************
      * 4000-GRAVAR-DEVOLUCAO - DEVOLVE O ITEM A CAMARA COM O MOTIVO
      * PADRAO E O LISTA NO RELATORIO.
      ***************************************************************
       4000-GRAVAR-DEVOLUCAO.
           MOVE REG-ENTRADA   TO DV-ITEM.
           MOVE WS-MOTIVO-DEV TO DV-MOTIVO.
           WRITE REG-DEVOLUCAO.
           ADD 1 TO WS-CONTADOR-DEVOLVIDOS.
           ADD CE-VALOR TO WS-TOTAL-DEVOLVIDO.

           MOVE CE-VALOR TO WS-EDIT-VALOR.
           MOVE SPACES TO RL-LINHA.
           STRING 'DEVOLVIDO CONTA ' CE-CONTA-DEST
                  ' SEQ ' CE-SEQ-CAMARA
                  ' VALOR ' WS-EDIT-VALOR
                  ' ' WS-MOTIVO-DEV ' ' WS-DESC-MOTIVO
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
       4000-GRAVAR-DEVOLUCAO-EXIT.
           EXIT.

      ***************************************************************
      * 5000-APONTAR-INVALIDO - ITEM QUE NAO SE SUSTENTA: SAI NO
      * RELATORIO PARA APURACAO MANUAL COM A CAMARA. O VALOR SO
      * ENTRA NO TOTAL SE FOR NUMERICO.
      ***************************************************************
       5000-APONTAR-INVALIDO.
           ADD 1 TO WS-CONTADOR-INVALIDOS.
           IF CE-VALOR IS NUMERIC
               ADD CE-VALOR TO WS-TOTAL-INVALIDO
           END-IF.
           MOVE SPACES TO RL-LINHA.
           STRING 'INVALIDO  CONTA ' CE-CONTA-DEST
                  ' SEQ ' CE-SEQ-CAMARA
                  ' DATA ' CE-DATA
                  ' - CONFERIR COM A CAMARA'
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
       5000-APONTAR-INVALIDO-EXIT.
           EXIT.

      ***************************************************************
      * 9100/9200 - LEITURAS ANTECIPADAS DO CADASTRO E DO
      * SALDOS.ANTERIOR. O FIM DO ARQUIVO LEVA A CHAVE A WS-CHAVE-FIM;
      * CONTA MENOR QUE A ANTERIOR E ARQUIVO FORA DE ORDEM E PARA O
      * PASSO.
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

      ***************************************************************
      * 9300-LER-ENTRADA - LEITURA FISICA DO PROXIMO ITEM DA CAMARA.
      ***************************************************************
       9300-LER-ENTRADA.
           READ ARQ-ENTRADA
               AT END
                   MOVE 'S' TO WS-CE-EOF
               NOT AT END
                   ADD 1 TO WS-CONTADOR-RECEBIDOS
                   IF CE-VALOR IS NUMERIC
                       ADD CE-VALOR TO WS-TOTAL-RECEBIDO
                   END-IF
           END-READ.
       9300-LER-ENTRADA-EXIT.
           EXIT.

      ***************************************************************
      * 9700-GRAVAR-TOTAIS - FECHA O RELATORIO COM OS TOTAIS DA
      * RECEPCAO E GRAVA O REGISTRO DE CONTROLE.
      ***************************************************************
       9700-GRAVAR-TOTAIS.
           MOVE WS-CONTADOR-RECEBIDOS TO WS-EDIT-QTD.
           MOVE WS-TOTAL-RECEBIDO TO WS-EDIT-VALOR.
           MOVE SPACES TO RL-LINHA.
           STRING 'ITENS RECEBIDOS   : ' WS-EDIT-QTD
                  '   VALOR ' WS-EDIT-VALOR
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.

           MOVE WS-CONTADOR-ENVIADOS TO WS-EDIT-QTD.
           MOVE WS-TOTAL-ENVIADO TO WS-EDIT-VALOR.
           MOVE SPACES TO RL-LINHA.
           STRING 'ENVIADOS AO LOTE  : ' WS-EDIT-QTD
                  '   VALOR ' WS-EDIT-VALOR
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.

           MOVE WS-CONTADOR-DEVOLVIDOS TO WS-EDIT-QTD.
           MOVE WS-TOTAL-DEVOLVIDO TO WS-EDIT-VALOR.
           MOVE SPACES TO RL-LINHA.
           STRING 'DEVOLVIDOS        : ' WS-EDIT-QTD
                  '   VALOR ' WS-EDIT-VALOR
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.

           MOVE WS-CONTADOR-MOTIVO-01 TO WS-EDIT-QTD.
           MOVE SPACES TO RL-LINHA.
           STRING '  MOTIVO 01       : ' WS-EDIT-QTD
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.

           MOVE WS-CONTADOR-MOTIVO-02 TO WS-EDIT-QTD.
           MOVE SPACES TO RL-LINHA.
           STRING '  MOTIVO 02       : ' WS-EDIT-QTD
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.

           MOVE WS-CONTADOR-MOTIVO-03 TO WS-EDIT-QTD.
           MOVE SPACES TO RL-LINHA.
           STRING '  MOTIVO 03       : ' WS-EDIT-QTD
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.

           MOVE WS-CONTADOR-INVALIDOS TO WS-EDIT-QTD.
           MOVE WS-TOTAL-INVALIDO TO WS-EDIT-VALOR.
           MOVE SPACES TO RL-LINHA.
           STRING 'ITENS INVALIDOS   : ' WS-EDIT-QTD
                  '   VALOR ' WS-EDIT-VALOR
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.

           MOVE PRM-DATA-LOTE          TO CT-DATA-LOTE.
           MOVE WS-CONTADOR-RECEBIDOS  TO CT-QTD-RECEBIDOS.
           MOVE WS-TOTAL-RECEBIDO      TO CT-VLR-RECEBIDOS.
           MOVE WS-CONTADOR-ENVIADOS   TO CT-QTD-ENVIADOS.
           MOVE WS-TOTAL-ENVIADO       TO CT-VLR-ENVIADOS.
           MOVE WS-CONTADOR-DEVOLVIDOS TO CT-QTD-DEVOLVIDOS.
           MOVE WS-TOTAL-DEVOLVIDO     TO CT-VLR-DEVOLVIDOS.
           MOVE WS-CONTADOR-INVALIDOS  TO CT-QTD-INVALIDOS.
           MOVE WS-TOTAL-INVALIDO      TO CT-VLR-INVALIDOS.
           WRITE REG-CONTROLE.
       9700-GRAVAR-TOTAIS-EXIT.
           EXIT.

      ***************************************************************
      * 9800-ENCERRAR-ARQUIVOS - FECHA OS ARQUIVOS DO PASSO.
      ***************************************************************
       9800-ENCERRAR-ARQUIVOS.
           CLOSE ARQ-ENTRADA.
           CLOSE ARQ-CADASTRO.
           CLOSE ARQ-SALDOS.
           CLOSE ARQ-CREDITOS.
           CLOSE ARQ-DEVOLUCAO.
           CLOSE ARQ-CONTROLE.
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
      * (WS-CODIGO-ABEND). A DEVOLUCAO E O CONTROLE SAO CATALOGADOS
      * COM DISPOSICAO NEW/CATLG/DELETE: SO O FIM ANORMAL DE PASSO
      * ACIONA O DELETE CONDICIONAL, E A CAMARA NAO PODE RECEBER UMA
      * DEVOLUCAO PARCIAL. O STOP RUN FINAL E SO REDE DE SEGURANCA
      * PARA AMBIENTE SEM A ROTINA DE ABEND.
      ***************************************************************
       9950-ABORTAR.
           DISPLAY 'ABENDANDO O PASSO - CODIGO ' WS-CODIGO-ABEND.
           CALL 'ILBOABN0' USING WS-CODIGO-ABEND.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       9950-ABORTAR-EXIT.
           EXIT.
