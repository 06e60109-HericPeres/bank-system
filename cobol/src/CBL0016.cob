      *                 DIA RECUPERADO GERA O SEU PROPRIO PAR DE
      *                 LANCAMENTOS, COMO SE AS NOITES TIVESSEM
      *                 RODADO EM SEPARADO.
      * 10/14/2026 MFT  ESTORNO ('S' A CREDITO, 'Z' A DEBITO) ENTRA NO
      *                 LOTE COM CONTAS PROPRIAS NO MAPA (TIPO 'S'/
      *                 'Z'), E CADA ESTORNO SAI NO RELATORIO COM A
      *                 CONTA E O CANAL/SEQUENCIA DO ORIGINAL - O
      *                 ELO DO LANCAMENTO COM A POSTAGEM DESFEITA.
      * 10/15/2026 MFT  CREDITO RECEBIDO DA CAMARA ('C' CANAL 'CPR')
      *                 E CONTABILIZADO COMO TIPO 'I' NO MAPA - CONTRA
      *                 A CONTA DE LIQUIDACAO DA CAMARA, NAO COMO
      *                 DEPOSITO EM ESPECIE.
      * 10/15/2026 MFT  DEPOSITO EM CHEQUE ('K') E DEVOLUCAO DE
      *                 CHEQUE ('W') ENTRAM NO LOTE COM CONTAS
      *                 PROPRIAS NO MAPA (TIPO 'K'/'W').
      * 10/15/2026 MFT  O PRODUTO DA CONTA PASSA A SER LIDO CONTA A
      *                 CONTA NO CLUSTER DO CADASTRO (DD CADVSAM,
      *                 MANTIDO POR BATCH-PROCESS), EM VEZ DA CARGA DO
      *                 CADASTRO INTEIRO NUMA TABELA DE 20000 CONTAS.
      * ------------------------------------------------------------
      *
      ***************************************************************
      *     MAPEADO PARA AS CONTAS CONTABEIS DE DEBITO E CREDITO
      *     PELO ARQUIVO DE MAPEAMENTO MANTIDO PELA CONTABILIDADE
      *     (TIPO + PRODUTO + AGENCIA, COM '**' E 0000 COMO
      *     CURINGAS; O CREDITO 'C' RECEBIDO DA CAMARA, CANAL 'CPR',
      *     E MAPEADO PELO TIPO CONTABIL 'I'). SAI O ARQUIVO DE
      *     LANCAMENTOS EM PARTIDAS DOBRADAS (UMA LINHA 'D' E UMA 'C'
      *     POR AGREGADO) PARA O RAZAO CORPORATIVO - O PRODUTO DE
      *     CADA CONTA VEM DO CADASTRO JA COM AS ABERTURAS DO DIA
      *     ABSORVIDAS.
      *     COMBINACAO SEM LINHA NO MAPA, PRODUTO DESCONHECIDO OU
      *     DEBITOS QUE NAO FECHAM COM OS CREDITOS REPROVAM O PASSO
      *     (RC=8): LOTE QUE NAO ZERA NAO E ENTREGUE - O PASSO DE
               ASSIGN TO 'AUDITORI'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-CADASTRO-VSAM
               ASSIGN TO 'CADVSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAD-CONTA
               FILE STATUS IS WS-FS-CADASTRO.

           SELECT ARQ-MAPA-CONTABIL
               ASSIGN TO 'MAPACTB'
           05  AU-AGENCIA          PIC 9(04).
           05  AU-TIPO             PIC X(01).
               88  AU-MOVTO-FINANCEIRO VALUES 'D' 'C' 'T' 'V'
                                          'X' 'J' 'U' 'S' 'Z'
                                          'K' 'W'.
               88  AU-MOVTO-ESTORNO    VALUES 'S' 'Z'.
           05  AU-VALOR            PIC 9(09)V99.
           05  AU-DATA             PIC X(10).
           05  AU-SALDO-RESULT     PIC S9(09)V99.
           05  AU-SEQUENCIA        PIC 9(09).

      ***************************************************************
      * CADASTRO DE CONTAS (ENTRADA) - CLUSTER CHAVEADO POR CONTA,
      * MANTIDO POR BATCH-PROCESS JA COM AS ABERTURAS DO DIA; E DELE
      * QUE VEM O PRODUTO, LIDO CONTA A CONTA.
      ***************************************************************
       FD  ARQ-CADASTRO-VSAM.
       01  REG-CADASTRO.
           05  CAD-CONTA           PIC 9(10).
           05  CAD-AGENCIA         PIC 9(04).
      * MAPEAMENTO CONTABIL (ENTRADA) - MANTIDO PELA CONTABILIDADE:
      * UMA LINHA POR COMBINACAO TIPO/PRODUTO/AGENCIA, COM '**' NO
      * PRODUTO E 0000 NA AGENCIA COMO CURINGAS. A LINHA MAIS
      * ESPECIFICA VENCE. O TIPO 'I' (CREDITO INTERBANCARIO RECEBIDO)
      * DEBITA A CONTA DE LIQUIDACAO DA CAMARA.
      ***************************************************************
       FD  ARQ-MAPA-CONTABIL.
       01  REG-MAPA.
      * INDICADORES DE FIM DE ARQUIVO / PESQUISA
       77  WS-AU-EOF               PIC X(01)   VALUE 'N'.
           88  FIM-AUDITORIA            VALUE 'S'.
       77  WS-MC-EOF               PIC X(01)   VALUE 'N'.
           88  FIM-MAPA                 VALUE 'S'.
       77  WS-CAD-ENCONTRADO       PIC X(01)   VALUE 'N'.
       77  WS-MC-ENCONTRADO        PIC X(01)   VALUE 'N'.
       77  WS-LC-ENCONTRADO        PIC X(01)   VALUE 'N'.
       77  WS-CH-ENCONTRADA        PIC X(01)   VALUE 'N'.
       77  WS-FS-CADASTRO          PIC X(02)   VALUE '00'.

      * FAIXA DE DATAS DE LOTE CONTABILIZADA (FIM = INICIO NO LOTE
      * COMUM)
       77  WS-CONTADOR-DESCARTADAS PIC 9(07) COMP  VALUE 0.
       77  WS-CONTADOR-SEM-MAPA    PIC 9(07) COMP  VALUE 0.
       77  WS-CONTADOR-LANCAMENTOS PIC 9(07) COMP  VALUE 0.
       77  WS-CONTADOR-ESTORNOS    PIC 9(07) COMP  VALUE 0.
       77  WS-CONTADOR-INTERBANC   PIC 9(07) COMP  VALUE 0.
       77  WS-TOTAL-DEBITOS        PIC S9(13)V99   VALUE 0.
       77  WS-TOTAL-CREDITOS       PIC S9(13)V99   VALUE 0.

      * TIPO CONTABIL DA POSTAGEM EM ANALISE - O PROPRIO AU-TIPO, SALVO
      * O CREDITO RECEBIDO DA CAMARA ('C' CANAL 'CPR'), QUE VIRA 'I'.
       77  WS-TIPO-CONTABIL        PIC X(01)       VALUE SPACE.

      * PRODUTO DA CONTA EM ANALISE ('??' QUANDO FORA DO CADASTRO)
       77  WS-PRODUTO-CONTA        PIC X(02)       VALUE SPACES.

       77  WS-CTA-DEBITO           PIC 9(08)       VALUE 0.
       77  WS-CTA-CREDITO          PIC 9(08)       VALUE 0.

      * TABELA DO MAPEAMENTO CONTABIL (PEQUENA, MANTIDA A MAO PELA
      * CONTABILIDADE; PESQUISA LINEAR DA LINHA MAIS ESPECIFICA)
       01  WS-TABELA-MAPA.

      ***************************************************************
      * 1000-INICIALIZAR - LE A DATA DO LOTE, CARREGA O MAPEAMENTO
      * CONTABIL E ABRE OS DEMAIS ARQUIVOS (O CADASTRO E LIDO CONTA
      * A CONTA EM 3000).
      ***************************************************************
       1000-INICIALIZAR.
           OPEN INPUT ARQ-PARAMETRO.
           END-IF.
           DISPLAY 'LINHAS DO MAPA    : ' WS-QTD-MAPA.

           OPEN INPUT ARQ-CADASTRO-VSAM.
           IF WS-FS-CADASTRO NOT = '00'
               DISPLAY 'ERRO: ABERTURA DO CLUSTER DO CADASTRO - FILE '
                   'STATUS ' WS-FS-CADASTRO
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ARQ-AUDITORIA.
           OPEN OUTPUT ARQ-LANCAMENTOS.
       1100-CARREGAR-MAPA-EXIT.
           EXIT.

      ***************************************************************
      * 2000-PROCESSAR-POSTAGEM - LE UMA LINHA DA TRILHA E, SE E
      * POSTAGEM FINANCEIRA DO DIA (E NAO DUPLICATA DE RESTART),
               GO TO 2000-PROCESSAR-POSTAGEM-EXIT
           END-IF.
           ADD 1 TO WS-CONTADOR-POSTAGENS.
           MOVE AU-TIPO TO WS-TIPO-CONTABIL.
           IF AU-TIPO = 'C' AND AU-CANAL = 'CPR'
               MOVE 'I' TO WS-TIPO-CONTABIL
               ADD 1 TO WS-CONTADOR-INTERBANC
           END-IF.

           PERFORM 3000-LOCALIZAR-PRODUTO
               THRU 3000-LOCALIZAR-PRODUTO-EXIT.
           PERFORM 4000-ACUMULAR-AGREGADO
               THRU 4000-ACUMULAR-AGREGADO-EXIT.
           IF AU-MOVTO-ESTORNO
               PERFORM 4500-LISTAR-ESTORNO
                   THRU 4500-LISTAR-ESTORNO-EXIT
           END-IF.
       2000-PROCESSAR-POSTAGEM-EXIT.
           EXIT.

       3000-LOCALIZAR-PRODUTO.
           MOVE 'N'  TO WS-CAD-ENCONTRADO.
           MOVE '??' TO WS-PRODUTO-CONTA.
           MOVE AU-CONTA TO CAD-CONTA.
           READ ARQ-CADASTRO-VSAM
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN WS-FS-CADASTRO = '00'
                   MOVE 'S' TO WS-CAD-ENCONTRADO
                   MOVE CAD-PRODUTO TO WS-PRODUTO-CONTA
               WHEN WS-FS-CADASTRO = '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: LEITURA DO CADASTRO, CONTA ' AU-CONTA
                       ' - FILE STATUS ' WS-FS-CADASTRO
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       3000-LOCALIZAR-PRODUTO-EXIT.
           EXIT.

                   WHEN WS-IDX-LC > WS-QTD-AGREGADOS
                       CONTINUE
                   WHEN WS-LC-DATA-LOTE(WS-IDX-LC) = AU-DATA-LOTE
                       AND WS-LC-TIPO(WS-IDX-LC) = WS-TIPO-CONTABIL
                       AND WS-LC-PRODUTO(WS-IDX-LC)
                           = WS-PRODUTO-CONTA
                       AND WS-LC-AGENCIA(WS-IDX-LC) = AU-AGENCIA
               ADD 1 TO WS-QTD-AGREGADOS
               SET WS-IDX-LC TO WS-QTD-AGREGADOS
               MOVE AU-DATA-LOTE     TO WS-LC-DATA-LOTE(WS-IDX-LC)
               MOVE WS-TIPO-CONTABIL TO WS-LC-TIPO(WS-IDX-LC)
               MOVE WS-PRODUTO-CONTA TO WS-LC-PRODUTO(WS-IDX-LC)
               MOVE AU-AGENCIA       TO WS-LC-AGENCIA(WS-IDX-LC)
               MOVE 0 TO WS-LC-QTD(WS-IDX-LC)
       4000-ACUMULAR-AGREGADO-EXIT.
           EXIT.

      ***************************************************************
      * 4500-LISTAR-ESTORNO - O ESTORNO ENTRA AGREGADO COMO QUALQUER
      * POSTAGEM, MAS SAI TAMBEM DETALHADO NO RELATORIO (CONTA, TIPO,
      * CANAL/SEQUENCIA DO ORIGINAL E VALOR), PARA A CONTABILIDADE
      * LIGAR O LANCAMENTO DE ESTORNO A POSTAGEM QUE ELE DESFAZ.
      ***************************************************************
       4500-LISTAR-ESTORNO.
           ADD 1 TO WS-CONTADOR-ESTORNOS.
           MOVE AU-VALOR TO WS-EDIT-VALOR.
           MOVE SPACES TO RL-LINHA.
           STRING 'ESTORNO ' AU-TIPO
                  ' CONTA ' AU-CONTA
                  ' ORIGINAL ' AU-CANAL '/' AU-SEQUENCIA
                  ' LOTE ' AU-DATA-LOTE
                  ' VALOR ' WS-EDIT-VALOR
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
       4500-LISTAR-ESTORNO-EXIT.
           EXIT.

      ***************************************************************
      * 5000-LOCALIZAR-MAPA - RESOLVE AS CONTAS CONTABEIS DO TIPO/
      * PRODUTO/AGENCIA EM ANALISE, DA LINHA MAIS ESPECIFICA PARA A
           EXIT.

       5100-PROCURAR-LINHA.
           IF WS-MC-TIPO(WS-IDX-MC) = WS-TIPO-CONTABIL
                   AND WS-MC-PRODUTO(WS-IDX-MC) = WS-PRODUTO-CONTA
                   AND WS-MC-AGENCIA(WS-IDX-MC) = AU-AGENCIA
               MOVE 'S' TO WS-MC-ENCONTRADO
           EXIT.

       5200-PROCURAR-LINHA-AG0.
           IF WS-MC-TIPO(WS-IDX-MC) = WS-TIPO-CONTABIL
                   AND WS-MC-PRODUTO(WS-IDX-MC) = WS-PRODUTO-CONTA
                   AND WS-MC-AGENCIA(WS-IDX-MC) = 0
               MOVE 'S' TO WS-MC-ENCONTRADO
           EXIT.

       5300-PROCURAR-LINHA-PRODC.
           IF WS-MC-TIPO(WS-IDX-MC) = WS-TIPO-CONTABIL
                   AND WS-MC-PRODUTO(WS-IDX-MC) = '**'
                   AND WS-MC-AGENCIA(WS-IDX-MC) = AU-AGENCIA
               MOVE 'S' TO WS-MC-ENCONTRADO
           EXIT.

       5400-PROCURAR-LINHA-GERAL.
           IF WS-MC-TIPO(WS-IDX-MC) = WS-TIPO-CONTABIL
                   AND WS-MC-PRODUTO(WS-IDX-MC) = '**'
                   AND WS-MC-AGENCIA(WS-IDX-MC) = 0
               MOVE 'S' TO WS-MC-ENCONTRADO
           STRING 'DUPLICATAS RESTART: ' WS-EDIT-QTD
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
           MOVE WS-CONTADOR-ESTORNOS TO WS-EDIT-QTD.
           MOVE SPACES TO RL-LINHA.
           STRING 'ESTORNOS DO LOTE  : ' WS-EDIT-QTD
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
           MOVE WS-CONTADOR-INTERBANC TO WS-EDIT-QTD.
           MOVE SPACES TO RL-LINHA.
           STRING 'CREDITOS CAMARA   : ' WS-EDIT-QTD
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.

           IF WS-CONTADOR-SEM-MAPA > 0
                   OR WS-TOTAL-DEBITOS NOT = WS-TOTAL-CREDITOS
      ***************************************************************
       9800-ENCERRAR-ARQUIVOS.
           CLOSE ARQ-AUDITORIA.
           CLOSE ARQ-CADASTRO-VSAM.
           CLOSE ARQ-LANCAMENTOS.
           CLOSE ARQ-RELATORIO.
       9800-ENCERRAR-ARQUIVOS-EXIT.
