      * DATE       INIT DESCRICAO
      * ---------- ---- -------------------------------------------
      * 09/02/2026 MFT  VERSAO ORIGINAL.
      * 10/15/2026 MFT  O DOCUMENTO DA CONTA PASSA A SER LIDO CONTA A
      *                 CONTA NO CLUSTER DO CADASTRO (DD CADVSAM), EM
      *                 VEZ DA CARGA DO CADASTRO INTEIRO NUMA TABELA
      *                 DE 20000 CONTAS.
      * ------------------------------------------------------------
      *
      ***************************************************************

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CADASTRO-VSAM
               ASSIGN TO 'CADVSAM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAD-CONTA
               FILE STATUS IS WS-FS-CADASTRO.

           SELECT OPTIONAL ARQ-SALDOS
               ASSIGN TO 'SALDOS'
       FILE SECTION.

      ***************************************************************
      * CADASTRO DE CONTAS (ENTRADA) - CLUSTER CHAVEADO POR CONTA,
      * LIDO CONTA A CONTA; E DELE QUE VEM O DOCUMENTO (CPF/CNPJ) DE
      * CADA CONTA.
      ***************************************************************
       FD  ARQ-CADASTRO-VSAM.
       01  REG-CADASTRO.
           05  CAD-CONTA           PIC 9(10).
           05  CAD-AGENCIA         PIC 9(04).
       WORKING-STORAGE SECTION.

      * INDICADORES DE FIM DE ARQUIVO
       77  WS-RS-EOF               PIC X(01)   VALUE 'N'.
           88  FIM-SALDOS               VALUE 'S'.
       77  WS-LM-EOF               PIC X(01)   VALUE 'N'.
           88  FIM-LIMITES              VALUE 'S'.
       77  WS-CAD-ENCONTRADO       PIC X(01)   VALUE 'N'.
       77  WS-DC-ENCONTRADO        PIC X(01)   VALUE 'N'.
       77  WS-FS-CADASTRO          PIC X(02)   VALUE '00'.

      * TETO DE COBERTURA DA GARANTIA DE DEPOSITOS POR CLIENTE
       77  WS-TETO-GARANTIA        PIC 9(09)V99    VALUE 250000,00.
       77  WS-CONTA-PESQUISA       PIC 9(10)       VALUE 0.
       77  WS-DOCUMENTO-CONTA      PIC 9(14)       VALUE 0.

      * TABELA DA POSICAO CONSOLIDADA POR DOCUMENTO (ORDENADA POR
      * DOCUMENTO PARA SEARCH ALL; INSERIDA COMO AS DEMAIS TABELAS
      * DO SISTEMA, COM PARADA DURA NO LIMITE FISICO)
           STOP RUN.

      ***************************************************************
      * 1000-INICIALIZAR - ABRE O CLUSTER DO CADASTRO (LIDO CONTA A
      * CONTA EM 3000) E OS DEMAIS ARQUIVOS, E POSICIONA A LEITURA
      * ANTECIPADA DE LIMITES.
      ***************************************************************
       1000-INICIALIZAR.
           OPEN INPUT ARQ-CADASTRO-VSAM.
           IF WS-FS-CADASTRO NOT = '00'
               DISPLAY 'ERRO: ABERTURA DO CLUSTER DO CADASTRO - FILE '
                   'STATUS ' WS-FS-CADASTRO
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ARQ-SALDOS.
           OPEN INPUT ARQ-LIMITES.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ***************************************************************
      * 2000-PROCESSAR-UM-SALDO - LE UMA CONTA DO ARQUIVO DE SALDOS,
      * LOCALIZA O DOCUMENTO DELA NO CADASTRO E O LIMITE CONTRATADO,
           EXIT.

      ***************************************************************
      * 3000-LOCALIZAR-DOCUMENTO - LE A CONTA NO CLUSTER DO CADASTRO
      * E DEIXA O DOCUMENTO DELA EM WS-DOCUMENTO-CONTA.
      ***************************************************************
       3000-LOCALIZAR-DOCUMENTO.
           MOVE 'N' TO WS-CAD-ENCONTRADO.
           MOVE 0   TO WS-DOCUMENTO-CONTA.
           MOVE WS-CONTA-PESQUISA TO CAD-CONTA.
           READ ARQ-CADASTRO-VSAM
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN WS-FS-CADASTRO = '00'
                   MOVE 'S' TO WS-CAD-ENCONTRADO
                   MOVE CAD-DOCUMENTO TO WS-DOCUMENTO-CONTA
               WHEN WS-FS-CADASTRO = '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO: LEITURA DO CADASTRO, CONTA '
                       WS-CONTA-PESQUISA ' - FILE STATUS '
                       WS-FS-CADASTRO
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       3000-LOCALIZAR-DOCUMENTO-EXIT.
           EXIT.

      * 9800-ENCERRAR-ARQUIVOS - FECHA OS ARQUIVOS DO PASSO.
      ***************************************************************
       9800-ENCERRAR-ARQUIVOS.
           CLOSE ARQ-CADASTRO-VSAM.
           CLOSE ARQ-SALDOS.
           CLOSE ARQ-LIMITES.
           CLOSE ARQ-POSICOES.
