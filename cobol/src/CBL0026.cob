       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA-COMPENSACAO.
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
      *     CONCILIACAO DOS CREDITOS RECEBIDOS DA CAMARA (CANAL
      *     'CPR') COM O QUE O BATCH-PROCESS EFETIVAMENTE POSTOU.
      *     PARTE DO REGISTRO DE CONTROLE DO RECEBE-COMPENSACAO
      *     (RECEBIDOS = ENVIADOS AO LOTE + DEVOLVIDOS + INVALIDOS),
      *     CONFERE O ARQUIVO DE DEVOLUCAO CONTRA ELE E ACOMPANHA
      *     CADA CREDITO 'CPR' DO MOVIMENTO DO DIA, PELA SEQUENCIA DA
      *     CAMARA, ATE O SEU DESTINO NO LOTE:
      *         - LANCADO: CREDITO 'C' NA TRILHA DE AUDITORIA COM
      *           AU-DATA-LOTE NA FAIXA DO PARAMETRO;
      *         - REJEITADO NO LOTE: PRESENTE NOS REJEITADOS DO DIA
      *           (VOLTA PELA RECICLAGEM DA NOITE SEGUINTE);
      *         - DESVIADO COMO DUPLICADO: A MESMA SEQUENCIA JA TINHA
      *           SIDO LANCADA EM LOTE ANTERIOR, OU SE REPETE NO
      *           PROPRIO MOVIMENTO (O BATCH-PROCESS A DESVIA PARA O
      *           ARQUIVO DE DUPLICADAS);
      *         - NAO APURADO: NENHUM DOS ANTERIORES.
      *     TAMBEM APONTA O CREDITO 'CPR' LANCADO NA FAIXA SEM ORIGEM
      *     NO MOVIMENTO DO DIA. OS RECICLADOS (RT-QTD-RECICLO > 0)
      *     SAO APURADOS A PARTE - VIERAM DE ENTREGAS ANTERIORES. A
      *     CONCILIACAO FECHA QUANDO
      *         RECEBIDOS = LANCADOS + REJEITADOS NO LOTE +
      *                     DESVIADOS + DEVOLVIDOS + INVALIDOS
      *     EM QUANTIDADE E VALOR, SEM NAO APURADO NEM LANCAMENTO SEM
      *     ORIGEM; DO CONTRARIO O PASSO TERMINA COM RETURN-CODE 8 E
      *     SEGURA A PROMOCAO DA NOITE, COMO O CONCILIA-SALDOS.
      *     AS TRES ENTRADAS DE DETALHE CHEGAM FILTRADAS (CANAL 'CPR',
      *     TIPO 'C') E ORDENADAS POR SEQUENCIA PELOS SORTS DO JOB.
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

           SELECT ARQ-CONTROLE
               ASSIGN TO 'CTLCPR'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-DEVOLUCAO
               ASSIGN TO 'DEVOLUC'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-MOVIMENTO
               ASSIGN TO 'MOVCPR'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-AUDITORIA
               ASSIGN TO 'AUDCPR'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-REJEITADOS
               ASSIGN TO 'REJCPR'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-RELATORIO
               ASSIGN TO 'RELATCNC'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      ***************************************************************
      * PARAMETRO DO LOTE (ENTRADA) - DATA DO MOVIMENTO E, NA
      * RECUPERACAO MULTI-DATA, A DATA FINAL DA FAIXA.
      ***************************************************************
       FD  ARQ-PARAMETRO.
       01  REG-PARAMETRO.
           05  PRM-DATA-LOTE       PIC 9(08).
           05  PRM-MODO-MENSAL     PIC X(01).
           05  PRM-DATA-LOTE-FIM   PIC 9(08).

      ***************************************************************
      * REGISTRO DE CONTROLE DO RECEBE-COMPENSACAO (ENTRADA).
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
      * DEVOLUCAO A CAMARA (ENTRADA) - LAYOUT DE REG-DEVOLUCAO EM
      * CBL0025; SO O VALOR DO ITEM INTERESSA AQUI.
      ***************************************************************
       FD  ARQ-DEVOLUCAO.
       01  REG-DEVOLUCAO.
           05  FILLER              PIC X(59).
           05  DV-VALOR            PIC 9(09)V99.
           05  FILLER              PIC X(19).
           05  DV-MOTIVO           PIC X(02).

      ***************************************************************
      * CREDITOS 'CPR' DO MOVIMENTO DO DIA (ENTRADA) - LAYOUT DE
      * REG-TRANSACAO EM CBL0001, ORDENADOS POR SEQUENCIA.
      ***************************************************************
       FD  ARQ-MOVIMENTO.
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
      * CREDITOS 'CPR' DA TRILHA DE AUDITORIA (ENTRADA) - LAYOUT DE
      * REG-AUDITORIA EM CBL0001, ORDENADOS POR SEQUENCIA. A TRILHA
      * E ACUMULADA: TRAZ TAMBEM OS LANCAMENTOS DE LOTES ANTERIORES.
      ***************************************************************
       FD  ARQ-AUDITORIA.
       01  REG-AUDITORIA.
           05  AU-CONTA            PIC 9(10).
           05  AU-AGENCIA          PIC 9(04).
           05  AU-TIPO             PIC X(01).
           05  AU-VALOR            PIC 9(09)V99.
           05  AU-DATA             PIC X(10).
           05  AU-SALDO-RESULT     PIC S9(09)V99.
           05  AU-CONTA-CONTRAP    PIC 9(10).
           05  AU-DATA-LOTE        PIC 9(08).
           05  AU-CANAL            PIC X(03).
           05  AU-SEQUENCIA        PIC 9(09).

      ***************************************************************
      * CREDITOS 'CPR' REJEITADOS NO LOTE DO DIA (ENTRADA) - LAYOUT
      * DE REG-REJEITADO EM CBL0001, ORDENADOS POR SEQUENCIA.
      ***************************************************************
       FD  ARQ-REJEITADOS.
       01  REG-REJEITADO.
           05  RJ-CONTA            PIC 9(10).
           05  RJ-AGENCIA          PIC 9(04).
           05  RJ-TIPO             PIC X(01).
           05  RJ-VALOR            PIC 9(09)V99.
           05  RJ-DATA             PIC X(10).
           05  RJ-NOME-TITULAR     PIC X(30).
           05  RJ-DOCUMENTO        PIC 9(14).
           05  RJ-PRODUTO          PIC X(02).
           05  RJ-CONTA-CONTRAP    PIC 9(10).
           05  RJ-BANCO-CONTRAP    PIC 9(03).
           05  RJ-AGENCIA-CONTRAP  PIC 9(04).
           05  RJ-QTD-RECICLO      PIC 9(01).
           05  RJ-CANAL            PIC X(03).
           05  RJ-SEQUENCIA        PIC 9(09).
           05  RJ-COD-MOTIVO       PIC X(02).
           05  RJ-DESC-MOTIVO      PIC X(30).

      ***************************************************************
      * RELATORIO DA CONCILIACAO (SAIDA, TEXTO).
      ***************************************************************
       FD  ARQ-RELATORIO.
       01  REG-RELATORIO.
           05  RL-LINHA            PIC X(100).

       WORKING-STORAGE SECTION.

      * FAIXA DE DATAS DE LOTE DO PARAMETRO
       77  WS-DATA-LOTE            PIC 9(08)       VALUE 0.
       77  WS-DATA-LOTE-FIM        PIC 9(08)       VALUE 0.

      * INDICADORES DE FIM DE ARQUIVO
       77  WS-DV-EOF               PIC X(01)   VALUE 'N'.
           88  FIM-DEVOLUCAO            VALUE 'S'.

      * CHAVES DO CASAMENTO POR SEQUENCIA (FIM = WS-CHAVE-FIM)
       77  WS-CHAVE-FIM            PIC 9(10)   VALUE 9999999999.
       77  WS-MV-CHAVE             PIC 9(10)       VALUE 0.
       77  WS-MV-CHAVE-ANT         PIC 9(10)       VALUE 0.
       77  WS-AU-CHAVE             PIC 9(10)       VALUE 0.
       77  WS-RJ-CHAVE             PIC 9(10)       VALUE 0.
       77  WS-ARQUIVO-FORA-ORDEM   PIC X(16)       VALUE SPACES.

      * DESTINO DO CREDITO CORRENTE
       77  WS-LANCADO-NO-LOTE      PIC X(01)   VALUE 'N'.
       77  WS-LANCADO-ANTES        PIC X(01)   VALUE 'N'.
       77  WS-REJEITADO            PIC X(01)   VALUE 'N'.
       77  WS-DESTINO              PIC X(01)       VALUE SPACE.
           88  DESTINO-LANCADO          VALUE 'L'.
           88  DESTINO-REJEITADO        VALUE 'R'.
           88  DESTINO-DESVIADO         VALUE 'D'.
           88  DESTINO-NAO-APURADO      VALUE 'N'.

      * CONFERENCIAS DO CONTROLE
       77  WS-CONCILIACAO-OK       PIC X(01)   VALUE 'S'.
           88  CONCILIACAO-FECHADA      VALUE 'S'.
       77  WS-QTD-SOMA             PIC 9(07) COMP  VALUE 0.
       77  WS-VLR-SOMA             PIC S9(11)V99   VALUE 0.

      * CONTADORES E TOTAIS DO PASSO (DO DIA E RECICLADOS)
       77  WS-QTD-DEVOLUCAO-ARQ    PIC 9(07) COMP  VALUE 0.
       77  WS-VLR-DEVOLUCAO-ARQ    PIC S9(11)V99   VALUE 0.
       77  WS-QTD-MOVIMENTO        PIC 9(07) COMP  VALUE 0.
       77  WS-VLR-MOVIMENTO        PIC S9(11)V99   VALUE 0.
       77  WS-QTD-LANCADOS         PIC 9(07) COMP  VALUE 0.
       77  WS-VLR-LANCADOS         PIC S9(11)V99   VALUE 0.
       77  WS-QTD-REJEITADOS       PIC 9(07) COMP  VALUE 0.
       77  WS-VLR-REJEITADOS       PIC S9(11)V99   VALUE 0.
       77  WS-QTD-DESVIADOS        PIC 9(07) COMP  VALUE 0.
       77  WS-VLR-DESVIADOS        PIC S9(11)V99   VALUE 0.
       77  WS-QTD-NAO-APURADOS     PIC 9(07) COMP  VALUE 0.
       77  WS-VLR-NAO-APURADOS     PIC S9(11)V99   VALUE 0.
       77  WS-QTD-REC-LANCADOS     PIC 9(07) COMP  VALUE 0.
       77  WS-VLR-REC-LANCADOS     PIC S9(11)V99   VALUE 0.
       77  WS-QTD-REC-REJEITADOS   PIC 9(07) COMP  VALUE 0.
       77  WS-VLR-REC-REJEITADOS   PIC S9(11)V99   VALUE 0.
       77  WS-QTD-REC-OUTROS       PIC 9(07) COMP  VALUE 0.
       77  WS-VLR-REC-OUTROS       PIC S9(11)V99   VALUE 0.
       77  WS-QTD-SEM-ORIGEM       PIC 9(07) COMP  VALUE 0.
       77  WS-VLR-SEM-ORIGEM       PIC S9(11)V99   VALUE 0.

      * CAMPOS AUXILIARES DO RELATORIO
       01  WS-EDIT-VALOR           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-QTD             PIC Z.ZZZ.ZZ9.
       01  WS-ROTULO               PIC X(20).

       PROCEDURE DIVISION.

      ***************************************************************
      * 0000-MAINLINE - ROTINA PRINCIPAL.
      ***************************************************************
       0000-MAINLINE.
           DISPLAY 'INICIANDO CONCILIACAO DA COMPENSACAO RECEBIDA'.
           PERFORM 1000-INICIALIZAR
               THRU 1000-INICIALIZAR-EXIT.
           PERFORM 1100-LER-DEVOLUCAO
               THRU 1100-LER-DEVOLUCAO-EXIT
               UNTIL FIM-DEVOLUCAO.
           PERFORM 2000-CONFERIR-CREDITO
               THRU 2000-CONFERIR-CREDITO-EXIT
               UNTIL WS-MV-CHAVE = WS-CHAVE-FIM.
           PERFORM 2500-DESCARTAR-AUDITORIA
               THRU 2500-DESCARTAR-AUDITORIA-EXIT
               UNTIL WS-AU-CHAVE = WS-CHAVE-FIM.
           PERFORM 3000-FECHAR-CONCILIACAO
               THRU 3000-FECHAR-CONCILIACAO-EXIT.
           PERFORM 9700-GRAVAR-TOTAIS
               THRU 9700-GRAVAR-TOTAIS-EXIT.
           PERFORM 9800-ENCERRAR-ARQUIVOS
               THRU 9800-ENCERRAR-ARQUIVOS-EXIT.
           DISPLAY 'CONCILIACAO DA COMPENSACAO CONCLUIDA'.
           DISPLAY 'RECEBIDOS         : ' CT-QTD-RECEBIDOS.
           DISPLAY 'LANCADOS          : ' WS-QTD-LANCADOS.
           DISPLAY 'DEVOLVIDOS        : ' CT-QTD-DEVOLVIDOS.
           DISPLAY 'NAO APURADOS      : ' WS-QTD-NAO-APURADOS.
           IF NOT CONCILIACAO-FECHADA
               DISPLAY 'ERRO: CONCILIACAO DA COMPENSACAO NAO FECHA'
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ***************************************************************
      * 1000-INICIALIZAR - LE A FAIXA DO PARAMETRO E O REGISTRO DE
      * CONTROLE DA RECEPCAO, ABRE OS ARQUIVOS E POSICIONA AS
      * LEITURAS ANTECIPADAS.
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
           IF PRM-DATA-LOTE IS NOT NUMERIC OR PRM-DATA-LOTE = 0
               DISPLAY 'ERRO: DATA INVALIDA NO PARAMETRO: '
                   PRM-DATA-LOTE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PRM-DATA-LOTE TO WS-DATA-LOTE.
           IF PRM-DATA-LOTE-FIM IS NUMERIC
                   AND PRM-DATA-LOTE-FIM > PRM-DATA-LOTE
               MOVE PRM-DATA-LOTE-FIM TO WS-DATA-LOTE-FIM
           ELSE
               MOVE PRM-DATA-LOTE TO WS-DATA-LOTE-FIM
           END-IF.

           OPEN INPUT ARQ-CONTROLE.
           READ ARQ-CONTROLE
               AT END
                   DISPLAY 'ERRO: REGISTRO DE CONTROLE DA RECEPCAO '
                       'AUSENTE'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE ARQ-CONTROLE.
           IF CT-DATA-LOTE NOT = WS-DATA-LOTE
               DISPLAY 'ERRO: CONTROLE DA RECEPCAO E DE OUTRO '
                   'MOVIMENTO: ' CT-DATA-LOTE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ARQ-DEVOLUCAO.
           OPEN INPUT ARQ-MOVIMENTO.
           OPEN INPUT ARQ-AUDITORIA.
           OPEN INPUT ARQ-REJEITADOS.
           OPEN OUTPUT ARQ-RELATORIO.

           PERFORM 9100-LER-MOVIMENTO
               THRU 9100-LER-MOVIMENTO-EXIT.
           PERFORM 9200-LER-AUDITORIA
               THRU 9200-LER-AUDITORIA-EXIT.
           PERFORM 9300-LER-REJEITADO
               THRU 9300-LER-REJEITADO-EXIT.

           MOVE SPACES TO RL-LINHA.
           STRING '---- CONCILIACAO DA COMPENSACAO RECEBIDA (CANAL '
                  'CPR) - MOVIMENTO ' WS-DATA-LOTE ' ----'
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ***************************************************************
      * 1100-LER-DEVOLUCAO - SOMA O ARQUIVO DE DEVOLUCAO ENTREGUE A
      * CAMARA, PARA CONFERIR CONTRA O CONTROLE.
      ***************************************************************
       1100-LER-DEVOLUCAO.
           READ ARQ-DEVOLUCAO
               AT END
                   MOVE 'S' TO WS-DV-EOF
                   GO TO 1100-LER-DEVOLUCAO-EXIT
           END-READ.
           ADD 1 TO WS-QTD-DEVOLUCAO-ARQ.
           ADD DV-VALOR TO WS-VLR-DEVOLUCAO-ARQ.
       1100-LER-DEVOLUCAO-EXIT.
           EXIT.

      ***************************************************************
      * 2000-CONFERIR-CREDITO - ACOMPANHA UM CREDITO 'CPR' DO
      * MOVIMENTO ATE O SEU DESTINO NO LOTE. A TRILHA E OS
      * REJEITADOS SAO AVANCADOS ATE A SEQUENCIA DO CREDITO; O QUE
      * FICA PARA TRAS NA TRILHA E DE OUTRO LOTE OU LANCAMENTO SEM
      * ORIGEM (2500).
      ***************************************************************
       2000-CONFERIR-CREDITO.
           MOVE 'N' TO WS-LANCADO-NO-LOTE.
           MOVE 'N' TO WS-LANCADO-ANTES.
           MOVE 'N' TO WS-REJEITADO.

           IF WS-MV-CHAVE = WS-MV-CHAVE-ANT
               MOVE 'D' TO WS-DESTINO
               GO TO 2000-CONFERIR-CREDITO-CONTAR
           END-IF.

           PERFORM 2500-DESCARTAR-AUDITORIA
               THRU 2500-DESCARTAR-AUDITORIA-EXIT
               UNTIL WS-AU-CHAVE NOT < WS-MV-CHAVE.
           PERFORM 2100-RECOLHER-AUDITORIA
               THRU 2100-RECOLHER-AUDITORIA-EXIT
               UNTIL WS-AU-CHAVE NOT = WS-MV-CHAVE.
           PERFORM 9300-LER-REJEITADO
               THRU 9300-LER-REJEITADO-EXIT
               UNTIL WS-RJ-CHAVE NOT < WS-MV-CHAVE.
           PERFORM 2200-RECOLHER-REJEITADO
               THRU 2200-RECOLHER-REJEITADO-EXIT
               UNTIL WS-RJ-CHAVE NOT = WS-MV-CHAVE.

           EVALUATE TRUE
               WHEN WS-LANCADO-NO-LOTE = 'S'
                   MOVE 'L' TO WS-DESTINO
               WHEN WS-REJEITADO = 'S'
                   MOVE 'R' TO WS-DESTINO
               WHEN WS-LANCADO-ANTES = 'S'
                   MOVE 'D' TO WS-DESTINO
               WHEN OTHER
                   MOVE 'N' TO WS-DESTINO
           END-EVALUATE.

       2000-CONFERIR-CREDITO-CONTAR.
           PERFORM 2300-CONTAR-DESTINO
               THRU 2300-CONTAR-DESTINO-EXIT.
           MOVE WS-MV-CHAVE TO WS-MV-CHAVE-ANT.
           PERFORM 9100-LER-MOVIMENTO
               THRU 9100-LER-MOVIMENTO-EXIT.
       2000-CONFERIR-CREDITO-EXIT.
           EXIT.

      ***************************************************************
      * 2100-RECOLHER-AUDITORIA - UMA LINHA DA TRILHA COM A MESMA
      * SEQUENCIA DO CREDITO: MARCA SE FOI LANCADO NA FAIXA OU EM
      * LOTE ANTERIOR. LINHAS REPETIDAS DE RESTART SO REMARCAM.
      ***************************************************************
       2100-RECOLHER-AUDITORIA.
           IF AU-DATA-LOTE < WS-DATA-LOTE
               MOVE 'S' TO WS-LANCADO-ANTES
           ELSE
               IF AU-DATA-LOTE NOT > WS-DATA-LOTE-FIM
                   MOVE 'S' TO WS-LANCADO-NO-LOTE
               END-IF
           END-IF.
           PERFORM 9200-LER-AUDITORIA
               THRU 9200-LER-AUDITORIA-EXIT.
       2100-RECOLHER-AUDITORIA-EXIT.
           EXIT.

       2200-RECOLHER-REJEITADO.
           MOVE 'S' TO WS-REJEITADO.
           PERFORM 9300-LER-REJEITADO
               THRU 9300-LER-REJEITADO-EXIT.
       2200-RECOLHER-REJEITADO-EXIT.
           EXIT.

      ***************************************************************
      * 2300-CONTAR-DESTINO - ACUMULA O CREDITO NO DESTINO APURADO,
      * SEPARANDO OS RECICLADOS, E LISTA O QUE NAO FOI LANCADO.
      ***************************************************************
       2300-CONTAR-DESTINO.
           ADD 1 TO WS-QTD-MOVIMENTO.
           ADD RT-VALOR TO WS-VLR-MOVIMENTO.
           IF RT-QTD-RECICLO > 0
               EVALUATE TRUE
                   WHEN DESTINO-LANCADO
                       ADD 1 TO WS-QTD-REC-LANCADOS
                       ADD RT-VALOR TO WS-VLR-REC-LANCADOS
                   WHEN DESTINO-REJEITADO
                       ADD 1 TO WS-QTD-REC-REJEITADOS
                       ADD RT-VALOR TO WS-VLR-REC-REJEITADOS
                   WHEN OTHER
                       ADD 1 TO WS-QTD-REC-OUTROS
                       ADD RT-VALOR TO WS-VLR-REC-OUTROS
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN DESTINO-LANCADO
                       ADD 1 TO WS-QTD-LANCADOS
                       ADD RT-VALOR TO WS-VLR-LANCADOS
                   WHEN DESTINO-REJEITADO
                       ADD 1 TO WS-QTD-REJEITADOS
                       ADD RT-VALOR TO WS-VLR-REJEITADOS
                   WHEN DESTINO-DESVIADO
                       ADD 1 TO WS-QTD-DESVIADOS
                       ADD RT-VALOR TO WS-VLR-DESVIADOS
                   WHEN OTHER
                       ADD 1 TO WS-QTD-NAO-APURADOS
                       ADD RT-VALOR TO WS-VLR-NAO-APURADOS
                       MOVE 'N' TO WS-CONCILIACAO-OK
               END-EVALUATE
           END-IF.
           IF DESTINO-LANCADO
               GO TO 2300-CONTAR-DESTINO-EXIT
           END-IF.

           MOVE RT-VALOR TO WS-EDIT-VALOR.
           EVALUATE TRUE
               WHEN DESTINO-REJEITADO
                   MOVE 'REJEITADO NO LOTE' TO WS-ROTULO
               WHEN DESTINO-DESVIADO
                   MOVE 'DESVIADO DUPLICADO' TO WS-ROTULO
               WHEN OTHER
                   MOVE 'NAO APURADO' TO WS-ROTULO
           END-EVALUATE.
           MOVE SPACES TO RL-LINHA.
           STRING WS-ROTULO
                  ' SEQ ' RT-SEQUENCIA
                  ' CONTA ' RT-CONTA
                  ' VALOR ' WS-EDIT-VALOR
                  ' RECICLO ' RT-QTD-RECICLO
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
       2300-CONTAR-DESTINO-EXIT.
           EXIT.

      ***************************************************************
      * 2500-DESCARTAR-AUDITORIA - LINHA DA TRILHA SEM CREDITO
      * CORRESPONDENTE NO MOVIMENTO: DE LOTE ANTERIOR E SO PULADA;
      * LANCADA NA FAIXA E CREDITO SEM ORIGEM - NAO FECHA.
      ***************************************************************
       2500-DESCARTAR-AUDITORIA.
           IF AU-DATA-LOTE NOT < WS-DATA-LOTE
                   AND AU-DATA-LOTE NOT > WS-DATA-LOTE-FIM
               ADD 1 TO WS-QTD-SEM-ORIGEM
               ADD AU-VALOR TO WS-VLR-SEM-ORIGEM
               MOVE 'N' TO WS-CONCILIACAO-OK
               MOVE AU-VALOR TO WS-EDIT-VALOR
               MOVE SPACES TO RL-LINHA
               STRING 'LANCADO SEM ORIGEM SEQ ' AU-SEQUENCIA
                      ' CONTA ' AU-CONTA
                      ' VALOR ' WS-EDIT-VALOR
                      ' LOTE ' AU-DATA-LOTE
                   DELIMITED BY SIZE INTO RL-LINHA
               WRITE REG-RELATORIO
           END-IF.
           PERFORM 9200-LER-AUDITORIA
               THRU 9200-LER-AUDITORIA-EXIT.
       2500-DESCARTAR-AUDITORIA-EXIT.
           EXIT.

      ***************************************************************
      * 3000-FECHAR-CONCILIACAO - CONFERE O CONTROLE DA RECEPCAO
      * CONTRA ELE MESMO, CONTRA O ARQUIVO DE DEVOLUCAO E CONTRA OS
      * CREDITOS DO DIA QUE CHEGARAM AO MOVIMENTO.
      ***************************************************************
       3000-FECHAR-CONCILIACAO.
           COMPUTE WS-QTD-SOMA = CT-QTD-ENVIADOS + CT-QTD-DEVOLVIDOS
               + CT-QTD-INVALIDOS.
           COMPUTE WS-VLR-SOMA = CT-VLR-ENVIADOS + CT-VLR-DEVOLVIDOS
               + CT-VLR-INVALIDOS.
           IF WS-QTD-SOMA NOT = CT-QTD-RECEBIDOS
                   OR WS-VLR-SOMA NOT = CT-VLR-RECEBIDOS
               MOVE 'N' TO WS-CONCILIACAO-OK
               MOVE SPACES TO RL-LINHA
               STRING 'DIVERGENCIA: CONTROLE DA RECEPCAO NAO FECHA '
                      '(RECEBIDOS <> ENVIADOS + DEVOLVIDOS + '
                      'INVALIDOS)'
                   DELIMITED BY SIZE INTO RL-LINHA
               WRITE REG-RELATORIO
           END-IF.

           IF WS-QTD-DEVOLUCAO-ARQ NOT = CT-QTD-DEVOLVIDOS
                   OR WS-VLR-DEVOLUCAO-ARQ NOT = CT-VLR-DEVOLVIDOS
               MOVE 'N' TO WS-CONCILIACAO-OK
               MOVE SPACES TO RL-LINHA
               STRING 'DIVERGENCIA: ARQUIVO DE DEVOLUCAO DIFERE DO '
                      'CONTROLE DA RECEPCAO'
                   DELIMITED BY SIZE INTO RL-LINHA
               WRITE REG-RELATORIO
           END-IF.

           COMPUTE WS-QTD-SOMA = WS-QTD-LANCADOS + WS-QTD-REJEITADOS
               + WS-QTD-DESVIADOS + WS-QTD-NAO-APURADOS.
           COMPUTE WS-VLR-SOMA = WS-VLR-LANCADOS + WS-VLR-REJEITADOS
               + WS-VLR-DESVIADOS + WS-VLR-NAO-APURADOS.
           IF WS-QTD-SOMA NOT = CT-QTD-ENVIADOS
                   OR WS-VLR-SOMA NOT = CT-VLR-ENVIADOS
               MOVE 'N' TO WS-CONCILIACAO-OK
               MOVE SPACES TO RL-LINHA
               STRING 'DIVERGENCIA: CREDITOS DO DIA NO MOVIMENTO '
                      'DIFEREM DOS ENVIADOS AO LOTE'
                   DELIMITED BY SIZE INTO RL-LINHA
               WRITE REG-RELATORIO
           END-IF.
       3000-FECHAR-CONCILIACAO-EXIT.
           EXIT.

      ***************************************************************
      * 9100/9200/9300 - LEITURAS ANTECIPADAS POR SEQUENCIA. O FIM DO
      * ARQUIVO LEVA A CHAVE A WS-CHAVE-FIM; SEQUENCIA MENOR QUE A
      * ANTERIOR E ARQUIVO FORA DE ORDEM E PARA O PASSO.
      ***************************************************************
       9100-LER-MOVIMENTO.
           READ ARQ-MOVIMENTO
               AT END
                   MOVE WS-CHAVE-FIM TO WS-MV-CHAVE
                   GO TO 9100-LER-MOVIMENTO-EXIT
           END-READ.
           IF RT-SEQUENCIA < WS-MV-CHAVE
               MOVE 'MOVIMENTO CPR' TO WS-ARQUIVO-FORA-ORDEM
               PERFORM 9900-FORA-DE-ORDEM
                   THRU 9900-FORA-DE-ORDEM-EXIT
           END-IF.
           MOVE RT-SEQUENCIA TO WS-MV-CHAVE.
       9100-LER-MOVIMENTO-EXIT.
           EXIT.

       9200-LER-AUDITORIA.
           READ ARQ-AUDITORIA
               AT END
                   MOVE WS-CHAVE-FIM TO WS-AU-CHAVE
                   GO TO 9200-LER-AUDITORIA-EXIT
           END-READ.
           IF AU-SEQUENCIA < WS-AU-CHAVE
               MOVE 'AUDITORIA CPR' TO WS-ARQUIVO-FORA-ORDEM
               PERFORM 9900-FORA-DE-ORDEM
                   THRU 9900-FORA-DE-ORDEM-EXIT
           END-IF.
           MOVE AU-SEQUENCIA TO WS-AU-CHAVE.
       9200-LER-AUDITORIA-EXIT.
           EXIT.

       9300-LER-REJEITADO.
           READ ARQ-REJEITADOS
               AT END
                   MOVE WS-CHAVE-FIM TO WS-RJ-CHAVE
                   GO TO 9300-LER-REJEITADO-EXIT
           END-READ.
           IF RJ-SEQUENCIA < WS-RJ-CHAVE
               MOVE 'REJEITADOS CPR' TO WS-ARQUIVO-FORA-ORDEM
               PERFORM 9900-FORA-DE-ORDEM
                   THRU 9900-FORA-DE-ORDEM-EXIT
           END-IF.
           MOVE RJ-SEQUENCIA TO WS-RJ-CHAVE.
       9300-LER-REJEITADO-EXIT.
           EXIT.

      ***************************************************************
      * 9700-GRAVAR-TOTAIS - FECHA O RELATORIO COM O VOLUME RECEBIDO,
      * LANCADO E DEVOLVIDO, OS RECICLADOS E O VEREDITO.
      ***************************************************************
       9700-GRAVAR-TOTAIS.
           MOVE 'ITENS RECEBIDOS   ' TO WS-ROTULO.
           MOVE CT-QTD-RECEBIDOS TO WS-EDIT-QTD.
           MOVE CT-VLR-RECEBIDOS TO WS-EDIT-VALOR.
           PERFORM 9750-GRAVAR-LINHA-TOTAL
               THRU 9750-GRAVAR-LINHA-TOTAL-EXIT.

           MOVE 'LANCADOS NO LOTE  ' TO WS-ROTULO.
           MOVE WS-QTD-LANCADOS TO WS-EDIT-QTD.
           MOVE WS-VLR-LANCADOS TO WS-EDIT-VALOR.
           PERFORM 9750-GRAVAR-LINHA-TOTAL
               THRU 9750-GRAVAR-LINHA-TOTAL-EXIT.

           MOVE 'REJEITADOS NO LOTE' TO WS-ROTULO.
           MOVE WS-QTD-REJEITADOS TO WS-EDIT-QTD.
           MOVE WS-VLR-REJEITADOS TO WS-EDIT-VALOR.
           PERFORM 9750-GRAVAR-LINHA-TOTAL
               THRU 9750-GRAVAR-LINHA-TOTAL-EXIT.

           MOVE 'DESVIADOS DUPLIC. ' TO WS-ROTULO.
           MOVE WS-QTD-DESVIADOS TO WS-EDIT-QTD.
           MOVE WS-VLR-DESVIADOS TO WS-EDIT-VALOR.
           PERFORM 9750-GRAVAR-LINHA-TOTAL
               THRU 9750-GRAVAR-LINHA-TOTAL-EXIT.

           MOVE 'DEVOLVIDOS CAMARA ' TO WS-ROTULO.
           MOVE CT-QTD-DEVOLVIDOS TO WS-EDIT-QTD.
           MOVE CT-VLR-DEVOLVIDOS TO WS-EDIT-VALOR.
           PERFORM 9750-GRAVAR-LINHA-TOTAL
               THRU 9750-GRAVAR-LINHA-TOTAL-EXIT.

           MOVE 'ITENS INVALIDOS   ' TO WS-ROTULO.
           MOVE CT-QTD-INVALIDOS TO WS-EDIT-QTD.
           MOVE CT-VLR-INVALIDOS TO WS-EDIT-VALOR.
           PERFORM 9750-GRAVAR-LINHA-TOTAL
               THRU 9750-GRAVAR-LINHA-TOTAL-EXIT.

           MOVE 'NAO APURADOS      ' TO WS-ROTULO.
           MOVE WS-QTD-NAO-APURADOS TO WS-EDIT-QTD.
           MOVE WS-VLR-NAO-APURADOS TO WS-EDIT-VALOR.
           PERFORM 9750-GRAVAR-LINHA-TOTAL
               THRU 9750-GRAVAR-LINHA-TOTAL-EXIT.

           MOVE 'LANCADOS S/ORIGEM ' TO WS-ROTULO.
           MOVE WS-QTD-SEM-ORIGEM TO WS-EDIT-QTD.
           MOVE WS-VLR-SEM-ORIGEM TO WS-EDIT-VALOR.
           PERFORM 9750-GRAVAR-LINHA-TOTAL
               THRU 9750-GRAVAR-LINHA-TOTAL-EXIT.

           MOVE 'RECICL. LANCADOS  ' TO WS-ROTULO.
           MOVE WS-QTD-REC-LANCADOS TO WS-EDIT-QTD.
           MOVE WS-VLR-REC-LANCADOS TO WS-EDIT-VALOR.
           PERFORM 9750-GRAVAR-LINHA-TOTAL
               THRU 9750-GRAVAR-LINHA-TOTAL-EXIT.

           MOVE 'RECICL. REJEITADOS' TO WS-ROTULO.
           MOVE WS-QTD-REC-REJEITADOS TO WS-EDIT-QTD.
           MOVE WS-VLR-REC-REJEITADOS TO WS-EDIT-VALOR.
           PERFORM 9750-GRAVAR-LINHA-TOTAL
               THRU 9750-GRAVAR-LINHA-TOTAL-EXIT.

           MOVE 'RECICL. OUTROS    ' TO WS-ROTULO.
           MOVE WS-QTD-REC-OUTROS TO WS-EDIT-QTD.
           MOVE WS-VLR-REC-OUTROS TO WS-EDIT-VALOR.
           PERFORM 9750-GRAVAR-LINHA-TOTAL
               THRU 9750-GRAVAR-LINHA-TOTAL-EXIT.

           MOVE SPACES TO RL-LINHA.
           IF CONCILIACAO-FECHADA
               MOVE 'VEREDITO          : CONCILIACAO FECHADA'
                   TO RL-LINHA
           ELSE
               MOVE 'VEREDITO          : CONCILIACAO NAO FECHA'
                   TO RL-LINHA
           END-IF.
           WRITE REG-RELATORIO.
       9700-GRAVAR-TOTAIS-EXIT.
           EXIT.

       9750-GRAVAR-LINHA-TOTAL.
           MOVE SPACES TO RL-LINHA.
           STRING WS-ROTULO ': ' WS-EDIT-QTD
                  '   VALOR ' WS-EDIT-VALOR
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
       9750-GRAVAR-LINHA-TOTAL-EXIT.
           EXIT.

      ***************************************************************
      * 9800-ENCERRAR-ARQUIVOS - FECHA OS ARQUIVOS DO PASSO.
      ***************************************************************
       9800-ENCERRAR-ARQUIVOS.
           CLOSE ARQ-DEVOLUCAO.
           CLOSE ARQ-MOVIMENTO.
           CLOSE ARQ-AUDITORIA.
           CLOSE ARQ-REJEITADOS.
           CLOSE ARQ-RELATORIO.
       9800-ENCERRAR-ARQUIVOS-EXIT.
           EXIT.

      ***************************************************************
      * 9900-FORA-DE-ORDEM - O CASAMENTO SO VALE COM AS TRES ENTRADAS
      * EM ORDEM DE SEQUENCIA.
      ***************************************************************
       9900-FORA-DE-ORDEM.
           DISPLAY 'ERRO: ARQUIVO ' WS-ARQUIVO-FORA-ORDEM
               ' FORA DE ORDEM DE SEQUENCIA'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       9900-FORA-DE-ORDEM-EXIT.
           EXIT.
