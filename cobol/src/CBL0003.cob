      *                 CREDITO EM DORMENTE E LEGITIMO NO RESTO DO
      *                 SISTEMA (SO O DEBITO EXIGE REATIVACAO) E O
      *                 AVISO E SO PARA BLOQUEADA/ENCERRADA.
      * 10/14/2026 MFT  PERNA DE CREDITO GANHA TC-TIPO (LRECL 65 ->
      *                 66): 'S' E A DEVOLUCAO A CONTA DE ORIGEM DO
      *                 ESTORNO DE UMA TRANSFERENCIA 'T', GRAVADA NA
      *                 TRILHA COMO 'S' (ESTORNO A CREDITO) EM VEZ
      *                 DE 'V'.
      * 10/15/2026 MFT  TABELA DE RESUMO POR AGENCIA ACOMPANHA A DE
      *                 BATCH-PROCESS: COMPORTA TODOS OS CODIGOS DE
      *                 AGENCIA (ENDERECADA PELO PROPRIO CODIGO) E
      *                 PERDE A PARADA DURA DAS 200 AGENCIAS.
      * ------------------------------------------------------------
      *
      ***************************************************************
      *     SALDO ANTERIOR) E CRIADA AQUI COM O PROPRIO CREDITO.
      *     CADA CREDITO APLICADO GERA REGISTRO DE AUDITORIA TIPO
      *     'V' (TRANSFERENCIA RECEBIDA), COM A CONTA DE ORIGEM NA
      *     CONTRAPARTIDA - OU 'S' QUANDO A PERNA E A DEVOLUCAO DE UM
      *     ESTORNO DE TRANSFERENCIA.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      ***************************************************************
      * PERNAS DE CREDITO CONFIRMADAS (ENTRADA) - SAIDA DE
      * ARQ-TRANSF-PENDENTES DE BATCH-PROCESS, ORDENADA POR CONTA DE
      * DESTINO PELO PASSO DE SORT ANTERIOR. TC-TIPO 'T' E A PERNA
      * DE UMA TRANSFERENCIA COMUM; 'S' E A DEVOLUCAO DO ESTORNO DE
      * UMA TRANSFERENCIA A CONTA QUE A ORIGINOU.
      ***************************************************************
       FD  ARQ-TRANSF-CREDITOS.
       01  REG-TRANSF-CREDITO.
           05  TC-DATA-LOTE        PIC 9(08).
           05  TC-CANAL            PIC X(03).
           05  TC-SEQUENCIA        PIC 9(09).
           05  TC-TIPO             PIC X(01).
               88  TC-PERNA-ESTORNO    VALUE 'S'.

      ***************************************************************
      * SALDOS APOS O MOVIMENTO DO DIA (ENTRADA) - SAIDA DE
           88  FIM-CREDITOS             VALUE 'S'.
       77  WS-RE-EOF               PIC X(01)   VALUE 'N'.
           88  FIM-RESUMO               VALUE 'S'.

      * CONTADORES DO PASSO
       77  WS-CONTADOR-SALDOS      PIC 9(07) COMP  VALUE 0.

      * TABELA DE RESUMO POR AGENCIA (CARREGADA DO RESUMO DO PASSO
      * ANTERIOR, AJUSTADA PELAS PERNAS DE CREDITO E DESCARREGADA NO
      * RESUMO DEFINITIVO - MESMA CAPACIDADE DA TABELA DE
      * BATCH-PROCESS, QUE COMPORTA TODOS OS CODIGOS DE AGENCIA)
       01  WS-TABELA-AGENCIAS.
           05  WS-QTD-AGENCIAS     PIC 9(05) COMP  VALUE 0.
           05  WS-AGENCIA-ENTRY OCCURS 10000 TIMES
                                   INDEXED BY WS-IDX-AG.
               10  WS-TAB-AGENCIA      PIC 9(04).
               10  WS-TAB-QTD-CONTAS   PIC 9(07) COMP.
               10  WS-TAB-TOT-CREDITO  PIC S9(11)V99.
               10  WS-TAB-SALDO-FINAL  PIC S9(11)V99.

      * POSICAO DA LINHA DE CADA AGENCIA NA TABELA ACIMA, ENDERECADA
      * PELO PROPRIO CODIGO (AGENCIA + 1); ZERO = AGENCIA SEM LINHA.
       01  WS-TABELA-POS-AGENCIA.
           05  WS-POS-AGENCIA      PIC 9(05) COMP
                                   OCCURS 10000 TIMES.
       77  WS-SUB-AG               PIC 9(05) COMP  VALUE 0.

       PROCEDURE DIVISION.

      ***************************************************************
      * CREDITO SERAO SOMADAS.
      ***************************************************************
       1100-CARREGAR-RESUMO.
           INITIALIZE WS-TABELA-POS-AGENCIA.
           OPEN INPUT ARQ-RESUMO-ENTRADA.
           PERFORM 1150-LER-RESUMO
               THRU 1150-LER-RESUMO-EXIT

      ***************************************************************
      * 1150-LER-RESUMO - LE UMA LINHA DO RESUMO E ACRESCENTA A
      * TABELA (UMA LINHA POR AGENCIA, COMO BATCH-PROCESS GRAVOU).
      ***************************************************************
       1150-LER-RESUMO.
           READ ARQ-RESUMO-ENTRADA
               AT END
                   MOVE 'S' TO WS-RE-EOF
               NOT AT END
                   ADD 1 TO WS-QTD-AGENCIAS
                   SET WS-IDX-AG TO WS-QTD-AGENCIAS
                   COMPUTE WS-SUB-AG = RE-AGENCIA + 1
                   MOVE WS-QTD-AGENCIAS TO WS-POS-AGENCIA(WS-SUB-AG)
                   MOVE RE-AGENCIA      TO WS-TAB-AGENCIA(WS-IDX-AG)
                   MOVE RE-QTD-CONTAS
                                    TO WS-TAB-QTD-CONTAS(WS-IDX-AG)

      ***************************************************************
      * 7600-GRAVAR-AUDITORIA - REGISTRA NA TRILHA DE AUDITORIA A
      * PERNA DE CREDITO APLICADA (TIPO 'V', OU 'S' NA DEVOLUCAO DE
      * ESTORNO) E O SALDO RESULTANTE, COM A CONTA DE ORIGEM DA
      * TRANSFERENCIA NA CONTRAPARTIDA.
      ***************************************************************
       7600-GRAVAR-AUDITORIA.
           MOVE WS-CONTA-ATUAL   TO AU-CONTA.
           MOVE WS-AGENCIA-ATUAL TO AU-AGENCIA.
           IF TC-PERNA-ESTORNO
               MOVE 'S'          TO AU-TIPO
           ELSE
               MOVE 'V'          TO AU-TIPO
           END-IF.
           MOVE TC-VALOR         TO AU-VALOR.
           MOVE TC-DATA          TO AU-DATA.
           MOVE WS-SALDO-ATUAL   TO AU-SALDO-RESULT.

      ***************************************************************
      * 8200-LOCALIZAR-AGENCIA - LOCALIZA (OU CRIA, ZERADA) A LINHA
      * DE WS-AGENCIA-ATUAL NA TABELA DE RESUMO PELA TABELA DE
      * POSICOES, DEIXANDO WS-IDX-AG POSICIONADO NELA (MESMA MECANICA
      * DE BATCH-PROCESS).
      ***************************************************************
       8200-LOCALIZAR-AGENCIA.
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
       8200-LOCALIZAR-AGENCIA-EXIT.
           EXIT.

