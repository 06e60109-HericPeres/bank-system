      *                 SEM REDIGITACAO. PEDIDO SEM A MARCA SAI SO
      *                 IMPRESSO - A CARGA MENSAL DA CARTEIRA
      *                 INTEIRA FICA COMO SEMPRE FOI.
      * 10/14/2026 MFT  ESTORNO ('S' A CREDITO, 'Z' A DEBITO) ENTRA NO
      *                 EXTRATO COM O SINAL DA SUA NATUREZA E A LINHA
      *                 IMPRESSA MOSTRA O CANAL/SEQUENCIA DO ORIGINAL
      *                 ESTORNADO.
      * 10/15/2026 MFT  DEPOSITO EM CHEQUE ('K', CREDOR) E DEVOLUCAO
      *                 DE CHEQUE ('W', DEVEDORA, COM O CANAL/
      *                 SEQUENCIA DO DEPOSITO NA LINHA) ENTRAM NO
      *                 EXTRATO. O FECHAMENTO DA CONTA COM CHEQUE
      *                 AINDA EM COMPENSACAO (ARQUIVO DE CHEQUES DO
      *                 NOTURNO, DD CHEQUES, EM ORDEM DE CONTA) MOSTRA
      *                 O VALOR EM COMPENSACAO E O SALDO DISPONIVEL
      *                 SEPARADOS; O TRAILER 'T' DO EXTRATO
      *                 ESTRUTURADO GANHA O VALOR EM COMPENSACAO NO
      *                 ESPACO DO FILLER (REGISTRO CONTINUA COM 56).
      * ------------------------------------------------------------
      *
      ***************************************************************
      *     CONTA SEM NENHUM MOVIMENTO AUDITADO, O PROPRIO SALDO DO
      *     ARQUIVO DE SALDOS DO DIA ANTERIOR, QUE TAMBEM E LIDO PARA
      *     QUE CONTAS PARADAS APARECAM NO EXTRATO DA CARTEIRA.
      *     O VALOR DE CHEQUES DEPOSITADOS AINDA EM COMPENSACAO SAI
      *     NO FECHAMENTO, SEPARADO DO SALDO DISPONIVEL.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ASSIGN TO 'SALDOANT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-CHEQUES
               ASSIGN TO 'CHEQUES'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-EXTRATOS
               ASSIGN TO 'EXTRATOS'
               ORGANIZATION IS LINE SEQUENTIAL.
           05  AU-CONTA            PIC 9(10).
           05  AU-AGENCIA          PIC 9(04).
           05  AU-TIPO             PIC X(01).
               88  AU-MOVTO-DEBITO     VALUES 'D' 'T' 'U' 'X'
                                              'Z' 'W'.
               88  AU-MOVTO-CREDITO    VALUES 'C' 'V' 'J' 'S'
                                              'K'.
               88  AU-MOVTO-FINANCEIRO VALUES 'D' 'T' 'C' 'V'
                                              'J' 'U' 'X' 'S'
                                              'Z' 'K' 'W'.
               88  AU-MOVTO-ESTORNO    VALUES 'S' 'Z'.
               88  AU-MOVTO-DEVOLUCAO  VALUE 'W'.
           05  AU-VALOR            PIC 9(09)V99.
           05  AU-DATA             PIC X(10).
           05  AU-SALDO-RESULT     PIC S9(09)V99.
           05  RSA-SALDO           PIC S9(09)V99.
           05  RSA-STATUS          PIC X(01).

      ***************************************************************
      * CHEQUES DEPOSITADOS AINDA EM COMPENSACAO (ENTRADA) - ARQUIVO
      * PROMOVIDO PELO NOTURNO, EM ORDEM DE CONTA, UMA LINHA POR
      * DEPOSITO 'K' CUJA DATA DE LIBERACAO AINDA NAO CHEGOU.
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
      * EXTRATOS FORMATADOS (SAIDA, TEXTO).
      ***************************************************************
      *     'H' - CONTA, AGENCIA, PERIODO E SALDO DE ABERTURA;
      *     'D' - TIPO, VALOR, DATA, CANAL, SEQUENCIA E SALDO
      *           CORRENTE APOS O MOVIMENTO;
      *     'T' - QUANTIDADE DE MOVIMENTOS, SALDO DE FECHAMENTO E
      *           VALOR DE CHEQUES AINDA EM COMPENSACAO.
      ***************************************************************
       FD  ARQ-EXTRATO-ARQ.
       01  REG-EXT-CABECALHO.
           05  ET-CONTA            PIC 9(10).
           05  ET-QTD-MOVTOS       PIC 9(07).
           05  ET-SALDO-FECHAMENTO PIC S9(09)V99.
           05  ET-SALDO-COMPENSACAO PIC 9(09)V99.
           05  FILLER              PIC X(16).

       WORKING-STORAGE SECTION.

           88  FIM-AUDITORIA            VALUE 'S'.
       77  WS-SA-EOF               PIC X(01)   VALUE 'N'.
           88  FIM-SALDO-ANTERIOR       VALUE 'S'.
       77  WS-CQ-EOF               PIC X(01)   VALUE 'N'.
           88  FIM-CHEQUES              VALUE 'S'.
       77  WS-PD-ENCONTRADO        PIC X(01)   VALUE 'N'.
           88  CONTA-PEDIDA             VALUE 'S'.
       77  WS-TEM-SALDO-PRE        PIC X(01)   VALUE 'N'.
       77  WS-SALDO-PRE-PERIODO    PIC S9(09)V99   VALUE 0.
       77  WS-SALDO-POS-PERIODO    PIC S9(09)V99   VALUE 0.
       77  WS-SALDO-RSA            PIC S9(09)V99   VALUE 0.
       77  WS-SALDO-COMPENSACAO    PIC 9(11)V99    VALUE 0.
       77  WS-SALDO-DISPONIVEL     PIC S9(11)V99   VALUE 0.

      * PERIODO DO PEDIDO QUE COBRE A CONTA EM PROCESSAMENTO
       77  WS-PED-DATA-INI         PIC X(10)       VALUE SPACES.
      * CAMPOS AUXILIARES DE IMPRESSAO
       01  WS-EDIT-VALOR           PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
       01  WS-EDIT-SALDO           PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
       01  WS-EDIT-SALDO-11        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99-.
       77  WS-SINAL-MOVTO          PIC X(01)       VALUE SPACE.

       PROCEDURE DIVISION.
      ***************************************************************
      * 1000-INICIALIZAR - CARREGA A TABELA DE PEDIDOS, ABRE OS
      * DEMAIS ARQUIVOS E POSICIONA A LEITURA ANTECIPADA DA TRILHA
      * ORDENADA, DO SALDO ANTERIOR E DOS CHEQUES EM COMPENSACAO.
      ***************************************************************
       1000-INICIALIZAR.
           OPEN INPUT ARQ-PEDIDOS.

           OPEN INPUT ARQ-AUDITORIA-ORD.
           OPEN INPUT ARQ-SALDOS-ANTERIOR.
           OPEN INPUT ARQ-CHEQUES.
           OPEN OUTPUT ARQ-EXTRATOS.
           OPEN OUTPUT ARQ-EXTRATO-ARQ.
           PERFORM 9100-LER-AUDITORIA
               THRU 9100-LER-AUDITORIA-EXIT.
           PERFORM 9200-LER-SALDO-ANTERIOR
               THRU 9200-LER-SALDO-ANTERIOR-EXIT.
           PERFORM 9300-LER-CHEQUE
               THRU 9300-LER-CHEQUE-EXIT.
       1000-INICIALIZAR-EXIT.
           EXIT.

      * DATA, TIPO, VALOR ASSINADO (DEBITOS E TRANSFERENCIAS ENVIADAS
      * COM '-', CREDITOS E TRANSFERENCIAS RECEBIDAS COM '+') E SALDO
      * CORRENTE APOS O MOVIMENTO. MANUTENCOES SAEM SEM SINAL, SO
      * PELO REGISTRO. O ESTORNO LEVA NA LINHA O CANAL/SEQUENCIA DO
      * MOVIMENTO ORIGINAL QUE ELE DESFAZ; A DEVOLUCAO DE CHEQUE, O
      * DO DEPOSITO DEVOLVIDO.
      ***************************************************************
       7200-IMPRIMIR-MOVIMENTO.
           EVALUATE TRUE
                  WS-EDIT-VALOR
                  ' SALDO ' WS-EDIT-SALDO
               DELIMITED BY SIZE INTO EX-LINHA.
           IF AU-MOVTO-ESTORNO
               MOVE SPACES TO EX-LINHA(68:)
               STRING ' ESTORNO DE ' AU-CANAL '/' AU-SEQUENCIA
                   DELIMITED BY SIZE INTO EX-LINHA(68:)
           END-IF.
           IF AU-MOVTO-DEVOLUCAO
               MOVE SPACES TO EX-LINHA(68:)
               STRING ' CHEQUE DEVOLVIDO ' AU-CANAL '/' AU-SEQUENCIA
                   DELIMITED BY SIZE INTO EX-LINHA(68:)
           END-IF.
           WRITE REG-EXTRATO.
           ADD 1 TO WS-CONTADOR-MOVTOS.


      ***************************************************************
      * 7400-IMPRIMIR-FECHAMENTO - FECHA O EXTRATO DA CONTA COM O
      * SALDO DE FECHAMENTO DO PERIODO E UMA LINHA EM BRANCO. CONTA
      * COM CHEQUE DEPOSITADO AINDA EM COMPENSACAO GANHA DUAS LINHAS
      * A MAIS: O VALOR EM COMPENSACAO (POSICAO DE HOJE, DO ARQUIVO
      * DO NOTURNO) E O SALDO DISPONIVEL, QUE E O FECHAMENTO MENOS
      * ESSE VALOR.
      ***************************************************************
       7400-IMPRIMIR-FECHAMENTO.
           PERFORM 7450-SOMAR-COMPENSACAO
               THRU 7450-SOMAR-COMPENSACAO-EXIT.
           MOVE WS-SALDO-FECHAMENTO TO WS-EDIT-SALDO.
           MOVE SPACES TO EX-LINHA.
           STRING 'SALDO DE FECHAMENTO              ' WS-EDIT-SALDO
               DELIMITED BY SIZE INTO EX-LINHA.
           WRITE REG-EXTRATO.
           IF WS-SALDO-COMPENSACAO > 0
               MOVE WS-SALDO-COMPENSACAO TO WS-EDIT-SALDO-11
               MOVE SPACES TO EX-LINHA
               STRING 'CHEQUES EM COMPENSACAO         ' WS-EDIT-SALDO-11
                   DELIMITED BY SIZE INTO EX-LINHA
               WRITE REG-EXTRATO
               COMPUTE WS-SALDO-DISPONIVEL
                   = WS-SALDO-FECHAMENTO - WS-SALDO-COMPENSACAO
               MOVE WS-SALDO-DISPONIVEL TO WS-EDIT-SALDO-11
               MOVE SPACES TO EX-LINHA
               STRING 'SALDO DISPONIVEL               ' WS-EDIT-SALDO-11
                   DELIMITED BY SIZE INTO EX-LINHA
               WRITE REG-EXTRATO
           END-IF.
           MOVE SPACES TO EX-LINHA.
           WRITE REG-EXTRATO.

               MOVE WS-CONTA-ATUAL       TO ET-CONTA
               MOVE WS-QTD-MOVTOS-ARQ    TO ET-QTD-MOVTOS
               MOVE WS-SALDO-FECHAMENTO  TO ET-SALDO-FECHAMENTO
               MOVE WS-SALDO-COMPENSACAO TO ET-SALDO-COMPENSACAO
               WRITE REG-EXT-TRAILER
           END-IF.
       7400-IMPRIMIR-FECHAMENTO-EXIT.
           EXIT.

      ***************************************************************
      * 7450-SOMAR-COMPENSACAO - AVANCA O ARQUIVO DE CHEQUES (EM ORDEM
      * DE CONTA, COMO A TRILHA) ATE A CONTA EM PROCESSAMENTO E SOMA
      * OS DEPOSITOS DELA AINDA EM COMPENSACAO. LINHAS DE CONTAS QUE
      * NAO SAEM NO EXTRATO SAO SIMPLESMENTE PULADAS.
      ***************************************************************
       7450-SOMAR-COMPENSACAO.
           MOVE 0 TO WS-SALDO-COMPENSACAO.
           PERFORM 9300-LER-CHEQUE
               THRU 9300-LER-CHEQUE-EXIT
               UNTIL FIM-CHEQUES
                  OR CQ-CONTA NOT < WS-CONTA-ATUAL.
           PERFORM 7460-ACUMULAR-CHEQUE
               THRU 7460-ACUMULAR-CHEQUE-EXIT
               UNTIL FIM-CHEQUES
                  OR CQ-CONTA NOT = WS-CONTA-ATUAL.
       7450-SOMAR-COMPENSACAO-EXIT.
           EXIT.

      ***************************************************************
      * 7460-ACUMULAR-CHEQUE - SOMA UM DEPOSITO EM COMPENSACAO DA
      * CONTA E LE O PROXIMO.
      ***************************************************************
       7460-ACUMULAR-CHEQUE.
           ADD CQ-VALOR TO WS-SALDO-COMPENSACAO.
           PERFORM 9300-LER-CHEQUE
               THRU 9300-LER-CHEQUE-EXIT.
       7460-ACUMULAR-CHEQUE-EXIT.
           EXIT.

      ***************************************************************
      * 9100-LER-AUDITORIA - LEITURA FISICA DO PROXIMO MOVIMENTO DA
      * TRILHA ORDENADA.
       9200-LER-SALDO-ANTERIOR-EXIT.
           EXIT.

      ***************************************************************
      * 9300-LER-CHEQUE - LEITURA FISICA DA PROXIMA LINHA DO ARQUIVO
      * DE CHEQUES EM COMPENSACAO.
      ***************************************************************
       9300-LER-CHEQUE.
           READ ARQ-CHEQUES
               AT END
                   MOVE 'S' TO WS-CQ-EOF
           END-READ.
       9300-LER-CHEQUE-EXIT.
           EXIT.

      ***************************************************************
      * 9800-ENCERRAR-ARQUIVOS - FECHA OS ARQUIVOS DO PASSO.
      ***************************************************************
       9800-ENCERRAR-ARQUIVOS.
           CLOSE ARQ-AUDITORIA-ORD.
           CLOSE ARQ-SALDOS-ANTERIOR.
           CLOSE ARQ-CHEQUES.
           CLOSE ARQ-EXTRATOS.
           CLOSE ARQ-EXTRATO-ARQ.
       9800-ENCERRAR-ARQUIVOS-EXIT.
