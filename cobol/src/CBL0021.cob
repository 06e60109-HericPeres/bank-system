       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTORIZA-DEBITO.
       AUTHOR. MAINFRAME-TEAM.
       DATE-WRITTEN. 10/14/2026.
      *
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT DESCRICAO
      * ---------- ---- -------------------------------------------
      * 10/14/2026 MFT  VERSAO ORIGINAL.
      * 10/15/2026 MFT  CHEQUE DEPOSITADO AINDA EM COMPENSACAO (DD
      *                 CHEQUES, O ARQUIVO PROMOVIDO PELA NOITE) SAI
      *                 DO DISPONIVEL ATE A DATA DE LIBERACAO, COMO NO
      *                 BATCH-PROCESS; O DEBITO QUE SO CABE USANDO O
      *                 VALOR A LIBERAR E RECUSADO (MOTIVO 23).
      * ------------------------------------------------------------
      *
      ***************************************************************
      * PROPOSITO.
      *     AUTORIZACAO INTRADIA DE DEBITO: RESPONDE OS PEDIDOS DE
      *     DEBITO DOS CANAIS (SAQUE DE ATM, DEBITO E TRANSFERENCIA
      *     DO ONLINE) CONTRA O DISPONIVEL ATUALIZADO DA CONTA, E NAO
      *     SO CONTRA O FECHAMENTO DE ONTEM:
      *         DISPONIVEL = SALDO DE FECHAMENTO (CLUSTER VSAM)
      *                    + LIMITE DE CHEQUE ESPECIAL (ARQ-LIMITES)
      *                    - BLOQUEIOS JUDICIAIS (ARQ-BLOQUEIOS)
      *                    - CHEQUES EM COMPENSACAO (ARQ-CHEQUES)
      *                    - DEBITOS JA AUTORIZADOS HOJE (MEMO)
      *     CADA AUTORIZACAO CONCEDIDA E GRAVADA NO ARQUIVO DE MEMO
      *     (VSAM CHAVEADO POR CANAL/SEQUENCIA, COM INDICE ALTERNATIVO
      *     POR CONTA), E O PROXIMO PEDIDO DA MESMA CONTA - NESTA OU
      *     EM OUTRA EXECUCAO DO DIA - JA ENXERGA O VALOR COMPROMETIDO.
      *     A CONTA BLOQUEADA, ENCERRADA OU DORMENTE E RECUSADA PELAS
      *     MESMAS REGRAS DE 7200-VERIFICAR-DISPONIBILIDADE DO
      *     BATCH-PROCESS, COM OS MESMOS CODIGOS DE MOTIVO:
      *         05 - CONTA BLOQUEADA ('B') OU ENCERRADA ('E');
      *         17 - CONTA DORMENTE ('D') - SO DEPOIS DE REATIVADA;
      *         06 - DEBITO ESTOURA O LIMITE DE CHEQUE ESPECIAL;
      *         13 - DEBITO CABE NO LIMITE MAS INVADE VALOR BLOQUEADO;
      *         23 - DEBITO SO CABE USANDO CHEQUE AINDA A LIBERAR.
      *     O PEDIDO REPETIDO (MESMO CANAL/SEQUENCIA JA AUTORIZADO,
      *     MESMA CONTA E VALOR - A RETENTATIVA DO TERMINAL) RECEBE
      *     DE NOVO A AUTORIZACAO, SEM COMPROMETER O VALOR DUAS VEZES;
      *     COM OUTRA CONTA OU OUTRO VALOR E RECUSADO (MOTIVO 22).
      *     O CONFRONTO COM O QUE O CANAL DE FATO ENVIOU NO EXTRATO,
      *     E A LIMPEZA DO MEMO, FICAM COM O BATCH NOTURNO
      *     (CONFRONTA-AUTORIZACAO, CBLJ0001).
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PEDIDOS
               ASSIGN TO 'PEDIDOS'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-SALDOS-VSAM
               ASSIGN TO 'SALDOVSM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VS-CONTA
               FILE STATUS IS WS-FS-VSAM.

           SELECT OPTIONAL ARQ-LIMITES
               ASSIGN TO 'LIMITES'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-BLOQUEIOS
               ASSIGN TO 'BLOQJUD'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-CHEQUES
               ASSIGN TO 'CHEQUES'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-MEMO
               ASSIGN TO 'MEMOAUTO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-CHAVE
               ALTERNATE RECORD KEY IS MM-CONTA WITH DUPLICATES
               FILE STATUS IS WS-FS-MEMO.

           SELECT ARQ-RESPOSTAS
               ASSIGN TO 'RESPOSTA'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      ***************************************************************
      * PEDIDOS DE AUTORIZACAO (ENTRADA) - UM DEBITO POR LINHA, NA
      * ORDEM EM QUE O CANAL OS RECEBEU. CANAL E SEQUENCIA SAO OS
      * MESMOS QUE A TRANSACAO LEVARA NO EXTRATO DA NOITE.
      ***************************************************************
       FD  ARQ-PEDIDOS.
       01  REG-PEDIDO.
           05  PA-CANAL            PIC X(03).
           05  PA-SEQUENCIA        PIC 9(09).
           05  PA-CONTA            PIC 9(10).
           05  PA-TIPO             PIC X(01).
           05  PA-VALOR            PIC 9(09)V99.

      ***************************************************************
      * POSICOES DE FECHAMENTO CHAVEADAS POR CONTA (ENTRADA, VSAM).
      ***************************************************************
       FD  ARQ-SALDOS-VSAM.
       01  REG-SALDO-VSAM.
           05  VS-CONTA            PIC 9(10).
           05  VS-AGENCIA          PIC 9(04).
           05  VS-SALDO            PIC S9(09)V99.
           05  VS-STATUS           PIC X(01).

      ***************************************************************
      * LIMITES DE CHEQUE ESPECIAL POR CONTA (ENTRADA) - O MESMO
      * ARQUIVO DO BATCH-PROCESS; VARRIDO UMA VEZ PARA AS CONTAS
      * PEDIDAS.
      ***************************************************************
       FD  ARQ-LIMITES.
       01  REG-LIMITE.
           05  LM-CONTA            PIC 9(10).
           05  LM-LIMITE           PIC 9(09)V99.

      ***************************************************************
      * BLOQUEIOS JUDICIAIS VIGENTES (ENTRADA) - O MESMO ARQUIVO DO
      * BATCH-PROCESS; AS ORDENS DE CADA CONTA PEDIDA SAO SOMADAS.
      ***************************************************************
       FD  ARQ-BLOQUEIOS.
       01  REG-BLOQUEIO.
           05  BQ-CONTA            PIC 9(10).
           05  BQ-ORDEM            PIC 9(10).
           05  BQ-VALOR            PIC 9(09)V99.

      ***************************************************************
      * CHEQUES DEPOSITADOS EM COMPENSACAO (ENTRADA) - O MESMO
      * ARQUIVO DO BATCH-PROCESS; OS DEPOSITOS AINDA NAO LIBERADOS DE
      * CADA CONTA PEDIDA SAO SOMADOS.
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
      * MEMO DE AUTORIZACOES DO DIA (ENTRADA E SAIDA, VSAM) - UMA
      * LINHA POR DEBITO AUTORIZADO. CHAVE PRIMARIA CANAL/SEQUENCIA;
      * CHAVE ALTERNATIVA (COM REPETICAO) A CONTA. MM-SITUACAO NASCE
      * 'A' E O CONFRONTO NOTURNO A PASSA PARA 'C' QUANDO ENCONTRA A
      * TRANSACAO CORRESPONDENTE NO EXTRATO.
      ***************************************************************
       FD  ARQ-MEMO.
       01  REG-MEMO.
           05  MM-CHAVE.
               10  MM-CANAL            PIC X(03).
               10  MM-SEQUENCIA        PIC 9(09).
           05  MM-CONTA            PIC 9(10).
           05  MM-AGENCIA          PIC 9(04).
           05  MM-TIPO             PIC X(01).
           05  MM-VALOR            PIC 9(09)V99.
           05  MM-DATA-AUTORIZ     PIC 9(08).
           05  MM-HORA-AUTORIZ     PIC 9(08).
           05  MM-SITUACAO         PIC X(01).
               88  MM-AUTORIZADA       VALUE 'A'.
               88  MM-CONFERIDA        VALUE 'C'.

      ***************************************************************
      * RESPOSTAS AOS CANAIS (SAIDA, FIXO) - UMA POR PEDIDO, NA ORDEM
      * DOS PEDIDOS. RP-DECISAO 'A' (AUTORIZADO) OU 'N' (NEGADO, COM
      * O MOTIVO); RP-DISPONIVEL E O DISPONIVEL QUE SOBRA NA CONTA.
      ***************************************************************
       FD  ARQ-RESPOSTAS.
       01  REG-RESPOSTA.
           05  RP-CANAL            PIC X(03).
           05  RP-SEQUENCIA        PIC 9(09).
           05  RP-CONTA            PIC 9(10).
           05  RP-DECISAO          PIC X(01).
           05  RP-COD-MOTIVO       PIC X(02).
           05  RP-DESC-MOTIVO      PIC X(30).
           05  RP-DISPONIVEL       PIC S9(09)V99.

       WORKING-STORAGE SECTION.

      * INDICADORES DE FIM DE ARQUIVO / FILE STATUS
       77  WS-PA-EOF               PIC X(01)   VALUE 'N'.
           88  FIM-PEDIDOS              VALUE 'S'.
       77  WS-LM-EOF               PIC X(01)   VALUE 'N'.
           88  FIM-LIMITES              VALUE 'S'.
       77  WS-BQ-EOF               PIC X(01)   VALUE 'N'.
           88  FIM-BLOQUEIOS            VALUE 'S'.
       77  WS-CQ-EOF               PIC X(01)   VALUE 'N'.
           88  FIM-CHEQUES              VALUE 'S'.
       77  WS-MM-EOF               PIC X(01)   VALUE 'N'.
           88  FIM-MEMO-CONTA           VALUE 'S'.
       77  WS-FS-VSAM              PIC X(02)   VALUE '00'.
       77  WS-FS-MEMO              PIC X(02)   VALUE '00'.

      * CONTADORES DO PASSO
       77  WS-CONTADOR-PEDIDOS     PIC 9(05) COMP  VALUE 0.
       77  WS-CONTADOR-AUTORIZADOS PIC 9(05) COMP  VALUE 0.
       77  WS-CONTADOR-REPETIDOS   PIC 9(05) COMP  VALUE 0.
       77  WS-CONTADOR-NEGADOS     PIC 9(05) COMP  VALUE 0.

      * DECISAO DO PEDIDO CORRENTE
       77  WS-COD-MOTIVO           PIC X(02)   VALUE SPACES.
       77  WS-DESC-MOTIVO          PIC X(30)   VALUE SPACES.
       77  WS-PEDIDO-REPETIDO      PIC X(01)   VALUE 'N'.
           88  PEDIDO-REPETIDO          VALUE 'S'.

      * POSICAO DA CONTA DO PEDIDO CORRENTE
       77  WS-SALDO-CONTA          PIC S9(09)V99   VALUE 0.
       77  WS-STATUS-CONTA         PIC X(01)       VALUE SPACE.
       77  WS-AGENCIA-CONTA        PIC 9(04)       VALUE 0.
       77  WS-COMPROMETIDO         PIC 9(11)V99    VALUE 0.
       77  WS-SALDO-PROJETADO      PIC S9(11)V99   VALUE 0.
       77  WS-DISPONIVEL           PIC S9(11)V99   VALUE 0.

      * CARIMBO DO SISTEMA PARA A AUTORIZACAO
       77  WS-DATA-SISTEMA         PIC 9(08)       VALUE 0.
       77  WS-HORA-SISTEMA         PIC 9(08)       VALUE 0.

      * SUBSCRITO DE TRABALHO DA TABELA DE PEDIDOS
       77  WS-SUB-PA               PIC 9(03) COMP  VALUE 0.

      * TABELA DE PEDIDOS DA EXECUCAO, NA ORDEM DE CHEGADA, COM O
      * LIMITE, O TOTAL BLOQUEADO E O TOTAL EM COMPENSACAO DE CADA
      * CONTA PEDIDA (COLHIDOS NUMA UNICA VARREDURA DE CADA ARQUIVO)
       01  WS-TABELA-PEDIDOS.
           05  WS-QTD-PEDIDOS      PIC 9(03) COMP  VALUE 0.
           05  WS-PEDIDO-ENTRY OCCURS 500 TIMES
                                   INDEXED BY WS-IDX-PA.
               10  WS-PA-CANAL         PIC X(03).
               10  WS-PA-SEQUENCIA     PIC 9(09).
               10  WS-PA-CONTA         PIC 9(10).
               10  WS-PA-TIPO          PIC X(01).
               10  WS-PA-VALOR         PIC 9(09)V99.
               10  WS-PA-LIMITE        PIC 9(09)V99.
               10  WS-PA-BLOQUEIO      PIC 9(11)V99.
               10  WS-PA-CHEQUE        PIC 9(11)V99.

       PROCEDURE DIVISION.

      ***************************************************************
      * 0000-MAINLINE - ROTINA PRINCIPAL.
      ***************************************************************
       0000-MAINLINE.
           DISPLAY 'INICIANDO AUTORIZACAO DE DEBITOS'.
           PERFORM 1000-INICIALIZAR
               THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-RESPONDER-PEDIDO
               THRU 2000-RESPONDER-PEDIDO-EXIT
               VARYING WS-IDX-PA FROM 1 BY 1
               UNTIL WS-IDX-PA > WS-QTD-PEDIDOS.
           PERFORM 9800-ENCERRAR-ARQUIVOS
               THRU 9800-ENCERRAR-ARQUIVOS-EXIT.
           DISPLAY 'AUTORIZACAO CONCLUIDA'.
           DISPLAY 'PEDIDOS RECEBIDOS : ' WS-CONTADOR-PEDIDOS.
           DISPLAY 'AUTORIZADOS       : ' WS-CONTADOR-AUTORIZADOS.
           DISPLAY 'REPETIDOS         : ' WS-CONTADOR-REPETIDOS.
           DISPLAY 'NEGADOS           : ' WS-CONTADOR-NEGADOS.
           STOP RUN.

      ***************************************************************
      * 1000-INICIALIZAR - CARREGA OS PEDIDOS, COLHE LIMITE,
      * BLOQUEIOS E CHEQUES EM COMPENSACAO DAS CONTAS PEDIDAS E ABRE
      * O CLUSTER DE SALDOS E O MEMO DO DIA.
      ***************************************************************
       1000-INICIALIZAR.
           OPEN INPUT ARQ-PEDIDOS.
           PERFORM 1100-CARREGAR-PEDIDO
               THRU 1100-CARREGAR-PEDIDO-EXIT
               UNTIL FIM-PEDIDOS.
           CLOSE ARQ-PEDIDOS.
           IF WS-QTD-PEDIDOS = 0
               DISPLAY 'ERRO: NENHUM PEDIDO DE AUTORIZACAO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ARQ-LIMITES.
           PERFORM 1200-COLHER-LIMITE
               THRU 1200-COLHER-LIMITE-EXIT
               UNTIL FIM-LIMITES.
           CLOSE ARQ-LIMITES.
           OPEN INPUT ARQ-BLOQUEIOS.
           PERFORM 1300-COLHER-BLOQUEIO
               THRU 1300-COLHER-BLOQUEIO-EXIT
               UNTIL FIM-BLOQUEIOS.
           CLOSE ARQ-BLOQUEIOS.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           OPEN INPUT ARQ-CHEQUES.
           PERFORM 1400-COLHER-CHEQUE
               THRU 1400-COLHER-CHEQUE-EXIT
               UNTIL FIM-CHEQUES.
           CLOSE ARQ-CHEQUES.

           OPEN INPUT ARQ-SALDOS-VSAM.
           IF WS-FS-VSAM NOT = '00'
               DISPLAY 'ERRO: ABERTURA DO CLUSTER VSAM - FILE '
                   'STATUS ' WS-FS-VSAM
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      * MEMO RECEM-DEFINIDO PELA NOITE AINDA NAO TEM REGISTRO: A
      * ABERTURA DE ARQUIVO OPCIONAL VAZIO VOLTA '05', QUE E NORMAL.
           OPEN I-O ARQ-MEMO.
           IF WS-FS-MEMO NOT = '00' AND WS-FS-MEMO NOT = '05'
               DISPLAY 'ERRO: ABERTURA DO MEMO DE AUTORIZACOES - '
                   'FILE STATUS ' WS-FS-MEMO
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQ-RESPOSTAS.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ***************************************************************
      * 1100-CARREGAR-PEDIDO - LE UM PEDIDO E ACRESCENTA A TABELA,
      * COM LIMITE, BLOQUEIO E COMPENSACAO ZERADOS.
      ***************************************************************
       1100-CARREGAR-PEDIDO.
           READ ARQ-PEDIDOS
               AT END
                   MOVE 'S' TO WS-PA-EOF
                   GO TO 1100-CARREGAR-PEDIDO-EXIT
           END-READ.
           IF WS-QTD-PEDIDOS NOT < 500
               DISPLAY 'ERRO: NUMERO DE PEDIDOS EXCEDE O LIMITE DA '
                   'TABELA (500)'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-QTD-PEDIDOS.
           ADD 1 TO WS-CONTADOR-PEDIDOS.
           SET WS-IDX-PA TO WS-QTD-PEDIDOS.
           MOVE PA-CANAL     TO WS-PA-CANAL(WS-IDX-PA).
           MOVE PA-SEQUENCIA TO WS-PA-SEQUENCIA(WS-IDX-PA).
           MOVE PA-CONTA     TO WS-PA-CONTA(WS-IDX-PA).
           MOVE PA-TIPO      TO WS-PA-TIPO(WS-IDX-PA).
           MOVE PA-VALOR     TO WS-PA-VALOR(WS-IDX-PA).
           MOVE 0            TO WS-PA-LIMITE(WS-IDX-PA).
           MOVE 0            TO WS-PA-BLOQUEIO(WS-IDX-PA).
           MOVE 0            TO WS-PA-CHEQUE(WS-IDX-PA).
       1100-CARREGAR-PEDIDO-EXIT.
           EXIT.

      ***************************************************************
      * 1200-COLHER-LIMITE - LE UMA LINHA DE LIMITE E A COPIA PARA
      * TODOS OS PEDIDOS DA MESMA CONTA.
      ***************************************************************
       1200-COLHER-LIMITE.
           READ ARQ-LIMITES
               AT END
                   MOVE 'S' TO WS-LM-EOF
                   GO TO 1200-COLHER-LIMITE-EXIT
           END-READ.
           PERFORM VARYING WS-SUB-PA FROM 1 BY 1
                   UNTIL WS-SUB-PA > WS-QTD-PEDIDOS
               IF WS-PA-CONTA(WS-SUB-PA) = LM-CONTA
                   MOVE LM-LIMITE TO WS-PA-LIMITE(WS-SUB-PA)
               END-IF
           END-PERFORM.
       1200-COLHER-LIMITE-EXIT.
           EXIT.

      ***************************************************************
      * 1300-COLHER-BLOQUEIO - LE UMA ORDEM JUDICIAL VIGENTE E SOMA O
      * VALOR BLOQUEADO EM TODOS OS PEDIDOS DA MESMA CONTA (UMA CONTA
      * PODE TER VARIAS ORDENS).
      ***************************************************************
       1300-COLHER-BLOQUEIO.
           READ ARQ-BLOQUEIOS
               AT END
                   MOVE 'S' TO WS-BQ-EOF
                   GO TO 1300-COLHER-BLOQUEIO-EXIT
           END-READ.
           PERFORM VARYING WS-SUB-PA FROM 1 BY 1
                   UNTIL WS-SUB-PA > WS-QTD-PEDIDOS
               IF WS-PA-CONTA(WS-SUB-PA) = BQ-CONTA
                   ADD BQ-VALOR TO WS-PA-BLOQUEIO(WS-SUB-PA)
               END-IF
           END-PERFORM.
       1300-COLHER-BLOQUEIO-EXIT.
           EXIT.

      ***************************************************************
      * 1400-COLHER-CHEQUE - LE UM DEPOSITO EM CHEQUE EM COMPENSACAO
      * E, SE A DATA DE LIBERACAO AINDA NAO CHEGOU, SOMA O VALOR EM
      * TODOS OS PEDIDOS DA MESMA CONTA. A LINHA QUE VENCE HOJE JA
      * CONTA COMO LIBERADA (A NOITE DE HOJE A BAIXA DO ARQUIVO).
      ***************************************************************
       1400-COLHER-CHEQUE.
           READ ARQ-CHEQUES
               AT END
                   MOVE 'S' TO WS-CQ-EOF
                   GO TO 1400-COLHER-CHEQUE-EXIT
           END-READ.
           IF CQ-DATA-LIBERACAO NOT > WS-DATA-SISTEMA
               GO TO 1400-COLHER-CHEQUE-EXIT
           END-IF.
           PERFORM VARYING WS-SUB-PA FROM 1 BY 1
                   UNTIL WS-SUB-PA > WS-QTD-PEDIDOS
               IF WS-PA-CONTA(WS-SUB-PA) = CQ-CONTA
                   ADD CQ-VALOR TO WS-PA-CHEQUE(WS-SUB-PA)
               END-IF
           END-PERFORM.
       1400-COLHER-CHEQUE-EXIT.
           EXIT.

      ***************************************************************
      * 2000-RESPONDER-PEDIDO - DECIDE UM PEDIDO, GRAVA A AUTORIZACAO
      * NO MEMO QUANDO CONCEDIDA E DEVOLVE A RESPOSTA AO CANAL.
      ***************************************************************
       2000-RESPONDER-PEDIDO.
           MOVE SPACES TO WS-COD-MOTIVO WS-DESC-MOTIVO.
           MOVE 'N' TO WS-PEDIDO-REPETIDO.
           MOVE 0 TO WS-DISPONIVEL.
           PERFORM 2100-VALIDAR-PEDIDO
               THRU 2100-VALIDAR-PEDIDO-EXIT.
           IF WS-COD-MOTIVO = SPACES AND NOT PEDIDO-REPETIDO
               PERFORM 2300-VERIFICAR-DISPONIVEL
                   THRU 2300-VERIFICAR-DISPONIVEL-EXIT
           END-IF.
           IF WS-COD-MOTIVO = SPACES AND NOT PEDIDO-REPETIDO
               PERFORM 2500-GRAVAR-MEMO
                   THRU 2500-GRAVAR-MEMO-EXIT
           END-IF.

           MOVE WS-PA-CANAL(WS-IDX-PA)     TO RP-CANAL.
           MOVE WS-PA-SEQUENCIA(WS-IDX-PA) TO RP-SEQUENCIA.
           MOVE WS-PA-CONTA(WS-IDX-PA)     TO RP-CONTA.
           MOVE WS-COD-MOTIVO              TO RP-COD-MOTIVO.
           MOVE WS-DESC-MOTIVO             TO RP-DESC-MOTIVO.
           MOVE WS-DISPONIVEL              TO RP-DISPONIVEL.
           EVALUATE TRUE
               WHEN WS-COD-MOTIVO NOT = SPACES
                   MOVE 'N' TO RP-DECISAO
                   ADD 1 TO WS-CONTADOR-NEGADOS
               WHEN PEDIDO-REPETIDO
                   MOVE 'A' TO RP-DECISAO
                   MOVE 'AUTORIZACAO JA CONCEDIDA' TO RP-DESC-MOTIVO
                   ADD 1 TO WS-CONTADOR-REPETIDOS
               WHEN OTHER
                   MOVE 'A' TO RP-DECISAO
                   ADD 1 TO WS-CONTADOR-AUTORIZADOS
           END-EVALUATE.
           WRITE REG-RESPOSTA.
       2000-RESPONDER-PEDIDO-EXIT.
           EXIT.

      ***************************************************************
      * 2100-VALIDAR-PEDIDO - CONFERE O PEDIDO EM SI, PROCURA O
      * CANAL/SEQUENCIA NO MEMO (RETENTATIVA DO TERMINAL) E LE A
      * POSICAO DE FECHAMENTO DA CONTA. OS MOTIVOS SAO OS MESMOS DO
      * BATCH-PROCESS PARA O MESMO DEFEITO.
      ***************************************************************
       2100-VALIDAR-PEDIDO.
           IF WS-PA-CONTA(WS-IDX-PA) IS NOT NUMERIC
               MOVE '04' TO WS-COD-MOTIVO
               MOVE 'CONTA NAO NUMERICA' TO WS-DESC-MOTIVO
               GO TO 2100-VALIDAR-PEDIDO-EXIT
           END-IF.
           IF WS-PA-CANAL(WS-IDX-PA) = SPACES
                   OR WS-PA-SEQUENCIA(WS-IDX-PA) IS NOT NUMERIC
                   OR WS-PA-SEQUENCIA(WS-IDX-PA) = 0
               MOVE '11' TO WS-COD-MOTIVO
               MOVE 'CANAL OU SEQUENCIA INVALIDOS' TO WS-DESC-MOTIVO
               GO TO 2100-VALIDAR-PEDIDO-EXIT
           END-IF.
      * SO DEBITO DE CONTA PASSA POR AUTORIZACAO: 'D', 'T' E 'X'.
           IF WS-PA-TIPO(WS-IDX-PA) NOT = 'D'
                   AND WS-PA-TIPO(WS-IDX-PA) NOT = 'T'
                   AND WS-PA-TIPO(WS-IDX-PA) NOT = 'X'
               MOVE '01' TO WS-COD-MOTIVO
               MOVE 'TIPO DE TRANSACAO INVALIDO' TO WS-DESC-MOTIVO
               GO TO 2100-VALIDAR-PEDIDO-EXIT
           END-IF.
           IF WS-PA-VALOR(WS-IDX-PA) IS NOT NUMERIC
                   OR WS-PA-VALOR(WS-IDX-PA) = 0
               MOVE '02' TO WS-COD-MOTIVO
               MOVE 'VALOR INVALIDO OU ZERADO' TO WS-DESC-MOTIVO
               GO TO 2100-VALIDAR-PEDIDO-EXIT
           END-IF.

           MOVE WS-PA-CANAL(WS-IDX-PA)     TO MM-CANAL.
           MOVE WS-PA-SEQUENCIA(WS-IDX-PA) TO MM-SEQUENCIA.
           READ ARQ-MEMO
               KEY IS MM-CHAVE
               INVALID KEY
                   MOVE 'N' TO WS-PEDIDO-REPETIDO
               NOT INVALID KEY
                   IF MM-CONTA = WS-PA-CONTA(WS-IDX-PA)
                           AND MM-VALOR = WS-PA-VALOR(WS-IDX-PA)
                       MOVE 'S' TO WS-PEDIDO-REPETIDO
                   ELSE
                       MOVE '22' TO WS-COD-MOTIVO
                       MOVE 'CANAL/SEQUENCIA JA AUTORIZADOS'
                           TO WS-DESC-MOTIVO
                   END-IF
           END-READ.
           IF WS-COD-MOTIVO NOT = SPACES
               GO TO 2100-VALIDAR-PEDIDO-EXIT
           END-IF.

           MOVE WS-PA-CONTA(WS-IDX-PA) TO VS-CONTA.
           READ ARQ-SALDOS-VSAM
               INVALID KEY
                   MOVE '07' TO WS-COD-MOTIVO
                   MOVE 'CONTA NAO CADASTRADA' TO WS-DESC-MOTIVO
                   GO TO 2100-VALIDAR-PEDIDO-EXIT
           END-READ.
           MOVE VS-SALDO   TO WS-SALDO-CONTA.
           MOVE VS-STATUS  TO WS-STATUS-CONTA.
           MOVE VS-AGENCIA TO WS-AGENCIA-CONTA.
           IF PEDIDO-REPETIDO
               PERFORM 2200-SOMAR-COMPROMETIDO
                   THRU 2200-SOMAR-COMPROMETIDO-EXIT
               COMPUTE WS-DISPONIVEL
                   = WS-SALDO-CONTA + WS-PA-LIMITE(WS-IDX-PA)
                   - WS-PA-BLOQUEIO(WS-IDX-PA) - WS-PA-CHEQUE(WS-IDX-PA)
                   - WS-COMPROMETIDO
           END-IF.
       2100-VALIDAR-PEDIDO-EXIT.
           EXIT.

      ***************************************************************
      * 2200-SOMAR-COMPROMETIDO - SOMA TUDO O QUE JA FOI AUTORIZADO
      * HOJE PARA A CONTA, PELA CHAVE ALTERNATIVA DO MEMO.
      ***************************************************************
       2200-SOMAR-COMPROMETIDO.
           MOVE 0 TO WS-COMPROMETIDO.
           MOVE 'N' TO WS-MM-EOF.
           MOVE WS-PA-CONTA(WS-IDX-PA) TO MM-CONTA.
           START ARQ-MEMO
               KEY IS = MM-CONTA
               INVALID KEY
                   GO TO 2200-SOMAR-COMPROMETIDO-EXIT
           END-START.
           PERFORM 2250-LER-MEMO-CONTA
               THRU 2250-LER-MEMO-CONTA-EXIT
               UNTIL FIM-MEMO-CONTA.
       2200-SOMAR-COMPROMETIDO-EXIT.
           EXIT.

       2250-LER-MEMO-CONTA.
           READ ARQ-MEMO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-MM-EOF
                   GO TO 2250-LER-MEMO-CONTA-EXIT
           END-READ.
           IF MM-CONTA NOT = WS-PA-CONTA(WS-IDX-PA)
               MOVE 'S' TO WS-MM-EOF
               GO TO 2250-LER-MEMO-CONTA-EXIT
           END-IF.
           ADD MM-VALOR TO WS-COMPROMETIDO.
       2250-LER-MEMO-CONTA-EXIT.
           EXIT.

      ***************************************************************
      * 2300-VERIFICAR-DISPONIVEL - AS MESMAS BARREIRAS DE
      * 7200-VERIFICAR-DISPONIBILIDADE DO BATCH-PROCESS, COM O SALDO
      * DE FECHAMENTO JA ABATIDO DO QUE FOI AUTORIZADO HOJE: CONTA
      * DORMENTE SO DEPOIS DE REATIVADA (17), CONTA QUE NAO ESTA
      * ATIVA (05), ESTOURO DO LIMITE (06), INVASAO DO VALOR
      * BLOQUEADO (13) E DO CHEQUE AINDA EM COMPENSACAO (23).
      ***************************************************************
       2300-VERIFICAR-DISPONIVEL.
           IF WS-STATUS-CONTA = 'D'
               MOVE '17' TO WS-COD-MOTIVO
               MOVE 'CONTA DORMENTE - REATIVAR' TO WS-DESC-MOTIVO
               GO TO 2300-VERIFICAR-DISPONIVEL-EXIT
           END-IF.
           IF WS-STATUS-CONTA NOT = 'A'
               MOVE '05' TO WS-COD-MOTIVO
               MOVE 'CONTA BLOQUEADA OU ENCERRADA' TO WS-DESC-MOTIVO
               GO TO 2300-VERIFICAR-DISPONIVEL-EXIT
           END-IF.

           PERFORM 2200-SOMAR-COMPROMETIDO
               THRU 2200-SOMAR-COMPROMETIDO-EXIT.
           COMPUTE WS-DISPONIVEL
               = WS-SALDO-CONTA + WS-PA-LIMITE(WS-IDX-PA)
               - WS-PA-BLOQUEIO(WS-IDX-PA) - WS-PA-CHEQUE(WS-IDX-PA)
               - WS-COMPROMETIDO.
           COMPUTE WS-SALDO-PROJETADO
               = WS-SALDO-CONTA - WS-COMPROMETIDO
               - WS-PA-VALOR(WS-IDX-PA).
           IF WS-SALDO-PROJETADO < (0 - WS-PA-LIMITE(WS-IDX-PA))
               MOVE '06' TO WS-COD-MOTIVO
               MOVE 'SALDO INSUFICIENTE' TO WS-DESC-MOTIVO
               GO TO 2300-VERIFICAR-DISPONIVEL-EXIT
           END-IF.
           IF WS-SALDO-PROJETADO
                   < (0 - WS-PA-LIMITE(WS-IDX-PA)
                        + WS-PA-BLOQUEIO(WS-IDX-PA))
               MOVE '13' TO WS-COD-MOTIVO
               MOVE 'DEBITO INVADE VALOR BLOQUEADO' TO WS-DESC-MOTIVO
               GO TO 2300-VERIFICAR-DISPONIVEL-EXIT
           END-IF.
           IF WS-SALDO-PROJETADO
                   < (0 - WS-PA-LIMITE(WS-IDX-PA)
                        + WS-PA-BLOQUEIO(WS-IDX-PA)
                        + WS-PA-CHEQUE(WS-IDX-PA))
               MOVE '23' TO WS-COD-MOTIVO
               MOVE 'DEBITO INVADE CHEQUE A LIBERAR' TO WS-DESC-MOTIVO
           END-IF.
       2300-VERIFICAR-DISPONIVEL-EXIT.
           EXIT.

      ***************************************************************
      * 2500-GRAVAR-MEMO - REGISTRA A AUTORIZACAO CONCEDIDA NO MEMO
      * DO DIA E ABATE O VALOR DO DISPONIVEL DEVOLVIDO AO CANAL.
      * FILE STATUS '02' E A CHAVE ALTERNATIVA REPETIDA (OUTRA
      * AUTORIZACAO DA MESMA CONTA), QUE E NORMAL.
      ***************************************************************
       2500-GRAVAR-MEMO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE WS-PA-CANAL(WS-IDX-PA)     TO MM-CANAL.
           MOVE WS-PA-SEQUENCIA(WS-IDX-PA) TO MM-SEQUENCIA.
           MOVE WS-PA-CONTA(WS-IDX-PA)     TO MM-CONTA.
           MOVE WS-AGENCIA-CONTA           TO MM-AGENCIA.
           MOVE WS-PA-TIPO(WS-IDX-PA)      TO MM-TIPO.
           MOVE WS-PA-VALOR(WS-IDX-PA)     TO MM-VALOR.
           MOVE WS-DATA-SISTEMA            TO MM-DATA-AUTORIZ.
           MOVE WS-HORA-SISTEMA            TO MM-HORA-AUTORIZ.
           MOVE 'A'                        TO MM-SITUACAO.
           WRITE REG-MEMO.
           IF WS-FS-MEMO NOT = '00' AND WS-FS-MEMO NOT = '02'
               DISPLAY 'ERRO: GRAVACAO NO MEMO DE AUTORIZACOES - '
                   'CANAL ' MM-CANAL ' SEQUENCIA ' MM-SEQUENCIA
                   ' - FILE STATUS ' WS-FS-MEMO
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           SUBTRACT WS-PA-VALOR(WS-IDX-PA) FROM WS-DISPONIVEL.
       2500-GRAVAR-MEMO-EXIT.
           EXIT.

      ***************************************************************
      * 9800-ENCERRAR-ARQUIVOS - FECHA OS ARQUIVOS DO PASSO.
      ***************************************************************
       9800-ENCERRAR-ARQUIVOS.
           CLOSE ARQ-SALDOS-VSAM.
           CLOSE ARQ-MEMO.
           CLOSE ARQ-RESPOSTAS.
       9800-ENCERRAR-ARQUIVOS-EXIT.
           EXIT.
