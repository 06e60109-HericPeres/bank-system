       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFRONTA-AUTORIZACAO.
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
      *     CONFRONTO NOTURNO DO MEMO DE AUTORIZACOES DO DIA
      *     (GRAVADO PELO AUTORIZA-DEBITO) CONTRA O QUE OS CANAIS DE
      *     FATO ENVIARAM NO ARQUIVO DE TRANSACOES CONSOLIDADO:
      *         SEM AUTORIZACAO - DEBITO ('D'/'T'/'X') DE CANAL SUJEITO
      *                           A AUTORIZACAO (DD CANAUTOR) SEM
      *                           CANAL/SEQUENCIA NO MEMO;
      *         DIVERGENCIA     - CANAL/SEQUENCIA AUTORIZADO, MAS COM
      *                           OUTRA CONTA, OUTRO TIPO OU OUTRO
      *                           VALOR NO EXTRATO;
      *         NAO ENVIADA     - AUTORIZACAO QUE O CANAL NUNCA
      *                           MANDOU NO EXTRATO.
      *     A TRANSACAO RECICLADA (RT-QTD-RECICLO > 0) E DE OUTRO DIA
      *     E NAO E CONFRONTADA. CADA AUTORIZACAO ENCONTRADA NO
      *     EXTRATO E MARCADA CONFERIDA ('C') NO PROPRIO MEMO - A
      *     REEXECUCAO DO PASSO REFAZ O MESMO CONFRONTO SEM ALTERAR O
      *     RESULTADO. O MEMO E ZERADO PARA O DIA SEGUINTE PELO PASSO
      *     DE IDCAMS QUE SEGUE ESTE, DEPOIS DO CLUSTER DE SALDOS JA
      *     TER SIDO RECARREGADO COM AS POSTAGENS DA NOITE. AS
      *     OCORRENCIAS SAO PARA A APURACAO DA OPERACAO E NAO MUDAM O
      *     RC DO PASSO.
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

           SELECT ARQ-CANAIS-AUTORIZ
               ASSIGN TO 'CANAUTOR'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-TRANSACOES
               ASSIGN TO 'TRANSACO'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-MEMO
               ASSIGN TO 'MEMOAUTO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-CHAVE
               ALTERNATE RECORD KEY IS MM-CONTA WITH DUPLICATES
               FILE STATUS IS WS-FS-MEMO.

           SELECT ARQ-RELATORIO
               ASSIGN TO 'RELATAUT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      ***************************************************************
      * PARAMETRO DO LOTE (ENTRADA) - SO A DATA DO MOVIMENTO, PARA O
      * CABECALHO DO RELATORIO.
      ***************************************************************
       FD  ARQ-PARAMETRO.
       01  REG-PARAMETRO.
           05  PRM-DATA            PIC 9(08).
           05  FILLER              PIC X(09).

      ***************************************************************
      * CANAIS SUJEITOS A AUTORIZACAO (ENTRADA, EM LINHA NO JCL) - UM
      * CODIGO DE CANAL POR LINHA.
      ***************************************************************
       FD  ARQ-CANAIS-AUTORIZ.
       01  REG-CANAL-AUTORIZ.
           05  CA-CANAL            PIC X(03).

      ***************************************************************
      * ARQUIVO DE TRANSACOES DO DIA (ENTRADA) - O MESMO CONSOLIDADO
      * QUE O PASSO030 POSTOU (LAYOUT DE REG-TRANSACAO EM CBL0001).
      ***************************************************************
       FD  ARQ-TRANSACOES.
       01  REG-TRANSACAO.
           05  RT-CONTA            PIC 9(10).
           05  RT-AGENCIA          PIC 9(04).
           05  RT-TIPO             PIC X(01).
               88  RT-TIPO-DEBITO      VALUES 'D' 'T' 'X'.
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
      * MEMO DE AUTORIZACOES DO DIA (ENTRADA E SAIDA, VSAM) - LAYOUT
      * DE REG-MEMO DO AUTORIZA-DEBITO.
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
      * RELATORIO DO CONFRONTO (SAIDA, TEXTO).
      ***************************************************************
       FD  ARQ-RELATORIO.
       01  REG-RELATORIO.
           05  RL-LINHA            PIC X(100).

       WORKING-STORAGE SECTION.

      * INDICADORES DE FIM DE ARQUIVO / FILE STATUS
       77  WS-CA-EOF               PIC X(01)   VALUE 'N'.
           88  FIM-CANAIS               VALUE 'S'.
       77  WS-RT-EOF               PIC X(01)   VALUE 'N'.
           88  FIM-TRANSACOES           VALUE 'S'.
       77  WS-MM-EOF               PIC X(01)   VALUE 'N'.
           88  FIM-MEMO                 VALUE 'S'.
       77  WS-FS-MEMO              PIC X(02)   VALUE '00'.
       77  WS-CANAL-SUJEITO        PIC X(01)   VALUE 'N'.
           88  CANAL-SUJEITO            VALUE 'S'.

      * DATA DO MOVIMENTO
       77  WS-DATA-MOVTO           PIC 9(08)       VALUE 0.

      * CONTADORES E ACUMULADORES DO CONFRONTO
       77  WS-CONTADOR-TRANSACOES  PIC 9(07) COMP  VALUE 0.
       77  WS-CONTADOR-DEBITOS     PIC 9(07) COMP  VALUE 0.
       77  WS-CONTADOR-CONFERIDOS  PIC 9(07) COMP  VALUE 0.
       77  WS-CONTADOR-SEM-AUTORIZ PIC 9(07) COMP  VALUE 0.
       77  WS-CONTADOR-DIVERGENTES PIC 9(07) COMP  VALUE 0.
       77  WS-CONTADOR-MEMO        PIC 9(07) COMP  VALUE 0.
       77  WS-CONTADOR-NAO-ENVIADA PIC 9(07) COMP  VALUE 0.
       77  WS-VALOR-SEM-AUTORIZ    PIC 9(13)V99    VALUE 0.
       77  WS-VALOR-NAO-ENVIADA    PIC 9(13)V99    VALUE 0.

      * TABELA DE CANAIS SUJEITOS A AUTORIZACAO
       01  WS-TABELA-CANAIS.
           05  WS-QTD-CANAIS       PIC 9(02) COMP  VALUE 0.
           05  WS-CANAL-ENTRY OCCURS 20 TIMES
                                   INDEXED BY WS-IDX-CA.
               10  WS-CA-CANAL         PIC X(03).

      * CAMPOS AUXILIARES DO RELATORIO
       01  WS-EDIT-VALOR           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-VALOR-AUT       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-TOTAL           PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-QTD             PIC Z.ZZZ.ZZ9.
       01  WS-TEXTO-OCORRENCIA     PIC X(16).

       PROCEDURE DIVISION.

      ***************************************************************
      * 0000-MAINLINE - ROTINA PRINCIPAL.
      ***************************************************************
       0000-MAINLINE.
           DISPLAY 'INICIANDO CONFRONTO DAS AUTORIZACOES'.
           PERFORM 1000-INICIALIZAR
               THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-CONFRONTAR-TRANSACAO
               THRU 2000-CONFRONTAR-TRANSACAO-EXIT
               UNTIL FIM-TRANSACOES.
           PERFORM 3000-APURAR-NAO-ENVIADAS
               THRU 3000-APURAR-NAO-ENVIADAS-EXIT.
           PERFORM 9700-FECHAR-RELATORIO
               THRU 9700-FECHAR-RELATORIO-EXIT.
           PERFORM 9800-ENCERRAR-ARQUIVOS
               THRU 9800-ENCERRAR-ARQUIVOS-EXIT.
           DISPLAY 'CONFRONTO CONCLUIDO'.
           DISPLAY 'TRANSACOES LIDAS  : ' WS-CONTADOR-TRANSACOES.
           DISPLAY 'DEBITOS SUJEITOS  : ' WS-CONTADOR-DEBITOS.
           DISPLAY 'CONFERIDOS        : ' WS-CONTADOR-CONFERIDOS.
           DISPLAY 'SEM AUTORIZACAO   : ' WS-CONTADOR-SEM-AUTORIZ.
           DISPLAY 'DIVERGENTES       : ' WS-CONTADOR-DIVERGENTES.
           DISPLAY 'NAO ENVIADAS      : ' WS-CONTADOR-NAO-ENVIADA.
           STOP RUN.

      ***************************************************************
      * 1000-INICIALIZAR - LE A DATA DO MOVIMENTO E OS CANAIS
      * SUJEITOS A AUTORIZACAO, ABRE O MEMO E OS DEMAIS ARQUIVOS.
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
           IF PRM-DATA IS NOT NUMERIC OR PRM-DATA = 0
               DISPLAY 'ERRO: DATA INVALIDA NO PARAMETRO: ' PRM-DATA
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PRM-DATA TO WS-DATA-MOVTO.

           OPEN INPUT ARQ-CANAIS-AUTORIZ.
           PERFORM 1100-CARREGAR-CANAL
               THRU 1100-CARREGAR-CANAL-EXIT
               UNTIL FIM-CANAIS.
           CLOSE ARQ-CANAIS-AUTORIZ.
           IF WS-QTD-CANAIS = 0
               DISPLAY 'ERRO: NENHUM CANAL SUJEITO A AUTORIZACAO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      * MEMO SEM NENHUMA AUTORIZACAO NO DIA VOLTA '05' NA ABERTURA
      * DE ARQUIVO OPCIONAL, QUE E NORMAL.
           OPEN I-O ARQ-MEMO.
           IF WS-FS-MEMO NOT = '00' AND WS-FS-MEMO NOT = '05'
               DISPLAY 'ERRO: ABERTURA DO MEMO DE AUTORIZACOES - '
                   'FILE STATUS ' WS-FS-MEMO
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ARQ-TRANSACOES.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO RL-LINHA.
           STRING '---- CONFRONTO DAS AUTORIZACOES INTRADIA - '
                  'MOVIMENTO ' WS-DATA-MOVTO ' ----'
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
           MOVE SPACES TO RL-LINHA.
           STRING 'OCORRENCIA       CANAL SEQUENCIA CONTA      T'
                  '      VALOR EXTRATO  VALOR AUTORIZADO'
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
       1000-INICIALIZAR-EXIT.
           EXIT.

       1100-CARREGAR-CANAL.
           READ ARQ-CANAIS-AUTORIZ
               AT END
                   MOVE 'S' TO WS-CA-EOF
                   GO TO 1100-CARREGAR-CANAL-EXIT
           END-READ.
           IF CA-CANAL = SPACES
               GO TO 1100-CARREGAR-CANAL-EXIT
           END-IF.
           IF WS-QTD-CANAIS NOT < 20
               DISPLAY 'ERRO: NUMERO DE CANAIS EXCEDE O LIMITE DA '
                   'TABELA (20)'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-QTD-CANAIS.
           MOVE CA-CANAL TO WS-CA-CANAL(WS-QTD-CANAIS).
       1100-CARREGAR-CANAL-EXIT.
           EXIT.

      ***************************************************************
      * 2000-CONFRONTAR-TRANSACAO - LE UMA TRANSACAO DO DIA E, SE E
      * DEBITO DE CANAL SUJEITO A AUTORIZACAO, PROCURA O CANAL/
      * SEQUENCIA NO MEMO: AUSENTE E DEBITO SEM AUTORIZACAO; PRESENTE
      * COM OUTRA CONTA, TIPO OU VALOR E DIVERGENCIA; PRESENTE E
      * IGUAL E CONFERIDO. EM AMBOS OS CASOS DE PRESENCA O MEMO E
      * MARCADO CONFERIDO - A AUTORIZACAO FOI USADA PELO CANAL.
      ***************************************************************
       2000-CONFRONTAR-TRANSACAO.
           READ ARQ-TRANSACOES
               AT END
                   MOVE 'S' TO WS-RT-EOF
                   GO TO 2000-CONFRONTAR-TRANSACAO-EXIT
           END-READ.
           ADD 1 TO WS-CONTADOR-TRANSACOES.
           IF NOT RT-TIPO-DEBITO
                   OR RT-QTD-RECICLO NOT = 0
               GO TO 2000-CONFRONTAR-TRANSACAO-EXIT
           END-IF.
           MOVE 'N' TO WS-CANAL-SUJEITO.
           SET WS-IDX-CA TO 1.
           SEARCH WS-CANAL-ENTRY
               VARYING WS-IDX-CA
               WHEN WS-IDX-CA > WS-QTD-CANAIS
                   CONTINUE
               WHEN WS-CA-CANAL(WS-IDX-CA) = RT-CANAL
                   MOVE 'S' TO WS-CANAL-SUJEITO
           END-SEARCH.
           IF NOT CANAL-SUJEITO
               GO TO 2000-CONFRONTAR-TRANSACAO-EXIT
           END-IF.
           ADD 1 TO WS-CONTADOR-DEBITOS.

           MOVE RT-CANAL     TO MM-CANAL.
           MOVE RT-SEQUENCIA TO MM-SEQUENCIA.
           READ ARQ-MEMO
               KEY IS MM-CHAVE
               INVALID KEY
                   ADD 1 TO WS-CONTADOR-SEM-AUTORIZ
                   ADD RT-VALOR TO WS-VALOR-SEM-AUTORIZ
                   MOVE 'SEM AUTORIZACAO' TO WS-TEXTO-OCORRENCIA
                   MOVE RT-VALOR TO WS-EDIT-VALOR
                   MOVE SPACES TO RL-LINHA
                   STRING WS-TEXTO-OCORRENCIA ' ' RT-CANAL '   '
                          RT-SEQUENCIA ' ' RT-CONTA ' ' RT-TIPO
                          '  ' WS-EDIT-VALOR
                       DELIMITED BY SIZE INTO RL-LINHA
                   WRITE REG-RELATORIO
                   GO TO 2000-CONFRONTAR-TRANSACAO-EXIT
           END-READ.

           IF MM-CONTA NOT = RT-CONTA
                   OR MM-TIPO NOT = RT-TIPO
                   OR MM-VALOR NOT = RT-VALOR
               ADD 1 TO WS-CONTADOR-DIVERGENTES
               MOVE 'DIVERGENCIA' TO WS-TEXTO-OCORRENCIA
               MOVE RT-VALOR TO WS-EDIT-VALOR
               MOVE MM-VALOR TO WS-EDIT-VALOR-AUT
               MOVE SPACES TO RL-LINHA
               STRING WS-TEXTO-OCORRENCIA ' ' RT-CANAL '   '
                      RT-SEQUENCIA ' ' RT-CONTA ' ' RT-TIPO
                      '  ' WS-EDIT-VALOR ' ' WS-EDIT-VALOR-AUT
                   DELIMITED BY SIZE INTO RL-LINHA
               WRITE REG-RELATORIO
               IF MM-CONTA NOT = RT-CONTA OR MM-TIPO NOT = RT-TIPO
                   MOVE SPACES TO RL-LINHA
                   STRING '                 AUTORIZADO PARA A CONTA '
                          MM-CONTA ' TIPO ' MM-TIPO
                       DELIMITED BY SIZE INTO RL-LINHA
                   WRITE REG-RELATORIO
               END-IF
           ELSE
               ADD 1 TO WS-CONTADOR-CONFERIDOS
           END-IF.
           IF NOT MM-CONFERIDA
               MOVE 'C' TO MM-SITUACAO
               REWRITE REG-MEMO
               IF WS-FS-MEMO NOT = '00'
                   DISPLAY 'ERRO: ATUALIZACAO DO MEMO - CANAL '
                       MM-CANAL ' SEQUENCIA ' MM-SEQUENCIA
                       ' - FILE STATUS ' WS-FS-MEMO
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
       2000-CONFRONTAR-TRANSACAO-EXIT.
           EXIT.

      ***************************************************************
      * 3000-APURAR-NAO-ENVIADAS - PERCORRE O MEMO INTEIRO NA ORDEM
      * DE CANAL/SEQUENCIA; A AUTORIZACAO QUE AINDA ESTA 'A' NAO
      * APARECEU NO EXTRATO DO CANAL.
      ***************************************************************
       3000-APURAR-NAO-ENVIADAS.
           MOVE LOW-VALUES TO MM-CHAVE.
           START ARQ-MEMO
               KEY IS NOT LESS THAN MM-CHAVE
               INVALID KEY
                   GO TO 3000-APURAR-NAO-ENVIADAS-EXIT
           END-START.
           PERFORM 3100-LER-MEMO
               THRU 3100-LER-MEMO-EXIT
               UNTIL FIM-MEMO.
       3000-APURAR-NAO-ENVIADAS-EXIT.
           EXIT.

       3100-LER-MEMO.
           READ ARQ-MEMO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-MM-EOF
                   GO TO 3100-LER-MEMO-EXIT
           END-READ.
           ADD 1 TO WS-CONTADOR-MEMO.
           IF NOT MM-AUTORIZADA
               GO TO 3100-LER-MEMO-EXIT
           END-IF.
           ADD 1 TO WS-CONTADOR-NAO-ENVIADA.
           ADD MM-VALOR TO WS-VALOR-NAO-ENVIADA.
           MOVE 'NAO ENVIADA' TO WS-TEXTO-OCORRENCIA.
           MOVE MM-VALOR TO WS-EDIT-VALOR-AUT.
           MOVE SPACES TO RL-LINHA.
           STRING WS-TEXTO-OCORRENCIA ' ' MM-CANAL '   '
                  MM-SEQUENCIA ' ' MM-CONTA ' ' MM-TIPO
                  '                    ' WS-EDIT-VALOR-AUT
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
       3100-LER-MEMO-EXIT.
           EXIT.

      ***************************************************************
      * 9700-FECHAR-RELATORIO - FECHA O RELATORIO COM OS TOTAIS DO
      * CONFRONTO.
      ***************************************************************
       9700-FECHAR-RELATORIO.
           MOVE SPACES TO RL-LINHA.
           WRITE REG-RELATORIO.
           MOVE WS-CONTADOR-DEBITOS TO WS-EDIT-QTD.
           MOVE SPACES TO RL-LINHA.
           STRING 'DEBITOS SUJEITOS  : ' WS-EDIT-QTD
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
           MOVE WS-CONTADOR-MEMO TO WS-EDIT-QTD.
           MOVE SPACES TO RL-LINHA.
           STRING 'AUTORIZACOES      : ' WS-EDIT-QTD
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
           MOVE WS-CONTADOR-CONFERIDOS TO WS-EDIT-QTD.
           MOVE SPACES TO RL-LINHA.
           STRING 'CONFERIDOS        : ' WS-EDIT-QTD
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
           MOVE WS-CONTADOR-SEM-AUTORIZ TO WS-EDIT-QTD.
           MOVE WS-VALOR-SEM-AUTORIZ TO WS-EDIT-TOTAL.
           MOVE SPACES TO RL-LINHA.
           STRING 'SEM AUTORIZACAO   : ' WS-EDIT-QTD
                  '  VALOR ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
           MOVE WS-CONTADOR-DIVERGENTES TO WS-EDIT-QTD.
           MOVE SPACES TO RL-LINHA.
           STRING 'DIVERGENCIAS      : ' WS-EDIT-QTD
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
           MOVE WS-CONTADOR-NAO-ENVIADA TO WS-EDIT-QTD.
           MOVE WS-VALOR-NAO-ENVIADA TO WS-EDIT-TOTAL.
           MOVE SPACES TO RL-LINHA.
           STRING 'NAO ENVIADAS      : ' WS-EDIT-QTD
                  '  VALOR ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
       9700-FECHAR-RELATORIO-EXIT.
           EXIT.

      ***************************************************************
      * 9800-ENCERRAR-ARQUIVOS - FECHA OS ARQUIVOS DO PASSO.
      ***************************************************************
       9800-ENCERRAR-ARQUIVOS.
           CLOSE ARQ-TRANSACOES.
           CLOSE ARQ-MEMO.
           CLOSE ARQ-RELATORIO.
       9800-ENCERRAR-ARQUIVOS-EXIT.
           EXIT.
