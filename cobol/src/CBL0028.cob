       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPRIME-INFORME.
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
      *     IMPRESSAO DO INFORME DE RENDIMENTOS POR CLIENTE: LE A
      *     EXTRACAO APURADA POR APURA-INFORME, JA ORDENADA POR
      *     DOCUMENTO/CONTA PELO JCL, E IMPRIME UM INFORME POR
      *     CAD-DOCUMENTO COM AS CONTAS DO CLIENTE EM QUALQUER
      *     AGENCIA (INCLUSIVE AS ENCERRADAS): SALDO NO ULTIMO
      *     FECHAMENTO DO ANO ANTERIOR E DO ANO-BASE, JUROS
      *     CREDITADOS E JUROS DE CHEQUE ESPECIAL COBRADOS NO ANO, E
      *     OS TOTAIS DO CLIENTE. E O DOCUMENTO QUE A AGENCIA ENTREGA
      *     AO CLIENTE PARA A DECLARACAO DE IMPOSTO DE RENDA.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-INFORME
               ASSIGN TO 'INFORME'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-IMPRESSAO
               ASSIGN TO 'IMPRESSO'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      ***************************************************************
      * EXTRACAO DO INFORME (ENTRADA, FIXO 129 BYTES) - LAYOUT DE
      * REG-INFORME EM CBL0027, ORDENADO POR DOCUMENTO/CONTA.
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
               88  IF-ATIVA            VALUE 'A'.
               88  IF-BLOQUEADA        VALUE 'B'.
               88  IF-DORMENTE         VALUE 'D'.
               88  IF-ENCERRADA        VALUE 'E'.
           05  IF-DATA-FECH-ANT    PIC 9(08).
           05  IF-SALDO-ANT        PIC S9(09)V99.
           05  IF-DATA-FECH-BASE   PIC 9(08).
           05  IF-SALDO-BASE       PIC S9(09)V99.
           05  IF-JUROS-CREDITO    PIC 9(11)V99.
           05  IF-JUROS-DEVEDOR    PIC 9(11)V99.

      ***************************************************************
      * INFORMES IMPRESSOS (SAIDA, TEXTO).
      ***************************************************************
       FD  ARQ-IMPRESSAO.
       01  REG-IMPRESSAO.
           05  IM-LINHA            PIC X(132).

       WORKING-STORAGE SECTION.

      * INDICADORES DE FIM DE ARQUIVO
       77  WS-IF-EOF               PIC X(01)   VALUE 'N'.
           88  FIM-INFORME              VALUE 'S'.

      * CLIENTE EM IMPRESSAO (QUEBRA DE CONTROLE POR DOCUMENTO)
       77  WS-DOCUMENTO-ATUAL      PIC 9(14)       VALUE 0.
       77  WS-ANO-BASE             PIC 9(04)       VALUE 0.
       77  WS-CLI-SALDO-ANT        PIC S9(11)V99   VALUE 0.
       77  WS-CLI-SALDO-BASE       PIC S9(11)V99   VALUE 0.
       77  WS-CLI-JUROS-CREDITO    PIC S9(11)V99   VALUE 0.
       77  WS-CLI-JUROS-DEVEDOR    PIC S9(11)V99   VALUE 0.
       77  WS-SITUACAO             PIC X(10)       VALUE SPACES.

      * DATA DO FECHAMENTO EDITADA (DD/MM/AAAA)
       01  WS-DATA-FECH.
           05  WS-DF-ANO           PIC 9(04).
           05  WS-DF-MES           PIC 9(02).
           05  WS-DF-DIA           PIC 9(02).
       01  WS-DATA-FECH-NUM REDEFINES WS-DATA-FECH
                                   PIC 9(08).
       01  WS-DATA-FECH-ANT-ED.
           05  WS-DFA-DIA          PIC 9(02).
           05  FILLER              PIC X(01)   VALUE '/'.
           05  WS-DFA-MES          PIC 9(02).
           05  FILLER              PIC X(01)   VALUE '/'.
           05  WS-DFA-ANO          PIC 9(04).
       01  WS-DATA-FECH-BASE-ED.
           05  WS-DFB-DIA          PIC 9(02).
           05  FILLER              PIC X(01)   VALUE '/'.
           05  WS-DFB-MES          PIC 9(02).
           05  FILLER              PIC X(01)   VALUE '/'.
           05  WS-DFB-ANO          PIC 9(04).

      * CONTADORES DO PASSO
       77  WS-CONTADOR-CONTAS      PIC 9(07) COMP  VALUE 0.
       77  WS-CONTADOR-CLIENTES    PIC 9(07) COMP  VALUE 0.

      * CAMPOS AUXILIARES DA IMPRESSAO
       01  WS-EDIT-SALDO-ANT       PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
       01  WS-EDIT-SALDO-BASE      PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
       01  WS-EDIT-JUROS-CREDITO   PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
       01  WS-EDIT-JUROS-DEVEDOR   PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
       01  WS-EDIT-QTD             PIC Z.ZZZ.ZZ9.

       PROCEDURE DIVISION.

      ***************************************************************
      * 0000-MAINLINE - ROTINA PRINCIPAL.
      ***************************************************************
       0000-MAINLINE.
           DISPLAY 'INICIANDO IMPRESSAO DOS INFORMES DE RENDIMENTOS'.
           PERFORM 1000-INICIALIZAR
               THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-IMPRIMIR-CLIENTE
               THRU 2000-IMPRIMIR-CLIENTE-EXIT
               UNTIL FIM-INFORME.
           PERFORM 9700-IMPRIMIR-TOTAIS
               THRU 9700-IMPRIMIR-TOTAIS-EXIT.
           PERFORM 9800-ENCERRAR-ARQUIVOS
               THRU 9800-ENCERRAR-ARQUIVOS-EXIT.
           DISPLAY 'IMPRESSAO CONCLUIDA'.
           DISPLAY 'CLIENTES          : ' WS-CONTADOR-CLIENTES.
           DISPLAY 'CONTAS            : ' WS-CONTADOR-CONTAS.
           STOP RUN.

      ***************************************************************
      * 1000-INICIALIZAR - ABRE OS ARQUIVOS E LE A PRIMEIRA LINHA.
      ***************************************************************
       1000-INICIALIZAR.
           OPEN INPUT ARQ-INFORME.
           OPEN OUTPUT ARQ-IMPRESSAO.
           PERFORM 9100-LER-INFORME
               THRU 9100-LER-INFORME-EXIT.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ***************************************************************
      * 2000-IMPRIMIR-CLIENTE - IMPRIME O INFORME DE UM DOCUMENTO:
      * CABECALHO, UMA LINHA POR CONTA E OS TOTAIS DO CLIENTE.
      ***************************************************************
       2000-IMPRIMIR-CLIENTE.
           MOVE IF-DOCUMENTO TO WS-DOCUMENTO-ATUAL.
           MOVE 0 TO WS-CLI-SALDO-ANT.
           MOVE 0 TO WS-CLI-SALDO-BASE.
           MOVE 0 TO WS-CLI-JUROS-CREDITO.
           MOVE 0 TO WS-CLI-JUROS-DEVEDOR.
           ADD 1 TO WS-CONTADOR-CLIENTES.
           PERFORM 2100-IMPRIMIR-CABECALHO
               THRU 2100-IMPRIMIR-CABECALHO-EXIT.
           PERFORM 2200-IMPRIMIR-CONTA
               THRU 2200-IMPRIMIR-CONTA-EXIT
               UNTIL FIM-INFORME
                  OR IF-DOCUMENTO NOT = WS-DOCUMENTO-ATUAL.
           PERFORM 2300-IMPRIMIR-TOTAL-CLIENTE
               THRU 2300-IMPRIMIR-TOTAL-CLIENTE-EXIT.
       2000-IMPRIMIR-CLIENTE-EXIT.
           EXIT.

      ***************************************************************
      * 2100-IMPRIMIR-CABECALHO - IDENTIFICA O CLIENTE (NOME DA
      * PRIMEIRA CONTA DO DOCUMENTO) E O ANO-CALENDARIO E MONTA AS
      * COLUNAS COM AS DATAS DOS DOIS FECHAMENTOS.
      ***************************************************************
       2100-IMPRIMIR-CABECALHO.
           MOVE IF-ANO-BASE TO WS-ANO-BASE.
           MOVE IF-DATA-FECH-ANT TO WS-DATA-FECH-NUM.
           MOVE WS-DF-DIA TO WS-DFA-DIA.
           MOVE WS-DF-MES TO WS-DFA-MES.
           MOVE WS-DF-ANO TO WS-DFA-ANO.
           MOVE IF-DATA-FECH-BASE TO WS-DATA-FECH-NUM.
           MOVE WS-DF-DIA TO WS-DFB-DIA.
           MOVE WS-DF-MES TO WS-DFB-MES.
           MOVE WS-DF-ANO TO WS-DFB-ANO.

           MOVE ALL '=' TO IM-LINHA.
           WRITE REG-IMPRESSAO.
           MOVE SPACES TO IM-LINHA.
           STRING 'INFORME DE RENDIMENTOS FINANCEIROS - '
                  'ANO-CALENDARIO ' WS-ANO-BASE
               DELIMITED BY SIZE INTO IM-LINHA.
           WRITE REG-IMPRESSAO.
           MOVE SPACES TO IM-LINHA.
           STRING 'CLIENTE  ' IF-NOME
                  '   CPF/CNPJ ' IF-DOCUMENTO
               DELIMITED BY SIZE INTO IM-LINHA.
           WRITE REG-IMPRESSAO.
           MOVE SPACES TO IM-LINHA.
           WRITE REG-IMPRESSAO.
           MOVE SPACES TO IM-LINHA.
           STRING 'AGEN CONTA      PR SITUACAO   '
                  '  SALDO ' WS-DATA-FECH-ANT-ED
                  '   SALDO ' WS-DATA-FECH-BASE-ED
                  '   JUROS CREDITADOS'
                  ' JUROS CH. ESPECIAL'
               DELIMITED BY SIZE INTO IM-LINHA.
           WRITE REG-IMPRESSAO.
           MOVE SPACES TO IM-LINHA.
           STRING '---- ---------- -- ---------- '
                  '------------------ ------------------ '
                  '------------------ ------------------'
               DELIMITED BY SIZE INTO IM-LINHA.
           WRITE REG-IMPRESSAO.
       2100-IMPRIMIR-CABECALHO-EXIT.
           EXIT.

      ***************************************************************
      * 2200-IMPRIMIR-CONTA - UMA LINHA POR CONTA DO CLIENTE, COM A
      * SITUACAO NO ULTIMO FECHAMENTO DO ANO-BASE.
      ***************************************************************
       2200-IMPRIMIR-CONTA.
           EVALUATE TRUE
               WHEN IF-ATIVA
                   MOVE 'ATIVA'      TO WS-SITUACAO
               WHEN IF-BLOQUEADA
                   MOVE 'BLOQUEADA'  TO WS-SITUACAO
               WHEN IF-DORMENTE
                   MOVE 'DORMENTE'   TO WS-SITUACAO
               WHEN IF-ENCERRADA
                   MOVE 'ENCERRADA'  TO WS-SITUACAO
               WHEN OTHER
                   MOVE 'SEM SALDO'  TO WS-SITUACAO
           END-EVALUATE.
           MOVE IF-SALDO-ANT     TO WS-EDIT-SALDO-ANT.
           MOVE IF-SALDO-BASE    TO WS-EDIT-SALDO-BASE.
           MOVE IF-JUROS-CREDITO TO WS-EDIT-JUROS-CREDITO.
           MOVE IF-JUROS-DEVEDOR TO WS-EDIT-JUROS-DEVEDOR.
           MOVE SPACES TO IM-LINHA.
           STRING IF-AGENCIA
                  ' ' IF-CONTA
                  ' ' IF-PRODUTO
                  ' ' WS-SITUACAO
                  ' ' WS-EDIT-SALDO-ANT
                  ' ' WS-EDIT-SALDO-BASE
                  ' ' WS-EDIT-JUROS-CREDITO
                  ' ' WS-EDIT-JUROS-DEVEDOR
               DELIMITED BY SIZE INTO IM-LINHA.
           WRITE REG-IMPRESSAO.
           ADD 1 TO WS-CONTADOR-CONTAS.
           ADD IF-SALDO-ANT     TO WS-CLI-SALDO-ANT.
           ADD IF-SALDO-BASE    TO WS-CLI-SALDO-BASE.
           ADD IF-JUROS-CREDITO TO WS-CLI-JUROS-CREDITO.
           ADD IF-JUROS-DEVEDOR TO WS-CLI-JUROS-DEVEDOR.
           PERFORM 9100-LER-INFORME
               THRU 9100-LER-INFORME-EXIT.
       2200-IMPRIMIR-CONTA-EXIT.
           EXIT.

      ***************************************************************
      * 2300-IMPRIMIR-TOTAL-CLIENTE - TOTAIS DO DOCUMENTO E A NOTA
      * DE RODAPE DO INFORME.
      ***************************************************************
       2300-IMPRIMIR-TOTAL-CLIENTE.
           MOVE WS-CLI-SALDO-ANT     TO WS-EDIT-SALDO-ANT.
           MOVE WS-CLI-SALDO-BASE    TO WS-EDIT-SALDO-BASE.
           MOVE WS-CLI-JUROS-CREDITO TO WS-EDIT-JUROS-CREDITO.
           MOVE WS-CLI-JUROS-DEVEDOR TO WS-EDIT-JUROS-DEVEDOR.
           MOVE SPACES TO IM-LINHA.
           STRING 'TOTAL DO CLIENTE              '
                  WS-EDIT-SALDO-ANT
                  ' ' WS-EDIT-SALDO-BASE
                  ' ' WS-EDIT-JUROS-CREDITO
                  ' ' WS-EDIT-JUROS-DEVEDOR
               DELIMITED BY SIZE INTO IM-LINHA.
           WRITE REG-IMPRESSAO.
           MOVE SPACES TO IM-LINHA.
           WRITE REG-IMPRESSAO.
           MOVE SPACES TO IM-LINHA.
           STRING 'SALDOS DO ULTIMO FECHAMENTO DE CADA ANO. JUROS '
                  'CREDITADOS E JUROS DE CHEQUE ESPECIAL COBRADOS '
                  'NOS FECHAMENTOS MENSAIS DE ' WS-ANO-BASE '.'
               DELIMITED BY SIZE INTO IM-LINHA.
           WRITE REG-IMPRESSAO.
           MOVE SPACES TO IM-LINHA.
           WRITE REG-IMPRESSAO.
       2300-IMPRIMIR-TOTAL-CLIENTE-EXIT.
           EXIT.

      ***************************************************************
      * 9100-LER-INFORME - LEITURA FISICA DA PROXIMA LINHA.
      ***************************************************************
       9100-LER-INFORME.
           READ ARQ-INFORME
               AT END
                   MOVE 'S' TO WS-IF-EOF
           END-READ.
       9100-LER-INFORME-EXIT.
           EXIT.

      ***************************************************************
      * 9700-IMPRIMIR-TOTAIS - FECHA A IMPRESSAO COM AS QUANTIDADES
      * DO LOTE.
      ***************************************************************
       9700-IMPRIMIR-TOTAIS.
           MOVE ALL '=' TO IM-LINHA.
           WRITE REG-IMPRESSAO.
           MOVE WS-CONTADOR-CLIENTES TO WS-EDIT-QTD.
           MOVE SPACES TO IM-LINHA.
           STRING 'INFORMES IMPRESSOS: ' WS-EDIT-QTD
               DELIMITED BY SIZE INTO IM-LINHA.
           WRITE REG-IMPRESSAO.
           MOVE WS-CONTADOR-CONTAS TO WS-EDIT-QTD.
           MOVE SPACES TO IM-LINHA.
           STRING 'CONTAS            : ' WS-EDIT-QTD
               DELIMITED BY SIZE INTO IM-LINHA.
           WRITE REG-IMPRESSAO.
       9700-IMPRIMIR-TOTAIS-EXIT.
           EXIT.

      ***************************************************************
      * 9800-ENCERRAR-ARQUIVOS - FECHA OS ARQUIVOS DO PASSO.
      ***************************************************************
       9800-ENCERRAR-ARQUIVOS.
           CLOSE ARQ-INFORME.
           CLOSE ARQ-IMPRESSAO.
       9800-ENCERRAR-ARQUIVOS-EXIT.
           EXIT.
