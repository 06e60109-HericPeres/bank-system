       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROLA-EXECUCAO.
       AUTHOR. MAINFRAME-TEAM.
       DATE-WRITTEN. 10/14/2026.
      *
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT DESCRICAO
      * ---------- ---- -------------------------------------------
      * 10/14/2026 MFT  VERSAO ORIGINAL.
      * 10/14/2026 MFT  A ETAPA PASSO038 PASSA A INCLUIR O CONFRONTO
      *                 E A LIMPEZA DO MEMO DE AUTORIZACOES INTRADIA
      *                 (PASSO39M/39N) - SO A DESCRICAO MUDA.
      * 10/15/2026 MFT  A ETAPA PASSO39B PASSA A INCLUIR A APURACAO DE
      *                 INADIMPLENCIA (PASSO39C) - SO A DESCRICAO MUDA.
      * 10/15/2026 MFT  A ETAPA PASSO037 PASSA A INCLUIR A CONCILIACAO
      *                 DA COMPENSACAO RECEBIDA (PASSO37D A 37G) - SO A
      *                 DESCRICAO MUDA.
      * 10/15/2026 MFT  FECHA O LIVRO TAMBEM QUANDO AINDA NAO EXISTE
      *                 (STATUS 05) E CONFERE O STATUS NA GRAVACAO DO
      *                 EVENTO.
      * ------------------------------------------------------------
      *
      ***************************************************************
      * PROPOSITO.
      *     LIVRO DE EXECUCAO DO BATCH NOTURNO (CBLJ0001) POR DATA DO
      *     MOVIMENTO: A CADEIA E DIVIDIDA EM ETAPAS (CADA UMA UM
      *     PONTO DE RETOMADA DO JCL, IDENTIFICADA PELO NOME DO SEU
      *     PRIMEIRO PASSO - VER A TABELA WS-TABELA-ETAPAS) E CADA
      *     ETAPA E ENVOLVIDA POR DOIS PASSOS DESTE PROGRAMA, QUE LE
      *     O CARTAO DE CONTROLE (DD CONTROLE):
      *         INICIO   <ETAPA> - ANTES DA ETAPA. RECUSA (RC=8) SE
      *                  A DATA JA FOI PROMOVIDA POR INTEIRO (ETAPA
      *                  FINAL CONCLUIDA) OU E ANTERIOR A ULTIMA DATA
      *                  PROMOVIDA, SE A PROPRIA ETAPA JA ESTA
      *                  CONCLUIDA PARA A DATA, OU SE ALGUMA ETAPA
      *                  ANTERIOR DA CADEIA NAO ESTA CONCLUIDA. SEM
      *                  RECUSA, REGISTRA A ETAPA COMO INICIADA ('I').
      *         FIM      <ETAPA> - DEPOIS DO ULTIMO PASSO DA ETAPA
      *                  (SO RODA COM A ETAPA LIMPA, VIA COND).
      *                  REGISTRA A ETAPA COMO CONCLUIDA ('C') COM A
      *                  DATA E A HORA DA CONCLUSAO.
      *         RELATORIO        - IMPRIME O HISTORICO DA DATA PARA O
      *                  LIVRO DE TURNO: SITUACAO, INICIO, CONCLUSAO
      *                  E QUANTIDADE DE TENTATIVAS DE CADA ETAPA.
      *     O LIVRO E UM ARQUIVO DE EVENTOS SO ACRESCIDO (EXTEND,
      *     COMO O CHECKPOINT): A SITUACAO DE UMA ETAPA NUMA DATA E A
      *     DO ULTIMO EVENTO GRAVADO PARA ELA. A DATA VEM DO ARQUIVO
      *     DE PARAMETROS DO LOTE (COLUNAS 1-8), JA VALIDADO PELO
      *     PASSO001. A RECUSA NAO GRAVA NADA: O PASSO NAO TEM NENHUM
      *     DD NEW, E SO O LIVRO (MOD) E O RELATORIO (MOD) SAO SAIDA.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONTROLE
               ASSIGN TO 'CONTROLE'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-PARAMETRO
               ASSIGN TO 'PARAMETR'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQ-LIVRO
               ASSIGN TO 'LIVROEXE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LIVRO.

           SELECT OPTIONAL ARQ-RELATORIO
               ASSIGN TO 'RELATEXE'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      ***************************************************************
      * CARTAO DE CONTROLE (ENTRADA, EM LINHA NO JCL) - FUNCAO NAS
      * COLUNAS 1-9 E ETAPA NAS COLUNAS 10-17 (EM BRANCO NA FUNCAO
      * RELATORIO).
      ***************************************************************
       FD  ARQ-CONTROLE.
       01  REG-CONTROLE.
           05  CT-FUNCAO           PIC X(09).
               88  CT-INICIO           VALUE 'INICIO'.
               88  CT-FIM              VALUE 'FIM'.
               88  CT-RELATORIO        VALUE 'RELATORIO'.
           05  CT-ETAPA            PIC X(08).

      ***************************************************************
      * PARAMETRO DO LOTE (ENTRADA) - SO A DATA DO MOVIMENTO.
      ***************************************************************
       FD  ARQ-PARAMETRO.
       01  REG-PARAMETRO.
           05  PRM-DATA            PIC 9(08).
           05  FILLER              PIC X(09).

      ***************************************************************
      * LIVRO DE EXECUCAO (ENTRADA E SAIDA EM EXTEND) - UM EVENTO POR
      * INICIO OU CONCLUSAO DE ETAPA, COM A DATA DO MOVIMENTO E O
      * CARIMBO DE DATA/HORA DO SISTEMA.
      ***************************************************************
       FD  ARQ-LIVRO.
       01  REG-LIVRO.
           05  LV-DATA-MOVTO       PIC 9(08).
           05  LV-ETAPA            PIC X(08).
           05  LV-SITUACAO         PIC X(01).
               88  LV-INICIADA         VALUE 'I'.
               88  LV-CONCLUIDA        VALUE 'C'.
           05  LV-DATA-REGISTRO    PIC 9(08).
           05  LV-HORA-REGISTRO    PIC 9(08).

      ***************************************************************
      * HISTORICO DE EXECUCAO DO DIA (SAIDA, TEXTO, ACUMULADO).
      ***************************************************************
       FD  ARQ-RELATORIO.
       01  REG-RELATORIO.
           05  RL-LINHA            PIC X(100).

       WORKING-STORAGE SECTION.

      * INDICADORES DE FIM DE ARQUIVO / FILE STATUS
       77  WS-LV-EOF               PIC X(01)   VALUE 'N'.
           88  FIM-LIVRO                VALUE 'S'.
       77  WS-FS-LIVRO             PIC X(02)   VALUE '00'.

      * DATA DO MOVIMENTO E ULTIMA DATA PROMOVIDA POR INTEIRO
       77  WS-DATA-MOVTO           PIC 9(08)       VALUE 0.
       77  WS-ULTIMA-PROMOVIDA     PIC 9(08)       VALUE 0.

      * CARIMBO DO SISTEMA PARA O EVENTO GRAVADO
       77  WS-DATA-SISTEMA         PIC 9(08)       VALUE 0.
       77  WS-HORA-SISTEMA         PIC 9(08)       VALUE 0.
       77  WS-SITUACAO-EVENTO      PIC X(01)       VALUE SPACE.

      * CADEIA DE ETAPAS DO CBLJ0001, NA ORDEM DE EXECUCAO. A ULTIMA
      * (PASSO045) CONCLUIDA SIGNIFICA A DATA PROMOVIDA POR INTEIRO.
       01  WS-ETAPAS-DEF.
           05  FILLER PIC X(44) VALUE
               'PASSO002ENTRADA DO DIA (RECICLA/MERGE)      '.
           05  FILLER PIC X(44) VALUE
               'PASSO030ATUALIZACAO DE SALDOS               '.
           05  FILLER PIC X(44) VALUE
               'PASSO30APERNAS DE CREDITO (TRANSF-CREDITO)  '.
           05  FILLER PIC X(44) VALUE
               'PASSO033BLOQUEIOS, REMESSA E CADASTRO       '.
           05  FILLER PIC X(44) VALUE
               'PASSO037CONCILIACAO SALDOS E COMPENSACAO    '.
           05  FILLER PIC X(44) VALUE
               'PASSO37BLOTE CONTABIL E ENTREGA AO RAZAO    '.
           05  FILLER PIC X(44) VALUE
               'PASSO038VSAM DE SALDOS E MEMO DE AUTORIZACAO'.
           05  FILLER PIC X(44) VALUE
               'PASSO39BFECHAMENTO DIARIO E INADIMPLENCIA   '.
           05  FILLER PIC X(44) VALUE
               'PASSO040PROMOCAO DO SALDOS.ANTERIOR         '.
           05  FILLER PIC X(44) VALUE
               'PASSO045PROMOCAO DE CADASTRO/AGENDAMENTOS   '.
       01  WS-TABELA-ETAPAS REDEFINES WS-ETAPAS-DEF.
           05  WS-ETAPA-ENTRY OCCURS 10 TIMES
                                   INDEXED BY WS-IDX-ET.
               10  WS-ET-NOME          PIC X(08).
               10  WS-ET-DESCRICAO     PIC X(36).
       77  WS-QTD-ETAPAS           PIC 9(02) COMP  VALUE 10.

      * SITUACAO DE CADA ETAPA NA DATA, MONTADA PELA LEITURA DO LIVRO
       01  WS-TABELA-SITUACAO.
           05  WS-SITUACAO-ENTRY OCCURS 10 TIMES.
               10  WS-SI-SITUACAO      PIC X(01).
               10  WS-SI-INICIO-DATA   PIC 9(08).
               10  WS-SI-INICIO-HORA   PIC 9(08).
               10  WS-SI-FIM-DATA      PIC 9(08).
               10  WS-SI-FIM-HORA      PIC 9(08).
               10  WS-SI-TENTATIVAS    PIC 9(03) COMP.
       77  WS-SUB-ET               PIC 9(02) COMP  VALUE 0.
       77  WS-SUB-ETAPA-PEDIDA     PIC 9(02) COMP  VALUE 0.
       77  WS-SUB-PENDENTE         PIC 9(02) COMP  VALUE 0.

      * CAMPOS AUXILIARES DO RELATORIO
       01  WS-EDIT-QTD             PIC ZZ9.
       01  WS-EDIT-HORA.
           05  WS-EH-HH            PIC 9(02).
           05  FILLER              PIC X(01)   VALUE ':'.
           05  WS-EH-MM            PIC 9(02).
           05  FILLER              PIC X(01)   VALUE ':'.
           05  WS-EH-SS            PIC 9(02).
       01  WS-HORA-AUX             PIC 9(08).
       01  WS-HORA-AUX-R REDEFINES WS-HORA-AUX.
           05  WS-HA-HH            PIC 9(02).
           05  WS-HA-MM            PIC 9(02).
           05  WS-HA-SS            PIC 9(02).
           05  WS-HA-CC            PIC 9(02).
       01  WS-TEXTO-SITUACAO       PIC X(14).
       01  WS-TEXTO-INICIO         PIC X(17).
       01  WS-TEXTO-FIM            PIC X(17).

       PROCEDURE DIVISION.

      ***************************************************************
      * 0000-MAINLINE - ROTINA PRINCIPAL.
      ***************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
               THRU 1000-INICIALIZAR-EXIT.
           EVALUATE TRUE
               WHEN CT-INICIO
                   PERFORM 2000-INICIAR-ETAPA
                       THRU 2000-INICIAR-ETAPA-EXIT
               WHEN CT-FIM
                   PERFORM 3000-CONCLUIR-ETAPA
                       THRU 3000-CONCLUIR-ETAPA-EXIT
               WHEN OTHER
                   PERFORM 4000-EMITIR-RELATORIO
                       THRU 4000-EMITIR-RELATORIO-EXIT
           END-EVALUATE.
           STOP RUN.

      ***************************************************************
      * 1000-INICIALIZAR - LE O CARTAO DE CONTROLE E A DATA DO
      * MOVIMENTO, LOCALIZA A ETAPA PEDIDA NA CADEIA E MONTA A
      * SITUACAO DE CADA ETAPA NA DATA A PARTIR DO LIVRO.
      ***************************************************************
       1000-INICIALIZAR.
           OPEN INPUT ARQ-CONTROLE.
           READ ARQ-CONTROLE
               AT END
                   DISPLAY 'ERRO: CARTAO DE CONTROLE AUSENTE'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE ARQ-CONTROLE.
           IF NOT CT-INICIO AND NOT CT-FIM AND NOT CT-RELATORIO
               DISPLAY 'ERRO: FUNCAO INVALIDA NO CARTAO DE CONTROLE: '
                   CT-FUNCAO
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

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

           MOVE 0 TO WS-SUB-ETAPA-PEDIDA.
           IF NOT CT-RELATORIO
               SET WS-IDX-ET TO 1
               SEARCH WS-ETAPA-ENTRY
                   AT END
                       DISPLAY 'ERRO: ETAPA DESCONHECIDA NO CARTAO DE '
                           'CONTROLE: ' CT-ETAPA
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   WHEN WS-ET-NOME(WS-IDX-ET) = CT-ETAPA
                       SET WS-SUB-ETAPA-PEDIDA TO WS-IDX-ET
               END-SEARCH
           END-IF.

           PERFORM 1100-LIMPAR-SITUACAO
               THRU 1100-LIMPAR-SITUACAO-EXIT
               VARYING WS-SUB-ET FROM 1 BY 1
               UNTIL WS-SUB-ET > WS-QTD-ETAPAS.
           OPEN INPUT ARQ-LIVRO.
           IF WS-FS-LIVRO = '00' OR '05'
               PERFORM 1200-LER-EVENTO
                   THRU 1200-LER-EVENTO-EXIT
                   UNTIL FIM-LIVRO
               CLOSE ARQ-LIVRO
           END-IF.
           DISPLAY 'DATA DO MOVIMENTO : ' WS-DATA-MOVTO.
           DISPLAY 'ULTIMA PROMOVIDA  : ' WS-ULTIMA-PROMOVIDA.
       1000-INICIALIZAR-EXIT.
           EXIT.

       1100-LIMPAR-SITUACAO.
           MOVE 'N' TO WS-SI-SITUACAO(WS-SUB-ET).
           MOVE 0   TO WS-SI-INICIO-DATA(WS-SUB-ET).
           MOVE 0   TO WS-SI-INICIO-HORA(WS-SUB-ET).
           MOVE 0   TO WS-SI-FIM-DATA(WS-SUB-ET).
           MOVE 0   TO WS-SI-FIM-HORA(WS-SUB-ET).
           MOVE 0   TO WS-SI-TENTATIVAS(WS-SUB-ET).
       1100-LIMPAR-SITUACAO-EXIT.
           EXIT.

      ***************************************************************
      * 1200-LER-EVENTO - LE UM EVENTO DO LIVRO. A CONCLUSAO DA
      * ETAPA FINAL DE QUALQUER DATA ATUALIZA A ULTIMA DATA
      * PROMOVIDA; OS EVENTOS DA DATA DO MOVIMENTO ATUALIZAM A
      * SITUACAO DA ETAPA (O ULTIMO EVENTO PREVALECE).
      ***************************************************************
       1200-LER-EVENTO.
           READ ARQ-LIVRO
               AT END
                   MOVE 'S' TO WS-LV-EOF
                   GO TO 1200-LER-EVENTO-EXIT
           END-READ.
           IF LV-CONCLUIDA
                   AND LV-ETAPA = WS-ET-NOME(WS-QTD-ETAPAS)
                   AND LV-DATA-MOVTO > WS-ULTIMA-PROMOVIDA
               MOVE LV-DATA-MOVTO TO WS-ULTIMA-PROMOVIDA
           END-IF.
           IF LV-DATA-MOVTO NOT = WS-DATA-MOVTO
               GO TO 1200-LER-EVENTO-EXIT
           END-IF.
           SET WS-IDX-ET TO 1.
           SEARCH WS-ETAPA-ENTRY
               AT END
                   GO TO 1200-LER-EVENTO-EXIT
               WHEN WS-ET-NOME(WS-IDX-ET) = LV-ETAPA
                   SET WS-SUB-ET TO WS-IDX-ET
           END-SEARCH.
           MOVE LV-SITUACAO TO WS-SI-SITUACAO(WS-SUB-ET).
           IF LV-INICIADA
               ADD 1 TO WS-SI-TENTATIVAS(WS-SUB-ET)
               MOVE LV-DATA-REGISTRO TO WS-SI-INICIO-DATA(WS-SUB-ET)
               MOVE LV-HORA-REGISTRO TO WS-SI-INICIO-HORA(WS-SUB-ET)
               MOVE 0 TO WS-SI-FIM-DATA(WS-SUB-ET)
               MOVE 0 TO WS-SI-FIM-HORA(WS-SUB-ET)
           ELSE
               MOVE LV-DATA-REGISTRO TO WS-SI-FIM-DATA(WS-SUB-ET)
               MOVE LV-HORA-REGISTRO TO WS-SI-FIM-HORA(WS-SUB-ET)
           END-IF.
       1200-LER-EVENTO-EXIT.
           EXIT.

      ***************************************************************
      * 2000-INICIAR-ETAPA - CONFERE SE A ETAPA PEDIDA PODE RODAR
      * PARA A DATA E, PODENDO, REGISTRA O INICIO. QUALQUER RECUSA
      * TERMINA COM RC=8 SEM GRAVAR NADA, E O COND DOS PASSOS
      * SEGUINTES SEGURA O RESTO DA CADEIA.
      ***************************************************************
       2000-INICIAR-ETAPA.
           DISPLAY 'INICIO DA ETAPA   : ' CT-ETAPA.
           IF WS-SI-SITUACAO(WS-QTD-ETAPAS) = 'C'
               DISPLAY 'RECUSADO: A DATA ' WS-DATA-MOVTO
                   ' JA FOI PROMOVIDA POR INTEIRO - NAO PODE SER '
                   'POSTADA DE NOVO'
               MOVE 8 TO RETURN-CODE
               GO TO 2000-INICIAR-ETAPA-EXIT
           END-IF.
           IF WS-DATA-MOVTO < WS-ULTIMA-PROMOVIDA
               DISPLAY 'RECUSADO: A DATA ' WS-DATA-MOVTO
                   ' E ANTERIOR A ULTIMA DATA PROMOVIDA ('
                   WS-ULTIMA-PROMOVIDA ')'
               MOVE 8 TO RETURN-CODE
               GO TO 2000-INICIAR-ETAPA-EXIT
           END-IF.

           MOVE 0 TO WS-SUB-PENDENTE.
           PERFORM 2100-PROCURAR-PENDENTE
               THRU 2100-PROCURAR-PENDENTE-EXIT
               VARYING WS-SUB-ET FROM 1 BY 1
               UNTIL WS-SUB-ET > WS-QTD-ETAPAS
                  OR WS-SUB-PENDENTE > 0.
           IF WS-SI-SITUACAO(WS-SUB-ETAPA-PEDIDA) = 'C'
               DISPLAY 'RECUSADO: ETAPA ' CT-ETAPA
                   ' JA CONCLUIDA PARA A DATA ' WS-DATA-MOVTO
               DISPLAY 'RETOMAR PELA ETAPA PENDENTE: '
                   WS-ET-NOME(WS-SUB-PENDENTE)
               MOVE 8 TO RETURN-CODE
               GO TO 2000-INICIAR-ETAPA-EXIT
           END-IF.
           IF WS-SUB-PENDENTE < WS-SUB-ETAPA-PEDIDA
               DISPLAY 'RECUSADO: ETAPA ANTERIOR '
                   WS-ET-NOME(WS-SUB-PENDENTE)
                   ' NAO CONCLUIDA PARA A DATA ' WS-DATA-MOVTO
               DISPLAY 'RETOMAR PELA ETAPA PENDENTE: '
                   WS-ET-NOME(WS-SUB-PENDENTE)
               MOVE 8 TO RETURN-CODE
               GO TO 2000-INICIAR-ETAPA-EXIT
           END-IF.

           IF WS-SI-SITUACAO(WS-SUB-ETAPA-PEDIDA) = 'I'
               DISPLAY 'RETOMADA DA ETAPA ' CT-ETAPA
                   ' (TENTATIVA ANTERIOR NAO CONCLUIDA)'
           END-IF.
           MOVE 'I' TO WS-SITUACAO-EVENTO.
           PERFORM 8000-GRAVAR-EVENTO
               THRU 8000-GRAVAR-EVENTO-EXIT.
           DISPLAY 'ETAPA LIBERADA    : ' CT-ETAPA.
       2000-INICIAR-ETAPA-EXIT.
           EXIT.

       2100-PROCURAR-PENDENTE.
           IF WS-SI-SITUACAO(WS-SUB-ET) NOT = 'C'
               MOVE WS-SUB-ET TO WS-SUB-PENDENTE
           END-IF.
       2100-PROCURAR-PENDENTE-EXIT.
           EXIT.

      ***************************************************************
      * 3000-CONCLUIR-ETAPA - REGISTRA A CONCLUSAO DA ETAPA. SO E
      * ACEITA PARA A ETAPA QUE ESTA INICIADA NA DATA (O PASSO DE
      * INICIO RODOU E A ETAPA AINDA NAO FOI CONCLUIDA).
      ***************************************************************
       3000-CONCLUIR-ETAPA.
           DISPLAY 'FIM DA ETAPA      : ' CT-ETAPA.
           IF WS-SI-SITUACAO(WS-SUB-ETAPA-PEDIDA) NOT = 'I'
               DISPLAY 'ERRO: ETAPA ' CT-ETAPA
                   ' NAO ESTA INICIADA PARA A DATA ' WS-DATA-MOVTO
               MOVE 8 TO RETURN-CODE
               GO TO 3000-CONCLUIR-ETAPA-EXIT
           END-IF.
           MOVE 'C' TO WS-SITUACAO-EVENTO.
           PERFORM 8000-GRAVAR-EVENTO
               THRU 8000-GRAVAR-EVENTO-EXIT.
           IF WS-SUB-ETAPA-PEDIDA = WS-QTD-ETAPAS
               DISPLAY 'DATA ' WS-DATA-MOVTO ' PROMOVIDA POR INTEIRO'
           END-IF.
       3000-CONCLUIR-ETAPA-EXIT.
           EXIT.

      ***************************************************************
      * 4000-EMITIR-RELATORIO - HISTORICO DE EXECUCAO DA DATA PARA O
      * LIVRO DE TURNO: UMA LINHA POR ETAPA DA CADEIA.
      ***************************************************************
       4000-EMITIR-RELATORIO.
           OPEN EXTEND ARQ-RELATORIO.
           MOVE SPACES TO RL-LINHA.
           STRING '---- HISTORICO DE EXECUCAO DO BATCH NOTURNO - DATA '
                  WS-DATA-MOVTO ' ----'
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
           MOVE SPACES TO RL-LINHA.
           STRING 'ETAPA    SITUACAO       INICIO            '
                  'CONCLUSAO         TENT DESCRICAO'
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
           PERFORM 4100-LISTAR-ETAPA
               THRU 4100-LISTAR-ETAPA-EXIT
               VARYING WS-SUB-ET FROM 1 BY 1
               UNTIL WS-SUB-ET > WS-QTD-ETAPAS.
           MOVE SPACES TO RL-LINHA.
           IF WS-SI-SITUACAO(WS-QTD-ETAPAS) = 'C'
               MOVE 'DATA PROMOVIDA POR INTEIRO' TO RL-LINHA
           ELSE
               MOVE 0 TO WS-SUB-PENDENTE
               PERFORM 2100-PROCURAR-PENDENTE
                   THRU 2100-PROCURAR-PENDENTE-EXIT
                   VARYING WS-SUB-ET FROM 1 BY 1
                   UNTIL WS-SUB-ET > WS-QTD-ETAPAS
                      OR WS-SUB-PENDENTE > 0
               STRING 'NOITE INCOMPLETA - RETOMAR PELO PASSO DE INICIO '
                      'DA ETAPA ' WS-ET-NOME(WS-SUB-PENDENTE)
                   DELIMITED BY SIZE INTO RL-LINHA
           END-IF.
           WRITE REG-RELATORIO.
           MOVE SPACES TO RL-LINHA.
           WRITE REG-RELATORIO.
           CLOSE ARQ-RELATORIO.
       4000-EMITIR-RELATORIO-EXIT.
           EXIT.

       4100-LISTAR-ETAPA.
           EVALUATE WS-SI-SITUACAO(WS-SUB-ET)
               WHEN 'C'
                   MOVE 'CONCLUIDA'     TO WS-TEXTO-SITUACAO
               WHEN 'I'
                   MOVE 'INTERROMPIDA'  TO WS-TEXTO-SITUACAO
               WHEN OTHER
                   MOVE 'NAO EXECUTADA' TO WS-TEXTO-SITUACAO
           END-EVALUATE.
           MOVE SPACES TO WS-TEXTO-INICIO.
           MOVE SPACES TO WS-TEXTO-FIM.
           IF WS-SI-INICIO-DATA(WS-SUB-ET) > 0
               MOVE WS-SI-INICIO-HORA(WS-SUB-ET) TO WS-HORA-AUX
               PERFORM 4200-EDITAR-HORA
                   THRU 4200-EDITAR-HORA-EXIT
               STRING WS-SI-INICIO-DATA(WS-SUB-ET) ' ' WS-EDIT-HORA
                   DELIMITED BY SIZE INTO WS-TEXTO-INICIO
           END-IF.
           IF WS-SI-FIM-DATA(WS-SUB-ET) > 0
               MOVE WS-SI-FIM-HORA(WS-SUB-ET) TO WS-HORA-AUX
               PERFORM 4200-EDITAR-HORA
                   THRU 4200-EDITAR-HORA-EXIT
               STRING WS-SI-FIM-DATA(WS-SUB-ET) ' ' WS-EDIT-HORA
                   DELIMITED BY SIZE INTO WS-TEXTO-FIM
           END-IF.
           MOVE WS-SI-TENTATIVAS(WS-SUB-ET) TO WS-EDIT-QTD.
           MOVE SPACES TO RL-LINHA.
           STRING WS-ET-NOME(WS-SUB-ET) ' '
                  WS-TEXTO-SITUACAO ' '
                  WS-TEXTO-INICIO ' '
                  WS-TEXTO-FIM ' '
                  WS-EDIT-QTD ' '
                  WS-ET-DESCRICAO(WS-SUB-ET)
               DELIMITED BY SIZE INTO RL-LINHA.
           WRITE REG-RELATORIO.
       4100-LISTAR-ETAPA-EXIT.
           EXIT.

       4200-EDITAR-HORA.
           MOVE WS-HA-HH TO WS-EH-HH.
           MOVE WS-HA-MM TO WS-EH-MM.
           MOVE WS-HA-SS TO WS-EH-SS.
       4200-EDITAR-HORA-EXIT.
           EXIT.

      ***************************************************************
      * 8000-GRAVAR-EVENTO - ACRESCENTA AO LIVRO O EVENTO DA ETAPA
      * PEDIDA (SITUACAO EM WS-SITUACAO-EVENTO) COM O CARIMBO DE DATA E
      * HORA DO SISTEMA.
      ***************************************************************
       8000-GRAVAR-EVENTO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           OPEN EXTEND ARQ-LIVRO.
           IF WS-FS-LIVRO NOT = '00' AND NOT = '05'
               DISPLAY 'ERRO: ABERTURA DO LIVRO DE EXECUCAO - STATUS '
                       WS-FS-LIVRO
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-DATA-MOVTO      TO LV-DATA-MOVTO.
           MOVE CT-ETAPA           TO LV-ETAPA.
           MOVE WS-SITUACAO-EVENTO TO LV-SITUACAO.
           MOVE WS-DATA-SISTEMA    TO LV-DATA-REGISTRO.
           MOVE WS-HORA-SISTEMA    TO LV-HORA-REGISTRO.
           WRITE REG-LIVRO.
           IF WS-FS-LIVRO NOT = '00'
               DISPLAY 'ERRO: GRAVACAO DO LIVRO DE EXECUCAO - STATUS '
                       WS-FS-LIVRO
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE ARQ-LIVRO.
       8000-GRAVAR-EVENTO-EXIT.
           EXIT.
