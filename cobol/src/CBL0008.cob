      * 09/02/2026 MFT  TRANSFERENCIA INTERBANCARIA DE SAIDA (TIPO
      *                 'X') ENTRA NO ROL DOS MOVIMENTOS DEVEDORES
      *                 DA TRILHA, COMO 'D'/'T'.
      * 10/14/2026 MFT  ESTORNO ENTRA NOS MOVIMENTOS DA TRILHA ('S'
      *                 CREDOR, 'Z' DEVEDOR); FILLER DO CHECKPOINT
      *                 ACOMPANHA OS TOTAIS DE ESTORNO NA FOTOGRAFIA
      *                 (LRECL 316 -> 356).
      * 10/15/2026 MFT  DEPOSITO EM CHEQUE ('K') ENTRA NOS MOVIMENTOS
      *                 CREDORES E A DEVOLUCAO DE CHEQUE ('W') NOS
      *                 DEVEDORES; FILLER DO CHECKPOINT ACOMPANHA OS
      *                 TOTAIS DE CHEQUE NA FOTOGRAFIA (LRECL 356 ->
      *                 423).
      * ------------------------------------------------------------
      *
      ***************************************************************
           05  CK-TIPO-REG         PIC X(01).
               88  CK-FIM-DE-LOTE      VALUE 'F'.
               88  CK-PONTO-CONTROLE   VALUE 'C'.
           05  FILLER              PIC X(405).

      ***************************************************************
      * TRILHA DE AUDITORIA VIVA (ENTRADA) - HISTORICO ACUMULADO.
           05  AU-CONTA            PIC 9(10).
           05  AU-AGENCIA          PIC 9(04).
           05  AU-TIPO             PIC X(01).
               88  AU-MOVTO-DEBITO     VALUES 'D' 'T' 'U' 'X'
                                              'Z' 'W'.
               88  AU-MOVTO-CREDITO    VALUES 'C' 'V' 'J' 'S'
                                              'K'.
           05  AU-VALOR            PIC 9(09)V99.
           05  AU-DATA             PIC X(10).
           05  AU-SALDO-RESULT     PIC S9(09)V99.
