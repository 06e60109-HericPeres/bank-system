      *                 RECUPERADO FOI CARIMBADO COM A PROPRIA DATA
      *                 PELO BATCH, E A PROVA COBRE A FAIXA INTEIRA
      *                 CONTRA O PAR ANTERIOR/ATUAL DA RODADA.
      * 10/14/2026 MFT  ESTORNO ENTRA NA PROVA: 'S' (ESTORNO A
      *                 CREDITO) SOMA COMO CREDITO E 'Z' (ESTORNO A
      *                 DEBITO) COMO DEBITO.
      * 10/15/2026 MFT  DEPOSITO EM CHEQUE ('K') SOMA COMO CREDITO E
      *                 DEVOLUCAO DE CHEQUE ('W') COMO DEBITO.
      * ------------------------------------------------------------
      *
      ***************************************************************
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
