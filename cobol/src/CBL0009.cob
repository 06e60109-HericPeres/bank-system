      * 09/02/2026 MFT  FILLER ACOMPANHA OS CORTES DE TOTAIS POR
      *                 DATA DA RECUPERACAO MULTI-DATA (LRECL 275 ->
      *                 316).
      * 10/14/2026 MFT  FILLER ACOMPANHA OS TOTAIS DE ESTORNO NA
      *                 FOTOGRAFIA (LRECL 316 -> 356).
      * 10/15/2026 MFT  FILLER ACOMPANHA OS TOTAIS DE CHEQUE EM
      *                 COMPENSACAO NA FOTOGRAFIA (LRECL 356 -> 423).
      * ------------------------------------------------------------
      *
      ***************************************************************
           05  CK-TIPO-REG         PIC X(01).
               88  CK-FIM-DE-LOTE      VALUE 'F'.
               88  CK-PONTO-CONTROLE   VALUE 'C'.
           05  FILLER              PIC X(405).

       WORKING-STORAGE SECTION.

