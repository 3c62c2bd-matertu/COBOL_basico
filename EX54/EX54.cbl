           05 SALARIOLIQ-AUD   PIC 9(5)V99.
           05 OPERADOR-AUD     PIC X(8).
           05 DATA-AUD         PIC 9(8).
           05 QTD-DEP-IR-AUD   PIC 9(2).
           05 DEDUCAO-DEP-AUD  PIC 9(5)V99.
           05 SALFAMILIA-AUD   PIC 9(5)V99.
           05 INSS-AUD         PIC 9(5)V99.
           05 IRRF-AUD         PIC 9(5)V99.

       FD  CADAUD-ARQ.
       01  REG-AUD-ARQ.
           05 ANO-AUA          PIC 9(4).
           05 IMAGEM-AUA       PIC X(85).

       FD  CONTROLE.
       01  REG-CONTROLE-HSK.
