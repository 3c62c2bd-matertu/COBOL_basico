           05 BRUTO-PAG13         PIC 9(5)V99.
           05 DESCONTO-PAG13      PIC 9(5)V99.
           05 LIQUIDO-PAG13       PIC 9(5)V99.
           05 INSS-PAG13          PIC 9(5)V99.
           05 IRRF-PAG13          PIC 9(5)V99.
       01  REG-CONTROLE-PAG13.
           05 DATA-EXEC-CAB       PIC 9(8).
           05 QTD-REG-CAB         PIC 9(7).
           05 ADICIONAL-PGF     PIC 9(5)V99.
           05 DESCONTO-PGF      PIC 9(5)V99.
           05 LIQUIDO-PGF       PIC 9(5)V99.
           05 INSS-PGF          PIC 9(5)V99.
           05 IRRF-PGF          PIC 9(5)V99.

       FD  RELATORIO.
       01  LINHA-REL            PIC X(80).
