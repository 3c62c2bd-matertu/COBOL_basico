           05 DEPTO-OUT2        PIC X(10).
           05 SALARIOLIQ-OUT2   PIC 9(5)V99.
           05 ALTA-RENDA-OUT2   PIC X(1).
           05 INSS-OUT2         PIC 9(5)V99.
           05 IRRF-OUT2         PIC 9(5)V99.
       01  REG-CONTROLE-SAI2.
           05 DATA-EXEC-CAB2    PIC 9(8).
           05 QTD-REG-CAB2      PIC 9(7).
