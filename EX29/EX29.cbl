           05 DEPTO-OUT2        PIC X(10).
           05 SALARIOLIQ-OUT2   PIC 9(5)V99.
           05 ALTA-RENDA-OUT2   PIC X(1).
           05 INSS-OUT2         PIC 9(5)V99.
           05 IRRF-OUT2         PIC 9(5)V99.
       01  REG-CONTROLE-SAI2.
           05 DATA-EXEC-CAB2    PIC 9(8).
           05 QTD-REG-CAB2      PIC 9(7).
           05 DEPTO-ANT         PIC X(10).
           05 SALARIOLIQ-ANT    PIC 9(5)V99.
           05 ALTA-RENDA-ANT    PIC X(1).
           05 INSS-ANT          PIC 9(5)V99.
           05 IRRF-ANT          PIC 9(5)V99.
       01  REG-CONTROLE-ANT.
           05 DATA-EXEC-ANT     PIC 9(8).
           05 QTD-REG-ANT       PIC 9(7).
       01  REG-IMAGEM-ANT       PIC X(57).

       FD  CADSAI2IMG.
       01  REG-IMAGEM-ATU       PIC X(57).

       FD  RELATORIO.
       01  LINHA-REL            PIC X(80).
