       01 DADOS-PRO.
           05 NUMERO-PRO        PIC 9(5).
           05 NOME-PRO          PIC X(20).
           05 FUNCIONARIO-PRO   PIC 9(5).
           05 FILIAL-PRO        PIC X(2).

       FD ATRIBUICOES.
       01 DADOS-ATR.
