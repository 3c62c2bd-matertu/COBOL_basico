           05 FALTAS-ALU2       PIC 9(2).
           05 TURMA-ALU2        PIC X(3).
           05 FILIAL-ALU2       PIC X(2).
           05 SITUACAO-ALU2     PIC X(1).
               88 ALUNO-TRANSFERIDO VALUE "T".

       FD CADAPR2.
       01 DADOS-APR2.
           05 TAB-ALU-ITEM     OCCURS 1 TO 9999 TIMES
                               DEPENDING ON QTD-ALUNOS
                               INDEXED BY IDX-TALU.
               10 TAB-ALU-REGISTRO PIC X(67).
               10 TAB-ALU-DET REDEFINES TAB-ALU-REGISTRO.
                   15 TAB-ALU-NUMERO PIC 9(5).
                   15 FILLER         PIC X(62).

       01 TAB-APROVADOS.
           05 QTD-APROVADOS    PIC 9(5) COMP VALUE ZERO.
