           05 FALTAS-ALU2       PIC 9(2).
           05 TURMA-ALU2        PIC X(3).
           05 FILIAL-ALU2       PIC X(2).
           05 SITUACAO-ALU2     PIC X(1).
               88 ALUNO-TRANSFERIDO VALUE "T".

       FD CADXREF.
       01 DADOS-XREF.
               NOT AT END
                   IF NUMERO-ALU2 IS NUMERIC
                           AND FALTAS-ALU2 IS NUMERIC
                           AND NOT ALUNO-TRANSFERIDO
                       PERFORM AVALIA-ALUNO
                   END-IF
               END-READ
