           05 FALTAS-ALU2       PIC 9(2).
           05 TURMA-ALU2        PIC X(3).
           05 FILIAL-ALU2       PIC X(2).
           05 SITUACAO-ALU2     PIC X(1).
               88 ALUNO-TRANSFERIDO VALUE "T".

       FD RELATORIO.
       01 LINHA-REL             PIC X(80).
           05 QTD-ALUNOS       PIC 9(5) COMP VALUE ZERO.
           05 TAB-ALU-ITEM     OCCURS 1 TO 9999 TIMES
                               DEPENDING ON QTD-ALUNOS.
               10 TAB-ALU-REGISTRO PIC X(67).

       01 TAB-AUSENCIAS.
           05 QTD-AUSENCIAS    PIC 9(5) COMP VALUE ZERO.
           WRITE DADOS-ALU2
           IF FALTAS-ALU2 IS NUMERIC
                   AND FALTAS-ALU2 >= WS-LIMITE-AVISO
                   AND NOT ALUNO-TRANSFERIDO
               PERFORM IMPRIME-AVISO
           END-IF.

