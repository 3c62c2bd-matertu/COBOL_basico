           SELECT CLASSIFICACAO ASSIGN "EX45CLS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CLS.
           SELECT DEPENDENCIAS ASSIGN "CADDPE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DPE.

       DATA DIVISION.
       FILE SECTION.
           05 FALTAS-ALU2       PIC 9(2).
           05 TURMA-ALU2        PIC X(3).
           05 FILIAL-ALU2       PIC X(2).
           05 SITUACAO-ALU2     PIC X(1).
               88 ALUNO-TRANSFERIDO VALUE "T".

       FD BOLETIM2.
       01 LINHA-BOLETIM        PIC X(80).
       01 DADOS-PRO.
           05 NUMERO-PRO        PIC 9(5).
           05 NOME-PRO          PIC X(20).
           05 FUNCIONARIO-PRO   PIC 9(5).
           05 FILIAL-PRO        PIC X(2).

       FD ATRIBUICOES.
       01 DADOS-ATR.
           05 POSICAO-CLS       PIC 9(3).
           05 TOTAL-CLS         PIC 9(3).

       FD DEPENDENCIAS.
       01 DADOS-DPE.
           05 NUMERO-DPE        PIC 9(5).
           05 NOME-DPE          PIC X(20).
           05 ANO-DPE           PIC 9(4).
           05 TURMA-DPE         PIC X(3).
           05 SLOT-DPE          PIC 9(1).
           05 NOTA-DPE          PIC 9(2)V99.
           05 SITUACAO-DPE      PIC X(1).
               88 DEPENDENCIA-ABERTA  VALUE "A".
               88 DEPENDENCIA-QUITADA VALUE "Q".
           05 NOTA-FINAL-DPE    PIC 9(2)V99.
           05 DATA-FINAL-DPE    PIC 9(8).

       WORKING-STORAGE SECTION.
       01 FIMARQ               PIC X(1) VALUE "N".
       01 WS-MEDIA             PIC 9(2)V99.
       01 WS-STATUS-PRO        PIC X(2).
       01 WS-STATUS-ATR        PIC X(2).
       01 WS-STATUS-CLS        PIC X(2).
       01 WS-STATUS-DPE        PIC X(2).
       01 WS-QTD-DEP-ALUNO     PIC 9(2) VALUE ZERO.
       01 IDX-DEP              PIC 9(5) COMP.
       01 SW-POSICAO-ACHADA    PIC X(1) VALUE "N".
       01 WS-POSICAO-EDIT      PIC ZZ9.
       01 WS-TOTAL-TURMA-EDIT  PIC ZZ9.
               10 TAB-CLS-NUMERO  PIC 9(5).
               10 TAB-CLS-POSICAO PIC 9(3).
               10 TAB-CLS-TOTAL   PIC 9(3).

       01 TAB-DEPENDENCIAS.
           05 QTD-DEPENDENCIAS PIC 9(5) COMP VALUE ZERO.
           05 TAB-DPE-ITEM     OCCURS 1 TO 9999 TIMES
                               DEPENDING ON QTD-DEPENDENCIAS.
               10 TAB-DPE-NUMERO PIC 9(5).
               10 TAB-DPE-ANO    PIC 9(4).
               10 TAB-DPE-TURMA  PIC X(3).
               10 TAB-DPE-SLOT   PIC 9(1).
               10 TAB-DPE-NOTA   PIC 9(2)V99.
       01 WS-NOME-PROFESSOR    PIC X(20).
       01 WS-NUMERO-PROF       PIC 9(5) VALUE ZERO.
       01 SW-PROF-ACHADO       PIC X(1) VALUE "N".
           PERFORM CARREGA-PROFESSORES
           PERFORM CARREGA-ATRIBUICOES
           PERFORM CARREGA-CLASSIFICACAO
           PERFORM CARREGA-DEPENDENCIAS

           OPEN INPUT CADALU2
           OPEN OUTPUT BOLETIM2
                           AND QTD-NOTAS-ALU2 > ZERO
                           AND QTD-NOTAS-ALU2 NOT > 4
                           AND FALTAS-ALU2 IS NUMERIC
                           AND NOT ALUNO-TRANSFERIDO
                       PERFORM IMPRIME-BLOCO-ALUNO
                   END-IF
               END-READ
           WRITE LINHA-BOLETIM.

       VERIFICA-QUEBRA-PAGINA.
           COMPUTE WS-LINHAS-BLOCO =
               QTD-NOTAS-ALU2 + 6 + WS-QTD-DEP-ALUNO
           IF WS-LINHA-CONT + WS-LINHAS-BLOCO > WS-LINHAS-POR-PAGINA
               PERFORM IMPRIME-CABECALHO
           END-IF.

       IMPRIME-BLOCO-ALUNO.
           MOVE ZERO TO WS-QTD-DEP-ALUNO
           PERFORM CONTA-DEPENDENCIA-ALUNO
               VARYING IDX-DEP FROM 1 BY 1
               UNTIL IDX-DEP > QTD-DEPENDENCIAS
           PERFORM VERIFICA-QUEBRA-PAGINA
           PERFORM CALCULA-MEDIA-PONDERADA
           PERFORM DETERMINA-SITUACAO
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-BOLETIM FROM LINHA-DETALHE

           IF WS-QTD-DEP-ALUNO > ZERO
               PERFORM IMPRIME-DEPENDENCIA
                   VARYING IDX-DEP FROM 1 BY 1
                   UNTIL IDX-DEP > QTD-DEPENDENCIAS
           END-IF

           MOVE SPACES TO LINHA-BOLETIM
           WRITE LINHA-BOLETIM

           END-IF
           WRITE LINHA-BOLETIM FROM LINHA-DETALHE.

       CONTA-DEPENDENCIA-ALUNO.
           IF TAB-DPE-NUMERO (IDX-DEP) = NUMERO-ALU2
               ADD 1 TO WS-QTD-DEP-ALUNO
           END-IF.

       IMPRIME-DEPENDENCIA.
           IF TAB-DPE-NUMERO (IDX-DEP) = NUMERO-ALU2
               MOVE TAB-DPE-SLOT (IDX-DEP) TO WS-NUM-NOTA-EDIT
               MOVE TAB-DPE-NOTA (IDX-DEP) TO WS-NOTA-EDIT
               MOVE SPACES TO LINHA-DETALHE
               STRING "   DEPENDENCIA: DISCIPLINA " WS-NUM-NOTA-EDIT
                   "  TURMA " TAB-DPE-TURMA (IDX-DEP)
                   "  ANO " TAB-DPE-ANO (IDX-DEP)
                   "  NOTA " WS-NOTA-EDIT
                   DELIMITED BY SIZE INTO LINHA-DETALHE
               WRITE LINHA-BOLETIM FROM LINHA-DETALHE
           END-IF.

       CARREGA-DEPENDENCIAS.
           MOVE ZERO TO QTD-DEPENDENCIAS
           OPEN INPUT DEPENDENCIAS
           IF WS-STATUS-DPE = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ DEPENDENCIAS AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       IF NUMERO-DPE IS NUMERIC
                               AND SLOT-DPE IS NUMERIC
                               AND NOTA-DPE IS NUMERIC
                               AND DEPENDENCIA-ABERTA
                           ADD 1 TO QTD-DEPENDENCIAS
                           MOVE NUMERO-DPE
                               TO TAB-DPE-NUMERO (QTD-DEPENDENCIAS)
                           MOVE ANO-DPE
                               TO TAB-DPE-ANO (QTD-DEPENDENCIAS)
                           MOVE TURMA-DPE
                               TO TAB-DPE-TURMA (QTD-DEPENDENCIAS)
                           MOVE SLOT-DPE
                               TO TAB-DPE-SLOT (QTD-DEPENDENCIAS)
                           MOVE NOTA-DPE
                               TO TAB-DPE-NOTA (QTD-DEPENDENCIAS)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPENDENCIAS
           END-IF
           MOVE "N" TO FIMARQ.

       CARREGA-PROFESSORES.
           MOVE ZERO TO QTD-PROFESSORES
           OPEN INPUT PROFESSORES
