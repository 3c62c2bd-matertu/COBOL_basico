           SELECT RUNLOG ASSIGN "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RLOG.
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

       FD CAPACIDADES.
       01 DADOS-CAPACIDADE.
           05 GRAVADOS-RLOG    PIC 9(7).
           05 REJEITADOS-RLOG  PIC 9(7).

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
       01 WS-STATUS-APF        PIC X(2).
       01 WS-STATUS-REJ        PIC X(2).
       01 WS-STATUS-SEQ        PIC X(2).
       01 WS-STATUS-RLOG       PIC X(2).
       01 WS-STATUS-DPE        PIC X(2).
       01 WS-SEQ-EXECUCAO      PIC 9(4) VALUE ZERO.
       01 WS-DATA-EXECUCAO     PIC 9(8) VALUE ZERO.
       01 WS-DATA-SISTEMA REDEFINES WS-DATA-EXECUCAO.
       01 CONT-GRAVADOS        PIC 9(7) COMP VALUE ZERO.
       01 CONT-REJEITADOS      PIC 9(7) COMP VALUE ZERO.
       01 CONT-FORMADOS        PIC 9(5) COMP VALUE ZERO.
       01 CONT-COM-DEPENDENCIA PIC 9(5) COMP VALUE ZERO.
       01 WS-VAGAS-LIVRES      PIC S9(3) COMP VALUE ZERO.
       01 WS-QTD-EDIT          PIC ZZ9.
       01 WS-VAGAS-EDIT        PIC ZZ9.
               10 TAB-TUR-CAPACIDADE PIC 9(3).
               10 TAB-TUR-OCUPADAS  PIC 9(3).

       01 TAB-DEPENDENTES.
           05 QTD-DEPENDENTES  PIC 9(5) COMP VALUE ZERO.
           05 TAB-DEP-ITEM     OCCURS 1 TO 9999 TIMES
                               DEPENDING ON QTD-DEPENDENTES
                               INDEXED BY IDX-TDEP.
               10 TAB-DEP-NUMERO PIC 9(5).

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
               DELIMITED BY SIZE INTO WS-DATA-EMISSAO
           PERFORM LE-PARAMETRO
           PERFORM CARREGA-CAPACIDADES
           PERFORM CARREGA-DEPENDENCIAS
           OPEN INPUT CADAPRF
           IF WS-STATUS-APF NOT = "00"
               DISPLAY "EX41: CADAPRF AUSENTE - EXECUTE O EX32"
           DISPLAY "EX41: ALUNOS LIDOS .......... " CONT-LIDOS
           DISPLAY "EX41: ALUNOS REMATRICULADOS . " CONT-GRAVADOS
           DISPLAY "EX41: ALUNOS FORMADOS ....... " CONT-FORMADOS
           DISPLAY "EX41: PROMOVIDOS C/ DEPEND. . " CONT-COM-DEPENDENCIA
           DISPLAY "EX41: SEM VAGA NA TURMA ..... " CONT-REJEITADOS
           STOP RUN.

           END-IF
           MOVE "N" TO FIMARQ.

       CARREGA-DEPENDENCIAS.
           MOVE ZERO TO QTD-DEPENDENTES
           OPEN INPUT DEPENDENCIAS
           IF WS-STATUS-DPE = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ DEPENDENCIAS AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       IF NUMERO-DPE IS NUMERIC
                               AND DEPENDENCIA-ABERTA
                           ADD 1 TO QTD-DEPENDENTES
                           MOVE NUMERO-DPE
                               TO TAB-DEP-NUMERO (QTD-DEPENDENTES)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPENDENCIAS
           END-IF
           MOVE "N" TO FIMARQ.

       VERIFICA-DEPENDENCIA.
           SET IDX-TDEP TO 1
           SEARCH TAB-DEP-ITEM
               AT END
                   CONTINUE
               WHEN TAB-DEP-NUMERO (IDX-TDEP) = NUMERO-APRF
                   ADD 1 TO CONT-COM-DEPENDENCIA
           END-SEARCH.

       REMATRICULA-APROVADOS.
           PERFORM UNTIL FIMARQ = "S"
               READ CADAPRF AT END
                   MOVE NOME-APRF TO WS-NOME-ATUAL
                   MOVE SEXO-APRF TO WS-SEXO-ATUAL
                   MOVE FILIAL-APRF TO WS-FILIAL-ATUAL
                   PERFORM VERIFICA-DEPENDENCIA
                   PERFORM MATRICULA-NA-TURMA
               END-IF
           END-IF.
           MOVE ZERO TO FALTAS-ALU2
           MOVE WS-TURMA-DESTINO TO TURMA-ALU2
           MOVE WS-FILIAL-ATUAL TO FILIAL-ALU2
           MOVE SPACE TO SITUACAO-ALU2
           WRITE DADOS-ALU2
           ADD 1 TO CONT-GRAVADOS.

