       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX71.
      *ESTE PROGRAMA FOI DESENVOLVIDO EM LINUX E COMPILADO USANDO GNUCBL
       AUTHOR. Matheus Souza Tertuliano.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MY-PC.
       OBJECT-COMPUTER. MY-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPENDENCIAS ASSIGN TO "CADDPE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DPE.
           SELECT DEPENDENCIAS-ORD ASSIGN TO "EX71ORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ORD.
           SELECT ARQ-ORDENACAO ASSIGN TO "EX71SORT.TMP".
           SELECT NOTAS-DEP ASSIGN TO "EX71NOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-NDP.
           SELECT CADALU2 ASSIGN TO "CADALU2.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ALU.
           SELECT RELATORIO ASSIGN TO "EX71REL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJEITOS ASSIGN TO "REJEITOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REJ.
           SELECT SEQREJ ASSIGN TO "REJSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SEQ.
           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPENDENCIAS.
       01  DADOS-DPE.
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

       FD  DEPENDENCIAS-ORD.
       01  DADOS-ORD.
           05 NUMERO-ORD        PIC 9(5).
           05 NOME-ORD          PIC X(20).
           05 ANO-ORD           PIC 9(4).
           05 TURMA-ORD         PIC X(3).
           05 SLOT-ORD          PIC 9(1).
           05 NOTA-ORD          PIC 9(2)V99.
           05 SITUACAO-ORD      PIC X(1).
               88 ORD-ABERTA    VALUE "A".
           05 NOTA-FINAL-ORD    PIC 9(2)V99.
           05 DATA-FINAL-ORD    PIC 9(8).

       SD  ARQ-ORDENACAO.
       01  DADOS-CLASS.
           05 NUMERO-CLASS      PIC 9(5).
           05 FILLER            PIC X(20).
           05 ANO-CLASS         PIC 9(4).
           05 TURMA-CLASS       PIC X(3).
           05 SLOT-CLASS        PIC 9(1).
           05 FILLER            PIC X(17).

       FD  NOTAS-DEP.
       01  DADOS-NDP.
           05 NUMERO-NDP        PIC 9(5).
           05 ANO-NDP           PIC 9(4).
           05 SLOT-NDP          PIC 9(1).
           05 NOTA-NDP          PIC 9(2)V99.
           05 DATA-NDP          PIC 9(8).

       FD  CADALU2.
       01  DADOS-ALU2.
           05 NUMERO-ALU2       PIC 9(5).
           05 NOME-ALU2         PIC X(20).
           05 SEXO-ALU2         PIC X(1).
           05 QTD-NOTAS-ALU2    PIC 9(1).
           05 NOTA-ALU2         OCCURS 4 TIMES.
               10 VALOR-NOTA    PIC 9(2)V99.
               10 PESO-NOTA     PIC 9V999.
           05 FALTAS-ALU2       PIC 9(2).
           05 TURMA-ALU2        PIC X(3).
           05 FILIAL-ALU2       PIC X(2).
           05 SITUACAO-ALU2     PIC X(1).
               88 ALUNO-TRANSFERIDO VALUE "T".

       FD  RELATORIO.
       01  LINHA-REL            PIC X(80).

       FD  REJEITOS.
       01  DADOS-REJEITO.
           05 PROGRAMA-REJ     PIC X(4).
           05 CHAVE-REJ        PIC X(10).
           05 MOTIVO-REJ       PIC X(30).
           05 DATA-REJ         PIC 9(8).
           05 SEQ-EXEC-REJ     PIC 9(4).
           05 IMAGEM-REJ       PIC X(82).

       FD  SEQREJ.
       01  REG-SEQREJ.
           05 SEQ-EXECUCAO     PIC 9(4).

       FD  RUNLOG.
       01  REG-RUNLOG.
           05 PROGRAMA-RLOG    PIC X(4).
           05 DATA-RLOG        PIC 9(8).
           05 LIDOS-RLOG       PIC 9(7).
           05 GRAVADOS-RLOG    PIC 9(7).
           05 REJEITADOS-RLOG  PIC 9(7).

       WORKING-STORAGE SECTION.
       01  FIMARQ               PIC X(1) VALUE "N".
       01  WS-STATUS-DPE        PIC X(2).
       01  WS-STATUS-ORD        PIC X(2).
       01  WS-STATUS-NDP        PIC X(2).
       01  WS-STATUS-ALU        PIC X(2).
       01  WS-STATUS-REJ        PIC X(2).
       01  WS-STATUS-SEQ        PIC X(2).
       01  WS-STATUS-RLOG       PIC X(2).
       01  WS-SEQ-EXECUCAO      PIC 9(4) VALUE ZERO.
       01  WS-DATA-EXECUCAO     PIC 9(8) VALUE ZERO.
       01  WS-DATA-SISTEMA REDEFINES WS-DATA-EXECUCAO.
           05 WS-ANO            PIC 9(4).
           05 WS-MES            PIC 9(2).
           05 WS-DIA            PIC 9(2).
       01  WS-DATA-EMISSAO      PIC X(10).
       01  WS-NOTA-MINIMA-DISC  PIC 9(2)V99 VALUE 7.
       01  WS-TURMA-ANTERIOR    PIC X(3) VALUE SPACES.
       01  WS-TURMA-ATUAL       PIC X(3) VALUE SPACES.
       01  SW-DEP-ACHADA        PIC X(1) VALUE "N".
       01  SW-ALUNO-ATIVO       PIC X(1) VALUE "S".
       01  IDX-GRAVA            PIC 9(5) COMP.

       01  CONT-LIDOS           PIC 9(7) COMP VALUE ZERO.
       01  CONT-GRAVADOS        PIC 9(7) COMP VALUE ZERO.
       01  CONT-REJEITADOS      PIC 9(7) COMP VALUE ZERO.
       01  CONT-QUITADAS        PIC 9(7) COMP VALUE ZERO.
       01  CONT-MANTIDAS        PIC 9(7) COMP VALUE ZERO.
       01  CONT-ABERTAS         PIC 9(7) COMP VALUE ZERO.
       01  CONT-ABERTAS-TURMA   PIC 9(5) COMP VALUE ZERO.
       01  CONT-TURMAS          PIC 9(5) COMP VALUE ZERO.
       01  WS-NUMERO-EDIT       PIC ZZZZ9.
       01  WS-NOTA-EDIT         PIC Z9,99.
       01  WS-NOTA-FINAL-EDIT   PIC Z9,99.
       01  WS-QTD-EDIT          PIC ZZZZ9.
       01  LINHA-DETALHE        PIC X(80).

       01  TAB-DEPENDENCIAS.
           05 QTD-DEPENDENCIAS  PIC 9(5) COMP VALUE ZERO.
           05 TAB-DPE-ITEM      OCCURS 1 TO 9999 TIMES
                                DEPENDING ON QTD-DEPENDENCIAS
                                INDEXED BY IDX-TDPE.
               10 TAB-DPE-REGISTRO PIC X(50).
               10 TAB-DPE-DET REDEFINES TAB-DPE-REGISTRO.
                   15 TAB-DPE-NUMERO     PIC 9(5).
                   15 FILLER             PIC X(20).
                   15 TAB-DPE-ANO        PIC 9(4).
                   15 FILLER             PIC X(3).
                   15 TAB-DPE-SLOT       PIC 9(1).
                   15 FILLER             PIC X(4).
                   15 TAB-DPE-SITUACAO   PIC X(1).
                   15 TAB-DPE-NOTA-FINAL PIC 9(2)V99.
                   15 TAB-DPE-DATA-FINAL PIC 9(8).

       01  TAB-ALUNOS.
           05 QTD-ALUNOS        PIC 9(5) COMP VALUE ZERO.
           05 TAB-ALU-ITEM      OCCURS 1 TO 9999 TIMES
                                DEPENDING ON QTD-ALUNOS
                                INDEXED BY IDX-TALU.
               10 TAB-ALU-NUMERO   PIC 9(5).
               10 TAB-ALU-TURMA    PIC X(3).
               10 TAB-ALU-SITUACAO PIC X(1).

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
           STRING WS-DIA "/" WS-MES "/" WS-ANO
               DELIMITED BY SIZE INTO WS-DATA-EMISSAO
           PERFORM CARREGA-DEPENDENCIAS
           PERFORM CARREGA-ALUNOS

           OPEN INPUT NOTAS-DEP
           IF WS-STATUS-NDP = "00"
               PERFORM ABRE-REJEITOS
               PERFORM UNTIL FIMARQ = "S"
                   READ NOTAS-DEP AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       ADD 1 TO CONT-LIDOS
                       PERFORM PROCESSA-NOTA-DEPENDENCIA
                   END-READ
               END-PERFORM
               MOVE "N" TO FIMARQ
               CLOSE NOTAS-DEP
               CLOSE REJEITOS
               IF CONT-GRAVADOS > ZERO
                   OPEN OUTPUT DEPENDENCIAS
                   PERFORM REGRAVA-DEPENDENCIA
                       VARYING IDX-GRAVA FROM 1 BY 1
                       UNTIL IDX-GRAVA > QTD-DEPENDENCIAS
                   CLOSE DEPENDENCIAS
               END-IF
               OPEN OUTPUT NOTAS-DEP
               CLOSE NOTAS-DEP
           END-IF

           SORT ARQ-ORDENACAO
               ON ASCENDING KEY TURMA-CLASS
                                SLOT-CLASS
                                ANO-CLASS
                                NUMERO-CLASS
               USING DEPENDENCIAS
               GIVING DEPENDENCIAS-ORD

           OPEN OUTPUT RELATORIO
           PERFORM IMPRIME-CABECALHO-REL
           OPEN INPUT DEPENDENCIAS-ORD
           PERFORM UNTIL FIMARQ = "S"
               READ DEPENDENCIAS-ORD AT END
                   MOVE "S" TO FIMARQ
               NOT AT END
                   IF ORD-ABERTA
                       PERFORM IMPRIME-DEPENDENCIA
                   END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO FIMARQ
           CLOSE DEPENDENCIAS-ORD
           IF CONT-TURMAS > ZERO
               PERFORM IMPRIME-TOTAL-TURMA
           END-IF
           PERFORM IMPRIME-RODAPE-REL
           CLOSE RELATORIO

           PERFORM GRAVA-RUNLOG
           DISPLAY "EX71: NOTAS LIDAS ........... " CONT-LIDOS
           DISPLAY "EX71: DEPENDENCIAS QUITADAS . " CONT-QUITADAS
           DISPLAY "EX71: NOTAS ABAIXO DA MEDIA . " CONT-MANTIDAS
           DISPLAY "EX71: REJEITADAS ............ " CONT-REJEITADOS
           DISPLAY "EX71: DEPENDENCIAS EM ABERTO  " CONT-ABERTAS
           STOP RUN.

       CARREGA-DEPENDENCIAS.
           MOVE ZERO TO QTD-DEPENDENCIAS
           OPEN INPUT DEPENDENCIAS
           IF WS-STATUS-DPE NOT = "00"
               DISPLAY "EX71: CADDPE AUSENTE - EXECUTE O EX32"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL FIMARQ = "S"
               READ DEPENDENCIAS AT END
                   MOVE "S" TO FIMARQ
               NOT AT END
                   IF QTD-DEPENDENCIAS < 9999
                       ADD 1 TO QTD-DEPENDENCIAS
                       MOVE DADOS-DPE
                           TO TAB-DPE-REGISTRO (QTD-DEPENDENCIAS)
                   ELSE
                       DISPLAY "EX71: CADDPE EXCEDE 9999 DEPENDENCIAS -"
                               " EXECUCAO CANCELADA"
                       CLOSE DEPENDENCIAS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-READ
           END-PERFORM
           CLOSE DEPENDENCIAS
           MOVE "N" TO FIMARQ.

       CARREGA-ALUNOS.
           MOVE ZERO TO QTD-ALUNOS
           OPEN INPUT CADALU2
           IF WS-STATUS-ALU = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ CADALU2 AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       IF NUMERO-ALU2 IS NUMERIC
                               AND QTD-ALUNOS = 9999
                           DISPLAY "EX71: CADALU2 EXCEDE 9999 ALUNOS -"
                                   " EXECUCAO CANCELADA"
                           CLOSE CADALU2
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       IF NUMERO-ALU2 IS NUMERIC
                           ADD 1 TO QTD-ALUNOS
                           MOVE NUMERO-ALU2
                               TO TAB-ALU-NUMERO (QTD-ALUNOS)
                           MOVE TURMA-ALU2
                               TO TAB-ALU-TURMA (QTD-ALUNOS)
                           MOVE SITUACAO-ALU2
                               TO TAB-ALU-SITUACAO (QTD-ALUNOS)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CADALU2
           END-IF
           MOVE "N" TO FIMARQ.

       PROCESSA-NOTA-DEPENDENCIA.
           IF NUMERO-NDP IS NOT NUMERIC
                   OR ANO-NDP IS NOT NUMERIC
                   OR SLOT-NDP IS NOT NUMERIC
                   OR NOTA-NDP IS NOT NUMERIC
               MOVE "NOTA DEPENDENCIA MAL FORMADA" TO MOTIVO-REJ
               PERFORM GRAVA-REJEITO
           ELSE
               IF NOTA-NDP > 10
                   MOVE "NOTA MAIOR QUE 10" TO MOTIVO-REJ
                   PERFORM GRAVA-REJEITO
               ELSE
                   PERFORM PROCURA-DEPENDENCIA
                   IF SW-DEP-ACHADA = "N"
                       MOVE "DEPENDENCIA NAO ENCONTRADA"
                           TO MOTIVO-REJ
                       PERFORM GRAVA-REJEITO
                   ELSE
                       PERFORM REGISTRA-NOTA-DEPENDENCIA
                   END-IF
               END-IF
           END-IF.

       PROCURA-DEPENDENCIA.
           MOVE "N" TO SW-DEP-ACHADA
           SET IDX-TDPE TO 1
           SEARCH TAB-DPE-ITEM
               AT END
                   CONTINUE
               WHEN TAB-DPE-NUMERO (IDX-TDPE) = NUMERO-NDP
                       AND TAB-DPE-ANO (IDX-TDPE) = ANO-NDP
                       AND TAB-DPE-SLOT (IDX-TDPE) = SLOT-NDP
                       AND TAB-DPE-SITUACAO (IDX-TDPE) = "A"
                   MOVE "S" TO SW-DEP-ACHADA
           END-SEARCH.

       REGISTRA-NOTA-DEPENDENCIA.
           MOVE NOTA-NDP TO TAB-DPE-NOTA-FINAL (IDX-TDPE)
           IF DATA-NDP IS NUMERIC AND DATA-NDP > ZERO
               MOVE DATA-NDP TO TAB-DPE-DATA-FINAL (IDX-TDPE)
           ELSE
               MOVE WS-DATA-EXECUCAO TO TAB-DPE-DATA-FINAL (IDX-TDPE)
           END-IF
           IF NOTA-NDP NOT < WS-NOTA-MINIMA-DISC
               MOVE "Q" TO TAB-DPE-SITUACAO (IDX-TDPE)
               ADD 1 TO CONT-QUITADAS
           ELSE
               ADD 1 TO CONT-MANTIDAS
           END-IF
           ADD 1 TO CONT-GRAVADOS.

       REGRAVA-DEPENDENCIA.
           MOVE TAB-DPE-REGISTRO (IDX-GRAVA) TO DADOS-DPE
           WRITE DADOS-DPE.

       PROCURA-ALUNO.
           MOVE "S" TO SW-ALUNO-ATIVO
           MOVE "---" TO WS-TURMA-ATUAL
           SET IDX-TALU TO 1
           SEARCH TAB-ALU-ITEM
               AT END
                   CONTINUE
               WHEN TAB-ALU-NUMERO (IDX-TALU) = NUMERO-ORD
                   MOVE TAB-ALU-TURMA (IDX-TALU) TO WS-TURMA-ATUAL
                   IF TAB-ALU-SITUACAO (IDX-TALU) = "T"
                       MOVE "N" TO SW-ALUNO-ATIVO
                   END-IF
           END-SEARCH.

       IMPRIME-CABECALHO-REL.
           MOVE SPACES TO LINHA-REL
           STRING "DEPENDENCIAS EM ABERTO POR TURMA"
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "EMISSAO: " WS-DATA-EMISSAO
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "DISC  ANO   MATRIC NOME                  NOTA"
               "    TURMA ATUAL  ULTIMA NOTA"
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL.

       IMPRIME-DEPENDENCIA.
           PERFORM PROCURA-ALUNO
           IF SW-ALUNO-ATIVO = "S"
               IF TURMA-ORD NOT = WS-TURMA-ANTERIOR
                   IF CONT-TURMAS > ZERO
                       PERFORM IMPRIME-TOTAL-TURMA
                   END-IF
                   PERFORM IMPRIME-QUEBRA-TURMA
               END-IF
               ADD 1 TO CONT-ABERTAS-TURMA
               ADD 1 TO CONT-ABERTAS
               MOVE NUMERO-ORD TO WS-NUMERO-EDIT
               MOVE NOTA-ORD TO WS-NOTA-EDIT
               MOVE SPACES TO LINHA-DETALHE
               IF DATA-FINAL-ORD IS NUMERIC AND DATA-FINAL-ORD > ZERO
                   MOVE NOTA-FINAL-ORD TO WS-NOTA-FINAL-EDIT
                   STRING "  " SLOT-ORD "   " ANO-ORD
                       "  " WS-NUMERO-EDIT
                       "  " NOME-ORD
                       "  " WS-NOTA-EDIT
                       "   " WS-TURMA-ATUAL
                       "          " WS-NOTA-FINAL-EDIT
                       DELIMITED BY SIZE INTO LINHA-DETALHE
               ELSE
                   STRING "  " SLOT-ORD "   " ANO-ORD
                       "  " WS-NUMERO-EDIT
                       "  " NOME-ORD
                       "  " WS-NOTA-EDIT
                       "   " WS-TURMA-ATUAL
                       DELIMITED BY SIZE INTO LINHA-DETALHE
               END-IF
               WRITE LINHA-REL FROM LINHA-DETALHE
           END-IF.

       IMPRIME-QUEBRA-TURMA.
           ADD 1 TO CONT-TURMAS
           MOVE ZERO TO CONT-ABERTAS-TURMA
           MOVE TURMA-ORD TO WS-TURMA-ANTERIOR
           MOVE SPACES TO LINHA-REL
           STRING "TURMA DE ORIGEM: " TURMA-ORD
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.

       IMPRIME-TOTAL-TURMA.
           MOVE CONT-ABERTAS-TURMA TO WS-QTD-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "   DEPENDENCIAS EM ABERTO NA TURMA "
               WS-TURMA-ANTERIOR ": " WS-QTD-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.

       IMPRIME-RODAPE-REL.
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           IF CONT-ABERTAS = ZERO
               STRING "NENHUMA DEPENDENCIA EM ABERTO"
                   DELIMITED BY SIZE INTO LINHA-REL
           ELSE
               MOVE CONT-ABERTAS TO WS-QTD-EDIT
               STRING "TOTAL DE DEPENDENCIAS EM ABERTO: " WS-QTD-EDIT
                   DELIMITED BY SIZE INTO LINHA-REL
           END-IF
           WRITE LINHA-REL.

       ABRE-REJEITOS.
           OPEN EXTEND REJEITOS
           IF WS-STATUS-REJ NOT = "00"
               OPEN OUTPUT REJEITOS
               CLOSE REJEITOS
               OPEN EXTEND REJEITOS
           END-IF
           PERFORM LE-SEQUENCIA.

       GRAVA-REJEITO.
           MOVE "EX71" TO PROGRAMA-REJ
           MOVE NUMERO-NDP TO CHAVE-REJ
           MOVE WS-DATA-EXECUCAO TO DATA-REJ
           MOVE WS-SEQ-EXECUCAO TO SEQ-EXEC-REJ
           MOVE DADOS-NDP TO IMAGEM-REJ
           WRITE DADOS-REJEITO
           ADD 1 TO CONT-REJEITADOS.

       LE-SEQUENCIA.
           MOVE ZERO TO WS-SEQ-EXECUCAO
           OPEN INPUT SEQREJ
           IF WS-STATUS-SEQ = "00"
               READ SEQREJ
                   NOT AT END
                       MOVE SEQ-EXECUCAO TO WS-SEQ-EXECUCAO
               END-READ
               CLOSE SEQREJ
           END-IF
           ADD 1 TO WS-SEQ-EXECUCAO
           MOVE WS-SEQ-EXECUCAO TO SEQ-EXECUCAO
           OPEN OUTPUT SEQREJ
           WRITE REG-SEQREJ
           CLOSE SEQREJ.

       GRAVA-RUNLOG.
           OPEN EXTEND RUNLOG
           IF WS-STATUS-RLOG NOT = "00"
               OPEN OUTPUT RUNLOG
               CLOSE RUNLOG
               OPEN EXTEND RUNLOG
           END-IF
           MOVE "EX71" TO PROGRAMA-RLOG
           MOVE WS-DATA-EXECUCAO TO DATA-RLOG
           MOVE CONT-LIDOS TO LIDOS-RLOG
           MOVE CONT-GRAVADOS TO GRAVADOS-RLOG
           MOVE CONT-REJEITADOS TO REJEITADOS-RLOG
           WRITE REG-RUNLOG
           CLOSE RUNLOG.
