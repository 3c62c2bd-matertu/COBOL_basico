       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADALU2 ASSIGN "CADALU2.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ALU.
           SELECT CADAPR2 ASSIGN "CADAPR2.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADREC2 ASSIGN "CADREC2.DAT"
           SELECT SEQREJ ASSIGN "REJSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SEQ.
           SELECT NOTAS-DIGITADAS ASSIGN "EX67NOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-NOT.
           SELECT PARAMETROS-CENTRAL ASSIGN "CADPAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
           05 FALTAS-ALU2       PIC 9(2).
           05 TURMA-ALU2        PIC X(3).
           05 FILIAL-ALU2       PIC X(2).
           05 SITUACAO-ALU2     PIC X(1).
               88 ALUNO-TRANSFERIDO VALUE "T".

       FD CADAPR2.
       01 DADOS-APR2.
           05 BIMESTRE-PARM     PIC 9(1).
           05 FILIAL-PARM       PIC X(2).

       FD NOTAS-DIGITADAS.
       01 DADOS-NOT.
           05 NUMERO-NOT        PIC 9(5).
           05 TURMA-NOT         PIC X(3).
           05 SLOT-NOT          PIC 9(1).
           05 VALOR-NOT         PIC 9(2)V99.
           05 NOTA-ANTERIOR-NOT PIC 9(2)V99.
           05 PROFESSOR-NOT     PIC 9(5).
           05 OPERADOR-NOT      PIC X(8).
           05 DATA-NOT          PIC 9(8).
           05 HORA-NOT          PIC 9(6).

       FD PARAMETROS-CENTRAL.
       01 DADOS-PAR.
           05 CHAVE-PAR.
       01 WS-SOMA-PONDERADA      PIC 9(4)V9(5).
       01 IDX-NOTA               PIC 9(1) COMP.
       01 WS-STATUS-REJ          PIC X(2).
       01 WS-STATUS-ALU        PIC X(2).
       01 WS-STATUS-SEQ        PIC X(2).
       01 WS-STATUS-HIS        PIC X(2).
       01 WS-STATUS-PARM       PIC X(2).
           88 FILIAL-NAO-SELECIONADA VALUE "N".
       01 WS-SEQ-EXECUCAO      PIC 9(4) VALUE ZERO.
       01 WS-DATA-EXECUCAO      PIC 9(8) VALUE ZERO.
       01 WS-STATUS-NOT        PIC X(2).
       01 FIM-NOT              PIC X(1) VALUE "N".
       01 CONT-NOTAS-LIDAS     PIC 9(7) COMP VALUE ZERO.
       01 CONT-NOTAS-APLICADAS PIC 9(7) COMP VALUE ZERO.
       01 CONT-NOTAS-REJEITADAS PIC 9(7) COMP VALUE ZERO.
       01 IDX-GRAVA            PIC 9(5) COMP.
       01 WS-BIM-FECHA         PIC 9(1).
       01 SW-ALUNO-ACHADO      PIC X(1) VALUE "N".

       01 TAB-FECHAMENTOS.
           05 TAB-FEC-ITEM      OCCURS 4 TIMES.
               10 TAB-FEC-VIGENCIA  PIC 9(8).
               10 TAB-FEC-DATA      PIC 9(8).

       01 TAB-ALUNOS.
           05 QTD-ALUNOS       PIC 9(5) COMP VALUE ZERO.
           05 TAB-ALU-ITEM     OCCURS 1 TO 9999 TIMES
                               DEPENDING ON QTD-ALUNOS
                               INDEXED BY IDX-TALU.
               10 TAB-ALU-REGISTRO PIC X(67).
               10 TAB-ALU-DET REDEFINES TAB-ALU-REGISTRO.
                   15 TAB-ALU-NUMERO PIC 9(5).
                   15 FILLER         PIC X(62).

       01 SW-NOTA                PIC X(1) VALUE "N".
           88 NOTA-INVALIDA      VALUE "S".
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
           MOVE ZERO TO TAB-FECHAMENTOS
           PERFORM LE-PARAMETRO
           PERFORM LE-PARAMETROS-CENTRAIS
           PERFORM ABRE-REJEITOS
           PERFORM APLICA-NOTAS-DIGITADAS
           PERFORM ABRE-HISTORICO
           OPEN INPUT CADALU2
           IF WS-STATUS-ALU NOT = "00"
               DISPLAY "EX10: CADALU2 AUSENTE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CADAPR2
           OPEN OUTPUT CADREC2
           OPEN OUTPUT CADREP2

           PERFORM UNTIL FIMARQ = "S"
               READ CADALU2 AT END
                   ADD 1 TO CONT-LIDOS
                   PERFORM VERIFICA-FILIAL
                   IF FILIAL-SELECIONADA
                           AND NOT ALUNO-TRANSFERIDO
                       PERFORM TRATA-ALUNO
                   END-IF
               END-READ
                   AND VALOR-PAR NOT > 4
               MOVE VIGENCIA-PAR TO WS-VIG-BIMESTRE
               MOVE VALOR-PAR TO WS-BIMESTRE
           END-IF
           IF NOME-PAR (1:8) = "FECHABIM"
                   AND NOME-PAR (9:1) >= "1"
                   AND NOME-PAR (9:1) <= "4"
               MOVE NOME-PAR (9:1) TO WS-BIM-FECHA
               IF VIGENCIA-PAR >= TAB-FEC-VIGENCIA (WS-BIM-FECHA)
                   MOVE VIGENCIA-PAR
                       TO TAB-FEC-VIGENCIA (WS-BIM-FECHA)
                   IF VALOR-PAR > ZERO
                       MOVE VIGENCIA-PAR
                           TO TAB-FEC-DATA (WS-BIM-FECHA)
                   ELSE
                       MOVE ZERO TO TAB-FEC-DATA (WS-BIM-FECHA)
                   END-IF
               END-IF
           END-IF.

       APLICA-NOTAS-DIGITADAS.
           OPEN INPUT NOTAS-DIGITADAS
           IF WS-STATUS-NOT = "00"
               PERFORM CARREGA-ALUNOS
               PERFORM UNTIL FIM-NOT = "S"
                   READ NOTAS-DIGITADAS AT END
                       MOVE "S" TO FIM-NOT
                   NOT AT END
                       ADD 1 TO CONT-NOTAS-LIDAS
                       PERFORM APLICA-NOTA-DIGITADA
                   END-READ
               END-PERFORM
               CLOSE NOTAS-DIGITADAS
               IF CONT-NOTAS-APLICADAS > ZERO
                   OPEN OUTPUT CADALU2
                   PERFORM REGRAVA-ALUNO
                       VARYING IDX-GRAVA FROM 1 BY 1
                       UNTIL IDX-GRAVA > QTD-ALUNOS
                   CLOSE CADALU2
               END-IF
               OPEN OUTPUT NOTAS-DIGITADAS
               CLOSE NOTAS-DIGITADAS
               DISPLAY "EX10: NOTAS DIGITADAS LIDAS ....... "
                       CONT-NOTAS-LIDAS
               DISPLAY "EX10: NOTAS DIGITADAS APLICADAS ... "
                       CONT-NOTAS-APLICADAS
               DISPLAY "EX10: NOTAS DIGITADAS REJEITADAS .. "
                       CONT-NOTAS-REJEITADAS
           END-IF.

       CARREGA-ALUNOS.
           MOVE ZERO TO QTD-ALUNOS
           OPEN INPUT CADALU2
           IF WS-STATUS-ALU NOT = "00"
               DISPLAY "EX10: CADALU2 AUSENTE"
               CLOSE NOTAS-DIGITADAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL FIMARQ = "S"
               READ CADALU2 AT END
                   MOVE "S" TO FIMARQ
               NOT AT END
                   IF QTD-ALUNOS < 9999
                       ADD 1 TO QTD-ALUNOS
                       MOVE DADOS-ALU2
                           TO TAB-ALU-REGISTRO (QTD-ALUNOS)
                   ELSE
                       DISPLAY "EX10: CADALU2 EXCEDE 9999 ALUNOS -"
                               " EXECUCAO CANCELADA"
                       CLOSE CADALU2
                       CLOSE NOTAS-DIGITADAS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CADALU2
           MOVE "N" TO FIMARQ.

       APLICA-NOTA-DIGITADA.
           IF NUMERO-NOT IS NOT NUMERIC
                   OR SLOT-NOT IS NOT NUMERIC
                   OR SLOT-NOT = ZERO
                   OR SLOT-NOT > 4
                   OR VALOR-NOT IS NOT NUMERIC
                   OR VALOR-NOT > 10
                   OR DATA-NOT IS NOT NUMERIC
               MOVE "NOTA DIGITADA MAL FORMADA" TO MOTIVO-REJ
               PERFORM GRAVA-REJEITO-NOTA
           ELSE
               IF TAB-FEC-DATA (SLOT-NOT) > ZERO
                       AND DATA-NOT >= TAB-FEC-DATA (SLOT-NOT)
                   MOVE "BIMESTRE FECHADO - USAR EX46"
                       TO MOTIVO-REJ
                   PERFORM GRAVA-REJEITO-NOTA
               ELSE
                   PERFORM PROCURA-ALUNO
                   IF SW-ALUNO-ACHADO = "N"
                       MOVE "ALUNO NAO ENCONTRADO" TO MOTIVO-REJ
                       PERFORM GRAVA-REJEITO-NOTA
                   ELSE
                       PERFORM ATUALIZA-NOTA-ALUNO
                   END-IF
               END-IF
           END-IF.

       PROCURA-ALUNO.
           MOVE "N" TO SW-ALUNO-ACHADO
           SET IDX-TALU TO 1
           SEARCH TAB-ALU-ITEM
               AT END
                   CONTINUE
               WHEN TAB-ALU-NUMERO (IDX-TALU) = NUMERO-NOT
                   MOVE "S" TO SW-ALUNO-ACHADO
           END-SEARCH.

       ATUALIZA-NOTA-ALUNO.
           MOVE TAB-ALU-REGISTRO (IDX-TALU) TO DADOS-ALU2
           EVALUATE TRUE
               WHEN ALUNO-TRANSFERIDO
                   MOVE "ALUNO TRANSFERIDO" TO MOTIVO-REJ
                   PERFORM GRAVA-REJEITO-NOTA
               WHEN TURMA-ALU2 NOT = TURMA-NOT
                   MOVE "ALUNO FORA DA TURMA DIGITADA" TO MOTIVO-REJ
                   PERFORM GRAVA-REJEITO-NOTA
               WHEN QTD-NOTAS-ALU2 IS NOT NUMERIC
                   MOVE "SLOT ACIMA DA QTD DE NOTAS" TO MOTIVO-REJ
                   PERFORM GRAVA-REJEITO-NOTA
               WHEN SLOT-NOT > QTD-NOTAS-ALU2
                   MOVE "SLOT ACIMA DA QTD DE NOTAS" TO MOTIVO-REJ
                   PERFORM GRAVA-REJEITO-NOTA
               WHEN OTHER
                   MOVE VALOR-NOT TO VALOR-NOTA (SLOT-NOT)
                   MOVE DADOS-ALU2 TO TAB-ALU-REGISTRO (IDX-TALU)
                   ADD 1 TO CONT-NOTAS-APLICADAS
           END-EVALUATE.

       REGRAVA-ALUNO.
           MOVE TAB-ALU-REGISTRO (IDX-GRAVA) TO DADOS-ALU2
           WRITE DADOS-ALU2.

       GRAVA-REJEITO-NOTA.
           MOVE "EX10" TO PROGRAMA-REJ
           MOVE NUMERO-NOT TO CHAVE-REJ
           MOVE WS-DATA-EXECUCAO TO DATA-REJ
           MOVE WS-SEQ-EXECUCAO TO SEQ-EXEC-REJ
           MOVE DADOS-NOT TO IMAGEM-REJ
           WRITE DADOS-REJEITO
           ADD 1 TO CONT-NOTAS-REJEITADAS
           ADD 1 TO CONT-REJEITADOS.

       ABRE-HISTORICO.
           OPEN EXTEND CADHIST
           IF WS-STATUS-HIS NOT = "00"
