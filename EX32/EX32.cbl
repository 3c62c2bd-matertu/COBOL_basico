           SELECT HISTORICO-ESCOLAR ASSIGN "CADHISTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HSE.
           SELECT DEPENDENCIAS ASSIGN "CADDPE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DPE.
           SELECT PARAMETROS-CENTRAL ASSIGN "CADPAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHAVE-PAR
               FILE STATUS IS WS-STATUS-PCEN.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
       01 REG-PARM.
           05 PESO-BIM-PARM     OCCURS 4 TIMES PIC 9V99.
           05 MAX-DEPEND-PARM   PIC 9(1).

       FD REJEITOS.
       01 DADOS-REJEITO.
           05 FALTAS-ALU2       PIC 9(2).
           05 TURMA-ALU2        PIC X(3).
           05 FILIAL-ALU2       PIC X(2).
           05 SITUACAO-ALU2     PIC X(1).
               88 ALUNO-TRANSFERIDO VALUE "T".

       FD HISTORICO-ESCOLAR.
       01 DADOS-HISTE.
           05 RESULTADO-HSE     PIC X(1).
               88 HSE-APROVADO  VALUE "A".
               88 HSE-REPROVADO VALUE "R".
               88 HSE-APROVADO-DEPENDENCIA VALUE "D".

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

       FD PARAMETROS-CENTRAL.
       01 DADOS-PAR.
           05 CHAVE-PAR.
               10 PROGRAMA-PAR     PIC X(4).
               10 NOME-PAR         PIC X(10).
               10 VIGENCIA-PAR     PIC 9(8).
           05 VALOR-PAR            PIC 9(9)V99.
           05 ALTERADO-POR-PAR     PIC X(8).
           05 DATA-ALTERACAO-PAR   PIC 9(8).

       WORKING-STORAGE SECTION.
       01 FIMARQ               PIC X(1) VALUE "N".
       01 WS-STATUS-SEQ        PIC X(2).
       01 WS-STATUS-ALU        PIC X(2).
       01 WS-STATUS-HSE        PIC X(2).
       01 WS-STATUS-DPE        PIC X(2).
       01 WS-STATUS-PCEN       PIC X(2).
       01 FIM-PCEN             PIC X(1) VALUE "N".
       01 WS-LIMITE-FALTAS     PIC 9(2) VALUE 18.
       01 WS-VIG-FALTAS        PIC 9(8) VALUE ZERO.
       01 WS-SEQ-EXECUCAO      PIC 9(4) VALUE ZERO.
       01 WS-DATA-EXECUCAO     PIC 9(8) VALUE ZERO.
       01 WS-ANO-LETIVO REDEFINES WS-DATA-EXECUCAO.
           05 WS-ANO-EXEC      PIC 9(4).
           05 FILLER           PIC 9(4).
       01 WS-FALTAS-ALUNO      PIC 9(2) VALUE ZERO.
       01 WS-TURMA-ALUNO       PIC X(3) VALUE SPACES.
       01 WS-SITUACAO-ALUNO    PIC X(1) VALUE SPACE.
           88 ESTUDANTE-TRANSFERIDO VALUE "T".
       01 CONT-TRANSFERIDOS    PIC 9(5) COMP VALUE ZERO.
       01 WS-FILIAL-ALUNO      PIC X(2) VALUE SPACES.

       01 TAB-FALTAS.
               10 TAB-FAL-NUMERO PIC 9(5).
               10 TAB-FAL-QTD    PIC 9(2).
               10 TAB-FAL-FILIAL PIC X(2).
               10 TAB-FAL-TURMA  PIC X(3).
               10 TAB-FAL-SITUACAO PIC X(1).
               10 TAB-FAL-QTD-NOTAS PIC 9(1).
               10 TAB-FAL-NOTAS.
                   15 TAB-FAL-NOTA OCCURS 4 TIMES PIC 9(2)V99.
       01 WS-QTD-NOTAS-ALUNO   PIC 9(1) VALUE ZERO.
       01 WS-NOTAS-ALUNO.
           05 WS-NOTA-ALUNO    OCCURS 4 TIMES PIC 9(2)V99.
       01 IDX-DISC             PIC 9(1) COMP.
       01 WS-NOTA-MINIMA-DISC  PIC 9(2)V99 VALUE 7.
       01 WS-LIMITE-DEPENDENCIAS PIC 9(1) VALUE 2.
       01 WS-QTD-DISC-REPROV   PIC 9(1) VALUE ZERO.
       01 WS-RESULTADO-ANUAL   PIC X(1) VALUE SPACE.
       01 WS-MOTIVO-REPROVACAO PIC X(20) VALUE SPACES.
       01 CONT-COM-DEPENDENCIA PIC 9(5) COMP VALUE ZERO.
       01 CONT-DEPENDENCIAS    PIC 9(5) COMP VALUE ZERO.

       01 TAB-DEPENDENCIAS.
           05 QTD-DEPEND-ANT   PIC 9(5) COMP VALUE ZERO.
           05 TAB-DPE-ITEM     OCCURS 1 TO 9999 TIMES
                               DEPENDING ON QTD-DEPEND-ANT
                               INDEXED BY IDX-TDPE
                               PIC X(50).
       01 WS-MEDIA-ANUAL       PIC 9(2)V99 VALUE ZERO.
       01 WS-SOMA-PONDERADA    PIC 9(5)V9(4) VALUE ZERO.
       01 WS-SOMA-PESOS        PIC 9(2)V99 VALUE ZERO.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
           PERFORM INICIALIZA-PESOS
           PERFORM LE-PARAMETRO
           PERFORM LE-PARAMETROS-CENTRAIS
           PERFORM ABRE-REJEITOS
           PERFORM CARREGA-HISTORICO
           PERFORM CARREGA-FALTAS
           PERFORM ABRE-HISTORICO-ESCOLAR
           PERFORM PREPARA-DEPENDENCIAS

           OPEN OUTPUT CADAPRF
           OPEN OUTPUT CADREPF
           CLOSE CADAPRF
           CLOSE CADREPF
           CLOSE HISTORICO-ESCOLAR
           CLOSE DEPENDENCIAS
           CLOSE REJEITOS

           DISPLAY "EX32: APROVADOS NO ANO ...... " CONT-APROVADOS
           DISPLAY "EX32: COM DEPENDENCIA ....... " CONT-COM-DEPENDENCIA
           DISPLAY "EX32: DEPENDENCIAS GRAVADAS . " CONT-DEPENDENCIAS
           DISPLAY "EX32: REPROVADOS NO ANO ..... " CONT-REPROVADOS
           DISPLAY "EX32: HISTORICO INCOMPLETO .. " CONT-INCOMPLETOS
           DISPLAY "EX32: TRANSFERIDOS .......... " CONT-TRANSFERIDOS
           STOP RUN.

       INICIALIZA-PESOS.
                       PERFORM GUARDA-PESO-PARM
                           VARYING IDX-BIM FROM 1 BY 1
                           UNTIL IDX-BIM > 4
                       IF MAX-DEPEND-PARM IS NUMERIC
                               AND MAX-DEPEND-PARM NOT > 4
                           MOVE MAX-DEPEND-PARM
                               TO WS-LIMITE-DEPENDENCIAS
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.
                   TO PESO-BIMESTRE (IDX-BIM)
           END-IF.

       LE-PARAMETROS-CENTRAIS.
           OPEN INPUT PARAMETROS-CENTRAL
           IF WS-STATUS-PCEN = "00"
               PERFORM UNTIL FIM-PCEN = "S"
                   READ PARAMETROS-CENTRAL NEXT
                       AT END
                           MOVE "S" TO FIM-PCEN
                       NOT AT END
                           IF PROGRAMA-PAR = "EX28"
                                   AND VIGENCIA-PAR
                                       <= WS-DATA-EXECUCAO
                               PERFORM APLICA-PARAMETRO-CENTRAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMETROS-CENTRAL
           END-IF
           MOVE "N" TO FIM-PCEN.

       APLICA-PARAMETRO-CENTRAL.
           IF NOME-PAR = "LIMFALTAS"
                   AND VIGENCIA-PAR >= WS-VIG-FALTAS
                   AND VALOR-PAR > ZERO
                   AND VALOR-PAR NOT > 99
               MOVE VIGENCIA-PAR TO WS-VIG-FALTAS
               MOVE VALOR-PAR TO WS-LIMITE-FALTAS
           END-IF.

       CARREGA-HISTORICO.
           MOVE ZERO TO QTD-ESTUDANTES
           OPEN INPUT CADHIST
           MOVE "N" TO TAB-EST-TEM (IDX-TEST IDX-BIM).

       CONSOLIDA-ESTUDANTE.
           PERFORM PROCURA-FALTAS
           IF ESTUDANTE-TRANSFERIDO
               ADD 1 TO CONT-TRANSFERIDOS
           ELSE
               IF WS-TURMA-ALUNO NOT = SPACES
                   MOVE WS-TURMA-ALUNO TO TAB-EST-TURMA (IDX-EST)
               END-IF
               PERFORM CONSOLIDA-ESTUDANTE-ATIVO
           END-IF.

       CONSOLIDA-ESTUDANTE-ATIVO.
           SET HISTORICO-COMPLETO TO TRUE
           PERFORM VERIFICA-BIMESTRE
               VARYING IDX-BIM FROM 1 BY 1
               WRITE DADOS-REJEITO
           ELSE
               PERFORM CALCULA-MEDIA-ANUAL
               PERFORM CONTA-DISCIPLINAS-REPROVADAS
               IF WS-FALTAS-ALUNO > WS-LIMITE-FALTAS
                   PERFORM REPROVA-POR-FALTAS
               ELSE
                   PERFORM DETERMINA-RESULTADO-ANUAL
               END-IF
           END-IF.

       REPROVA-POR-FALTAS.
           IF WS-MEDIA-ANUAL < 7
               MOVE "MEDIA E FALTAS" TO WS-MOTIVO-REPROVACAO
           ELSE
               MOVE "FALTAS" TO WS-MOTIVO-REPROVACAO
           END-IF
           PERFORM GRAVA-REPROVADO-FINAL.

       DETERMINA-RESULTADO-ANUAL.
           IF WS-QTD-DISC-REPROV > WS-LIMITE-DEPENDENCIAS
               MOVE "DISCIPLINAS" TO WS-MOTIVO-REPROVACAO
               PERFORM GRAVA-REPROVADO-FINAL
           ELSE
               IF WS-QTD-DISC-REPROV > ZERO
                   PERFORM GRAVA-APROVADO-DEPENDENCIA
               ELSE
                   IF WS-MEDIA-ANUAL >= 7
                       MOVE "A" TO WS-RESULTADO-ANUAL
                       PERFORM GRAVA-APROVADO-FINAL
                   ELSE
                       MOVE "MEDIA ANUAL" TO WS-MOTIVO-REPROVACAO
                       PERFORM GRAVA-REPROVADO-FINAL
                   END-IF
               END-IF
           END-IF.

       CONTA-DISCIPLINAS-REPROVADAS.
           MOVE ZERO TO WS-QTD-DISC-REPROV
           PERFORM PROCURA-FALTAS
           PERFORM VERIFICA-DISCIPLINA
               VARYING IDX-DISC FROM 1 BY 1
               UNTIL IDX-DISC > WS-QTD-NOTAS-ALUNO.

       VERIFICA-DISCIPLINA.
           IF WS-NOTA-ALUNO (IDX-DISC) < WS-NOTA-MINIMA-DISC
               ADD 1 TO WS-QTD-DISC-REPROV
           END-IF.

       VERIFICA-BIMESTRE.
           IF TAB-EST-TEM (IDX-EST IDX-BIM) = "N"
               SET HISTORICO-INCOMPLETO TO TRUE
           MOVE WS-FILIAL-ALUNO TO FILIAL-APRF
           WRITE DADOS-APRF
           ADD 1 TO CONT-APROVADOS
           MOVE WS-RESULTADO-ANUAL TO RESULTADO-HSE
           PERFORM GRAVA-HISTORICO-ESCOLAR.

       GRAVA-APROVADO-DEPENDENCIA.
           MOVE "D" TO WS-RESULTADO-ANUAL
           PERFORM GRAVA-APROVADO-FINAL
           ADD 1 TO CONT-COM-DEPENDENCIA
           PERFORM GRAVA-DEPENDENCIA
               VARYING IDX-DISC FROM 1 BY 1
               UNTIL IDX-DISC > WS-QTD-NOTAS-ALUNO.

       GRAVA-DEPENDENCIA.
           IF WS-NOTA-ALUNO (IDX-DISC) < WS-NOTA-MINIMA-DISC
               MOVE TAB-EST-NUMERO (IDX-EST) TO NUMERO-DPE
               MOVE TAB-EST-NOME (IDX-EST) TO NOME-DPE
               MOVE WS-ANO-EXEC TO ANO-DPE
               MOVE TAB-EST-TURMA (IDX-EST) TO TURMA-DPE
               MOVE IDX-DISC TO SLOT-DPE
               MOVE WS-NOTA-ALUNO (IDX-DISC) TO NOTA-DPE
               SET DEPENDENCIA-ABERTA TO TRUE
               MOVE ZERO TO NOTA-FINAL-DPE
               MOVE ZERO TO DATA-FINAL-DPE
               WRITE DADOS-DPE
               ADD 1 TO CONT-DEPENDENCIAS
           END-IF.

       GRAVA-REPROVADO-FINAL.
           MOVE TAB-EST-NUMERO (IDX-EST) TO NUMERO-REPF
           MOVE TAB-EST-NOME (IDX-EST) TO NOME-REPF
           MOVE TAB-EST-SEXO (IDX-EST) TO SEXO-REPF
           MOVE WS-MEDIA-ANUAL TO MEDIA-REPF
           MOVE WS-MOTIVO-REPROVACAO TO MOTIVO-REPF
           MOVE TAB-EST-TURMA (IDX-EST) TO TURMA-REPF
           PERFORM PROCURA-FALTAS
           MOVE WS-FALTAS-ALUNO TO FALTAS-REPF
           MOVE WS-FILIAL-ALUNO TO FILIAL-REPF
           WRITE DADOS-REPF
           ADD 1 TO CONT-REPROVADOS
                               TO TAB-FAL-QTD (QTD-FALTAS)
                           MOVE FILIAL-ALU2
                               TO TAB-FAL-FILIAL (QTD-FALTAS)
                           MOVE TURMA-ALU2
                               TO TAB-FAL-TURMA (QTD-FALTAS)
                           MOVE SITUACAO-ALU2
                               TO TAB-FAL-SITUACAO (QTD-FALTAS)
                           PERFORM GUARDA-NOTAS-ALUNO
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           MOVE "N" TO FIMARQ.

       GUARDA-NOTAS-ALUNO.
           MOVE ZERO TO TAB-FAL-QTD-NOTAS (QTD-FALTAS)
           MOVE ZERO TO TAB-FAL-NOTAS (QTD-FALTAS)
           IF QTD-NOTAS-ALU2 IS NUMERIC
                   AND QTD-NOTAS-ALU2 NOT > 4
               MOVE QTD-NOTAS-ALU2 TO TAB-FAL-QTD-NOTAS (QTD-FALTAS)
               PERFORM GUARDA-NOTA-DISCIPLINA
                   VARYING IDX-DISC FROM 1 BY 1
                   UNTIL IDX-DISC > QTD-NOTAS-ALU2
           END-IF.

       GUARDA-NOTA-DISCIPLINA.
           IF VALOR-NOTA (IDX-DISC) IS NUMERIC
               MOVE VALOR-NOTA (IDX-DISC)
                   TO TAB-FAL-NOTA (QTD-FALTAS IDX-DISC)
           ELSE
               MOVE ZERO TO TAB-FAL-QTD-NOTAS (QTD-FALTAS)
           END-IF.

       PROCURA-FALTAS.
           MOVE ZERO TO WS-FALTAS-ALUNO
           MOVE SPACES TO WS-FILIAL-ALUNO
           MOVE SPACES TO WS-TURMA-ALUNO
           MOVE SPACE TO WS-SITUACAO-ALUNO
           MOVE ZERO TO WS-QTD-NOTAS-ALUNO
           MOVE ZERO TO WS-NOTAS-ALUNO
           SET IDX-FAL TO 1
           SEARCH TAB-FAL-ITEM
               AT END
                   MOVE TAB-FAL-QTD (IDX-FAL) TO WS-FALTAS-ALUNO
                   MOVE TAB-FAL-FILIAL (IDX-FAL)
                       TO WS-FILIAL-ALUNO
                   MOVE TAB-FAL-TURMA (IDX-FAL) TO WS-TURMA-ALUNO
                   MOVE TAB-FAL-SITUACAO (IDX-FAL)
                       TO WS-SITUACAO-ALUNO
                   MOVE TAB-FAL-QTD-NOTAS (IDX-FAL)
                       TO WS-QTD-NOTAS-ALUNO
                   MOVE TAB-FAL-NOTAS (IDX-FAL) TO WS-NOTAS-ALUNO
           END-SEARCH.

       PREPARA-DEPENDENCIAS.
           MOVE ZERO TO QTD-DEPEND-ANT
           OPEN INPUT DEPENDENCIAS
           IF WS-STATUS-DPE = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ DEPENDENCIAS AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       IF ANO-DPE NOT = WS-ANO-EXEC
                           PERFORM GUARDA-DEPENDENCIA-ANTERIOR
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPENDENCIAS
           END-IF
           MOVE "N" TO FIMARQ
           OPEN OUTPUT DEPENDENCIAS
           PERFORM REGRAVA-DEPENDENCIA-ANTERIOR
               VARYING IDX-TDPE FROM 1 BY 1
               UNTIL IDX-TDPE > QTD-DEPEND-ANT.

       GUARDA-DEPENDENCIA-ANTERIOR.
           IF QTD-DEPEND-ANT < 9999
               ADD 1 TO QTD-DEPEND-ANT
               MOVE DADOS-DPE TO TAB-DPE-ITEM (QTD-DEPEND-ANT)
           ELSE
               DISPLAY "EX32: CADDPE EXCEDE 9999 DEPENDENCIAS -"
                       " EXECUCAO CANCELADA"
               CLOSE DEPENDENCIAS
               CLOSE HISTORICO-ESCOLAR
               CLOSE REJEITOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       REGRAVA-DEPENDENCIA-ANTERIOR.
           MOVE TAB-DPE-ITEM (IDX-TDPE) TO DADOS-DPE
           WRITE DADOS-DPE.

       ABRE-HISTORICO-ESCOLAR.
           OPEN EXTEND HISTORICO-ESCOLAR
           IF WS-STATUS-HSE NOT = "00"
