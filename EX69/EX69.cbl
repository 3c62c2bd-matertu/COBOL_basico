       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX69.
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
           SELECT GRADE-HORARIA ASSIGN TO "CADGRH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-GRH.
           SELECT PROFESSORES ASSIGN TO "CADPRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRO.
           SELECT ATRIBUICOES ASSIGN TO "CADATR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ATR.
           SELECT PARAMETROS-CENTRAL ASSIGN TO "CADPAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHAVE-PAR
               FILE STATUS IS WS-STATUS-PCEN.
           SELECT GRADE-TURMAS ASSIGN TO "EX69TUR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GRADE-PROFESSORES ASSIGN TO "EX69PRO.DAT"
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
       FD  GRADE-HORARIA.
       01  DADOS-GRH.
           05 TURMA-GRH         PIC X(3).
           05 DIA-GRH           PIC 9(1).
           05 PERIODO-GRH       PIC 9(1).
           05 SLOT-GRH          PIC 9(1).
           05 PROFESSOR-GRH     PIC 9(5).

       FD  PROFESSORES.
       01  DADOS-PRO.
           05 NUMERO-PRO        PIC 9(5).
           05 NOME-PRO          PIC X(20).
           05 FUNCIONARIO-PRO   PIC 9(5).
           05 FILIAL-PRO        PIC X(2).

       FD  ATRIBUICOES.
       01  DADOS-ATR.
           05 NUMERO-PRO-ATR    PIC 9(5).
           05 TURMA-ATR         PIC X(3).
           05 SLOT-ATR          PIC 9(1).
           05 CARGA-ATR         PIC 9(2).

       FD  PARAMETROS-CENTRAL.
       01  DADOS-PAR.
           05 CHAVE-PAR.
               10 PROGRAMA-PAR     PIC X(4).
               10 NOME-PAR         PIC X(10).
               10 VIGENCIA-PAR     PIC 9(8).
           05 VALOR-PAR            PIC 9(9)V99.
           05 ALTERADO-POR-PAR     PIC X(8).
           05 DATA-ALTERACAO-PAR   PIC 9(8).

       FD  GRADE-TURMAS.
       01  LINHA-TUR            PIC X(80).

       FD  GRADE-PROFESSORES.
       01  LINHA-PRO            PIC X(80).

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
       01  FIM-PCEN             PIC X(1) VALUE "N".
       01  WS-STATUS-GRH        PIC X(2).
       01  WS-STATUS-PRO        PIC X(2).
       01  WS-STATUS-ATR        PIC X(2).
       01  WS-STATUS-PCEN       PIC X(2).
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
       01  WS-DIAS-SEMANA       PIC 9(1) VALUE 5.
       01  WS-PERIODOS-DIA      PIC 9(1) VALUE 6.
       01  WS-MOTIVO            PIC X(30) VALUE SPACES.
       01  WS-TURMA-PROCURADA   PIC X(3) VALUE SPACES.
       01  SW-ATR-ACHADA        PIC X(1) VALUE "N".
       01  SW-TURMA-ACHADA      PIC X(1) VALUE "N".
       01  SW-CONFLITO          PIC X(1) VALUE "N".
           88 HA-CONFLITO-TURMA     VALUE "T".
           88 HA-CONFLITO-PROFESSOR VALUE "P".
           88 SEM-CONFLITO          VALUE "N".
       01  SW-PROF-ATRIBUIDO    PIC X(1) VALUE "N".
       01  IDX-TUR              PIC 9(3) COMP.
       01  IDX-PRO              PIC 9(5) COMP.
       01  IDX-ATR2             PIC 9(5) COMP.
       01  IDX-AUL              PIC 9(5) COMP.
       01  IDX-DIA              PIC 9(1) COMP.
       01  IDX-PER              PIC 9(1) COMP.

       01  CONT-LIDOS           PIC 9(7) COMP VALUE ZERO.
       01  CONT-GRAVADOS        PIC 9(7) COMP VALUE ZERO.
       01  CONT-REJEITADOS      PIC 9(7) COMP VALUE ZERO.
       01  CONT-CONFLITOS       PIC 9(7) COMP VALUE ZERO.
       01  CONT-DIVERGENCIAS    PIC 9(7) COMP VALUE ZERO.
       01  WS-CARGA-EDIT        PIC Z9.
       01  WS-GRADE-EDIT        PIC Z9.
       01  WS-PERIODO-EDIT      PIC 9.
       01  WS-CELULA            PIC X(11).

       01  TAB-NOMES-DIAS.
           05 FILLER            PIC X(11) VALUE "SEGUNDA".
           05 FILLER            PIC X(11) VALUE "TERCA".
           05 FILLER            PIC X(11) VALUE "QUARTA".
           05 FILLER            PIC X(11) VALUE "QUINTA".
           05 FILLER            PIC X(11) VALUE "SEXTA".
           05 FILLER            PIC X(11) VALUE "SABADO".
       01  TAB-DIAS REDEFINES TAB-NOMES-DIAS.
           05 TAB-DIA-NOME      PIC X(11) OCCURS 6 TIMES.

       01  LINHA-GRADE.
           05 LG-PERIODO        PIC X(9).
           05 LG-CELULA         PIC X(11) OCCURS 6 TIMES.
           05 FILLER            PIC X(5).

       01  TAB-PROFESSORES.
           05 QTD-PROFESSORES   PIC 9(5) COMP VALUE ZERO.
           05 TAB-PRO-ITEM      OCCURS 1 TO 9999 TIMES
                                DEPENDING ON QTD-PROFESSORES
                                INDEXED BY IDX-TPRO.
               10 TAB-PRO-NUMERO PIC 9(5).
               10 TAB-PRO-NOME   PIC X(20).

       01  TAB-ATRIBUICOES.
           05 QTD-ATRIBS        PIC 9(5) COMP VALUE ZERO.
           05 TAB-ATR-ITEM      OCCURS 1 TO 9999 TIMES
                                DEPENDING ON QTD-ATRIBS
                                INDEXED BY IDX-TATR.
               10 TAB-ATR-PROF   PIC 9(5).
               10 TAB-ATR-TURMA  PIC X(3).
               10 TAB-ATR-SLOT   PIC 9(1).
               10 TAB-ATR-CARGA  PIC 9(2).
               10 TAB-ATR-GRADE  PIC 9(3).

       01  TAB-TURMAS.
           05 QTD-TURMAS        PIC 9(3) COMP VALUE ZERO.
           05 TAB-TUR-ITEM      OCCURS 1 TO 999 TIMES
                                DEPENDING ON QTD-TURMAS
                                INDEXED BY IDX-TTUR.
               10 TAB-TUR-TURMA  PIC X(3).

       01  TAB-AULAS.
           05 QTD-AULAS         PIC 9(5) COMP VALUE ZERO.
           05 TAB-AUL-ITEM      OCCURS 1 TO 9999 TIMES
                                DEPENDING ON QTD-AULAS
                                INDEXED BY IDX-TAUL.
               10 TAB-AUL-TURMA    PIC X(3).
               10 TAB-AUL-DIA      PIC 9(1).
               10 TAB-AUL-PERIODO  PIC 9(1).
               10 TAB-AUL-SLOT     PIC 9(1).
               10 TAB-AUL-PROF     PIC 9(5).

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
           STRING WS-DIA "/" WS-MES "/" WS-ANO
               DELIMITED BY SIZE INTO WS-DATA-EMISSAO
           PERFORM LE-PARAMETROS-CENTRAIS
           PERFORM CARREGA-PROFESSORES
           PERFORM CARREGA-ATRIBUICOES
           IF QTD-ATRIBS = ZERO
               DISPLAY "EX69: CADATR AUSENTE OU VAZIO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT GRADE-HORARIA
           IF WS-STATUS-GRH NOT = "00"
               DISPLAY "EX69: CADGRH AUSENTE - NENHUMA GRADE A VALIDAR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ABRE-REJEITOS

           PERFORM UNTIL FIMARQ = "S"
               READ GRADE-HORARIA AT END
                   MOVE "S" TO FIMARQ
               NOT AT END
                   ADD 1 TO CONT-LIDOS
                   PERFORM VALIDA-AULA
               END-READ
           END-PERFORM
           MOVE "N" TO FIMARQ
           CLOSE GRADE-HORARIA

           PERFORM CONFERE-CARGA
               VARYING IDX-ATR2 FROM 1 BY 1
               UNTIL IDX-ATR2 > QTD-ATRIBS
           CLOSE REJEITOS

           OPEN OUTPUT GRADE-TURMAS
           PERFORM IMPRIME-TURMA
               VARYING IDX-TUR FROM 1 BY 1
               UNTIL IDX-TUR > QTD-TURMAS
           CLOSE GRADE-TURMAS

           OPEN OUTPUT GRADE-PROFESSORES
           PERFORM IMPRIME-PROFESSOR
               VARYING IDX-PRO FROM 1 BY 1
               UNTIL IDX-PRO > QTD-PROFESSORES
           CLOSE GRADE-PROFESSORES

           PERFORM GRAVA-RUNLOG
           DISPLAY "EX69: AULAS LIDAS ............ " CONT-LIDOS
           DISPLAY "EX69: AULAS NA GRADE ......... " CONT-GRAVADOS
           DISPLAY "EX69: CONFLITOS DE HORARIO ... " CONT-CONFLITOS
           DISPLAY "EX69: CARGAS DIVERGENTES ..... " CONT-DIVERGENCIAS
           DISPLAY "EX69: REJEITADOS ............. " CONT-REJEITADOS
           STOP RUN.

       LE-PARAMETROS-CENTRAIS.
           OPEN INPUT PARAMETROS-CENTRAL
           IF WS-STATUS-PCEN = "00"
               PERFORM UNTIL FIM-PCEN = "S"
                   READ PARAMETROS-CENTRAL NEXT
                       AT END
                           MOVE "S" TO FIM-PCEN
                       NOT AT END
                           IF PROGRAMA-PAR = "EX69"
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
           IF NOME-PAR = "DIASEMANA" AND VALOR-PAR > ZERO
                   AND VALOR-PAR < 7
               MOVE VALOR-PAR TO WS-DIAS-SEMANA
           END-IF
           IF NOME-PAR = "PERIODOS" AND VALOR-PAR > ZERO
                   AND VALOR-PAR < 10
               MOVE VALOR-PAR TO WS-PERIODOS-DIA
           END-IF.

       CARREGA-PROFESSORES.
           MOVE ZERO TO QTD-PROFESSORES
           OPEN INPUT PROFESSORES
           IF WS-STATUS-PRO = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ PROFESSORES AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       IF NUMERO-PRO IS NUMERIC
                           ADD 1 TO QTD-PROFESSORES
                           MOVE NUMERO-PRO
                               TO TAB-PRO-NUMERO (QTD-PROFESSORES)
                           MOVE NOME-PRO
                               TO TAB-PRO-NOME (QTD-PROFESSORES)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PROFESSORES
           END-IF
           MOVE "N" TO FIMARQ.

       CARREGA-ATRIBUICOES.
           MOVE ZERO TO QTD-ATRIBS
           OPEN INPUT ATRIBUICOES
           IF WS-STATUS-ATR = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ ATRIBUICOES AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       IF NUMERO-PRO-ATR IS NUMERIC
                               AND SLOT-ATR IS NUMERIC
                               AND SLOT-ATR > ZERO
                               AND SLOT-ATR NOT > 4
                               AND CARGA-ATR IS NUMERIC
                           ADD 1 TO QTD-ATRIBS
                           MOVE NUMERO-PRO-ATR
                               TO TAB-ATR-PROF (QTD-ATRIBS)
                           MOVE TURMA-ATR
                               TO TAB-ATR-TURMA (QTD-ATRIBS)
                           MOVE SLOT-ATR
                               TO TAB-ATR-SLOT (QTD-ATRIBS)
                           MOVE CARGA-ATR
                               TO TAB-ATR-CARGA (QTD-ATRIBS)
                           MOVE ZERO
                               TO TAB-ATR-GRADE (QTD-ATRIBS)
                           MOVE TURMA-ATR TO WS-TURMA-PROCURADA
                           PERFORM GUARDA-TURMA
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ATRIBUICOES
           END-IF
           MOVE "N" TO FIMARQ.

       GUARDA-TURMA.
           MOVE "N" TO SW-TURMA-ACHADA
           SET IDX-TTUR TO 1
           SEARCH TAB-TUR-ITEM
               AT END
                   CONTINUE
               WHEN TAB-TUR-TURMA (IDX-TTUR) = WS-TURMA-PROCURADA
                   MOVE "S" TO SW-TURMA-ACHADA
           END-SEARCH
           IF SW-TURMA-ACHADA = "N"
               ADD 1 TO QTD-TURMAS
               MOVE WS-TURMA-PROCURADA TO TAB-TUR-TURMA (QTD-TURMAS)
           END-IF.

       VALIDA-AULA.
           MOVE SPACES TO WS-MOTIVO
           IF TURMA-GRH = SPACES
                   OR DIA-GRH IS NOT NUMERIC
                   OR PERIODO-GRH IS NOT NUMERIC
                   OR SLOT-GRH IS NOT NUMERIC
                   OR PROFESSOR-GRH IS NOT NUMERIC
               MOVE "HORARIO MAL FORMADO" TO WS-MOTIVO
           ELSE
               EVALUATE TRUE
                   WHEN DIA-GRH = ZERO
                           OR DIA-GRH > WS-DIAS-SEMANA
                       MOVE "DIA DA SEMANA INVALIDO" TO WS-MOTIVO
                   WHEN PERIODO-GRH = ZERO
                           OR PERIODO-GRH > WS-PERIODOS-DIA
                       MOVE "PERIODO INVALIDO" TO WS-MOTIVO
                   WHEN OTHER
                       PERFORM PROCURA-ATRIBUICAO
                       IF SW-ATR-ACHADA = "N"
                           MOVE "AULA SEM ATRIBUICAO NO CADATR"
                               TO WS-MOTIVO
                       ELSE
                           PERFORM PROCURA-CONFLITO
                           EVALUATE TRUE
                               WHEN HA-CONFLITO-TURMA
                                   MOVE "TURMA COM 2 AULAS NO HORARIO"
                                       TO WS-MOTIVO
                                   ADD 1 TO CONT-CONFLITOS
                               WHEN HA-CONFLITO-PROFESSOR
                                   MOVE "PROFESSOR EM DUAS TURMAS"
                                       TO WS-MOTIVO
                                   ADD 1 TO CONT-CONFLITOS
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-EVALUATE
           END-IF
           IF WS-MOTIVO NOT = SPACES
               MOVE WS-MOTIVO TO MOTIVO-REJ
               MOVE DADOS-GRH TO IMAGEM-REJ
               MOVE PROFESSOR-GRH TO CHAVE-REJ
               PERFORM GRAVA-REJEITO
           ELSE
               ADD 1 TO QTD-AULAS
               MOVE TURMA-GRH TO TAB-AUL-TURMA (QTD-AULAS)
               MOVE DIA-GRH TO TAB-AUL-DIA (QTD-AULAS)
               MOVE PERIODO-GRH TO TAB-AUL-PERIODO (QTD-AULAS)
               MOVE SLOT-GRH TO TAB-AUL-SLOT (QTD-AULAS)
               MOVE PROFESSOR-GRH TO TAB-AUL-PROF (QTD-AULAS)
               ADD 1 TO TAB-ATR-GRADE (IDX-TATR)
               ADD 1 TO CONT-GRAVADOS
           END-IF.

       PROCURA-ATRIBUICAO.
           MOVE "N" TO SW-ATR-ACHADA
           SET IDX-TATR TO 1
           SEARCH TAB-ATR-ITEM
               AT END
                   CONTINUE
               WHEN TAB-ATR-PROF (IDX-TATR) = PROFESSOR-GRH
                       AND TAB-ATR-TURMA (IDX-TATR) = TURMA-GRH
                       AND TAB-ATR-SLOT (IDX-TATR) = SLOT-GRH
                   MOVE "S" TO SW-ATR-ACHADA
           END-SEARCH.

       PROCURA-CONFLITO.
           SET SEM-CONFLITO TO TRUE
           PERFORM COMPARA-AULA
               VARYING IDX-AUL FROM 1 BY 1
               UNTIL IDX-AUL > QTD-AULAS
                  OR NOT SEM-CONFLITO.

       COMPARA-AULA.
           IF TAB-AUL-DIA (IDX-AUL) = DIA-GRH
                   AND TAB-AUL-PERIODO (IDX-AUL) = PERIODO-GRH
               IF TAB-AUL-TURMA (IDX-AUL) = TURMA-GRH
                   SET HA-CONFLITO-TURMA TO TRUE
               ELSE
                   IF TAB-AUL-PROF (IDX-AUL) = PROFESSOR-GRH
                       SET HA-CONFLITO-PROFESSOR TO TRUE
                   END-IF
               END-IF
           END-IF.

       CONFERE-CARGA.
           IF TAB-ATR-GRADE (IDX-ATR2) NOT = TAB-ATR-CARGA (IDX-ATR2)
               ADD 1 TO CONT-DIVERGENCIAS
               MOVE "PERIODOS DIFEREM DA CARGA" TO MOTIVO-REJ
               MOVE TAB-ATR-PROF (IDX-ATR2) TO CHAVE-REJ
               MOVE SPACES TO IMAGEM-REJ
               STRING TAB-ATR-PROF (IDX-ATR2)
                   TAB-ATR-TURMA (IDX-ATR2)
                   TAB-ATR-SLOT (IDX-ATR2)
                   TAB-ATR-CARGA (IDX-ATR2)
                   " GRADE " TAB-ATR-GRADE (IDX-ATR2)
                   DELIMITED BY SIZE INTO IMAGEM-REJ
               PERFORM GRAVA-REJEITO
           END-IF.

       IMPRIME-TURMA.
           MOVE SPACES TO LINHA-TUR
           STRING "GRADE HORARIA - TURMA " TAB-TUR-TURMA (IDX-TUR)
               "                         EMISSAO: " WS-DATA-EMISSAO
               DELIMITED BY SIZE INTO LINHA-TUR
           WRITE LINHA-TUR
           MOVE SPACES TO LINHA-TUR
           WRITE LINHA-TUR
           PERFORM MONTA-CABECALHO-GRADE
           WRITE LINHA-TUR FROM LINHA-GRADE
           PERFORM IMPRIME-PERIODO-TURMA
               VARYING IDX-PER FROM 1 BY 1
               UNTIL IDX-PER > WS-PERIODOS-DIA
           MOVE SPACES TO LINHA-TUR
           STRING "CELULA: DISCIPLINA-PROFESSOR"
               DELIMITED BY SIZE INTO LINHA-TUR
           WRITE LINHA-TUR
           MOVE SPACES TO LINHA-TUR
           WRITE LINHA-TUR.

       MONTA-CABECALHO-GRADE.
           MOVE SPACES TO LINHA-GRADE
           MOVE "PERIODO" TO LG-PERIODO
           PERFORM MONTA-NOME-DIA
               VARYING IDX-DIA FROM 1 BY 1
               UNTIL IDX-DIA > WS-DIAS-SEMANA.

       MONTA-NOME-DIA.
           MOVE TAB-DIA-NOME (IDX-DIA) TO LG-CELULA (IDX-DIA).

       IMPRIME-PERIODO-TURMA.
           MOVE SPACES TO LINHA-GRADE
           MOVE IDX-PER TO WS-PERIODO-EDIT
           MOVE SPACES TO LG-PERIODO
           STRING "   " WS-PERIODO-EDIT
               DELIMITED BY SIZE INTO LG-PERIODO
           PERFORM MONTA-CELULA-TURMA
               VARYING IDX-DIA FROM 1 BY 1
               UNTIL IDX-DIA > WS-DIAS-SEMANA
           WRITE LINHA-TUR FROM LINHA-GRADE.

       MONTA-CELULA-TURMA.
           MOVE "-" TO LG-CELULA (IDX-DIA)
           PERFORM PROCURA-CELULA-TURMA
               VARYING IDX-AUL FROM 1 BY 1
               UNTIL IDX-AUL > QTD-AULAS.

       PROCURA-CELULA-TURMA.
           IF TAB-AUL-TURMA (IDX-AUL) = TAB-TUR-TURMA (IDX-TUR)
                   AND TAB-AUL-DIA (IDX-AUL) = IDX-DIA
                   AND TAB-AUL-PERIODO (IDX-AUL) = IDX-PER
               MOVE SPACES TO WS-CELULA
               STRING "D" TAB-AUL-SLOT (IDX-AUL)
                   "-" TAB-AUL-PROF (IDX-AUL)
                   DELIMITED BY SIZE INTO WS-CELULA
               MOVE WS-CELULA TO LG-CELULA (IDX-DIA)
           END-IF.

       IMPRIME-PROFESSOR.
           MOVE "N" TO SW-PROF-ATRIBUIDO
           PERFORM VERIFICA-ATRIBUIDO
               VARYING IDX-ATR2 FROM 1 BY 1
               UNTIL IDX-ATR2 > QTD-ATRIBS
           IF SW-PROF-ATRIBUIDO = "S"
               PERFORM IMPRIME-GRADE-PROFESSOR
           END-IF.

       VERIFICA-ATRIBUIDO.
           IF TAB-ATR-PROF (IDX-ATR2) = TAB-PRO-NUMERO (IDX-PRO)
               MOVE "S" TO SW-PROF-ATRIBUIDO
           END-IF.

       IMPRIME-GRADE-PROFESSOR.
           MOVE SPACES TO LINHA-PRO
           STRING "GRADE HORARIA - PROFESSOR " TAB-PRO-NUMERO (IDX-PRO)
               " " TAB-PRO-NOME (IDX-PRO)
               "  EMISSAO: " WS-DATA-EMISSAO
               DELIMITED BY SIZE INTO LINHA-PRO
           WRITE LINHA-PRO
           MOVE SPACES TO LINHA-PRO
           WRITE LINHA-PRO
           PERFORM MONTA-CABECALHO-GRADE
           WRITE LINHA-PRO FROM LINHA-GRADE
           PERFORM IMPRIME-PERIODO-PROFESSOR
               VARYING IDX-PER FROM 1 BY 1
               UNTIL IDX-PER > WS-PERIODOS-DIA
           MOVE SPACES TO LINHA-PRO
           STRING "CELULA: TURMA-DISCIPLINA"
               DELIMITED BY SIZE INTO LINHA-PRO
           WRITE LINHA-PRO
           PERFORM IMPRIME-CARGA-PROFESSOR
               VARYING IDX-ATR2 FROM 1 BY 1
               UNTIL IDX-ATR2 > QTD-ATRIBS
           MOVE SPACES TO LINHA-PRO
           WRITE LINHA-PRO.

       IMPRIME-PERIODO-PROFESSOR.
           MOVE SPACES TO LINHA-GRADE
           MOVE IDX-PER TO WS-PERIODO-EDIT
           MOVE SPACES TO LG-PERIODO
           STRING "   " WS-PERIODO-EDIT
               DELIMITED BY SIZE INTO LG-PERIODO
           PERFORM MONTA-CELULA-PROFESSOR
               VARYING IDX-DIA FROM 1 BY 1
               UNTIL IDX-DIA > WS-DIAS-SEMANA
           WRITE LINHA-PRO FROM LINHA-GRADE.

       MONTA-CELULA-PROFESSOR.
           MOVE "-" TO LG-CELULA (IDX-DIA)
           PERFORM PROCURA-CELULA-PROFESSOR
               VARYING IDX-AUL FROM 1 BY 1
               UNTIL IDX-AUL > QTD-AULAS.

       PROCURA-CELULA-PROFESSOR.
           IF TAB-AUL-PROF (IDX-AUL) = TAB-PRO-NUMERO (IDX-PRO)
                   AND TAB-AUL-DIA (IDX-AUL) = IDX-DIA
                   AND TAB-AUL-PERIODO (IDX-AUL) = IDX-PER
               MOVE SPACES TO WS-CELULA
               STRING TAB-AUL-TURMA (IDX-AUL)
                   "-D" TAB-AUL-SLOT (IDX-AUL)
                   DELIMITED BY SIZE INTO WS-CELULA
               MOVE WS-CELULA TO LG-CELULA (IDX-DIA)
           END-IF.

       IMPRIME-CARGA-PROFESSOR.
           IF TAB-ATR-PROF (IDX-ATR2) = TAB-PRO-NUMERO (IDX-PRO)
               MOVE TAB-ATR-CARGA (IDX-ATR2) TO WS-CARGA-EDIT
               MOVE TAB-ATR-GRADE (IDX-ATR2) TO WS-GRADE-EDIT
               MOVE SPACES TO LINHA-PRO
               STRING "   TURMA " TAB-ATR-TURMA (IDX-ATR2)
                   "  DISCIPLINA " TAB-ATR-SLOT (IDX-ATR2)
                   "  CARGA " WS-CARGA-EDIT
                   "  NA GRADE " WS-GRADE-EDIT
                   DELIMITED BY SIZE INTO LINHA-PRO
               IF TAB-ATR-GRADE (IDX-ATR2)
                       NOT = TAB-ATR-CARGA (IDX-ATR2)
                   MOVE "*** DIVERGENTE" TO LINHA-PRO (52:14)
               END-IF
               WRITE LINHA-PRO
           END-IF.

       ABRE-REJEITOS.
           OPEN EXTEND REJEITOS
           IF WS-STATUS-REJ NOT = "00"
               OPEN OUTPUT REJEITOS
               CLOSE REJEITOS
               OPEN EXTEND REJEITOS
           END-IF
           PERFORM LE-SEQUENCIA.

       GRAVA-REJEITO.
           MOVE "EX69" TO PROGRAMA-REJ
           MOVE WS-DATA-EXECUCAO TO DATA-REJ
           MOVE WS-SEQ-EXECUCAO TO SEQ-EXEC-REJ
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
           MOVE "EX69" TO PROGRAMA-RLOG
           MOVE WS-DATA-EXECUCAO TO DATA-RLOG
           MOVE CONT-LIDOS TO LIDOS-RLOG
           MOVE CONT-GRAVADOS TO GRAVADOS-RLOG
           MOVE CONT-REJEITADOS TO REJEITADOS-RLOG
           WRITE REG-RUNLOG
           CLOSE RUNLOG.
