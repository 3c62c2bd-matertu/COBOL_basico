       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX66.
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
           SELECT PROFESSORES ASSIGN TO "CADPRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRO.
           SELECT ATRIBUICOES ASSIGN TO "CADATR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ATR.
           SELECT AUSENCIAS ASSIGN TO "EX66FAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FAL.
           SELECT NAO-COBERTAS ASSIGN TO "EX66NCB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-NCB.
           SELECT NAO-COBERTAS-ORD ASSIGN TO "EX66NCO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-NCO.
           SELECT ARQ-ORDENACAO ASSIGN TO "EX66SORT.TMP".
           SELECT CALENDARIO ASSIGN TO "CADCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CAL.
           SELECT CADFUN2I ASSIGN TO "CADFUN2I.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-FUNI
               FILE STATUS IS WS-STATUS-FNI.
           SELECT MOVIMENTOS ASSIGN TO "EX11MOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOV.
           SELECT PARAMETROS-CENTRAL ASSIGN TO "CADPAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHAVE-PAR
               FILE STATUS IS WS-STATUS-PCEN.
           SELECT RELATORIO ASSIGN TO "EX66REL.DAT"
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

       FD  AUSENCIAS.
       01  DADOS-FAL.
           05 DATA-FAL          PIC 9(8).
           05 DATA-FAL-R REDEFINES DATA-FAL.
               10 MES-REF-FAL   PIC 9(6).
               10 DIA-FAL       PIC 9(2).
           05 NUMERO-PRO-FAL    PIC 9(5).
           05 TURMA-FAL         PIC X(3).
           05 SLOT-FAL          PIC 9(1).
           05 AULAS-FAL         PIC 9(2).
           05 SUBSTITUTO-FAL    PIC 9(5).

       FD  NAO-COBERTAS.
       01  DADOS-NCB.
           05 TURMA-NCB         PIC X(3).
           05 DATA-NCB          PIC 9(8).
           05 SLOT-NCB          PIC 9(1).
           05 NUMERO-PRO-NCB    PIC 9(5).
           05 NOME-PRO-NCB      PIC X(20).
           05 AULAS-NCB         PIC 9(2).

       FD  NAO-COBERTAS-ORD.
       01  DADOS-NCO.
           05 TURMA-NCO         PIC X(3).
           05 DATA-NCO          PIC 9(8).
           05 DATA-NCO-R REDEFINES DATA-NCO.
               10 ANO-NCO       PIC 9(4).
               10 MES-NCO       PIC 9(2).
               10 DIA-NCO       PIC 9(2).
           05 SLOT-NCO          PIC 9(1).
           05 NUMERO-PRO-NCO    PIC 9(5).
           05 NOME-PRO-NCO      PIC X(20).
           05 AULAS-NCO         PIC 9(2).

       SD  ARQ-ORDENACAO.
       01  DADOS-CLASS.
           05 TURMA-CLASS       PIC X(3).
           05 DATA-CLASS        PIC 9(8).
           05 SLOT-CLASS        PIC 9(1).
           05 NUMERO-PRO-CLASS  PIC 9(5).
           05 NOME-PRO-CLASS    PIC X(20).
           05 AULAS-CLASS       PIC 9(2).

       FD  CALENDARIO.
       01  DADOS-CALENDARIO.
           05 DATA-CAL          PIC 9(8).
           05 DATA-CAL-R REDEFINES DATA-CAL.
               10 MES-REF-CAL   PIC 9(6).
               10 DIA-CAL       PIC 9(2).
           05 TIPO-CAL          PIC X(1).
               88 DIA-LETIVO    VALUE "L".

       FD  CADFUN2I.
       01  DADOS-FUNI.
           05 NUMERO-FUNI       PIC 9(5).
           05 NOME-FUNI         PIC X(20).
           05 DEPTO-FUNI        PIC X(10).
           05 SALARIOBRUTO-FUNI PIC 9(5)V99.
           05 SITUACAO-FUNI     PIC X(1).
               88 FUNI-ATIVO    VALUE "A".
               88 FUNI-INATIVO  VALUE "I".
           05 FILIAL-FUNI       PIC X(2).

       FD  MOVIMENTOS.
       01  DADOS-MOV.
           05 NUMERO-MOV        PIC 9(5).
           05 EVENTO-MOV        PIC X(2).
               88 EVENTO-HORA-EXTRA VALUE "HE".
               88 EVENTO-FALTA      VALUE "FA".
               88 EVENTO-NOTURNO    VALUE "AN".
               88 EVENTO-RETROATIVO VALUE "RT".
               88 EVENTO-HORA-AULA  VALUE "HA".
           05 QTD-MOV           PIC 9(3)V99.
           05 MES-REF-MOV       PIC 9(6).
           05 ORIGEM-MOV        PIC X(1).
               88 MOV-DIGITADO  VALUE SPACE.
               88 MOV-PONTO     VALUE "P".
               88 MOV-RETROATIVO VALUE "R".
               88 MOV-AULAS     VALUE "A".
           05 VALOR-MOV         PIC 9(5)V99.

       FD  PARAMETROS-CENTRAL.
       01  DADOS-PAR.
           05 CHAVE-PAR.
               10 PROGRAMA-PAR     PIC X(4).
               10 NOME-PAR         PIC X(10).
               10 VIGENCIA-PAR     PIC 9(8).
           05 VALOR-PAR            PIC 9(9)V99.
           05 ALTERADO-POR-PAR     PIC X(8).
           05 DATA-ALTERACAO-PAR   PIC 9(8).

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
       01  FIM-PCEN             PIC X(1) VALUE "N".
       01  FIM-MOV              PIC X(1) VALUE "N".
       01  WS-STATUS-PRO        PIC X(2).
       01  WS-STATUS-ATR        PIC X(2).
       01  WS-STATUS-FAL        PIC X(2).
       01  WS-STATUS-NCB        PIC X(2).
       01  WS-STATUS-NCO        PIC X(2).
       01  WS-STATUS-CAL        PIC X(2).
       01  WS-STATUS-FNI        PIC X(2).
       01  WS-STATUS-MOV        PIC X(2).
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
       01  WS-MES-REFERENCIA    PIC 9(6) VALUE ZERO.
       01  WS-MES-REF-R REDEFINES WS-MES-REFERENCIA.
           05 WS-ANO-REF        PIC 9(4).
           05 WS-MES-REF        PIC 9(2).

       01  WS-DIAS-LETIVOS      PIC 9(2) VALUE ZERO.
       01  WS-VALOR-HORA-PADRAO PIC 9(3)V99 VALUE ZERO.
       01  WS-FILIAL-NUM        PIC 9(2) VALUE ZERO.
       01  WS-HORAS-ATRIB       PIC 9(4)V99 VALUE ZERO.
       01  WS-HORAS-LIQUIDAS    PIC S9(4)V99 VALUE ZERO.
       01  WS-VALOR-AULAS       PIC 9(7)V99 VALUE ZERO.
       01  WS-TOTAL-VALOR       PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-NAO-COBERTAS PIC 9(5) VALUE ZERO.
       01  WS-AULAS-TURMA       PIC 9(5) VALUE ZERO.
       01  WS-TURMA-ATUAL       PIC X(3) VALUE SPACES.
       01  WS-MOTIVO            PIC X(30) VALUE SPACES.
       01  WS-OBSERVACAO        PIC X(12) VALUE SPACES.

       01  SW-DIA-LETIVO        PIC X(1) VALUE "N".
       01  SW-PROF-ACHADO       PIC X(1) VALUE "N".
       01  SW-ATR-ACHADA        PIC X(1) VALUE "N".
       01  SW-PRIMEIRA-TURMA    PIC X(1) VALUE "S".
       01  IDX-PRO              PIC 9(5) COMP VALUE ZERO.
       01  IDX-PRO-AUSENTE      PIC 9(5) COMP VALUE ZERO.
       01  IDX-PRO-SUBST        PIC 9(5) COMP VALUE ZERO.
       01  IDX-ATR              PIC 9(5) COMP VALUE ZERO.
       01  IDX-MAN              PIC 9(5) COMP VALUE ZERO.
       01  WS-NUMERO-PROCURA    PIC 9(5) VALUE ZERO.

       01  CONT-LIDOS           PIC 9(7) COMP VALUE ZERO.
       01  CONT-GRAVADOS        PIC 9(7) COMP VALUE ZERO.
       01  CONT-REJEITADOS      PIC 9(7) COMP VALUE ZERO.
       01  CONT-MANTIDOS        PIC 9(7) COMP VALUE ZERO.
       01  CONT-AUSENCIAS       PIC 9(7) COMP VALUE ZERO.
       01  CONT-SUBSTITUICOES   PIC 9(7) COMP VALUE ZERO.
       01  CONT-NAO-COBERTAS    PIC 9(7) COMP VALUE ZERO.

       01  WS-NUMERO-EDIT       PIC ZZZZ9.
       01  WS-FUNC-EDIT         PIC ZZZZ9.
       01  WS-HORAS-EDIT        PIC ZZZ9,99.
       01  WS-FALTAS-EDIT       PIC ZZZ9,99.
       01  WS-SUBST-EDIT        PIC ZZZ9,99.
       01  WS-LIQUIDAS-EDIT     PIC ZZZ9,99.
       01  WS-VALOR-HORA-EDIT   PIC ZZ9,99.
       01  WS-VALOR-EDIT        PIC ZZ.ZZ9,99.
       01  WS-TOTAL-EDIT        PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-AULAS-EDIT        PIC ZZZZ9.
       01  WS-QTD-EDIT          PIC ZZZZ9.
       01  WS-DIAS-EDIT         PIC Z9.
       01  LINHA-DETALHE        PIC X(80).

       01  TAB-VALORES-HORA.
           05 TAB-VHR-ITEM      OCCURS 99 TIMES.
               10 TAB-VHR-VALOR PIC 9(3)V99.

       01  TAB-PROFESSORES.
           05 QTD-PROFESSORES   PIC 9(5) COMP VALUE ZERO.
           05 TAB-PRO-ITEM      OCCURS 1 TO 999 TIMES
                                DEPENDING ON QTD-PROFESSORES
                                INDEXED BY IDX-TPRO.
               10 TAB-PRO-NUMERO     PIC 9(5).
               10 TAB-PRO-NOME       PIC X(20).
               10 TAB-PRO-FUNCIONARIO PIC 9(5).
               10 TAB-PRO-FILIAL     PIC X(2).
               10 TAB-PRO-VALOR-HORA PIC 9(3)V99.
               10 TAB-PRO-ATRIB      PIC 9(4)V99.
               10 TAB-PRO-FALTAS     PIC 9(4)V99.
               10 TAB-PRO-SUBST      PIC 9(4)V99.
               10 TAB-PRO-SITUACAO   PIC X(1).
                   88 PRO-VINCULADO  VALUE "V".
                   88 PRO-SEM-VINCULO VALUE "S".

       01  TAB-ATRIBUICOES.
           05 QTD-ATRIBS        PIC 9(5) COMP VALUE ZERO.
           05 TAB-ATR-ITEM      OCCURS 1 TO 9999 TIMES
                                DEPENDING ON QTD-ATRIBS
                                INDEXED BY IDX-TATR.
               10 TAB-ATR-PROF  PIC 9(5).
               10 TAB-ATR-TURMA PIC X(3).
               10 TAB-ATR-SLOT  PIC 9(1).
               10 TAB-ATR-CARGA PIC 9(2).

       01  TAB-CALENDARIO.
           05 TAB-CAL-DIA       OCCURS 31 TIMES PIC X(1).

       01  TAB-MOV-MANTIDOS.
           05 QTD-MANTIDOS      PIC 9(5) COMP VALUE ZERO.
           05 TAB-MAN-ITEM      OCCURS 1 TO 9999 TIMES
                                DEPENDING ON QTD-MANTIDOS.
               10 TAB-MAN-REGISTRO PIC X(26).

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
           STRING WS-DIA "/" WS-MES "/" WS-ANO
               DELIMITED BY SIZE INTO WS-DATA-EMISSAO
           MOVE WS-DATA-EXECUCAO (1:6) TO WS-MES-REFERENCIA
           PERFORM LE-PARAMETROS-CENTRAIS
           PERFORM CARREGA-CALENDARIO
           IF WS-DIAS-LETIVOS = ZERO
               DISPLAY "EX66: CADCAL SEM DIAS LETIVOS NA COMPETENCIA"
                       " - NADA A PROCESSAR"
               PERFORM ENCERRA-SEM-AULAS
           END-IF
           OPEN INPUT CADFUN2I
           IF WS-STATUS-FNI NOT = "00"
               DISPLAY "EX66: CADFUN2I INDISPONIVEL - "
                       WS-STATUS-FNI
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ABRE-REJEITOS
           PERFORM CARREGA-PROFESSORES
           IF QTD-PROFESSORES = ZERO
               DISPLAY "EX66: CADPRO AUSENTE OU VAZIO"
                       " - NADA A PROCESSAR"
               CLOSE CADFUN2I
               CLOSE REJEITOS
               MOVE 4 TO RETURN-CODE
               PERFORM ENCERRA-SEM-AULAS
           END-IF
           PERFORM CARREGA-ATRIBUICOES
           CLOSE CADFUN2I

           OPEN OUTPUT NAO-COBERTAS
           PERFORM PROCESSA-AUSENCIAS
           CLOSE NAO-COBERTAS
           SORT ARQ-ORDENACAO
               ON ASCENDING KEY TURMA-CLASS
                                DATA-CLASS
                                SLOT-CLASS
               USING NAO-COBERTAS
               GIVING NAO-COBERTAS-ORD

           PERFORM CARREGA-MOVIMENTOS-MANTIDOS
           OPEN OUTPUT MOVIMENTOS
           PERFORM GRAVA-MOVIMENTO-MANTIDO
               VARYING IDX-MAN FROM 1 BY 1
               UNTIL IDX-MAN > QTD-MANTIDOS
           OPEN OUTPUT RELATORIO
           PERFORM IMPRIME-CABECALHO-REL
           PERFORM FECHA-PROFESSOR
               VARYING IDX-PRO FROM 1 BY 1
               UNTIL IDX-PRO > QTD-PROFESSORES
           PERFORM IMPRIME-TOTAL-PROFESSORES
           PERFORM IMPRIME-NAO-COBERTAS
           CLOSE MOVIMENTOS
           CLOSE RELATORIO
           CLOSE REJEITOS
           PERFORM GRAVA-RUNLOG
           DISPLAY "EX66: PROFESSORES ........... " QTD-PROFESSORES
           DISPLAY "EX66: AUSENCIAS LIDAS ....... " CONT-AUSENCIAS
           DISPLAY "EX66: SUBSTITUICOES ......... " CONT-SUBSTITUICOES
           DISPLAY "EX66: AULAS NAO COBERTAS .... " CONT-NAO-COBERTAS
           DISPLAY "EX66: MOVIMENTOS GERADOS .... " CONT-GRAVADOS
           DISPLAY "EX66: MOVIMENTOS MANTIDOS ... " CONT-MANTIDOS
           DISPLAY "EX66: REJEITADOS ............ " CONT-REJEITADOS
           STOP RUN.

       ENCERRA-SEM-AULAS.
           OPEN OUTPUT NAO-COBERTAS
           CLOSE NAO-COBERTAS
           OPEN OUTPUT NAO-COBERTAS-ORD
           CLOSE NAO-COBERTAS-ORD
           PERFORM GRAVA-RUNLOG
           STOP RUN.

       LE-PARAMETROS-CENTRAIS.
           MOVE ZERO TO WS-FILIAL-NUM
           PERFORM ZERA-VALOR-HORA 99 TIMES
           OPEN INPUT PARAMETROS-CENTRAL
           IF WS-STATUS-PCEN = "00"
               PERFORM UNTIL FIM-PCEN = "S"
                   READ PARAMETROS-CENTRAL NEXT
                       AT END
                           MOVE "S" TO FIM-PCEN
                       NOT AT END
                           IF PROGRAMA-PAR = "EX66"
                                   AND VIGENCIA-PAR
                                       <= WS-DATA-EXECUCAO
                               PERFORM APLICA-PARAMETRO-CENTRAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMETROS-CENTRAL
           END-IF
           MOVE "N" TO FIM-PCEN.

       ZERA-VALOR-HORA.
           ADD 1 TO WS-FILIAL-NUM
           MOVE ZERO TO TAB-VHR-VALOR (WS-FILIAL-NUM).

       APLICA-PARAMETRO-CENTRAL.
           IF NOME-PAR (1:8) = "HORAAULA" AND VALOR-PAR > ZERO
                   AND VALOR-PAR < 1000
               IF NOME-PAR (9:2) = SPACES
                   MOVE VALOR-PAR TO WS-VALOR-HORA-PADRAO
               ELSE
                   IF NOME-PAR (9:2) IS NUMERIC
                           AND NOME-PAR (9:2) NOT = "00"
                       MOVE NOME-PAR (9:2) TO WS-FILIAL-NUM
                       MOVE VALOR-PAR
                           TO TAB-VHR-VALOR (WS-FILIAL-NUM)
                   END-IF
               END-IF
           END-IF.

       CARREGA-CALENDARIO.
           MOVE SPACES TO TAB-CALENDARIO
           MOVE ZERO TO WS-DIAS-LETIVOS
           OPEN INPUT CALENDARIO
           IF WS-STATUS-CAL = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ CALENDARIO AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       IF DATA-CAL IS NUMERIC
                               AND MES-REF-CAL = WS-MES-REFERENCIA
                               AND DIA-CAL > ZERO
                               AND DIA-CAL < 32
                               AND DIA-LETIVO
                               AND TAB-CAL-DIA (DIA-CAL) = SPACE
                           MOVE "L" TO TAB-CAL-DIA (DIA-CAL)
                           ADD 1 TO WS-DIAS-LETIVOS
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDARIO
           ELSE
               DISPLAY "EX66: CADCAL AUSENTE"
           END-IF
           MOVE "N" TO FIMARQ.

       CARREGA-PROFESSORES.
           MOVE ZERO TO QTD-PROFESSORES
           OPEN INPUT PROFESSORES
           IF WS-STATUS-PRO = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ PROFESSORES AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       ADD 1 TO CONT-LIDOS
                       IF NUMERO-PRO IS NUMERIC
                           PERFORM GUARDA-PROFESSOR
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PROFESSORES
           END-IF
           MOVE "N" TO FIMARQ.

       GUARDA-PROFESSOR.
           IF QTD-PROFESSORES = 999
               DISPLAY "EX66: CADPRO COM MAIS DE 999 PROFESSORES -"
                       " EXECUCAO CANCELADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO QTD-PROFESSORES
           SET IDX-TPRO TO QTD-PROFESSORES
           MOVE NUMERO-PRO TO TAB-PRO-NUMERO (IDX-TPRO)
           MOVE NOME-PRO TO TAB-PRO-NOME (IDX-TPRO)
           MOVE ZERO TO TAB-PRO-FUNCIONARIO (IDX-TPRO)
           MOVE FILIAL-PRO TO TAB-PRO-FILIAL (IDX-TPRO)
           MOVE ZERO TO TAB-PRO-VALOR-HORA (IDX-TPRO)
           MOVE ZERO TO TAB-PRO-ATRIB (IDX-TPRO)
           MOVE ZERO TO TAB-PRO-FALTAS (IDX-TPRO)
           MOVE ZERO TO TAB-PRO-SUBST (IDX-TPRO)
           SET PRO-SEM-VINCULO (IDX-TPRO) TO TRUE
           MOVE SPACES TO WS-MOTIVO
           IF FUNCIONARIO-PRO IS NOT NUMERIC
                   OR FUNCIONARIO-PRO = ZERO
               MOVE "PROFESSOR SEM VINCULO NA FOLHA" TO WS-MOTIVO
           ELSE
               MOVE FUNCIONARIO-PRO TO NUMERO-FUNI
               READ CADFUN2I
                   INVALID KEY
                       MOVE "FUNCIONARIO NAO ENCONTRADO"
                           TO WS-MOTIVO
                   NOT INVALID KEY
                       IF FUNI-INATIVO
                           MOVE "FUNCIONARIO INATIVO" TO WS-MOTIVO
                       END-IF
               END-READ
           END-IF
           IF WS-MOTIVO = SPACES
               IF FILIAL-PRO = SPACES
                   MOVE FILIAL-FUNI TO TAB-PRO-FILIAL (IDX-TPRO)
               END-IF
               MOVE WS-VALOR-HORA-PADRAO
                   TO TAB-PRO-VALOR-HORA (IDX-TPRO)
               IF TAB-PRO-FILIAL (IDX-TPRO) IS NUMERIC
                       AND TAB-PRO-FILIAL (IDX-TPRO) NOT = "00"
                   MOVE TAB-PRO-FILIAL (IDX-TPRO) TO WS-FILIAL-NUM
                   IF TAB-VHR-VALOR (WS-FILIAL-NUM) > ZERO
                       MOVE TAB-VHR-VALOR (WS-FILIAL-NUM)
                           TO TAB-PRO-VALOR-HORA (IDX-TPRO)
                   END-IF
               END-IF
               IF TAB-PRO-VALOR-HORA (IDX-TPRO) = ZERO
                   MOVE "SEM VALOR DE HORA-AULA NA FILIAL"
                       TO WS-MOTIVO
               END-IF
           END-IF
           IF WS-MOTIVO = SPACES
               MOVE FUNCIONARIO-PRO
                   TO TAB-PRO-FUNCIONARIO (IDX-TPRO)
               SET PRO-VINCULADO (IDX-TPRO) TO TRUE
           ELSE
               MOVE NUMERO-PRO TO CHAVE-REJ
               MOVE DADOS-PRO TO IMAGEM-REJ
               PERFORM GRAVA-REJEITO
           END-IF.

       CARREGA-ATRIBUICOES.
           MOVE ZERO TO QTD-ATRIBS
           OPEN INPUT ATRIBUICOES
           IF WS-STATUS-ATR NOT = "00"
               DISPLAY "EX66: AVISO - CADATR AUSENTE - NENHUMA AULA"
                       " ATRIBUIDA"
           ELSE
               PERFORM UNTIL FIMARQ = "S"
                   READ ATRIBUICOES AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       ADD 1 TO CONT-LIDOS
                       PERFORM TRATA-ATRIBUICAO
                   END-READ
               END-PERFORM
               CLOSE ATRIBUICOES
           END-IF
           MOVE "N" TO FIMARQ.

       TRATA-ATRIBUICAO.
           MOVE NUMERO-PRO-ATR TO WS-NUMERO-PROCURA
           PERFORM PROCURA-PROFESSOR
           IF NUMERO-PRO-ATR IS NOT NUMERIC
                   OR SLOT-ATR IS NOT NUMERIC
                   OR SLOT-ATR = ZERO
                   OR SLOT-ATR > 4
                   OR CARGA-ATR IS NOT NUMERIC
                   OR SW-PROF-ACHADO = "N"
                   OR QTD-ATRIBS = 9999
               IF SW-PROF-ACHADO = "N"
                   MOVE "PROFESSOR NAO CADASTRADO" TO WS-MOTIVO
               ELSE
                   MOVE "ATRIBUICAO MAL FORMADA" TO WS-MOTIVO
               END-IF
               MOVE NUMERO-PRO-ATR TO CHAVE-REJ
               MOVE DADOS-ATR TO IMAGEM-REJ
               PERFORM GRAVA-REJEITO
           ELSE
               ADD 1 TO QTD-ATRIBS
               MOVE NUMERO-PRO-ATR TO TAB-ATR-PROF (QTD-ATRIBS)
               MOVE TURMA-ATR TO TAB-ATR-TURMA (QTD-ATRIBS)
               MOVE SLOT-ATR TO TAB-ATR-SLOT (QTD-ATRIBS)
               MOVE CARGA-ATR TO TAB-ATR-CARGA (QTD-ATRIBS)
               COMPUTE WS-HORAS-ATRIB ROUNDED =
                   CARGA-ATR * WS-DIAS-LETIVOS / 5
               ADD WS-HORAS-ATRIB TO TAB-PRO-ATRIB (IDX-TPRO)
           END-IF.

       PROCURA-PROFESSOR.
           MOVE "N" TO SW-PROF-ACHADO
           SET IDX-TPRO TO 1
           SEARCH TAB-PRO-ITEM
               AT END
                   CONTINUE
               WHEN TAB-PRO-NUMERO (IDX-TPRO) = WS-NUMERO-PROCURA
                   MOVE "S" TO SW-PROF-ACHADO
           END-SEARCH.

       PROCURA-ATRIBUICAO.
           MOVE "N" TO SW-ATR-ACHADA
           SET IDX-TATR TO 1
           SEARCH TAB-ATR-ITEM
               AT END
                   CONTINUE
               WHEN TAB-ATR-PROF (IDX-TATR) = NUMERO-PRO-FAL
                       AND TAB-ATR-TURMA (IDX-TATR) = TURMA-FAL
                       AND TAB-ATR-SLOT (IDX-TATR) = SLOT-FAL
                   MOVE "S" TO SW-ATR-ACHADA
           END-SEARCH.

       PROCESSA-AUSENCIAS.
           OPEN INPUT AUSENCIAS
           IF WS-STATUS-FAL NOT = "00"
               DISPLAY "EX66: SEM AUSENCIAS DE PROFESSORES NO MES"
           ELSE
               PERFORM UNTIL FIMARQ = "S"
                   READ AUSENCIAS AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       ADD 1 TO CONT-LIDOS
                       PERFORM TRATA-AUSENCIA
                   END-READ
               END-PERFORM
               CLOSE AUSENCIAS
           END-IF
           MOVE "N" TO FIMARQ.

       TRATA-AUSENCIA.
           MOVE SPACES TO WS-MOTIVO
           MOVE ZERO TO IDX-PRO-AUSENTE
           MOVE ZERO TO IDX-PRO-SUBST
           IF DADOS-FAL (20:5) = SPACES
               MOVE ZERO TO SUBSTITUTO-FAL
           END-IF
           IF DATA-FAL IS NOT NUMERIC
                   OR NUMERO-PRO-FAL IS NOT NUMERIC
                   OR SLOT-FAL IS NOT NUMERIC
                   OR AULAS-FAL IS NOT NUMERIC
                   OR AULAS-FAL = ZERO
                   OR SUBSTITUTO-FAL IS NOT NUMERIC
               MOVE "AUSENCIA MAL FORMADA" TO WS-MOTIVO
           ELSE
               IF MES-REF-FAL NOT = WS-MES-REFERENCIA
                       OR DIA-FAL = ZERO OR DIA-FAL > 31
                   MOVE "DATA FORA DA COMPETENCIA" TO WS-MOTIVO
               ELSE
                   IF TAB-CAL-DIA (DIA-FAL) NOT = "L"
                       MOVE "DATA NAO LETIVA NO CADCAL" TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF
           IF WS-MOTIVO = SPACES
               PERFORM PROCURA-ATRIBUICAO
               MOVE NUMERO-PRO-FAL TO WS-NUMERO-PROCURA
               PERFORM PROCURA-PROFESSOR
               IF SW-ATR-ACHADA = "N" OR SW-PROF-ACHADO = "N"
                   MOVE "ATRIBUICAO NAO ENCONTRADA" TO WS-MOTIVO
               ELSE
                   SET IDX-PRO-AUSENTE TO IDX-TPRO
                   IF AULAS-FAL > TAB-ATR-CARGA (IDX-TATR)
                       MOVE "AULAS ACIMA DA CARGA SEMANAL"
                           TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF
           IF WS-MOTIVO = SPACES AND SUBSTITUTO-FAL NOT = ZERO
               MOVE SUBSTITUTO-FAL TO WS-NUMERO-PROCURA
               PERFORM PROCURA-PROFESSOR
               EVALUATE TRUE
                   WHEN SW-PROF-ACHADO = "N"
                       MOVE "SUBSTITUTO NAO CADASTRADO" TO WS-MOTIVO
                   WHEN SUBSTITUTO-FAL = NUMERO-PRO-FAL
                       MOVE "SUBSTITUTO IGUAL AO AUSENTE"
                           TO WS-MOTIVO
                   WHEN OTHER
                       SET IDX-PRO-SUBST TO IDX-TPRO
               END-EVALUATE
           END-IF
           IF WS-MOTIVO NOT = SPACES
               MOVE NUMERO-PRO-FAL TO CHAVE-REJ
               MOVE DADOS-FAL TO IMAGEM-REJ
               PERFORM GRAVA-REJEITO
           ELSE
               ADD 1 TO CONT-AUSENCIAS
               ADD AULAS-FAL TO TAB-PRO-FALTAS (IDX-PRO-AUSENTE)
               IF IDX-PRO-SUBST > ZERO
                   ADD AULAS-FAL TO TAB-PRO-SUBST (IDX-PRO-SUBST)
                   ADD 1 TO CONT-SUBSTITUICOES
               ELSE
                   PERFORM GRAVA-NAO-COBERTA
               END-IF
           END-IF.

       GRAVA-NAO-COBERTA.
           MOVE TURMA-FAL TO TURMA-NCB
           MOVE DATA-FAL TO DATA-NCB
           MOVE SLOT-FAL TO SLOT-NCB
           MOVE NUMERO-PRO-FAL TO NUMERO-PRO-NCB
           MOVE TAB-PRO-NOME (IDX-PRO-AUSENTE) TO NOME-PRO-NCB
           MOVE AULAS-FAL TO AULAS-NCB
           WRITE DADOS-NCB
           ADD 1 TO CONT-NAO-COBERTAS.

       CARREGA-MOVIMENTOS-MANTIDOS.
           MOVE ZERO TO QTD-MANTIDOS
           OPEN INPUT MOVIMENTOS
           IF WS-STATUS-MOV = "00"
               PERFORM UNTIL FIM-MOV = "S"
                   READ MOVIMENTOS AT END
                       MOVE "S" TO FIM-MOV
                   NOT AT END
                       IF MOV-AULAS
                               AND MES-REF-MOV = WS-MES-REFERENCIA
                           CONTINUE
                       ELSE
                           IF QTD-MANTIDOS = 9999
                               DISPLAY "EX66: EX11MOV COM MAIS DE"
                                       " 9999 REGISTROS - EXECUCAO"
                                       " CANCELADA"
                               CLOSE MOVIMENTOS
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO QTD-MANTIDOS
                           MOVE DADOS-MOV
                               TO TAB-MAN-REGISTRO (QTD-MANTIDOS)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVIMENTOS
           END-IF
           MOVE "N" TO FIM-MOV.

       GRAVA-MOVIMENTO-MANTIDO.
           MOVE TAB-MAN-REGISTRO (IDX-MAN) TO DADOS-MOV
           WRITE DADOS-MOV
           ADD 1 TO CONT-MANTIDOS.

       FECHA-PROFESSOR.
           COMPUTE WS-HORAS-LIQUIDAS =
               TAB-PRO-ATRIB (IDX-PRO) - TAB-PRO-FALTAS (IDX-PRO)
               + TAB-PRO-SUBST (IDX-PRO)
           IF WS-HORAS-LIQUIDAS < ZERO
               MOVE ZERO TO WS-HORAS-LIQUIDAS
           END-IF
           IF WS-HORAS-LIQUIDAS > 999,99
               MOVE 999,99 TO WS-HORAS-LIQUIDAS
           END-IF
           MOVE ZERO TO WS-VALOR-AULAS
           MOVE SPACES TO WS-OBSERVACAO
           IF PRO-VINCULADO (IDX-PRO)
               COMPUTE WS-VALOR-AULAS ROUNDED =
                   WS-HORAS-LIQUIDAS * TAB-PRO-VALOR-HORA (IDX-PRO)
               IF WS-VALOR-AULAS > 99999,99
                   MOVE 99999,99 TO WS-VALOR-AULAS
               END-IF
               IF WS-VALOR-AULAS > ZERO
                   PERFORM GRAVA-MOVIMENTO
               END-IF
           ELSE
               MOVE "SEM VINCULO" TO WS-OBSERVACAO
           END-IF
           PERFORM IMPRIME-LINHA-PROFESSOR.

       GRAVA-MOVIMENTO.
           MOVE TAB-PRO-FUNCIONARIO (IDX-PRO) TO NUMERO-MOV
           SET EVENTO-HORA-AULA TO TRUE
           MOVE WS-HORAS-LIQUIDAS TO QTD-MOV
           MOVE WS-MES-REFERENCIA TO MES-REF-MOV
           SET MOV-AULAS TO TRUE
           MOVE WS-VALOR-AULAS TO VALOR-MOV
           WRITE DADOS-MOV
           ADD WS-VALOR-AULAS TO WS-TOTAL-VALOR
           ADD 1 TO CONT-GRAVADOS.

       IMPRIME-CABECALHO-REL.
           MOVE SPACES TO LINHA-REL
           STRING "ESCOLA MUNICIPAL - HORAS-AULA PARA A FOLHA - "
               "COMPETENCIA " WS-MES-REF "/" WS-ANO-REF
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE WS-DIAS-LETIVOS TO WS-DIAS-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "EMISSAO: " WS-DATA-EMISSAO
               "   DIAS LETIVOS NO MES: " WS-DIAS-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "PROF. NOME                 FUNC. FL  ATRIB. "
               " FALTAS  SUBST. LIQUID. VLR/H     VALOR"
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL.

       IMPRIME-LINHA-PROFESSOR.
           MOVE TAB-PRO-NUMERO (IDX-PRO) TO WS-NUMERO-EDIT
           MOVE TAB-PRO-FUNCIONARIO (IDX-PRO) TO WS-FUNC-EDIT
           MOVE TAB-PRO-ATRIB (IDX-PRO) TO WS-HORAS-EDIT
           MOVE TAB-PRO-FALTAS (IDX-PRO) TO WS-FALTAS-EDIT
           MOVE TAB-PRO-SUBST (IDX-PRO) TO WS-SUBST-EDIT
           MOVE WS-HORAS-LIQUIDAS TO WS-LIQUIDAS-EDIT
           MOVE TAB-PRO-VALOR-HORA (IDX-PRO) TO WS-VALOR-HORA-EDIT
           MOVE WS-VALOR-AULAS TO WS-VALOR-EDIT
           MOVE SPACES TO LINHA-DETALHE
           IF PRO-VINCULADO (IDX-PRO)
               STRING WS-NUMERO-EDIT " " TAB-PRO-NOME (IDX-PRO) " "
                   WS-FUNC-EDIT " " TAB-PRO-FILIAL (IDX-PRO) " "
                   WS-HORAS-EDIT " " WS-FALTAS-EDIT " "
                   WS-SUBST-EDIT " " WS-LIQUIDAS-EDIT " "
                   WS-VALOR-HORA-EDIT WS-VALOR-EDIT
                   DELIMITED BY SIZE INTO LINHA-DETALHE
           ELSE
               STRING WS-NUMERO-EDIT " " TAB-PRO-NOME (IDX-PRO)
                   "       " TAB-PRO-FILIAL (IDX-PRO) " "
                   WS-HORAS-EDIT " " WS-FALTAS-EDIT " "
                   WS-SUBST-EDIT "  " WS-OBSERVACAO
                   DELIMITED BY SIZE INTO LINHA-DETALHE
           END-IF
           WRITE LINHA-REL FROM LINHA-DETALHE.

       IMPRIME-TOTAL-PROFESSORES.
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL
           MOVE CONT-GRAVADOS TO WS-QTD-EDIT
           MOVE WS-TOTAL-VALOR TO WS-TOTAL-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "MOVIMENTOS HA GERADOS: " WS-QTD-EDIT
               "   TOTAL DE HORAS-AULA: " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.

       IMPRIME-NAO-COBERTAS.
           MOVE SPACES TO LINHA-REL
           STRING "AULAS NAO COBERTAS POR TURMA"
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL
           MOVE "S" TO SW-PRIMEIRA-TURMA
           MOVE ZERO TO WS-TOTAL-NAO-COBERTAS
           OPEN INPUT NAO-COBERTAS-ORD
           IF WS-STATUS-NCO = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ NAO-COBERTAS-ORD AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       PERFORM IMPRIME-LINHA-NAO-COBERTA
                   END-READ
               END-PERFORM
               CLOSE NAO-COBERTAS-ORD
           END-IF
           MOVE "N" TO FIMARQ
           IF SW-PRIMEIRA-TURMA = "N"
               PERFORM IMPRIME-TOTAL-TURMA
           END-IF
           MOVE WS-TOTAL-NAO-COBERTAS TO WS-AULAS-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "TOTAL DE AULAS NAO COBERTAS: " WS-AULAS-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.

       IMPRIME-LINHA-NAO-COBERTA.
           IF SW-PRIMEIRA-TURMA = "S"
                   OR TURMA-NCO NOT = WS-TURMA-ATUAL
               IF SW-PRIMEIRA-TURMA = "N"
                   PERFORM IMPRIME-TOTAL-TURMA
               END-IF
               MOVE "N" TO SW-PRIMEIRA-TURMA
               MOVE TURMA-NCO TO WS-TURMA-ATUAL
               MOVE ZERO TO WS-AULAS-TURMA
               MOVE SPACES TO LINHA-REL
               STRING "TURMA " TURMA-NCO
                   DELIMITED BY SIZE INTO LINHA-REL
               WRITE LINHA-REL
           END-IF
           MOVE NUMERO-PRO-NCO TO WS-NUMERO-EDIT
           MOVE AULAS-NCO TO WS-AULAS-EDIT
           MOVE SPACES TO LINHA-DETALHE
           STRING "   " DIA-NCO "/" MES-NCO "/" ANO-NCO
               "  DISCIPLINA " SLOT-NCO
               "  PROFESSOR " WS-NUMERO-EDIT " " NOME-PRO-NCO
               " AULAS " WS-AULAS-EDIT
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-REL FROM LINHA-DETALHE
           ADD AULAS-NCO TO WS-AULAS-TURMA
           ADD AULAS-NCO TO WS-TOTAL-NAO-COBERTAS.

       IMPRIME-TOTAL-TURMA.
           MOVE WS-AULAS-TURMA TO WS-AULAS-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "   AULAS SEM SUBSTITUTO NA TURMA " WS-TURMA-ATUAL
               ": " WS-AULAS-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
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
           MOVE "EX66" TO PROGRAMA-REJ
           MOVE WS-MOTIVO TO MOTIVO-REJ
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
           MOVE "EX66" TO PROGRAMA-RLOG
           MOVE WS-DATA-EXECUCAO TO DATA-RLOG
           MOVE CONT-LIDOS TO LIDOS-RLOG
           MOVE CONT-GRAVADOS TO GRAVADOS-RLOG
           MOVE CONT-REJEITADOS TO REJEITADOS-RLOG
           WRITE REG-RUNLOG
           CLOSE RUNLOG.
