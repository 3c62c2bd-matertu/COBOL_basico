       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX63.
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
           SELECT PONTO ASSIGN TO "EX63PON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PON.
           SELECT PONTO-ORD ASSIGN TO "EX63ORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ORD.
           SELECT ARQ-ORDENACAO ASSIGN TO "EX63SORT.TMP".
           SELECT JORNADAS ASSIGN TO "EX63JOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JOR.
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
           SELECT RELATORIO ASSIGN TO "EX63REL.DAT"
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
       FD  PONTO.
       01  DADOS-PON.
           05 NUMERO-PON        PIC 9(5).
           05 DATA-PON          PIC 9(8).
           05 ENTRADA-PON       PIC X(4).
           05 SAIDA-PON         PIC X(4).

       FD  PONTO-ORD.
       01  DADOS-ORD.
           05 NUMERO-ORD        PIC 9(5).
           05 DATA-ORD          PIC 9(8).
           05 DATA-ORD-R REDEFINES DATA-ORD.
               10 MES-REF-ORD   PIC 9(6).
               10 DIA-ORD       PIC 9(2).
           05 ENTRADA-ORD.
               10 HORA-ENT-ORD  PIC 9(2).
               10 MIN-ENT-ORD   PIC 9(2).
           05 SAIDA-ORD.
               10 HORA-SAI-ORD  PIC 9(2).
               10 MIN-SAI-ORD   PIC 9(2).

       SD  ARQ-ORDENACAO.
       01  DADOS-CLASS.
           05 NUMERO-CLASS      PIC 9(5).
           05 DATA-CLASS        PIC 9(8).
           05 ENTRADA-CLASS     PIC X(4).
           05 SAIDA-CLASS       PIC X(4).

       FD  JORNADAS.
       01  DADOS-JOR.
           05 DEPTO-JOR         PIC X(10).
           05 ENTRADA-JOR       PIC 9(4).
           05 SAIDA-JOR         PIC 9(4).
           05 HORAS-JOR         PIC 9(2)V99.

       FD  CALENDARIO.
       01  DADOS-CALENDARIO.
           05 DATA-CAL          PIC 9(8).
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
       01  WS-STATUS-PON        PIC X(2).
       01  WS-STATUS-ORD        PIC X(2).
       01  WS-STATUS-JOR        PIC X(2).
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

       01  SW-CALENDARIO        PIC X(1) VALUE "N".
           88 CALENDARIO-DISPONIVEL VALUE "S".
           88 CALENDARIO-AUSENTE    VALUE "N".
       01  SW-DIA-LETIVO        PIC X(1) VALUE "N".
       01  SW-FUNC-VALIDO       PIC X(1) VALUE "N".
       01  SW-MARCACAO-OK       PIC X(1) VALUE "N".
       01  SW-PRIMEIRO          PIC X(1) VALUE "S".

       01  WS-JORNADA-HORAS     PIC 9(2)V99 VALUE 8,00.
       01  WS-JORNADA-ENTRADA   PIC 9(4) VALUE 0700.
       01  WS-JORNADA-SAIDA     PIC 9(4) VALUE 1500.
       01  WS-TOLERANCIA        PIC 9(3) VALUE 10.
       01  WS-MAX-MINUTOS-PAR   PIC 9(4) VALUE 720.
       01  WS-JORNADA-MIN       PIC 9(4) COMP VALUE ZERO.
       01  WS-JOR-ENTRADA-FUNC  PIC 9(4) VALUE ZERO.
       01  WS-JOR-SAIDA-FUNC    PIC 9(4) VALUE ZERO.
       01  WS-JOR-HORAS-FUNC    PIC 9(2)V99 VALUE ZERO.

       01  WS-NUMERO-ATUAL      PIC 9(5) VALUE ZERO.
       01  WS-NOME-ATUAL        PIC X(20) VALUE SPACES.
       01  WS-DEPTO-ATUAL       PIC X(10) VALUE SPACES.
       01  WS-DIA-ATUAL         PIC 9(2) VALUE ZERO.
       01  WS-DATA-DIA          PIC 9(8) VALUE ZERO.
       01  WS-MIN-ENTRADA       PIC 9(4) COMP VALUE ZERO.
       01  WS-MIN-SAIDA         PIC 9(4) COMP VALUE ZERO.
       01  WS-MIN-PAR           PIC 9(4) COMP VALUE ZERO.
       01  WS-MIN-NOTURNO-PAR   PIC 9(4) COMP VALUE ZERO.
       01  WS-JAN-INICIO        PIC 9(4) COMP VALUE ZERO.
       01  WS-JAN-FIM           PIC 9(4) COMP VALUE ZERO.
       01  WS-SOBRE-INICIO      PIC 9(4) COMP VALUE ZERO.
       01  WS-SOBRE-FIM         PIC 9(4) COMP VALUE ZERO.
       01  WS-DIFERENCA         PIC S9(5) COMP VALUE ZERO.
       01  WS-EXTRA-DIA         PIC 9(4) COMP VALUE ZERO.
       01  WS-FALTA-DIA         PIC 9(4) COMP VALUE ZERO.
       01  WS-MIN-EXTRA-FUNC    PIC 9(5) COMP VALUE ZERO.
       01  WS-MIN-FALTA-FUNC    PIC 9(5) COMP VALUE ZERO.
       01  WS-MIN-NOTURNO-FUNC  PIC 9(5) COMP VALUE ZERO.
       01  WS-MIN-TRAB-FUNC     PIC 9(5) COMP VALUE ZERO.
       01  WS-DIAS-FALTA-FUNC   PIC 9(2) COMP VALUE ZERO.
       01  WS-QTD-EVENTO        PIC 9(5)V99 VALUE ZERO.
       01  WS-EVENTO-GRAVAR     PIC X(2) VALUE SPACES.
       01  WS-MOTIVO            PIC X(30) VALUE SPACES.
       01  WS-OBSERVACAO        PIC X(16) VALUE SPACES.

       01  CONT-LIDOS           PIC 9(7) COMP VALUE ZERO.
       01  CONT-GRAVADOS        PIC 9(7) COMP VALUE ZERO.
       01  CONT-REJEITADOS      PIC 9(7) COMP VALUE ZERO.
       01  CONT-FUNCIONARIOS    PIC 9(5) COMP VALUE ZERO.
       01  CONT-MANTIDOS        PIC 9(5) COMP VALUE ZERO.
       01  IDX-DIA              PIC 9(2) COMP VALUE ZERO.

       01  WS-MINUTOS-FMT       PIC 9(5) VALUE ZERO.
       01  WS-HORAS-FMT.
           05 WS-HORAS-FMT-H    PIC ZZ9.
           05 FILLER            PIC X(1) VALUE ":".
           05 WS-HORAS-FMT-M    PIC 99.
       01  WS-HHMM-FMT.
           05 WS-HHMM-FMT-H     PIC 99.
           05 FILLER            PIC X(1) VALUE ":".
           05 WS-HHMM-FMT-M     PIC 99.
       01  WS-HHMM-ENTRADA      PIC X(5).
       01  WS-HHMM-SAIDA        PIC X(5).
       01  WS-TRAB-FMT          PIC X(6).
       01  WS-EXTRA-FMT         PIC X(6).
       01  WS-FALTA-FMT         PIC X(6).
       01  WS-NOTURNO-FMT       PIC X(6).
       01  WS-HORARIO           PIC 9(4) VALUE ZERO.
       01  WS-HORARIO-R REDEFINES WS-HORARIO.
           05 WS-HORARIO-H      PIC 9(2).
           05 WS-HORARIO-M      PIC 9(2).
       01  WS-DATA-EDIT         PIC X(10).
       01  WS-NUMERO-EDIT       PIC ZZZZ9.
       01  WS-MARC-EDIT         PIC Z9.
       01  WS-QTD-EDIT          PIC ZZZZ9.
       01  WS-EVENTO-EDIT       PIC ZZ9,99.
       01  WS-JOR-HORAS-EDIT    PIC Z9,99.
       01  LINHA-DETALHE        PIC X(80).

       01  TAB-JORNADAS.
           05 QTD-JORNADAS    PIC 9(3) COMP VALUE ZERO.
           05 TAB-JOR-ITEM    OCCURS 1 TO 99 TIMES
                              DEPENDING ON QTD-JORNADAS
                              INDEXED BY IDX-JOR.
               10 TAB-JOR-DEPTO   PIC X(10).
               10 TAB-JOR-ENTRADA PIC 9(4).
               10 TAB-JOR-SAIDA   PIC 9(4).
               10 TAB-JOR-HORAS   PIC 9(2)V99.

       01  TAB-CALENDARIO.
           05 QTD-CALENDARIO  PIC 9(5) COMP VALUE ZERO.
           05 TAB-CAL-ITEM    OCCURS 1 TO 9999 TIMES
                              DEPENDING ON QTD-CALENDARIO
                              INDEXED BY IDX-TCAL.
               10 TAB-CAL-DATA PIC 9(8).
               10 TAB-CAL-TIPO PIC X(1).

       01  TAB-MOV-MANTIDOS.
           05 QTD-MANTIDOS    PIC 9(5) COMP VALUE ZERO.
           05 TAB-MAN-ITEM    OCCURS 1 TO 9999 TIMES
                              DEPENDING ON QTD-MANTIDOS
                              INDEXED BY IDX-MAN.
               10 TAB-MAN-REGISTRO PIC X(26).

       01  TAB-DIAS.
           05 TAB-DIA-ITEM    OCCURS 31 TIMES.
               10 TAB-DIA-MARCACOES  PIC 9(2) COMP.
               10 TAB-DIA-ENTRADA    PIC 9(4).
               10 TAB-DIA-SAIDA      PIC 9(4).
               10 TAB-DIA-ULT-MIN    PIC 9(4) COMP.
               10 TAB-DIA-TRABALHADO PIC 9(4) COMP.
               10 TAB-DIA-NOTURNO    PIC 9(4) COMP.
               10 TAB-DIA-SITUACAO   PIC X(1).
                   88 DIA-SEM-PENDENCIA VALUE SPACE.
                   88 DIA-PENDENTE      VALUE "P".
                   88 DIA-NAO-LETIVO    VALUE "N".

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
           STRING WS-DIA "/" WS-MES "/" WS-ANO
               DELIMITED BY SIZE INTO WS-DATA-EMISSAO
           MOVE WS-DATA-EXECUCAO (1:6) TO WS-MES-REFERENCIA
           PERFORM LE-PARAMETROS-CENTRAIS
           PERFORM CARREGA-JORNADAS
           PERFORM CARREGA-CALENDARIO

           OPEN INPUT PONTO
           IF WS-STATUS-PON NOT = "00"
               DISPLAY "EX63: EX63PON AUSENTE - NENHUMA MARCACAO"
                       " A IMPORTAR"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PONTO
           OPEN INPUT CADFUN2I
           IF WS-STATUS-FNI NOT = "00"
               DISPLAY "EX63: CADFUN2I INDISPONIVEL - "
                       WS-STATUS-FNI
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           SORT ARQ-ORDENACAO
               ON ASCENDING KEY NUMERO-CLASS
                                DATA-CLASS
                                ENTRADA-CLASS
               USING PONTO
               GIVING PONTO-ORD

           PERFORM CARREGA-MOVIMENTOS-MANTIDOS
           PERFORM ABRE-REJEITOS
           OPEN OUTPUT MOVIMENTOS
           PERFORM GRAVA-MOVIMENTO-MANTIDO
               VARYING IDX-MAN FROM 1 BY 1
               UNTIL IDX-MAN > QTD-MANTIDOS
           OPEN OUTPUT RELATORIO
           OPEN INPUT PONTO-ORD

           PERFORM UNTIL FIMARQ = "S"
               READ PONTO-ORD
                   AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       ADD 1 TO CONT-LIDOS
                       PERFORM PROCESSA-MARCACAO
               END-READ
           END-PERFORM
           IF SW-PRIMEIRO = "N"
               PERFORM FECHA-FUNCIONARIO
           END-IF
           PERFORM IMPRIME-RESUMO

           CLOSE PONTO-ORD
           CLOSE CADFUN2I
           CLOSE MOVIMENTOS
           CLOSE RELATORIO
           CLOSE REJEITOS
           PERFORM GRAVA-RUNLOG
           DISPLAY "EX63: MARCACOES LIDAS ....... " CONT-LIDOS
           DISPLAY "EX63: FUNCIONARIOS APURADOS . " CONT-FUNCIONARIOS
           DISPLAY "EX63: MOVIMENTOS GERADOS .... " CONT-GRAVADOS
           DISPLAY "EX63: MOVIMENTOS MANTIDOS ... " CONT-MANTIDOS
           DISPLAY "EX63: REJEITADOS ............ " CONT-REJEITADOS
           STOP RUN.

       LE-PARAMETROS-CENTRAIS.
           OPEN INPUT PARAMETROS-CENTRAL
           IF WS-STATUS-PCEN = "00"
               PERFORM UNTIL FIM-PCEN = "S"
                   READ PARAMETROS-CENTRAL NEXT
                       AT END
                           MOVE "S" TO FIM-PCEN
                       NOT AT END
                           IF PROGRAMA-PAR = "EX63"
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
           IF NOME-PAR = "JORNADA" AND VALOR-PAR > ZERO
                   AND VALOR-PAR < 24
               MOVE VALOR-PAR TO WS-JORNADA-HORAS
           END-IF
           IF NOME-PAR = "TOLERANCIA" AND VALOR-PAR < 120
               MOVE VALOR-PAR TO WS-TOLERANCIA
           END-IF
           IF NOME-PAR = "MAXTURNO" AND VALOR-PAR > ZERO
                   AND VALOR-PAR < 24
               COMPUTE WS-MAX-MINUTOS-PAR = VALOR-PAR * 60
           END-IF.

       CARREGA-JORNADAS.
           MOVE ZERO TO QTD-JORNADAS
           OPEN INPUT JORNADAS
           IF WS-STATUS-JOR = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ JORNADAS AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       IF HORAS-JOR IS NUMERIC
                               AND HORAS-JOR > ZERO
                               AND ENTRADA-JOR IS NUMERIC
                               AND SAIDA-JOR IS NUMERIC
                               AND QTD-JORNADAS < 99
                           ADD 1 TO QTD-JORNADAS
                           MOVE DEPTO-JOR
                               TO TAB-JOR-DEPTO (QTD-JORNADAS)
                           MOVE ENTRADA-JOR
                               TO TAB-JOR-ENTRADA (QTD-JORNADAS)
                           MOVE SAIDA-JOR
                               TO TAB-JOR-SAIDA (QTD-JORNADAS)
                           MOVE HORAS-JOR
                               TO TAB-JOR-HORAS (QTD-JORNADAS)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE JORNADAS
           ELSE
               DISPLAY "EX63: AVISO - EX63JOR AUSENTE - USANDO"
                       " JORNADA PADRAO"
           END-IF
           MOVE "N" TO FIMARQ.

       CARREGA-CALENDARIO.
           MOVE ZERO TO QTD-CALENDARIO
           SET CALENDARIO-AUSENTE TO TRUE
           OPEN INPUT CALENDARIO
           IF WS-STATUS-CAL = "00"
               SET CALENDARIO-DISPONIVEL TO TRUE
               PERFORM UNTIL FIMARQ = "S"
                   READ CALENDARIO AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       IF DATA-CAL IS NUMERIC
                               AND QTD-CALENDARIO < 9999
                           ADD 1 TO QTD-CALENDARIO
                           MOVE DATA-CAL
                               TO TAB-CAL-DATA (QTD-CALENDARIO)
                           MOVE TIPO-CAL
                               TO TAB-CAL-TIPO (QTD-CALENDARIO)
                       ELSE
                           IF DATA-CAL IS NUMERIC
                               DISPLAY "EX63: CALENDARIO CHEIO -"
                                       " DATA IGNORADA " DATA-CAL
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDARIO
           ELSE
               DISPLAY "EX63: AVISO - CADCAL AUSENTE - FALTAS POR"
                       " AUSENCIA DE MARCACAO NAO SERAO APURADAS"
           END-IF
           MOVE "N" TO FIMARQ.

       CARREGA-MOVIMENTOS-MANTIDOS.
           MOVE ZERO TO QTD-MANTIDOS
           OPEN INPUT MOVIMENTOS
           IF WS-STATUS-MOV = "00"
               PERFORM UNTIL FIM-MOV = "S"
                   READ MOVIMENTOS AT END
                       MOVE "S" TO FIM-MOV
                   NOT AT END
                       IF MOV-PONTO
                               AND MES-REF-MOV = WS-MES-REFERENCIA
                           CONTINUE
                       ELSE
                           IF QTD-MANTIDOS = 9999
                               DISPLAY "EX63: EX11MOV COM MAIS DE"
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

       PROCESSA-MARCACAO.
           IF NUMERO-ORD IS NOT NUMERIC
                   OR DATA-ORD IS NOT NUMERIC
               MOVE "MARCACAO COM DADOS INVALIDOS" TO WS-MOTIVO
               PERFORM GRAVA-REJEITO-MARCACAO
           ELSE
               IF SW-PRIMEIRO = "S"
                       OR NUMERO-ORD NOT = WS-NUMERO-ATUAL
                   IF SW-PRIMEIRO = "N"
                       PERFORM FECHA-FUNCIONARIO
                   END-IF
                   PERFORM INICIA-FUNCIONARIO
               END-IF
               PERFORM VALIDA-MARCACAO
               IF SW-MARCACAO-OK = "S"
                   PERFORM ACUMULA-MARCACAO
               END-IF
           END-IF.

       INICIA-FUNCIONARIO.
           MOVE "N" TO SW-PRIMEIRO
           MOVE NUMERO-ORD TO WS-NUMERO-ATUAL
           MOVE ZERO TO WS-MIN-EXTRA-FUNC
           MOVE ZERO TO WS-MIN-FALTA-FUNC
           MOVE ZERO TO WS-MIN-NOTURNO-FUNC
           MOVE ZERO TO WS-MIN-TRAB-FUNC
           MOVE ZERO TO WS-DIAS-FALTA-FUNC
           PERFORM LIMPA-DIA
               VARYING IDX-DIA FROM 1 BY 1
               UNTIL IDX-DIA > 31
           MOVE NUMERO-ORD TO NUMERO-FUNI
           READ CADFUN2I
               INVALID KEY
                   MOVE "N" TO SW-FUNC-VALIDO
               NOT INVALID KEY
                   MOVE "S" TO SW-FUNC-VALIDO
                   MOVE NOME-FUNI TO WS-NOME-ATUAL
                   MOVE DEPTO-FUNI TO WS-DEPTO-ATUAL
                   PERFORM OBTEM-JORNADA
           END-READ.

       LIMPA-DIA.
           MOVE ZERO TO TAB-DIA-MARCACOES (IDX-DIA)
           MOVE ZERO TO TAB-DIA-ENTRADA (IDX-DIA)
           MOVE ZERO TO TAB-DIA-SAIDA (IDX-DIA)
           MOVE ZERO TO TAB-DIA-ULT-MIN (IDX-DIA)
           MOVE ZERO TO TAB-DIA-TRABALHADO (IDX-DIA)
           MOVE ZERO TO TAB-DIA-NOTURNO (IDX-DIA)
           MOVE SPACE TO TAB-DIA-SITUACAO (IDX-DIA).

       OBTEM-JORNADA.
           MOVE WS-JORNADA-ENTRADA TO WS-JOR-ENTRADA-FUNC
           MOVE WS-JORNADA-SAIDA TO WS-JOR-SAIDA-FUNC
           MOVE WS-JORNADA-HORAS TO WS-JOR-HORAS-FUNC
           IF QTD-JORNADAS > ZERO
               SET IDX-JOR TO 1
               SEARCH TAB-JOR-ITEM
                   AT END
                       CONTINUE
                   WHEN TAB-JOR-DEPTO (IDX-JOR) = WS-DEPTO-ATUAL
                       MOVE TAB-JOR-ENTRADA (IDX-JOR)
                           TO WS-JOR-ENTRADA-FUNC
                       MOVE TAB-JOR-SAIDA (IDX-JOR)
                           TO WS-JOR-SAIDA-FUNC
                       MOVE TAB-JOR-HORAS (IDX-JOR)
                           TO WS-JOR-HORAS-FUNC
               END-SEARCH
           END-IF
           COMPUTE WS-JORNADA-MIN = WS-JOR-HORAS-FUNC * 60.

       VALIDA-MARCACAO.
           MOVE "N" TO SW-MARCACAO-OK
           MOVE SPACES TO WS-MOTIVO
           EVALUATE TRUE
               WHEN SW-FUNC-VALIDO = "N"
                   MOVE "FUNCIONARIO NAO ENCONTRADO" TO WS-MOTIVO
               WHEN MES-REF-ORD NOT = WS-MES-REFERENCIA
                   MOVE "MARCACAO FORA DA COMPETENCIA" TO WS-MOTIVO
               WHEN DIA-ORD < 1 OR DIA-ORD > 31
                   MOVE "DATA DA MARCACAO INVALIDA" TO WS-MOTIVO
               WHEN ENTRADA-ORD = SPACES
                   MOVE "MARCACAO DE ENTRADA AUSENTE" TO WS-MOTIVO
               WHEN SAIDA-ORD = SPACES
                   MOVE "MARCACAO DE SAIDA AUSENTE" TO WS-MOTIVO
               WHEN ENTRADA-ORD IS NOT NUMERIC
                       OR SAIDA-ORD IS NOT NUMERIC
                       OR HORA-ENT-ORD > 23 OR MIN-ENT-ORD > 59
                       OR HORA-SAI-ORD > 23 OR MIN-SAI-ORD > 59
                   MOVE "HORARIO DE MARCACAO INVALIDO" TO WS-MOTIVO
               WHEN ENTRADA-ORD = SAIDA-ORD
                   MOVE "PAR ENTRADA/SAIDA INCONSISTENTE"
                       TO WS-MOTIVO
               WHEN OTHER
                   PERFORM CALCULA-PAR
           END-EVALUATE
           IF WS-MOTIVO = SPACES
               MOVE DIA-ORD TO IDX-DIA
               MOVE DATA-ORD TO WS-DATA-DIA
               PERFORM VERIFICA-DIA-LETIVO
               EVALUATE TRUE
                   WHEN SW-DIA-LETIVO = "N"
                       MOVE "MARCACAO EM DIA NAO LETIVO"
                           TO WS-MOTIVO
                       SET DIA-NAO-LETIVO (IDX-DIA) TO TRUE
                   WHEN WS-MIN-PAR > WS-MAX-MINUTOS-PAR
                       MOVE "PAR ENTRADA/SAIDA INCONSISTENTE"
                           TO WS-MOTIVO
                       SET DIA-PENDENTE (IDX-DIA) TO TRUE
                   WHEN TAB-DIA-MARCACOES (IDX-DIA) > ZERO
                           AND WS-MIN-ENTRADA
                               < TAB-DIA-ULT-MIN (IDX-DIA)
                       MOVE "PAR SOBREPOSTO NO MESMO DIA"
                           TO WS-MOTIVO
                       SET DIA-PENDENTE (IDX-DIA) TO TRUE
                   WHEN OTHER
                       MOVE "S" TO SW-MARCACAO-OK
               END-EVALUATE
           ELSE
               IF SW-FUNC-VALIDO = "S"
                       AND MES-REF-ORD = WS-MES-REFERENCIA
                       AND DIA-ORD > ZERO AND DIA-ORD < 32
                   MOVE DIA-ORD TO IDX-DIA
                   SET DIA-PENDENTE (IDX-DIA) TO TRUE
               END-IF
           END-IF
           IF SW-MARCACAO-OK = "N"
               PERFORM GRAVA-REJEITO-MARCACAO
           END-IF.

       CALCULA-PAR.
           COMPUTE WS-MIN-ENTRADA =
               HORA-ENT-ORD * 60 + MIN-ENT-ORD
           COMPUTE WS-MIN-SAIDA =
               HORA-SAI-ORD * 60 + MIN-SAI-ORD
           IF WS-MIN-SAIDA < WS-MIN-ENTRADA
               ADD 1440 TO WS-MIN-SAIDA
           END-IF
           COMPUTE WS-MIN-PAR = WS-MIN-SAIDA - WS-MIN-ENTRADA
           MOVE ZERO TO WS-MIN-NOTURNO-PAR
           MOVE ZERO TO WS-JAN-INICIO
           MOVE 300 TO WS-JAN-FIM
           PERFORM SOMA-JANELA-NOTURNA
           MOVE 1320 TO WS-JAN-INICIO
           MOVE 1740 TO WS-JAN-FIM
           PERFORM SOMA-JANELA-NOTURNA
           MOVE 2760 TO WS-JAN-INICIO
           MOVE 2880 TO WS-JAN-FIM
           PERFORM SOMA-JANELA-NOTURNA.

       SOMA-JANELA-NOTURNA.
           IF WS-MIN-ENTRADA > WS-JAN-INICIO
               MOVE WS-MIN-ENTRADA TO WS-SOBRE-INICIO
           ELSE
               MOVE WS-JAN-INICIO TO WS-SOBRE-INICIO
           END-IF
           IF WS-MIN-SAIDA < WS-JAN-FIM
               MOVE WS-MIN-SAIDA TO WS-SOBRE-FIM
           ELSE
               MOVE WS-JAN-FIM TO WS-SOBRE-FIM
           END-IF
           IF WS-SOBRE-FIM > WS-SOBRE-INICIO
               COMPUTE WS-MIN-NOTURNO-PAR = WS-MIN-NOTURNO-PAR
                   + WS-SOBRE-FIM - WS-SOBRE-INICIO
           END-IF.

       VERIFICA-DIA-LETIVO.
           MOVE "S" TO SW-DIA-LETIVO
           IF CALENDARIO-DISPONIVEL
               MOVE "N" TO SW-DIA-LETIVO
               SET IDX-TCAL TO 1
               SEARCH TAB-CAL-ITEM
                   AT END
                       CONTINUE
                   WHEN TAB-CAL-DATA (IDX-TCAL) = WS-DATA-DIA
                           AND TAB-CAL-TIPO (IDX-TCAL) = "L"
                       MOVE "S" TO SW-DIA-LETIVO
               END-SEARCH
           END-IF.

       ACUMULA-MARCACAO.
           IF TAB-DIA-MARCACOES (IDX-DIA) = ZERO
               MOVE ENTRADA-ORD TO TAB-DIA-ENTRADA (IDX-DIA)
           END-IF
           ADD 1 TO TAB-DIA-MARCACOES (IDX-DIA)
           MOVE SAIDA-ORD TO TAB-DIA-SAIDA (IDX-DIA)
           MOVE WS-MIN-SAIDA TO TAB-DIA-ULT-MIN (IDX-DIA)
           ADD WS-MIN-PAR TO TAB-DIA-TRABALHADO (IDX-DIA)
           ADD WS-MIN-NOTURNO-PAR TO TAB-DIA-NOTURNO (IDX-DIA).

       FECHA-FUNCIONARIO.
           IF SW-FUNC-VALIDO = "S"
               PERFORM IMPRIME-CABECALHO-FUNC
               PERFORM APURA-DIA
                   VARYING IDX-DIA FROM 1 BY 1
                   UNTIL IDX-DIA > 31
               PERFORM GERA-MOVIMENTOS-FUNC
               PERFORM IMPRIME-RODAPE-FUNC
               ADD 1 TO CONT-FUNCIONARIOS
           END-IF.

       APURA-DIA.
           COMPUTE WS-DATA-DIA = WS-MES-REFERENCIA * 100 + IDX-DIA
           MOVE ZERO TO WS-EXTRA-DIA
           MOVE ZERO TO WS-FALTA-DIA
           MOVE SPACES TO WS-OBSERVACAO
           IF CALENDARIO-DISPONIVEL
               PERFORM VERIFICA-DIA-LETIVO
           ELSE
               IF TAB-DIA-MARCACOES (IDX-DIA) > ZERO
                   MOVE "S" TO SW-DIA-LETIVO
               ELSE
                   MOVE "N" TO SW-DIA-LETIVO
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN DIA-NAO-LETIVO (IDX-DIA)
                   MOVE "NAO LETIVO-REJ." TO WS-OBSERVACAO
                   PERFORM IMPRIME-LINHA-DIA
               WHEN SW-DIA-LETIVO = "N"
                   CONTINUE
               WHEN DIA-PENDENTE (IDX-DIA)
                   MOVE "PENDENTE-REVISAO" TO WS-OBSERVACAO
                   PERFORM IMPRIME-LINHA-DIA
               WHEN TAB-DIA-MARCACOES (IDX-DIA) = ZERO
                   MOVE WS-JORNADA-MIN TO WS-FALTA-DIA
                   ADD 1 TO WS-DIAS-FALTA-FUNC
                   MOVE "FALTA" TO WS-OBSERVACAO
                   PERFORM IMPRIME-LINHA-DIA
               WHEN OTHER
                   COMPUTE WS-DIFERENCA =
                       TAB-DIA-TRABALHADO (IDX-DIA) - WS-JORNADA-MIN
                   IF WS-DIFERENCA > WS-TOLERANCIA
                       MOVE WS-DIFERENCA TO WS-EXTRA-DIA
                   END-IF
                   IF WS-DIFERENCA < ZERO
                           AND (ZERO - WS-DIFERENCA) > WS-TOLERANCIA
                       COMPUTE WS-FALTA-DIA = ZERO - WS-DIFERENCA
                   END-IF
                   PERFORM IMPRIME-LINHA-DIA
           END-EVALUATE
           IF SW-DIA-LETIVO = "S"
                   AND NOT DIA-NAO-LETIVO (IDX-DIA)
                   AND NOT DIA-PENDENTE (IDX-DIA)
               ADD TAB-DIA-TRABALHADO (IDX-DIA) TO WS-MIN-TRAB-FUNC
               ADD TAB-DIA-NOTURNO (IDX-DIA) TO WS-MIN-NOTURNO-FUNC
               ADD WS-EXTRA-DIA TO WS-MIN-EXTRA-FUNC
               ADD WS-FALTA-DIA TO WS-MIN-FALTA-FUNC
           END-IF.

       GERA-MOVIMENTOS-FUNC.
           IF WS-MIN-EXTRA-FUNC > ZERO
               MOVE "HE" TO WS-EVENTO-GRAVAR
               COMPUTE WS-QTD-EVENTO ROUNDED =
                   WS-MIN-EXTRA-FUNC / 60
               PERFORM GRAVA-MOVIMENTO
           END-IF
           IF WS-MIN-FALTA-FUNC > ZERO AND WS-JORNADA-MIN > ZERO
               MOVE "FA" TO WS-EVENTO-GRAVAR
               COMPUTE WS-QTD-EVENTO ROUNDED =
                   WS-MIN-FALTA-FUNC / WS-JORNADA-MIN
               PERFORM GRAVA-MOVIMENTO
           END-IF
           IF WS-MIN-NOTURNO-FUNC > ZERO
               MOVE "AN" TO WS-EVENTO-GRAVAR
               COMPUTE WS-QTD-EVENTO ROUNDED =
                   WS-MIN-NOTURNO-FUNC / 60
               PERFORM GRAVA-MOVIMENTO
           END-IF.

       GRAVA-MOVIMENTO.
           IF WS-QTD-EVENTO > 999,99
               MOVE 999,99 TO WS-QTD-EVENTO
           END-IF
           MOVE WS-NUMERO-ATUAL TO NUMERO-MOV
           MOVE WS-EVENTO-GRAVAR TO EVENTO-MOV
           MOVE WS-QTD-EVENTO TO QTD-MOV
           MOVE WS-MES-REFERENCIA TO MES-REF-MOV
           SET MOV-PONTO TO TRUE
           MOVE ZERO TO VALOR-MOV
           WRITE DADOS-MOV
           ADD 1 TO CONT-GRAVADOS.

       FORMATA-MINUTOS.
           DIVIDE WS-MINUTOS-FMT BY 60
               GIVING WS-HORAS-FMT-H
               REMAINDER WS-HORAS-FMT-M.

       FORMATA-HORARIO.
           MOVE WS-HORARIO-H TO WS-HHMM-FMT-H
           MOVE WS-HORARIO-M TO WS-HHMM-FMT-M.

       IMPRIME-CABECALHO-FUNC.
           MOVE SPACES TO LINHA-REL
           STRING "ESCOLA MUNICIPAL - FOLHA DE PONTO - "
               "COMPETENCIA " WS-MES-REF "/" WS-ANO-REF
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "EMISSAO: " WS-DATA-EMISSAO
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE WS-NUMERO-ATUAL TO WS-NUMERO-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "FUNCIONARIO: " WS-NUMERO-EDIT " " WS-NOME-ATUAL
               "   DEPTO: " WS-DEPTO-ATUAL
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE WS-JOR-ENTRADA-FUNC TO WS-HORARIO
           PERFORM FORMATA-HORARIO
           MOVE WS-HHMM-FMT TO WS-HHMM-ENTRADA
           MOVE WS-JOR-SAIDA-FUNC TO WS-HORARIO
           PERFORM FORMATA-HORARIO
           MOVE WS-HHMM-FMT TO WS-HHMM-SAIDA
           MOVE WS-JOR-HORAS-FUNC TO WS-JOR-HORAS-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "JORNADA: " WS-HHMM-ENTRADA " AS " WS-HHMM-SAIDA
               " - " WS-JOR-HORAS-EDIT " HORAS DIARIAS"
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "DATA       ENTR.  SAIDA MC TRABAL  EXTRA  FALTA"
               " NOTURN OBSERVACAO"
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL.

       IMPRIME-LINHA-DIA.
           STRING WS-DATA-DIA (7:2) "/" WS-DATA-DIA (5:2) "/"
               WS-DATA-DIA (1:4)
               DELIMITED BY SIZE INTO WS-DATA-EDIT
           MOVE SPACES TO WS-HHMM-ENTRADA
           MOVE SPACES TO WS-HHMM-SAIDA
           IF TAB-DIA-MARCACOES (IDX-DIA) > ZERO
               MOVE TAB-DIA-ENTRADA (IDX-DIA) TO WS-HORARIO
               PERFORM FORMATA-HORARIO
               MOVE WS-HHMM-FMT TO WS-HHMM-ENTRADA
               MOVE TAB-DIA-SAIDA (IDX-DIA) TO WS-HORARIO
               PERFORM FORMATA-HORARIO
               MOVE WS-HHMM-FMT TO WS-HHMM-SAIDA
           END-IF
           MOVE TAB-DIA-MARCACOES (IDX-DIA) TO WS-MARC-EDIT
           MOVE TAB-DIA-TRABALHADO (IDX-DIA) TO WS-MINUTOS-FMT
           PERFORM FORMATA-MINUTOS
           MOVE WS-HORAS-FMT TO WS-TRAB-FMT
           MOVE WS-EXTRA-DIA TO WS-MINUTOS-FMT
           PERFORM FORMATA-MINUTOS
           MOVE WS-HORAS-FMT TO WS-EXTRA-FMT
           MOVE WS-FALTA-DIA TO WS-MINUTOS-FMT
           PERFORM FORMATA-MINUTOS
           MOVE WS-HORAS-FMT TO WS-FALTA-FMT
           MOVE TAB-DIA-NOTURNO (IDX-DIA) TO WS-MINUTOS-FMT
           PERFORM FORMATA-MINUTOS
           MOVE WS-HORAS-FMT TO WS-NOTURNO-FMT
           MOVE SPACES TO LINHA-DETALHE
           STRING WS-DATA-EDIT " " WS-HHMM-ENTRADA " "
               WS-HHMM-SAIDA " " WS-MARC-EDIT " " WS-TRAB-FMT " "
               WS-EXTRA-FMT " " WS-FALTA-FMT " " WS-NOTURNO-FMT " "
               WS-OBSERVACAO
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-REL FROM LINHA-DETALHE.

       IMPRIME-RODAPE-FUNC.
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL
           MOVE WS-MIN-TRAB-FUNC TO WS-MINUTOS-FMT
           PERFORM FORMATA-MINUTOS
           MOVE WS-HORAS-FMT TO WS-TRAB-FMT
           MOVE WS-MIN-EXTRA-FUNC TO WS-MINUTOS-FMT
           PERFORM FORMATA-MINUTOS
           MOVE WS-HORAS-FMT TO WS-EXTRA-FMT
           MOVE WS-MIN-FALTA-FUNC TO WS-MINUTOS-FMT
           PERFORM FORMATA-MINUTOS
           MOVE WS-HORAS-FMT TO WS-FALTA-FMT
           MOVE WS-MIN-NOTURNO-FUNC TO WS-MINUTOS-FMT
           PERFORM FORMATA-MINUTOS
           MOVE WS-HORAS-FMT TO WS-NOTURNO-FMT
           MOVE SPACES TO LINHA-DETALHE
           STRING "TOTAIS DO MES" "             " WS-TRAB-FMT " "
               WS-EXTRA-FMT " " WS-FALTA-FMT " " WS-NOTURNO-FMT
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-REL FROM LINHA-DETALHE
           MOVE WS-DIAS-FALTA-FUNC TO WS-QTD-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "DIAS LETIVOS SEM MARCACAO ..: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           IF WS-MIN-EXTRA-FUNC > ZERO
               COMPUTE WS-QTD-EVENTO ROUNDED =
                   WS-MIN-EXTRA-FUNC / 60
               MOVE WS-QTD-EVENTO TO WS-EVENTO-EDIT
               MOVE SPACES TO LINHA-REL
               STRING "MOVIMENTO HE (HORAS) .......: " WS-EVENTO-EDIT
                   DELIMITED BY SIZE INTO LINHA-REL
               WRITE LINHA-REL
           END-IF
           IF WS-MIN-FALTA-FUNC > ZERO AND WS-JORNADA-MIN > ZERO
               COMPUTE WS-QTD-EVENTO ROUNDED =
                   WS-MIN-FALTA-FUNC / WS-JORNADA-MIN
               MOVE WS-QTD-EVENTO TO WS-EVENTO-EDIT
               MOVE SPACES TO LINHA-REL
               STRING "MOVIMENTO FA (DIAS) ........: " WS-EVENTO-EDIT
                   DELIMITED BY SIZE INTO LINHA-REL
               WRITE LINHA-REL
           END-IF
           IF WS-MIN-NOTURNO-FUNC > ZERO
               COMPUTE WS-QTD-EVENTO ROUNDED =
                   WS-MIN-NOTURNO-FUNC / 60
               MOVE WS-QTD-EVENTO TO WS-EVENTO-EDIT
               MOVE SPACES TO LINHA-REL
               STRING "MOVIMENTO AN (HORAS) .......: " WS-EVENTO-EDIT
                   DELIMITED BY SIZE INTO LINHA-REL
               WRITE LINHA-REL
           END-IF
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "______________________________   "
               "______________________________"
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "   ASSINATURA DO FUNCIONARIO     "
               "     VISTO DO SUPERVISOR"
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE ALL "=" TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.

       IMPRIME-RESUMO.
           MOVE SPACES TO LINHA-REL
           STRING "RESUMO DA IMPORTACAO DO PONTO - COMPETENCIA "
               WS-MES-REF "/" WS-ANO-REF
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE CONT-LIDOS TO WS-QTD-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "MARCACOES LIDAS ............: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE CONT-FUNCIONARIOS TO WS-QTD-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "FUNCIONARIOS APURADOS ......: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE CONT-GRAVADOS TO WS-QTD-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "MOVIMENTOS GERADOS P/ EX11 .: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE CONT-REJEITADOS TO WS-QTD-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "MARCACOES REJEITADAS .......: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.

       ABRE-REJEITOS.
           OPEN EXTEND REJEITOS
           IF WS-STATUS-REJ NOT = "00"
               OPEN OUTPUT REJEITOS
               CLOSE REJEITOS
               OPEN EXTEND REJEITOS
           END-IF
           PERFORM LE-SEQUENCIA.

       GRAVA-REJEITO-MARCACAO.
           MOVE "EX63" TO PROGRAMA-REJ
           MOVE SPACES TO CHAVE-REJ
           MOVE NUMERO-ORD TO CHAVE-REJ
           MOVE WS-MOTIVO TO MOTIVO-REJ
           MOVE WS-DATA-EXECUCAO TO DATA-REJ
           MOVE WS-SEQ-EXECUCAO TO SEQ-EXEC-REJ
           MOVE DADOS-ORD TO IMAGEM-REJ
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
           MOVE "EX63" TO PROGRAMA-RLOG
           MOVE WS-DATA-EXECUCAO TO DATA-RLOG
           MOVE CONT-LIDOS TO LIDOS-RLOG
           MOVE CONT-GRAVADOS TO GRAVADOS-RLOG
           MOVE CONT-REJEITADOS TO REJEITADOS-RLOG
           WRITE REG-RUNLOG
           CLOSE RUNLOG.
