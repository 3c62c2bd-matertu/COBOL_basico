       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX80.
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
           SELECT PARAMETROS ASSIGN TO "EX80PARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARM.
           SELECT PARAMETROS-CENTRAL ASSIGN TO "CADPAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHAVE-PAR
               FILE STATUS IS WS-STATUS-PCEN.
           SELECT TRAVAS ASSIGN TO "CADLCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRV.
           SELECT LIBERACOES ASSIGN TO "CADLCKLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LIB.
           SELECT OPERADORES ASSIGN TO "CADOPE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-OPE.
           SELECT RUNCTL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CTL.
           SELECT RELATORIO ASSIGN TO "EX80REL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS.
       01  REG-PARM.
           05 ACAO-PARM         PIC X(1).
               88 PARM-RELATORIO    VALUE "R".
               88 PARM-LIBERACAO    VALUE "L".
           05 ARQUIVO-PARM      PIC X(8).
           05 PROGRAMA-PARM     PIC X(4).
           05 SUPERVISOR-PARM   PIC X(8).
           05 MOTIVO-PARM       PIC X(30).
           05 FORCA-PARM        PIC X(1).

       FD  PARAMETROS-CENTRAL.
       01  DADOS-PAR.
           05 CHAVE-PAR.
               10 PROGRAMA-PAR     PIC X(4).
               10 NOME-PAR         PIC X(10).
               10 VIGENCIA-PAR     PIC 9(8).
           05 VALOR-PAR            PIC 9(9)V99.
           05 ALTERADO-POR-PAR     PIC X(8).
           05 DATA-ALTERACAO-PAR   PIC 9(8).

       FD  TRAVAS.
       01  DADOS-TRAVA.
           05 ARQUIVO-TRV       PIC X(8).
           05 PROGRAMA-TRV      PIC X(4).
           05 OPERADOR-TRV      PIC X(8).
           05 DATA-TRV          PIC 9(8).
           05 HORA-TRV          PIC 9(6).
           05 MODO-TRV          PIC X(1).
               88 TRV-BATCH     VALUE "B".
               88 TRV-TELA      VALUE "T".

       FD  LIBERACOES.
       01  DADOS-LIB.
           05 DATA-LIB          PIC 9(8).
           05 HORA-LIB          PIC 9(6).
           05 SUPERVISOR-LIB    PIC X(8).
           05 MOTIVO-LIB        PIC X(30).
           05 IDADE-LIB         PIC 9(5).
           05 TRAVA-LIB         PIC X(35).

       FD  OPERADORES.
       01  DADOS-OPE.
           05 OPERADOR-OPE       PIC X(8).
           05 SENHA-OPE          PIC X(8).
           05 PERM-CONSULTA-OPE  PIC X(1).
           05 PERM-INCLUSAO-OPE  PIC X(1).
           05 PERM-ALTERACAO-OPE PIC X(1).
           05 PERM-EXCLUSAO-OPE  PIC X(1).
           05 PROFESSOR-OPE      PIC 9(5).

       FD  RUNCTL.
       01  REG-RUNCTL.
           05 PASSO-CTL         PIC X(8).
           05 DATA-CTL          PIC 9(8).
           05 STATUS-CTL        PIC X(1).

       FD  RELATORIO.
       01  LINHA-REL            PIC X(80).

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
       01  WS-STATUS-PARM       PIC X(2).
       01  WS-STATUS-PCEN       PIC X(2).
       01  WS-STATUS-TRV        PIC X(2).
       01  WS-STATUS-LIB        PIC X(2).
       01  WS-STATUS-OPE        PIC X(2).
       01  WS-STATUS-CTL        PIC X(2).
       01  WS-STATUS-RLOG       PIC X(2).
       01  WS-DATA-EXECUCAO     PIC 9(8) VALUE ZERO.
       01  WS-DATA-SISTEMA REDEFINES WS-DATA-EXECUCAO.
           05 WS-ANO            PIC 9(4).
           05 WS-MES            PIC 9(2).
           05 WS-DIA            PIC 9(2).
       01  WS-DATA-EMISSAO      PIC X(10).
       01  WS-HORA-EXECUCAO     PIC 9(6) VALUE ZERO.
       01  WS-RELOGIO           PIC 9(8) VALUE ZERO.
       01  WS-RELOGIO-DEC REDEFINES WS-RELOGIO.
           05 WS-HMS-RELOGIO    PIC 9(6).
           05 FILLER            PIC 9(2).
       01  WS-ACAO              PIC X(1) VALUE "R".
           88 ACAO-RELATORIO    VALUE "R".
           88 ACAO-LIBERACAO    VALUE "L".
       01  WS-ARQUIVO           PIC X(8) VALUE SPACES.
       01  WS-PROGRAMA          PIC X(4) VALUE SPACES.
       01  WS-SUPERVISOR        PIC X(8) VALUE SPACES.
       01  WS-MOTIVO            PIC X(30) VALUE SPACES.
       01  WS-FORCA             PIC X(1) VALUE "N".
       01  WS-HORAS-TRAVA       PIC 9(3) VALUE 8.
       01  WS-VIG-HORAS-TRAVA   PIC 9(8) VALUE ZERO.
       01  WS-DATA-CALCULO      PIC 9(8) VALUE ZERO.
       01  WS-DATA-CALC-DEC REDEFINES WS-DATA-CALCULO.
           05 WS-ANO-CALC       PIC 9(4).
           05 WS-MES-CALC       PIC 9(2).
           05 WS-DIA-CALC       PIC 9(2).
       01  WS-HORA-CALCULO      PIC 9(6) VALUE ZERO.
       01  WS-HORA-CALC-DEC REDEFINES WS-HORA-CALCULO.
           05 WS-HH-CALC        PIC 9(2).
           05 WS-MM-CALC        PIC 9(2).
           05 WS-SS-CALC        PIC 9(2).
       01  WS-MINUTOS-ITEM      PIC 9(11) COMP VALUE ZERO.
       01  WS-MINUTOS-AGORA     PIC 9(11) COMP VALUE ZERO.
       01  WS-IDADE-MIN         PIC S9(11) COMP VALUE ZERO.
       01  WS-DIAS-CALC         PIC 9(7) COMP VALUE ZERO.
       01  WS-ANO-ANTERIOR      PIC 9(4) VALUE ZERO.
       01  WS-QUOCIENTE         PIC 9(5) VALUE ZERO.
       01  WS-RESTO-BISSEXTO    PIC 9(3) VALUE ZERO.
       01  IDX-MES-CALC         PIC 9(2) COMP.
       01  WS-IDADE-HORAS       PIC 9(5) VALUE ZERO.
       01  WS-IDADE-EDIT        PIC ZZZZ9.
       01  WS-SITUACAO          PIC X(12) VALUE SPACES.
       01  WS-MODO-DESC         PIC X(5) VALUE SPACES.
       01  WS-CONT-EDIT         PIC ZZZZZZ9.
       01  SW-ACHADA            PIC X(1) VALUE "N".
           88 TRAVA-ACHADA      VALUE "S".
       01  SW-SUPERVISOR        PIC X(1) VALUE "N".
           88 SUPERVISOR-VALIDO VALUE "S".
       01  SW-PASSO-ACHADO      PIC X(1) VALUE "N".
       01  CONT-LIDOS           PIC 9(7) COMP VALUE ZERO.
       01  CONT-GRAVADOS        PIC 9(7) COMP VALUE ZERO.
       01  CONT-REJEITADOS      PIC 9(7) COMP VALUE ZERO.
       01  CONT-ABANDONADAS     PIC 9(7) COMP VALUE ZERO.
       01  IDX-TRV              PIC 9(3) COMP.
       01  IDX-LIB              PIC 9(3) COMP VALUE ZERO.
       01  IDX-IMP              PIC 9(3) COMP.

       01  TAB-DIAS-MES-INIC.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01  TAB-DIAS-MES REDEFINES TAB-DIAS-MES-INIC.
           05 DIAS-MES          OCCURS 12 TIMES PIC 9(2).

       01  TAB-TRAVAS.
           05 QTD-TRAVAS        PIC 9(3) COMP VALUE ZERO.
           05 TAB-TRV-ITEM      OCCURS 1 TO 99 TIMES
                                DEPENDING ON QTD-TRAVAS
                                INDEXED BY IDX-TTRV.
               10 TAB-TRV-ARQUIVO  PIC X(8).
               10 TAB-TRV-PROGRAMA PIC X(4).
               10 TAB-TRV-OPERADOR PIC X(8).
               10 TAB-TRV-DATA     PIC 9(8).
               10 TAB-TRV-HORA     PIC 9(6).
               10 TAB-TRV-MODO     PIC X(1).

       01  TAB-RUNCTL.
           05 QTD-PASSOS        PIC 9(3) COMP VALUE ZERO.
           05 TAB-CTL-ITEM      OCCURS 1 TO 99 TIMES
                                DEPENDING ON QTD-PASSOS
                                INDEXED BY IDX-CTL.
               10 TAB-CTL-PASSO  PIC X(8).
               10 TAB-CTL-DATA   PIC 9(8).
               10 TAB-CTL-STATUS PIC X(1).

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
           ACCEPT WS-RELOGIO FROM TIME
           MOVE WS-HMS-RELOGIO TO WS-HORA-EXECUCAO
           STRING WS-DIA "/" WS-MES "/" WS-ANO
               DELIMITED BY SIZE INTO WS-DATA-EMISSAO
           MOVE WS-DATA-EXECUCAO TO WS-DATA-CALCULO
           MOVE WS-HORA-EXECUCAO TO WS-HORA-CALCULO
           PERFORM CALCULA-MINUTOS
           MOVE WS-MINUTOS-ITEM TO WS-MINUTOS-AGORA
           PERFORM LE-PARAMETRO
           PERFORM LE-PARAMETROS-CENTRAIS
           PERFORM CARREGA-TRAVAS
           MOVE QTD-TRAVAS TO CONT-LIDOS
           OPEN OUTPUT RELATORIO
           IF ACAO-LIBERACAO
               PERFORM LIBERA-TRAVA
           END-IF
           PERFORM RELATORIO-TRAVAS
           CLOSE RELATORIO
           PERFORM GRAVA-RUNLOG
           MOVE QTD-TRAVAS TO WS-CONT-EDIT
           DISPLAY "EX80: TRAVAS REGISTRADAS ..... " WS-CONT-EDIT
           MOVE CONT-ABANDONADAS TO WS-CONT-EDIT
           DISPLAY "EX80: TRAVAS ABANDONADAS ..... " WS-CONT-EDIT
           IF ACAO-LIBERACAO
               MOVE CONT-GRAVADOS TO WS-CONT-EDIT
               DISPLAY "EX80: TRAVAS LIBERADAS ....... " WS-CONT-EDIT
           END-IF
           IF CONT-ABANDONADAS > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LE-PARAMETRO.
           OPEN INPUT PARAMETROS
           IF WS-STATUS-PARM = "00"
               READ PARAMETROS
                   NOT AT END
                       IF PARM-LIBERACAO
                           MOVE ACAO-PARM TO WS-ACAO
                       END-IF
                       MOVE ARQUIVO-PARM TO WS-ARQUIVO
                       MOVE PROGRAMA-PARM TO WS-PROGRAMA
                       MOVE SUPERVISOR-PARM TO WS-SUPERVISOR
                       MOVE MOTIVO-PARM TO WS-MOTIVO
                       IF FORCA-PARM = "S"
                           MOVE "S" TO WS-FORCA
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.

       LE-PARAMETROS-CENTRAIS.
           OPEN INPUT PARAMETROS-CENTRAL
           IF WS-STATUS-PCEN = "00"
               PERFORM UNTIL FIM-PCEN = "S"
                   READ PARAMETROS-CENTRAL NEXT
                       AT END
                           MOVE "S" TO FIM-PCEN
                       NOT AT END
                           IF PROGRAMA-PAR = "EX80"
                                   AND NOME-PAR = "HORASTRAVA"
                                   AND VIGENCIA-PAR
                                       NOT > WS-DATA-EXECUCAO
                                   AND VIGENCIA-PAR
                                       >= WS-VIG-HORAS-TRAVA
                                   AND VALOR-PAR > ZERO
                                   AND VALOR-PAR < 1000
                               MOVE VIGENCIA-PAR TO WS-VIG-HORAS-TRAVA
                               MOVE VALOR-PAR TO WS-HORAS-TRAVA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMETROS-CENTRAL
           END-IF
           MOVE "N" TO FIM-PCEN.

       CARREGA-TRAVAS.
           MOVE ZERO TO QTD-TRAVAS
           OPEN INPUT TRAVAS
           IF WS-STATUS-TRV = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ TRAVAS AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       IF ARQUIVO-TRV NOT = SPACES
                               AND QTD-TRAVAS < 99
                           ADD 1 TO QTD-TRAVAS
                           MOVE DADOS-TRAVA
                               TO TAB-TRV-ITEM (QTD-TRAVAS)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE TRAVAS
           END-IF
           MOVE "N" TO FIMARQ.

       CALCULA-MINUTOS.
           COMPUTE WS-ANO-ANTERIOR = WS-ANO-CALC - 1
           DIVIDE WS-ANO-ANTERIOR BY 4 GIVING WS-QUOCIENTE
           COMPUTE WS-DIAS-CALC =
               WS-ANO-CALC * 365 + WS-QUOCIENTE + WS-DIA-CALC
           PERFORM SOMA-DIAS-MES
               VARYING IDX-MES-CALC FROM 1 BY 1
               UNTIL IDX-MES-CALC >= WS-MES-CALC
                   OR IDX-MES-CALC > 12
           IF WS-MES-CALC > 02
               DIVIDE WS-ANO-CALC BY 4 GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO-BISSEXTO
               IF WS-RESTO-BISSEXTO = ZERO
                   ADD 1 TO WS-DIAS-CALC
               END-IF
           END-IF
           COMPUTE WS-MINUTOS-ITEM =
               WS-DIAS-CALC * 1440 + WS-HH-CALC * 60 + WS-MM-CALC.

       SOMA-DIAS-MES.
           ADD DIAS-MES (IDX-MES-CALC) TO WS-DIAS-CALC.

       CALCULA-IDADE-TRAVA.
           MOVE TAB-TRV-DATA (IDX-TRV) TO WS-DATA-CALCULO
           MOVE TAB-TRV-HORA (IDX-TRV) TO WS-HORA-CALCULO
           PERFORM CALCULA-MINUTOS
           COMPUTE WS-IDADE-MIN = WS-MINUTOS-AGORA - WS-MINUTOS-ITEM
           IF WS-IDADE-MIN < ZERO
               MOVE ZERO TO WS-IDADE-MIN
           END-IF
           DIVIDE WS-IDADE-MIN BY 60 GIVING WS-IDADE-HORAS
           IF WS-IDADE-HORAS NOT < WS-HORAS-TRAVA
               MOVE "ABANDONADA" TO WS-SITUACAO
           ELSE
               MOVE "EM USO" TO WS-SITUACAO
           END-IF.

       LIBERA-TRAVA.
           MOVE "N" TO SW-ACHADA
           MOVE ZERO TO IDX-LIB
           PERFORM PROCURA-TRAVA-LIBERAR
               VARYING IDX-TRV FROM 1 BY 1
               UNTIL IDX-TRV > QTD-TRAVAS OR TRAVA-ACHADA
           PERFORM VALIDA-SUPERVISOR
           EVALUATE TRUE
               WHEN WS-ARQUIVO = SPACES OR WS-PROGRAMA = SPACES
                   DISPLAY "EX80: INFORME ARQUIVO E PROGRAMA DA TRAVA"
                   MOVE 8 TO RETURN-CODE
               WHEN NOT TRAVA-ACHADA
                   DISPLAY "EX80: TRAVA NAO ENCONTRADA - " WS-ARQUIVO
                           " " WS-PROGRAMA
                   MOVE 8 TO RETURN-CODE
               WHEN NOT SUPERVISOR-VALIDO
                   DISPLAY "EX80: SUPERVISOR " WS-SUPERVISOR
                           " SEM PERMISSAO NO CADOPE"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-MOTIVO = SPACES
                   DISPLAY "EX80: INFORME O MOTIVO DA LIBERACAO"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SITUACAO NOT = "ABANDONADA" AND WS-FORCA = "N"
                   DISPLAY "EX80: TRAVA COM " WS-IDADE-HORAS
                           " HORAS - MENOS DE " WS-HORAS-TRAVA
                           " HORAS, CONFIRME COM FORCA = S"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM EFETIVA-LIBERACAO
           END-EVALUATE
           IF RETURN-CODE NOT = ZERO
               ADD 1 TO CONT-REJEITADOS
           END-IF.

       PROCURA-TRAVA-LIBERAR.
           IF TAB-TRV-ARQUIVO (IDX-TRV) = WS-ARQUIVO
                   AND TAB-TRV-PROGRAMA (IDX-TRV) = WS-PROGRAMA
               MOVE "S" TO SW-ACHADA
               MOVE IDX-TRV TO IDX-LIB
               PERFORM CALCULA-IDADE-TRAVA
           END-IF.

       VALIDA-SUPERVISOR.
           MOVE "N" TO SW-SUPERVISOR
           IF WS-SUPERVISOR NOT = SPACES
               OPEN INPUT OPERADORES
               IF WS-STATUS-OPE = "00"
                   PERFORM UNTIL FIMARQ = "S"
                       READ OPERADORES AT END
                           MOVE "S" TO FIMARQ
                       NOT AT END
                           IF OPERADOR-OPE = WS-SUPERVISOR
                                   AND PERM-EXCLUSAO-OPE = "S"
                               MOVE "S" TO SW-SUPERVISOR
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OPERADORES
               END-IF
               MOVE "N" TO FIMARQ
           END-IF.

       EFETIVA-LIBERACAO.
           OPEN EXTEND LIBERACOES
           IF WS-STATUS-LIB NOT = "00"
               OPEN OUTPUT LIBERACOES
               CLOSE LIBERACOES
               OPEN EXTEND LIBERACOES
           END-IF
           MOVE WS-DATA-EXECUCAO TO DATA-LIB
           MOVE WS-HORA-EXECUCAO TO HORA-LIB
           MOVE WS-SUPERVISOR TO SUPERVISOR-LIB
           MOVE WS-MOTIVO TO MOTIVO-LIB
           MOVE WS-IDADE-HORAS TO IDADE-LIB
           MOVE TAB-TRV-ITEM (IDX-LIB) TO TRAVA-LIB
           WRITE DADOS-LIB
           CLOSE LIBERACOES
           IF TAB-TRV-MODO (IDX-LIB) = "B"
               PERFORM MARCA-PASSO-ABORTADO
           END-IF
           DISPLAY "EX80: TRAVA DE " WS-ARQUIVO " POR " WS-PROGRAMA
                   " LIBERADA POR " WS-SUPERVISOR
           OPEN OUTPUT TRAVAS
           PERFORM REGRAVA-TRAVA
               VARYING IDX-TRV FROM 1 BY 1
               UNTIL IDX-TRV > QTD-TRAVAS
           CLOSE TRAVAS
           ADD 1 TO CONT-GRAVADOS
           PERFORM CARREGA-TRAVAS.

       REGRAVA-TRAVA.
           IF IDX-TRV NOT = IDX-LIB
               MOVE TAB-TRV-ITEM (IDX-TRV) TO DADOS-TRAVA
               WRITE DADOS-TRAVA
           END-IF.

       MARCA-PASSO-ABORTADO.
           MOVE ZERO TO QTD-PASSOS
           OPEN INPUT RUNCTL
           IF WS-STATUS-CTL = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ RUNCTL AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       IF QTD-PASSOS < 99
                           ADD 1 TO QTD-PASSOS
                           MOVE REG-RUNCTL TO TAB-CTL-ITEM (QTD-PASSOS)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNCTL
           END-IF
           MOVE "N" TO FIMARQ
           MOVE "N" TO SW-PASSO-ACHADO
           SET IDX-CTL TO 1
           SEARCH TAB-CTL-ITEM
               AT END
                   CONTINUE
               WHEN TAB-CTL-PASSO (IDX-CTL) = WS-PROGRAMA
                   IF TAB-CTL-STATUS (IDX-CTL) = "I"
                       MOVE "E" TO TAB-CTL-STATUS (IDX-CTL)
                       MOVE WS-DATA-EXECUCAO TO TAB-CTL-DATA (IDX-CTL)
                       MOVE "S" TO SW-PASSO-ACHADO
                   END-IF
           END-SEARCH
           IF SW-PASSO-ACHADO = "S"
               OPEN OUTPUT RUNCTL
               PERFORM GRAVA-PASSO-CTL
                   VARYING IDX-IMP FROM 1 BY 1
                   UNTIL IDX-IMP > QTD-PASSOS
               CLOSE RUNCTL
               DISPLAY "EX80: PASSO " WS-PROGRAMA
                       " MARCADO COM ERRO NO RUNCTL"
           END-IF.

       GRAVA-PASSO-CTL.
           MOVE TAB-CTL-ITEM (IDX-IMP) TO REG-RUNCTL
           WRITE REG-RUNCTL.

       RELATORIO-TRAVAS.
           MOVE SPACES TO LINHA-REL
           STRING "TRAVAS DE CADASTROS EM VIGOR"
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "EMISSAO: " WS-DATA-EMISSAO
               "  LIMITE PARA TRAVA ABANDONADA: " WS-HORAS-TRAVA
               " HORAS"
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "ARQUIVO  PROG OPERADOR MODO  INICIO           "
               "HORAS SITUACAO"
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZERO TO CONT-ABANDONADAS
           PERFORM IMPRIME-TRAVA
               VARYING IDX-TRV FROM 1 BY 1
               UNTIL IDX-TRV > QTD-TRAVAS
           IF QTD-TRAVAS = ZERO
               MOVE SPACES TO LINHA-REL
               STRING "NENHUMA TRAVA EM VIGOR"
                   DELIMITED BY SIZE INTO LINHA-REL
               WRITE LINHA-REL
           END-IF
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL
           MOVE QTD-TRAVAS TO WS-CONT-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "TRAVAS EM VIGOR .............. " WS-CONT-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE CONT-ABANDONADAS TO WS-CONT-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "TRAVAS ABANDONADAS ........... " WS-CONT-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           IF CONT-ABANDONADAS > ZERO
               MOVE SPACES TO LINHA-REL
               STRING "LIBERACAO: EX80PARM ACAO L, ARQUIVO, PROGRAMA,"
                   " SUPERVISOR E MOTIVO"
                   DELIMITED BY SIZE INTO LINHA-REL
               WRITE LINHA-REL
           END-IF.

       IMPRIME-TRAVA.
           PERFORM CALCULA-IDADE-TRAVA
           IF WS-SITUACAO = "ABANDONADA"
               ADD 1 TO CONT-ABANDONADAS
           END-IF
           IF TAB-TRV-MODO (IDX-TRV) = "T"
               MOVE "TELA" TO WS-MODO-DESC
           ELSE
               MOVE "BATCH" TO WS-MODO-DESC
           END-IF
           MOVE WS-IDADE-HORAS TO WS-IDADE-EDIT
           MOVE SPACES TO LINHA-REL
           STRING TAB-TRV-ARQUIVO (IDX-TRV) " "
               TAB-TRV-PROGRAMA (IDX-TRV) " "
               TAB-TRV-OPERADOR (IDX-TRV) " "
               WS-MODO-DESC " "
               TAB-TRV-DATA (IDX-TRV) " "
               TAB-TRV-HORA (IDX-TRV) " "
               WS-IDADE-EDIT " "
               WS-SITUACAO
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.

       GRAVA-RUNLOG.
           OPEN EXTEND RUNLOG
           IF WS-STATUS-RLOG NOT = "00"
               OPEN OUTPUT RUNLOG
               CLOSE RUNLOG
               OPEN EXTEND RUNLOG
           END-IF
           MOVE "EX80" TO PROGRAMA-RLOG
           MOVE WS-DATA-EXECUCAO TO DATA-RLOG
           MOVE CONT-LIDOS TO LIDOS-RLOG
           MOVE CONT-GRAVADOS TO GRAVADOS-RLOG
           MOVE CONT-REJEITADOS TO REJEITADOS-RLOG
           WRITE REG-RUNLOG
           CLOSE RUNLOG.
