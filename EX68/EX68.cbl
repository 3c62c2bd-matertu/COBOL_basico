       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX68.
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
           SELECT MOVIMENTOS-TRF ASSIGN TO "EX68TRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRN.
           SELECT CADALU2 ASSIGN TO "CADALU2.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ALU.
           SELECT CADHIST ASSIGN TO "CADHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HIS.
           SELECT CAPACIDADES ASSIGN TO "EX41CAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CAP.
           SELECT PARAMETROS ASSIGN TO "EX41PARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARM.
           SELECT TRANSFERENCIAS ASSIGN TO "CADTRF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRF.
           SELECT CONTAS-RECEBER ASSIGN TO "CONTREC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-CREC = MES-REF-CREC
                   MATRICULA-CREC TIPO-CREC
               ALTERNATE RECORD KEY IS CODIGO-CLI-CREC
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CREC.
           SELECT GUIAS ASSIGN TO "EX68GUI.DAT"
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
           SELECT TRAVAS ASSIGN TO "CADLCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRV.
           SELECT RUNCTL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CTL.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVIMENTOS-TRF.
       01  DADOS-TRN.
           05 TIPO-TRN          PIC X(1).
               88 TRN-INTERNA   VALUE "I".
               88 TRN-EXTERNA   VALUE "E".
           05 NUMERO-TRN        PIC 9(5).
           05 DATA-TRN          PIC 9(8).
           05 TURMA-DEST-TRN    PIC X(3).
           05 FILIAL-DEST-TRN   PIC X(2).
           05 ESCOLA-DEST-TRN   PIC X(30).

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

       FD  CADHIST.
       01  DADOS-HIST.
           05 NUMERO-HIST       PIC 9(5).
           05 NOME-HIST         PIC X(20).
           05 SEXO-HIST         PIC X(1).
           05 TURMA-HIST        PIC X(3).
           05 BIMESTRE-HIST     PIC 9(1).
           05 MEDIA-HIST        PIC 9(2)V99.

       FD  CAPACIDADES.
       01  DADOS-CAPACIDADE.
           05 TURMA-CAP         PIC X(3).
           05 VAGAS-CAP         PIC 9(3).

       FD  PARAMETROS.
       01  REG-PARM.
           05 CAPACIDADE-PARM   PIC 9(3).

       FD  TRANSFERENCIAS.
       01  DADOS-TRF.
           05 NUMERO-TRF        PIC 9(5).
           05 TIPO-TRF          PIC X(1).
               88 TRF-INTERNA   VALUE "I".
               88 TRF-EXTERNA   VALUE "E".
           05 DATA-TRF          PIC 9(8).
           05 TURMA-ORIG-TRF    PIC X(3).
           05 FILIAL-ORIG-TRF   PIC X(2).
           05 TURMA-DEST-TRF    PIC X(3).
           05 FILIAL-DEST-TRF   PIC X(2).
           05 ESCOLA-DEST-TRF   PIC X(30).
           05 DATA-PROC-TRF     PIC 9(8).

       FD  CONTAS-RECEBER.
       01  DADOS-CREC.
           05 MES-REF-CREC      PIC 9(6).
           05 MATRICULA-CREC    PIC 9(5).
           05 CODIGO-CLI-CREC   PIC X(5).
           05 CPF-CREC          PIC X(11).
           05 NOME-RESP-CREC    PIC X(20).
           05 VALOR-ORIG-CREC   PIC 9(5)V99.
           05 VALOR-PAGO-CREC   PIC 9(5)V99.
           05 DATA-EMISSAO-CREC PIC 9(8).
           05 DATA-PAGTO-CREC   PIC 9(8).
           05 SITUACAO-CREC     PIC X(1).
               88 CREC-ABERTO       VALUE "A".
               88 CREC-PAGO         VALUE "P".
               88 CREC-PARCIAL      VALUE "M".
               88 CREC-RECUSADO     VALUE "R".
           05 COBRANCA-CREC     PIC X(1).
               88 CREC-EM-COBRANCA  VALUE "S".
           05 TIPO-CREC         PIC X(1).
               88 CREC-MENSALIDADE  VALUE SPACE.
               88 CREC-ENCARGOS     VALUE "E".

       FD  GUIAS.
       01  LINHA-GUIA           PIC X(80).

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

       FD  TRAVAS.
       01  DADOS-TRAVA.
           05 ARQUIVO-TRV       PIC X(8).
           05 PROGRAMA-TRV      PIC X(4).
           05 OPERADOR-TRV      PIC X(8).
           05 DATA-TRV          PIC 9(8).
           05 HORA-TRV          PIC 9(6).
           05 MODO-TRV          PIC X(1).

       FD  RUNCTL.
       01  REG-RUNCTL.
           05 PASSO-CTL         PIC X(8).
           05 DATA-CTL          PIC 9(8).
           05 STATUS-CTL        PIC X(1).

       WORKING-STORAGE SECTION.
       01  FIMARQ               PIC X(1) VALUE "N".
       01  WS-STATUS-TRN        PIC X(2).
       01  WS-STATUS-ALU        PIC X(2).
       01  WS-STATUS-HIS        PIC X(2).
       01  WS-STATUS-CAP        PIC X(2).
       01  WS-STATUS-PARM       PIC X(2).
       01  WS-STATUS-TRF        PIC X(2).
       01  WS-STATUS-CREC       PIC X(2).
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
       01  WS-DATA-MOV          PIC 9(8) VALUE ZERO.
       01  WS-DATA-MOV-R REDEFINES WS-DATA-MOV.
           05 WS-ANO-MOV        PIC 9(4).
           05 WS-MES-MOV        PIC 9(2).
           05 WS-DIA-MOV        PIC 9(2).
       01  WS-DATA-MOV-EDIT     PIC X(10).
       01  WS-CAPACIDADE-PADRAO PIC 9(3) VALUE 35.
       01  WS-TURMA-DESTINO     PIC X(3) VALUE SPACES.
       01  WS-FILIAL-DESTINO    PIC X(2) VALUE SPACES.
       01  WS-TURMA-ORIGEM      PIC X(3) VALUE SPACES.
       01  WS-FILIAL-ORIGEM     PIC X(2) VALUE SPACES.
       01  SW-ALUNO-ACHADO      PIC X(1) VALUE "N".
       01  SW-TURMA-ACHADA      PIC X(1) VALUE "N".
       01  SW-SAIDA-ACHADA      PIC X(1) VALUE "N".
       01  IDX-GRAVA            PIC 9(5) COMP.
       01  IDX-NOTA             PIC 9(1) COMP.
       01  IDX-HIS              PIC 9(5) COMP.
       01  IDX-BIM              PIC 9(1) COMP.

       01  CONT-LIDOS           PIC 9(7) COMP VALUE ZERO.
       01  CONT-GRAVADOS        PIC 9(7) COMP VALUE ZERO.
       01  CONT-REJEITADOS      PIC 9(7) COMP VALUE ZERO.
       01  CONT-INTERNAS        PIC 9(7) COMP VALUE ZERO.
       01  CONT-EXTERNAS        PIC 9(7) COMP VALUE ZERO.
       01  CONT-COBRANCA        PIC 9(7) COMP VALUE ZERO.
       01  WS-NUMERO-EDIT       PIC ZZZZ9.
       01  WS-NOTA-EDIT         PIC Z9,99.
       01  WS-PESO-EDIT         PIC 9,999.
       01  WS-NUM-NOTA-EDIT     PIC 9.
       01  WS-FALTAS-EDIT       PIC Z9.
       01  LINHA-DETALHE        PIC X(80).

       01  TAB-ALUNOS.
           05 QTD-ALUNOS        PIC 9(5) COMP VALUE ZERO.
           05 TAB-ALU-ITEM      OCCURS 1 TO 9999 TIMES
                                DEPENDING ON QTD-ALUNOS
                                INDEXED BY IDX-TALU.
               10 TAB-ALU-REGISTRO PIC X(67).
               10 TAB-ALU-DET REDEFINES TAB-ALU-REGISTRO.
                   15 TAB-ALU-NUMERO PIC 9(5).
                   15 FILLER         PIC X(62).

       01  TAB-TURMAS.
           05 QTD-TURMAS        PIC 9(3) COMP VALUE ZERO.
           05 TAB-TUR-ITEM      OCCURS 1 TO 999 TIMES
                                DEPENDING ON QTD-TURMAS
                                INDEXED BY IDX-TTUR.
               10 TAB-TUR-TURMA      PIC X(3).
               10 TAB-TUR-CAPACIDADE PIC 9(3).
               10 TAB-TUR-OCUPADAS   PIC 9(3).

       01  TAB-HISTORICO.
           05 QTD-HISTORICO     PIC 9(5) COMP VALUE ZERO.
           05 TAB-HIS-ITEM      OCCURS 1 TO 9999 TIMES
                                DEPENDING ON QTD-HISTORICO.
               10 TAB-HIS-NUMERO    PIC 9(5).
               10 TAB-HIS-TURMA     PIC X(3).
               10 TAB-HIS-BIMESTRE  PIC 9(1).
               10 TAB-HIS-MEDIA     PIC 9(2)V99.

       01  TAB-SAIDAS.
           05 QTD-SAIDAS        PIC 9(5) COMP VALUE ZERO.
           05 TAB-SAI-ITEM      OCCURS 1 TO 9999 TIMES
                                DEPENDING ON QTD-SAIDAS
                                INDEXED BY IDX-TSAI.
               10 TAB-SAI-NUMERO    PIC 9(5).

       01  WS-STATUS-TRV        PIC X(2).
       01  WS-STATUS-CTL        PIC X(2).
       01  FIM-TRV              PIC X(1) VALUE "N".
       01  WS-TRV-ARQUIVO       PIC X(8) VALUE SPACES.
       01  WS-TRV-OPERADOR      PIC X(8) VALUE "BATCH".
       01  WS-TRV-MODO          PIC X(1) VALUE "B".
       01  WS-TRV-DATA          PIC 9(8) VALUE ZERO.
       01  WS-TRV-HORA          PIC 9(6) VALUE ZERO.
       01  WS-TRV-TENTATIVAS    PIC 9(3) COMP VALUE ZERO.
       01  WS-TRV-MAX-TENTATIVAS PIC 9(3) COMP VALUE 30.
       01  WS-TRV-INTERVALO     PIC 9(3) COMP VALUE 10.
       01  WS-RELOGIO-TRV       PIC 9(8) VALUE ZERO.
       01  WS-RELOGIO-TRV-DEC REDEFINES WS-RELOGIO-TRV.
           05 WS-HH-TRV         PIC 9(2).
           05 WS-MM-TRV         PIC 9(2).
           05 WS-SS-TRV         PIC 9(2).
           05 FILLER            PIC 9(2).
       01  SW-TRAVA             PIC X(1) VALUE "N".
           88 TRAVA-OBTIDA      VALUE "S".
           88 TRAVA-OCUPADA     VALUE "N".
       01  SW-PASSO-TRV         PIC X(1) VALUE "N".
       01  WS-HOJE-TRV          PIC 9(8) VALUE ZERO.
       01  IDX-TRV              PIC 9(3) COMP.
       01  WS-DONO-TRAVA.
           05 WS-DONO-ARQUIVO   PIC X(8).
           05 WS-DONO-PROGRAMA  PIC X(4).
           05 WS-DONO-OPERADOR  PIC X(8).
           05 WS-DONO-DATA      PIC 9(8).
           05 WS-DONO-HORA      PIC 9(6).
           05 WS-DONO-MODO      PIC X(1).

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

       01  TAB-PASSOS-TRV.
           05 QTD-PASSOS-TRV    PIC 9(3) COMP VALUE ZERO.
           05 TAB-PTR-ITEM      OCCURS 1 TO 99 TIMES
                                DEPENDING ON QTD-PASSOS-TRV
                                INDEXED BY IDX-TPTR.
               10 TAB-PTR-PASSO  PIC X(8).
               10 TAB-PTR-DATA   PIC 9(8).
               10 TAB-PTR-STATUS PIC X(1).

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
           STRING WS-DIA "/" WS-MES "/" WS-ANO
               DELIMITED BY SIZE INTO WS-DATA-EMISSAO
           OPEN INPUT MOVIMENTOS-TRF
           IF WS-STATUS-TRN NOT = "00"
               DISPLAY "EX68: EX68TRN AUSENTE - NENHUMA TRANSFERENCIA"
                       " A PROCESSAR"
               STOP RUN
           END-IF
           PERFORM LE-PARAMETRO
           MOVE "CONTREC" TO WS-TRV-ARQUIVO
           PERFORM TRAVA-ARQUIVO
           PERFORM CARREGA-ALUNOS
           PERFORM CARREGA-CAPACIDADES
           PERFORM CONTA-OCUPACAO
               VARYING IDX-GRAVA FROM 1 BY 1
               UNTIL IDX-GRAVA > QTD-ALUNOS
           PERFORM CARREGA-HISTORICO
           PERFORM ABRE-REJEITOS
           PERFORM ABRE-TRANSFERENCIAS
           OPEN OUTPUT GUIAS

           PERFORM UNTIL FIMARQ = "S"
               READ MOVIMENTOS-TRF AT END
                   MOVE "S" TO FIMARQ
               NOT AT END
                   ADD 1 TO CONT-LIDOS
                   PERFORM PROCESSA-TRANSFERENCIA
               END-READ
           END-PERFORM
           MOVE "N" TO FIMARQ

           CLOSE MOVIMENTOS-TRF
           CLOSE TRANSFERENCIAS
           CLOSE GUIAS
           CLOSE REJEITOS
           IF CONT-GRAVADOS > ZERO
               OPEN OUTPUT CADALU2
               PERFORM REGRAVA-ALUNO
                   VARYING IDX-GRAVA FROM 1 BY 1
                   UNTIL IDX-GRAVA > QTD-ALUNOS
               CLOSE CADALU2
           END-IF
           IF QTD-SAIDAS > ZERO
               PERFORM MARCA-COBRANCA
           END-IF
           OPEN OUTPUT MOVIMENTOS-TRF
           CLOSE MOVIMENTOS-TRF
           PERFORM GRAVA-RUNLOG
           DISPLAY "EX68: TRANSFERENCIAS LIDAS .. " CONT-LIDOS
           DISPLAY "EX68: INTERNAS EFETUADAS .... " CONT-INTERNAS
           DISPLAY "EX68: PARA OUTRAS ESCOLAS ... " CONT-EXTERNAS
           DISPLAY "EX68: TITULOS EM COBRANCA ... " CONT-COBRANCA
           DISPLAY "EX68: REJEITADAS ............ " CONT-REJEITADOS
           PERFORM LIBERA-TRAVAS
           STOP RUN.

       LE-PARAMETRO.
           OPEN INPUT PARAMETROS
           IF WS-STATUS-PARM = "00"
               READ PARAMETROS
                   NOT AT END
                       IF CAPACIDADE-PARM IS NUMERIC
                               AND CAPACIDADE-PARM > ZERO
                           MOVE CAPACIDADE-PARM
                               TO WS-CAPACIDADE-PADRAO
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.

       CARREGA-ALUNOS.
           MOVE ZERO TO QTD-ALUNOS
           OPEN INPUT CADALU2
           IF WS-STATUS-ALU NOT = "00"
               DISPLAY "EX68: CADALU2 AUSENTE"
               CLOSE MOVIMENTOS-TRF
               MOVE 8 TO RETURN-CODE
               PERFORM LIBERA-TRAVAS
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
                       DISPLAY "EX68: CADALU2 EXCEDE 9999 ALUNOS -"
                               " EXECUCAO CANCELADA"
                       CLOSE CADALU2
                       CLOSE MOVIMENTOS-TRF
                       MOVE 8 TO RETURN-CODE
                       PERFORM LIBERA-TRAVAS
                       STOP RUN
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CADALU2
           MOVE "N" TO FIMARQ.

       CARREGA-CAPACIDADES.
           MOVE ZERO TO QTD-TURMAS
           OPEN INPUT CAPACIDADES
           IF WS-STATUS-CAP = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ CAPACIDADES AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       IF VAGAS-CAP IS NUMERIC
                               AND TURMA-CAP NOT = SPACES
                           ADD 1 TO QTD-TURMAS
                           MOVE TURMA-CAP
                               TO TAB-TUR-TURMA (QTD-TURMAS)
                           MOVE VAGAS-CAP
                               TO TAB-TUR-CAPACIDADE (QTD-TURMAS)
                           MOVE ZERO
                               TO TAB-TUR-OCUPADAS (QTD-TURMAS)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CAPACIDADES
           END-IF
           MOVE "N" TO FIMARQ.

       CONTA-OCUPACAO.
           MOVE TAB-ALU-REGISTRO (IDX-GRAVA) TO DADOS-ALU2
           IF NOT ALUNO-TRANSFERIDO
                   AND TURMA-ALU2 NOT = SPACES
               MOVE TURMA-ALU2 TO WS-TURMA-DESTINO
               PERFORM PROCURA-TURMA
               ADD 1 TO TAB-TUR-OCUPADAS (IDX-TTUR)
           END-IF.

       PROCURA-TURMA.
           MOVE "N" TO SW-TURMA-ACHADA
           SET IDX-TTUR TO 1
           SEARCH TAB-TUR-ITEM
               AT END
                   CONTINUE
               WHEN TAB-TUR-TURMA (IDX-TTUR) = WS-TURMA-DESTINO
                   MOVE "S" TO SW-TURMA-ACHADA
           END-SEARCH
           IF SW-TURMA-ACHADA = "N"
               ADD 1 TO QTD-TURMAS
               SET IDX-TTUR TO QTD-TURMAS
               MOVE WS-TURMA-DESTINO TO TAB-TUR-TURMA (IDX-TTUR)
               MOVE WS-CAPACIDADE-PADRAO
                   TO TAB-TUR-CAPACIDADE (IDX-TTUR)
               MOVE ZERO TO TAB-TUR-OCUPADAS (IDX-TTUR)
           END-IF.

       CARREGA-HISTORICO.
           MOVE ZERO TO QTD-HISTORICO
           OPEN INPUT CADHIST
           IF WS-STATUS-HIS = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ CADHIST AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       IF NUMERO-HIST IS NUMERIC
                               AND BIMESTRE-HIST IS NUMERIC
                               AND MEDIA-HIST IS NUMERIC
                               AND QTD-HISTORICO < 9999
                           ADD 1 TO QTD-HISTORICO
                           MOVE NUMERO-HIST
                               TO TAB-HIS-NUMERO (QTD-HISTORICO)
                           MOVE TURMA-HIST
                               TO TAB-HIS-TURMA (QTD-HISTORICO)
                           MOVE BIMESTRE-HIST
                               TO TAB-HIS-BIMESTRE (QTD-HISTORICO)
                           MOVE MEDIA-HIST
                               TO TAB-HIS-MEDIA (QTD-HISTORICO)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CADHIST
           END-IF
           MOVE "N" TO FIMARQ.

       PROCESSA-TRANSFERENCIA.
           IF NUMERO-TRN IS NOT NUMERIC
                   OR DATA-TRN IS NOT NUMERIC
                   OR DATA-TRN = ZERO
                   OR NOT (TRN-INTERNA OR TRN-EXTERNA)
               MOVE "TRANSFERENCIA MAL FORMADA" TO MOTIVO-REJ
               PERFORM GRAVA-REJEITO
           ELSE
               PERFORM PROCURA-ALUNO
               IF SW-ALUNO-ACHADO = "N"
                   MOVE "ALUNO NAO ENCONTRADO" TO MOTIVO-REJ
                   PERFORM GRAVA-REJEITO
               ELSE
                   MOVE TAB-ALU-REGISTRO (IDX-TALU) TO DADOS-ALU2
                   IF ALUNO-TRANSFERIDO
                       MOVE "ALUNO JA TRANSFERIDO" TO MOTIVO-REJ
                       PERFORM GRAVA-REJEITO
                   ELSE
                       MOVE TURMA-ALU2 TO WS-TURMA-ORIGEM
                       MOVE FILIAL-ALU2 TO WS-FILIAL-ORIGEM
                       IF TRN-INTERNA
                           PERFORM TRANSFERENCIA-INTERNA
                       ELSE
                           PERFORM TRANSFERENCIA-EXTERNA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       PROCURA-ALUNO.
           MOVE "N" TO SW-ALUNO-ACHADO
           SET IDX-TALU TO 1
           SEARCH TAB-ALU-ITEM
               AT END
                   CONTINUE
               WHEN TAB-ALU-NUMERO (IDX-TALU) = NUMERO-TRN
                   MOVE "S" TO SW-ALUNO-ACHADO
           END-SEARCH.

       TRANSFERENCIA-INTERNA.
           IF FILIAL-DEST-TRN = SPACES
               MOVE WS-FILIAL-ORIGEM TO WS-FILIAL-DESTINO
           ELSE
               MOVE FILIAL-DEST-TRN TO WS-FILIAL-DESTINO
           END-IF
           MOVE TURMA-DEST-TRN TO WS-TURMA-DESTINO
           IF WS-TURMA-DESTINO = SPACES
               MOVE "TURMA DESTINO NAO INFORMADA" TO MOTIVO-REJ
               PERFORM GRAVA-REJEITO
           ELSE
               IF WS-TURMA-DESTINO = WS-TURMA-ORIGEM
                       AND WS-FILIAL-DESTINO = WS-FILIAL-ORIGEM
                   MOVE "ALUNO JA NA TURMA DESTINO" TO MOTIVO-REJ
                   PERFORM GRAVA-REJEITO
               ELSE
                   PERFORM EFETUA-TRANSFERENCIA-INTERNA
               END-IF
           END-IF.

       EFETUA-TRANSFERENCIA-INTERNA.
           PERFORM PROCURA-TURMA
           IF WS-TURMA-DESTINO NOT = WS-TURMA-ORIGEM
                   AND TAB-TUR-OCUPADAS (IDX-TTUR)
                       >= TAB-TUR-CAPACIDADE (IDX-TTUR)
               MOVE "TURMA DESTINO LOTADA" TO MOTIVO-REJ
               PERFORM GRAVA-REJEITO
           ELSE
               IF WS-TURMA-DESTINO NOT = WS-TURMA-ORIGEM
                   ADD 1 TO TAB-TUR-OCUPADAS (IDX-TTUR)
                   PERFORM LIBERA-VAGA-ORIGEM
               END-IF
               MOVE WS-TURMA-DESTINO TO TURMA-ALU2
               MOVE WS-FILIAL-DESTINO TO FILIAL-ALU2
               MOVE DADOS-ALU2 TO TAB-ALU-REGISTRO (IDX-TALU)
               MOVE SPACES TO ESCOLA-DEST-TRF
               PERFORM GRAVA-TRANSFERENCIA
               ADD 1 TO CONT-INTERNAS
               ADD 1 TO CONT-GRAVADOS
           END-IF.

       LIBERA-VAGA-ORIGEM.
           MOVE WS-TURMA-ORIGEM TO WS-TURMA-DESTINO
           PERFORM PROCURA-TURMA
           IF TAB-TUR-OCUPADAS (IDX-TTUR) > ZERO
               SUBTRACT 1 FROM TAB-TUR-OCUPADAS (IDX-TTUR)
           END-IF
           MOVE TURMA-DEST-TRN TO WS-TURMA-DESTINO.

       TRANSFERENCIA-EXTERNA.
           IF ESCOLA-DEST-TRN = SPACES
               MOVE "ESCOLA DESTINO NAO INFORMADA" TO MOTIVO-REJ
               PERFORM GRAVA-REJEITO
           ELSE
               PERFORM IMPRIME-GUIA
               PERFORM LIBERA-VAGA-ORIGEM
               MOVE "T" TO SITUACAO-ALU2
               MOVE DADOS-ALU2 TO TAB-ALU-REGISTRO (IDX-TALU)
               MOVE SPACES TO WS-TURMA-DESTINO
               MOVE SPACES TO WS-FILIAL-DESTINO
               MOVE ESCOLA-DEST-TRN TO ESCOLA-DEST-TRF
               PERFORM GRAVA-TRANSFERENCIA
               PERFORM GUARDA-SAIDA
               ADD 1 TO CONT-EXTERNAS
               ADD 1 TO CONT-GRAVADOS
           END-IF.

       GUARDA-SAIDA.
           MOVE "N" TO SW-SAIDA-ACHADA
           SET IDX-TSAI TO 1
           SEARCH TAB-SAI-ITEM
               AT END
                   CONTINUE
               WHEN TAB-SAI-NUMERO (IDX-TSAI) = NUMERO-TRN
                   MOVE "S" TO SW-SAIDA-ACHADA
           END-SEARCH
           IF SW-SAIDA-ACHADA = "N"
               ADD 1 TO QTD-SAIDAS
               MOVE NUMERO-TRN TO TAB-SAI-NUMERO (QTD-SAIDAS)
           END-IF.

       GRAVA-TRANSFERENCIA.
           MOVE NUMERO-TRN TO NUMERO-TRF
           MOVE TIPO-TRN TO TIPO-TRF
           MOVE DATA-TRN TO DATA-TRF
           MOVE WS-TURMA-ORIGEM TO TURMA-ORIG-TRF
           MOVE WS-FILIAL-ORIGEM TO FILIAL-ORIG-TRF
           MOVE WS-TURMA-DESTINO TO TURMA-DEST-TRF
           MOVE WS-FILIAL-DESTINO TO FILIAL-DEST-TRF
           MOVE WS-DATA-EXECUCAO TO DATA-PROC-TRF
           WRITE DADOS-TRF.

       IMPRIME-GUIA.
           MOVE DATA-TRN TO WS-DATA-MOV
           MOVE SPACES TO WS-DATA-MOV-EDIT
           STRING WS-DIA-MOV "/" WS-MES-MOV "/" WS-ANO-MOV
               DELIMITED BY SIZE INTO WS-DATA-MOV-EDIT
           MOVE ALL "=" TO LINHA-GUIA
           WRITE LINHA-GUIA
           MOVE SPACES TO LINHA-DETALHE
           STRING "GUIA DE TRANSFERENCIA"
               "                          EMISSAO: "
               WS-DATA-EMISSAO
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-GUIA FROM LINHA-DETALHE
           MOVE SPACES TO LINHA-GUIA
           WRITE LINHA-GUIA
           MOVE NUMERO-ALU2 TO WS-NUMERO-EDIT
           MOVE SPACES TO LINHA-DETALHE
           STRING "MATRICULA: " WS-NUMERO-EDIT
               "  NOME: " NOME-ALU2
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-GUIA FROM LINHA-DETALHE
           MOVE SPACES TO LINHA-DETALHE
           STRING "TURMA: " TURMA-ALU2
               "  FILIAL: " FILIAL-ALU2
               "  DATA DA TRANSFERENCIA: " WS-DATA-MOV-EDIT
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-GUIA FROM LINHA-DETALHE
           MOVE SPACES TO LINHA-DETALHE
           STRING "ESCOLA DE DESTINO: " ESCOLA-DEST-TRN
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-GUIA FROM LINHA-DETALHE
           MOVE SPACES TO LINHA-GUIA
           WRITE LINHA-GUIA
           MOVE SPACES TO LINHA-DETALHE
           STRING "NOTAS DO ANO LETIVO ATE A DATA:"
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-GUIA FROM LINHA-DETALHE
           IF QTD-NOTAS-ALU2 IS NUMERIC
                   AND QTD-NOTAS-ALU2 NOT > 4
               PERFORM IMPRIME-NOTA-GUIA
                   VARYING IDX-NOTA FROM 1 BY 1
                   UNTIL IDX-NOTA > QTD-NOTAS-ALU2
           END-IF
           MOVE SPACES TO LINHA-DETALHE
           STRING "MEDIAS BIMESTRAIS REGISTRADAS:"
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-GUIA FROM LINHA-DETALHE
           PERFORM IMPRIME-HISTORICO-GUIA
               VARYING IDX-BIM FROM 1 BY 1
               UNTIL IDX-BIM > 4
           IF FALTAS-ALU2 IS NUMERIC
               MOVE FALTAS-ALU2 TO WS-FALTAS-EDIT
           ELSE
               MOVE ZERO TO WS-FALTAS-EDIT
           END-IF
           MOVE SPACES TO LINHA-DETALHE
           STRING "FALTAS ATE A DATA: " WS-FALTAS-EDIT
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-GUIA FROM LINHA-DETALHE
           MOVE SPACES TO LINHA-GUIA
           WRITE LINHA-GUIA
           MOVE SPACES TO LINHA-GUIA
           WRITE LINHA-GUIA
           MOVE SPACES TO LINHA-DETALHE
           STRING "______________________________"
               "     ______________________________"
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-GUIA FROM LINHA-DETALHE
           MOVE SPACES TO LINHA-DETALHE
           STRING "      SECRETARIA ESCOLAR       "
               "                DIRECAO"
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-GUIA FROM LINHA-DETALHE
           MOVE SPACES TO LINHA-GUIA
           WRITE LINHA-GUIA.

       IMPRIME-NOTA-GUIA.
           MOVE IDX-NOTA TO WS-NUM-NOTA-EDIT
           IF VALOR-NOTA (IDX-NOTA) IS NUMERIC
               MOVE VALOR-NOTA (IDX-NOTA) TO WS-NOTA-EDIT
           ELSE
               MOVE ZERO TO WS-NOTA-EDIT
           END-IF
           IF PESO-NOTA (IDX-NOTA) IS NUMERIC
               MOVE PESO-NOTA (IDX-NOTA) TO WS-PESO-EDIT
           ELSE
               MOVE ZERO TO WS-PESO-EDIT
           END-IF
           MOVE SPACES TO LINHA-DETALHE
           STRING "   NOTA " WS-NUM-NOTA-EDIT ": " WS-NOTA-EDIT
               "   PESO " WS-PESO-EDIT
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-GUIA FROM LINHA-DETALHE.

       IMPRIME-HISTORICO-GUIA.
           PERFORM IMPRIME-HISTORICO-ITEM
               VARYING IDX-HIS FROM 1 BY 1
               UNTIL IDX-HIS > QTD-HISTORICO.

       IMPRIME-HISTORICO-ITEM.
           IF TAB-HIS-NUMERO (IDX-HIS) = NUMERO-ALU2
                   AND TAB-HIS-BIMESTRE (IDX-HIS) = IDX-BIM
               MOVE IDX-BIM TO WS-NUM-NOTA-EDIT
               MOVE TAB-HIS-MEDIA (IDX-HIS) TO WS-NOTA-EDIT
               MOVE SPACES TO LINHA-DETALHE
               STRING "   BIMESTRE " WS-NUM-NOTA-EDIT
                   "  TURMA " TAB-HIS-TURMA (IDX-HIS)
                   "  MEDIA " WS-NOTA-EDIT
                   DELIMITED BY SIZE INTO LINHA-DETALHE
               WRITE LINHA-GUIA FROM LINHA-DETALHE
           END-IF.

       REGRAVA-ALUNO.
           MOVE TAB-ALU-REGISTRO (IDX-GRAVA) TO DADOS-ALU2
           WRITE DADOS-ALU2.

       MARCA-COBRANCA.
           OPEN I-O CONTAS-RECEBER
           IF WS-STATUS-CREC NOT = "00"
               DISPLAY "EX68: AVISO - CONTREC AUSENTE - NENHUM TITULO"
                       " ENVIADO A COBRANCA"
           ELSE
               PERFORM UNTIL FIMARQ = "S"
                   READ CONTAS-RECEBER NEXT AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       PERFORM MARCA-ITEM-COBRANCA
                   END-READ
               END-PERFORM
               CLOSE CONTAS-RECEBER
               MOVE "N" TO FIMARQ
           END-IF.

       MARCA-ITEM-COBRANCA.
           IF (CREC-ABERTO OR CREC-PARCIAL OR CREC-RECUSADO)
                   AND NOT CREC-EM-COBRANCA
               MOVE "N" TO SW-SAIDA-ACHADA
               SET IDX-TSAI TO 1
               SEARCH TAB-SAI-ITEM
                   AT END
                       CONTINUE
                   WHEN TAB-SAI-NUMERO (IDX-TSAI) = MATRICULA-CREC
                       MOVE "S" TO SW-SAIDA-ACHADA
               END-SEARCH
               IF SW-SAIDA-ACHADA = "S"
                   MOVE "S" TO COBRANCA-CREC
                   REWRITE DADOS-CREC
                       INVALID KEY
                           DISPLAY "EX68: ERRO NA REGRAVACAO DO CONTREC"
                                   " - MATR " MATRICULA-CREC
                       NOT INVALID KEY
                           ADD 1 TO CONT-COBRANCA
                   END-REWRITE
               END-IF
           END-IF.

       ABRE-TRANSFERENCIAS.
           OPEN EXTEND TRANSFERENCIAS
           IF WS-STATUS-TRF NOT = "00"
               OPEN OUTPUT TRANSFERENCIAS
               CLOSE TRANSFERENCIAS
               OPEN EXTEND TRANSFERENCIAS
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
           MOVE "EX68" TO PROGRAMA-REJ
           MOVE NUMERO-TRN TO CHAVE-REJ
           MOVE WS-DATA-EXECUCAO TO DATA-REJ
           MOVE WS-SEQ-EXECUCAO TO SEQ-EXEC-REJ
           MOVE DADOS-TRN TO IMAGEM-REJ
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
           MOVE "EX68" TO PROGRAMA-RLOG
           MOVE WS-DATA-EXECUCAO TO DATA-RLOG
           MOVE CONT-LIDOS TO LIDOS-RLOG
           MOVE CONT-GRAVADOS TO GRAVADOS-RLOG
           MOVE CONT-REJEITADOS TO REJEITADOS-RLOG
           WRITE REG-RUNLOG
           CLOSE RUNLOG.

       TRAVA-ARQUIVO.
           MOVE ZERO TO WS-TRV-TENTATIVAS
           SET TRAVA-OCUPADA TO TRUE
           PERFORM UNTIL TRAVA-OBTIDA
                   OR WS-TRV-TENTATIVAS > WS-TRV-MAX-TENTATIVAS
               PERFORM TENTA-TRAVA
               IF TRAVA-OCUPADA
                   ADD 1 TO WS-TRV-TENTATIVAS
                   IF WS-TRV-TENTATIVAS NOT > WS-TRV-MAX-TENTATIVAS
                       DISPLAY "EX68: " WS-TRV-ARQUIVO " EM USO POR "
                               WS-DONO-PROGRAMA " - AGUARDANDO"
                       PERFORM AGUARDA-TRAVA
                   END-IF
               END-IF
           END-PERFORM
           IF TRAVA-OCUPADA
               PERFORM RECUSA-TRAVA
           END-IF.

       TENTA-TRAVA.
           PERFORM CARREGA-TRAVAS
           PERFORM PROCURA-DONO-TRAVA
           IF TRAVA-OBTIDA
               IF QTD-TRAVAS < 99
                   IF WS-TRV-DATA = ZERO
                       ACCEPT WS-TRV-DATA FROM DATE YYYYMMDD
                       ACCEPT WS-RELOGIO-TRV FROM TIME
                       COMPUTE WS-TRV-HORA = WS-HH-TRV * 10000
                           + WS-MM-TRV * 100 + WS-SS-TRV
                   END-IF
                   ADD 1 TO QTD-TRAVAS
                   MOVE WS-TRV-ARQUIVO TO TAB-TRV-ARQUIVO (QTD-TRAVAS)
                   MOVE "EX68" TO TAB-TRV-PROGRAMA (QTD-TRAVAS)
                   MOVE WS-TRV-OPERADOR
                       TO TAB-TRV-OPERADOR (QTD-TRAVAS)
                   MOVE WS-TRV-DATA TO TAB-TRV-DATA (QTD-TRAVAS)
                   MOVE WS-TRV-HORA TO TAB-TRV-HORA (QTD-TRAVAS)
                   MOVE WS-TRV-MODO TO TAB-TRV-MODO (QTD-TRAVAS)
                   PERFORM GRAVA-TRAVAS
                   PERFORM CARREGA-TRAVAS
                   PERFORM PROCURA-DONO-TRAVA
                   IF WS-DONO-PROGRAMA = "EX68"
                           AND WS-DONO-DATA = WS-TRV-DATA
                           AND WS-DONO-HORA = WS-TRV-HORA
                       SET TRAVA-OBTIDA TO TRUE
                   ELSE
                       PERFORM DESFAZ-TENTATIVA-TRAVA
                       SET TRAVA-OCUPADA TO TRUE
                   END-IF
               ELSE
                   SET TRAVA-OCUPADA TO TRUE
               END-IF
           END-IF.

       PROCURA-DONO-TRAVA.
           MOVE SPACES TO WS-DONO-TRAVA
           MOVE ZERO TO WS-DONO-DATA
           MOVE ZERO TO WS-DONO-HORA
           SET TRAVA-OBTIDA TO TRUE
           SET IDX-TTRV TO 1
           SEARCH TAB-TRV-ITEM
               AT END
                   CONTINUE
               WHEN TAB-TRV-ARQUIVO (IDX-TTRV) = WS-TRV-ARQUIVO
                   MOVE TAB-TRV-ITEM (IDX-TTRV) TO WS-DONO-TRAVA
                   SET TRAVA-OCUPADA TO TRUE
           END-SEARCH.

       AGUARDA-TRAVA.
           CALL "C$SLEEP" USING WS-TRV-INTERVALO.

       RECUSA-TRAVA.
           DISPLAY "EX68: " WS-TRV-ARQUIVO " BLOQUEADO POR "
                   WS-DONO-PROGRAMA " OPERADOR " WS-DONO-OPERADOR
                   " DESDE " WS-DONO-DATA " " WS-DONO-HORA
           DISPLAY "EX68: EXECUCAO RECUSADA - CADASTRO EM USO."
                   " TRAVAS ABANDONADAS: VERIFIQUE PELO EX80"
           PERFORM LIBERA-TRAVAS
           PERFORM REGISTRA-ERRO-PASSO
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       LIBERA-TRAVAS.
           IF WS-TRV-DATA NOT = ZERO
               PERFORM CARREGA-TRAVAS
               OPEN OUTPUT TRAVAS
               PERFORM REGRAVA-TRAVA-ALHEIA
                   VARYING IDX-TRV FROM 1 BY 1
                   UNTIL IDX-TRV > QTD-TRAVAS
               CLOSE TRAVAS
               MOVE ZERO TO WS-TRV-DATA
           END-IF.

       REGRAVA-TRAVA-ALHEIA.
           IF TAB-TRV-PROGRAMA (IDX-TRV) NOT = "EX68"
                   OR TAB-TRV-DATA (IDX-TRV) NOT = WS-TRV-DATA
                   OR TAB-TRV-HORA (IDX-TRV) NOT = WS-TRV-HORA
               MOVE TAB-TRV-ITEM (IDX-TRV) TO DADOS-TRAVA
               WRITE DADOS-TRAVA
           END-IF.

       DESFAZ-TENTATIVA-TRAVA.
           PERFORM CARREGA-TRAVAS
           OPEN OUTPUT TRAVAS
           PERFORM REGRAVA-TRAVA-NAO-TENTADA
               VARYING IDX-TRV FROM 1 BY 1
               UNTIL IDX-TRV > QTD-TRAVAS
           CLOSE TRAVAS.

       REGRAVA-TRAVA-NAO-TENTADA.
           IF TAB-TRV-ARQUIVO (IDX-TRV) NOT = WS-TRV-ARQUIVO
                   OR TAB-TRV-PROGRAMA (IDX-TRV) NOT = "EX68"
                   OR TAB-TRV-DATA (IDX-TRV) NOT = WS-TRV-DATA
                   OR TAB-TRV-HORA (IDX-TRV) NOT = WS-TRV-HORA
               MOVE TAB-TRV-ITEM (IDX-TRV) TO DADOS-TRAVA
               WRITE DADOS-TRAVA
           END-IF.

       CARREGA-TRAVAS.
           MOVE ZERO TO QTD-TRAVAS
           OPEN INPUT TRAVAS
           IF WS-STATUS-TRV = "00"
               PERFORM UNTIL FIM-TRV = "S"
                   READ TRAVAS AT END
                       MOVE "S" TO FIM-TRV
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
           MOVE "N" TO FIM-TRV.

       GRAVA-TRAVAS.
           OPEN OUTPUT TRAVAS
           PERFORM GRAVA-UMA-TRAVA
               VARYING IDX-TRV FROM 1 BY 1
               UNTIL IDX-TRV > QTD-TRAVAS
           CLOSE TRAVAS.

       GRAVA-UMA-TRAVA.
           MOVE TAB-TRV-ITEM (IDX-TRV) TO DADOS-TRAVA
           WRITE DADOS-TRAVA.

       REGISTRA-ERRO-PASSO.
           ACCEPT WS-HOJE-TRV FROM DATE YYYYMMDD
           MOVE ZERO TO QTD-PASSOS-TRV
           OPEN INPUT RUNCTL
           IF WS-STATUS-CTL = "00"
               PERFORM UNTIL FIM-TRV = "S"
                   READ RUNCTL AT END
                       MOVE "S" TO FIM-TRV
                   NOT AT END
                       IF QTD-PASSOS-TRV < 99
                           ADD 1 TO QTD-PASSOS-TRV
                           MOVE REG-RUNCTL
                               TO TAB-PTR-ITEM (QTD-PASSOS-TRV)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNCTL
           END-IF
           MOVE "N" TO FIM-TRV
           MOVE "N" TO SW-PASSO-TRV
           SET IDX-TPTR TO 1
           SEARCH TAB-PTR-ITEM
               AT END
                   CONTINUE
               WHEN TAB-PTR-PASSO (IDX-TPTR) = "EX68"
                   MOVE "S" TO SW-PASSO-TRV
           END-SEARCH
           IF SW-PASSO-TRV = "N" AND QTD-PASSOS-TRV < 99
               ADD 1 TO QTD-PASSOS-TRV
               SET IDX-TPTR TO QTD-PASSOS-TRV
               MOVE "EX68" TO TAB-PTR-PASSO (IDX-TPTR)
               MOVE "S" TO SW-PASSO-TRV
           END-IF
           IF SW-PASSO-TRV = "S"
               MOVE WS-HOJE-TRV TO TAB-PTR-DATA (IDX-TPTR)
               MOVE "E" TO TAB-PTR-STATUS (IDX-TPTR)
               OPEN OUTPUT RUNCTL
               PERFORM GRAVA-PASSO-TRV
                   VARYING IDX-TRV FROM 1 BY 1
                   UNTIL IDX-TRV > QTD-PASSOS-TRV
               CLOSE RUNCTL
           END-IF.

       GRAVA-PASSO-TRV.
           MOVE TAB-PTR-ITEM (IDX-TRV) TO REG-RUNCTL
           WRITE REG-RUNCTL.
