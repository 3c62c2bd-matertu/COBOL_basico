       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX61.
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
           SELECT CADSAI2 ASSIGN TO "CADSAI2.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SAI2.
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
           SELECT SALDO-FGTS ASSIGN TO "CADFGTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-FGS
               FILE STATUS IS WS-STATUS-FGS.
           SELECT FGTS-RESCISAO ASSIGN TO "EX48FGT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FRS.
           SELECT FGTS-RESCISAO-TRAB ASSIGN TO "EX61FRS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FRT.
           SELECT DEPOSITO ASSIGN TO "EX61FGT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ENCARGOS ASSIGN TO "EX61ENC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SEQLOTE ASSIGN TO "EX61SEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SEQL.
           SELECT RELATORIO ASSIGN TO "EX61REL.DAT"
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
           SELECT CHECKSUMS ASSIGN TO "CADCKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CKS.

       DATA DIVISION.
       FILE SECTION.
       FD  CADSAI2.
       01  DADOS-OUT2.
           05 NUMERO-OUT2       PIC 9(5).
           05 NOME-OUT2         PIC X(20).
           05 DEPTO-OUT2        PIC X(10).
           05 SALARIOLIQ-OUT2   PIC 9(5)V99.
           05 ALTA-RENDA-OUT2   PIC X(1).
           05 INSS-OUT2         PIC 9(5)V99.
           05 IRRF-OUT2         PIC 9(5)V99.
       01  REG-CONTROLE-SAI2.
           05 DATA-EXEC-CAB2    PIC 9(8).
           05 QTD-REG-CAB2      PIC 9(7).

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

       FD  SALDO-FGTS.
       01  DADOS-FGS.
           05 NUMERO-FGS        PIC 9(5).
           05 SALDO-FGS         PIC 9(9)V99.
           05 ULTIMO-MES-FGS    PIC 9(6).
           05 SITUACAO-FGS      PIC X(1).
               88 FGS-ATIVO     VALUE "A".
               88 FGS-ENCERRADO VALUE "E".

       FD  FGTS-RESCISAO.
       01  DADOS-FRS.
           05 NUMERO-FRS        PIC 9(5).
           05 NOME-FRS          PIC X(20).
           05 DEPTO-FRS         PIC X(10).
           05 DATA-DES-FRS      PIC 9(8).
           05 BASE-FRS          PIC 9(7)V99.
           05 FGTS-FRS          PIC 9(7)V99.
           05 SALDO-FRS         PIC 9(9)V99.
           05 MULTA-FRS         PIC 9(7)V99.
           05 COMPETENCIA-FRS   PIC 9(6).

       FD  FGTS-RESCISAO-TRAB.
       01  DADOS-FRS-TRAB       PIC X(87).

       FD  DEPOSITO.
       01  REG-DEPOSITO         PIC X(60).
       01  REG-DEP-HEADER.
           05 TIPO-DEP-H        PIC X(1).
           05 DATA-DEP-H        PIC 9(8).
           05 CONVENIO-DEP-H    PIC X(16).
           05 LOTE-DEP-H        PIC 9(4).
           05 COMPETENCIA-DEP-H PIC 9(6).
           05 FILLER            PIC X(25).
       01  REG-DEP-DETALHE.
           05 TIPO-DEP-D        PIC X(1).
           05 NUMERO-DEP-D      PIC 9(5).
           05 NOME-DEP-D        PIC X(20).
           05 MODALIDADE-DEP-D  PIC X(1).
               88 DEP-MENSAL    VALUE "M".
               88 DEP-RESCISORIO VALUE "R".
               88 DEP-MULTA     VALUE "F".
           05 BASE-DEP-D        PIC 9(11).
           05 VALOR-DEP-D       PIC 9(11).
           05 FILLER            PIC X(11).
       01  REG-DEP-TRAILER.
           05 TIPO-DEP-T        PIC X(1).
           05 QTD-DEP-T         PIC 9(6).
           05 SOMA-BASE-DEP-T   PIC 9(15).
           05 SOMA-VALOR-DEP-T  PIC 9(15).
           05 FILLER            PIC X(23).

       FD  ENCARGOS.
       01  DADOS-ENC.
           05 MES-REF-ENC       PIC 9(6).
           05 NUMERO-ENC        PIC 9(5).
           05 DEPTO-ENC         PIC X(10).
           05 BASE-ENC          PIC 9(7)V99.
           05 FGTS-ENC          PIC 9(7)V99.
           05 INSS-PATRONAL-ENC PIC 9(7)V99.
           05 MULTA-FGTS-ENC    PIC 9(7)V99.

       FD  SEQLOTE.
       01  REG-SEQLOTE.
           05 LOTE-SEQUENCIA    PIC 9(4).

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

       FD  CHECKSUMS.
       01  DADOS-CKS.
           05 NOME-ARQ-CKS      PIC X(12).
           05 TOTAL-CKS         PIC 9(15).
           05 DATA-CKS          PIC 9(8).

       WORKING-STORAGE SECTION.
       01  FIMARQ               PIC X(1) VALUE "N".
       01  FIM-UNL              PIC X(1) VALUE "N".
       01  FIM-FRS              PIC X(1) VALUE "N".
       01  FIM-PCEN             PIC X(1) VALUE "N".
       01  WS-STATUS-SAI2       PIC X(2).
       01  WS-STATUS-FNI        PIC X(2).
       01  WS-STATUS-MOV        PIC X(2).
       01  WS-STATUS-PCEN       PIC X(2).
       01  WS-STATUS-FGS        PIC X(2).
       01  WS-STATUS-FRS        PIC X(2).
       01  WS-STATUS-FRT        PIC X(2).
       01  WS-STATUS-SEQL       PIC X(2).
       01  WS-STATUS-REJ        PIC X(2).
       01  WS-STATUS-SEQ        PIC X(2).
       01  WS-STATUS-RLOG       PIC X(2).
       01  WS-STATUS-CKS        PIC X(2).
       01  FIM-CKS              PIC X(1) VALUE "N".
       01  WS-TOTAL-CONTEUDO    PIC 9(15) VALUE ZERO.
       01  WS-TOTAL-REGISTRADO  PIC 9(15) VALUE ZERO.
       01  SW-CKS-ACHADO        PIC X(1) VALUE "N".
       01  WS-SEQ-EXECUCAO      PIC 9(4) VALUE ZERO.
       01  WS-LOTE              PIC 9(4) VALUE ZERO.
       01  WS-DATA-EXECUCAO     PIC 9(8) VALUE ZERO.
       01  WS-DATA-SISTEMA REDEFINES WS-DATA-EXECUCAO.
           05 WS-ANO            PIC 9(4).
           05 WS-MES            PIC 9(2).
           05 WS-DIA            PIC 9(2).
       01  WS-DATA-EMISSAO      PIC X(10).
       01  WS-MES-REFERENCIA    PIC 9(6) VALUE ZERO.

       01  WS-ALIQ-FGTS         PIC 9V9(4) VALUE 0,08.
       01  WS-ALIQ-INSS-PATRONAL PIC 9V9(4) VALUE 0,20.

       01  WS-BASE-FGTS         PIC 9(5)V99 VALUE ZERO.
       01  WS-FGTS-FUNC         PIC 9(7)V99 VALUE ZERO.
       01  WS-INSSPAT-FUNC      PIC 9(7)V99 VALUE ZERO.
       01  WS-SALARIO-HORA      PIC 9(4)V99 VALUE ZERO.
       01  WS-SALARIO-DIA       PIC 9(4)V99 VALUE ZERO.
       01  WS-VALOR-EVENTO      PIC S9(5)V99 VALUE ZERO.
       01  WS-BRUTO-AJUSTADO    PIC S9(6)V99 VALUE ZERO.
       01  WS-BASE-CENTAVOS     PIC 9(11) VALUE ZERO.
       01  WS-VALOR-CENTAVOS    PIC 9(11) VALUE ZERO.
       01  WS-SOMA-BASE         PIC 9(15) VALUE ZERO.
       01  WS-SOMA-VALOR        PIC 9(15) VALUE ZERO.
       01  CONT-DETALHES        PIC 9(6) VALUE ZERO.

       01  WS-TOTAL-BASE        PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-FGTS        PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-INSSPAT     PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-MULTA       PIC 9(11)V99 VALUE ZERO.

       01  CONT-LIDOS           PIC 9(7) COMP VALUE ZERO.
       01  CONT-GRAVADOS        PIC 9(7) COMP VALUE ZERO.
       01  CONT-REJEITADOS      PIC 9(7) COMP VALUE ZERO.
       01  CONT-RESCISOES       PIC 9(5) COMP VALUE ZERO.
       01  WS-NUMERO-EDIT       PIC ZZZZ9.
       01  WS-BASE-EDIT         PIC ZZ.ZZ9,99.
       01  WS-FGTS-EDIT         PIC ZZ.ZZ9,99.
       01  WS-INSSPAT-EDIT      PIC ZZ.ZZ9,99.
       01  WS-TOTAL-EDIT        PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-QTD-EDIT          PIC ZZZZ9.
       01  LINHA-DETALHE        PIC X(80).

       01  TAB-MOVIMENTOS.
           05 QTD-MOVIMENTOS  PIC 9(5) COMP VALUE ZERO.
           05 TAB-MOV-ITEM    OCCURS 1 TO 9999 TIMES
                              DEPENDING ON QTD-MOVIMENTOS
                              INDEXED BY IDX-MOV.
               10 TAB-MOV-NUMERO PIC 9(5).
               10 TAB-MOV-EVENTO PIC X(2).
               10 TAB-MOV-QTD    PIC 9(3)V99.
               10 TAB-MOV-VALOR  PIC 9(5)V99.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
           STRING WS-DIA "/" WS-MES "/" WS-ANO
               DELIMITED BY SIZE INTO WS-DATA-EMISSAO
           MOVE WS-DATA-EXECUCAO (1:6) TO WS-MES-REFERENCIA
           PERFORM LE-PARAMETROS-CENTRAIS
           PERFORM CONFERE-CHECKSUM-SAI2
           PERFORM CARREGA-MOVIMENTOS

           OPEN INPUT CADSAI2
           IF WS-STATUS-SAI2 NOT = "00"
               DISPLAY "EX61: CADSAI2 AUSENTE - EXECUTE O EX11"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CADFUN2I
           IF WS-STATUS-FNI NOT = "00"
               DISPLAY "EX61: CADFUN2I INDISPONIVEL - "
                       WS-STATUS-FNI
               CLOSE CADSAI2
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ABRE-SALDO-FGTS
           PERFORM ABRE-REJEITOS
           PERFORM LE-SEQUENCIA-LOTE
           OPEN OUTPUT DEPOSITO
           OPEN OUTPUT ENCARGOS
           OPEN OUTPUT RELATORIO
           PERFORM GRAVA-HEADER-DEPOSITO
           PERFORM IMPRIME-CABECALHO-REL

           READ CADSAI2
               AT END
                   MOVE "S" TO FIMARQ
           END-READ
           PERFORM UNTIL FIMARQ = "S"
               READ CADSAI2
                   AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       ADD 1 TO CONT-LIDOS
                       PERFORM PROCESSA-FUNCIONARIO
               END-READ
           END-PERFORM

           PERFORM INCLUI-RESCISOES
           PERFORM GRAVA-TRAILER-DEPOSITO
           PERFORM IMPRIME-TOTAIS-REL

           CLOSE CADSAI2
           CLOSE CADFUN2I
           CLOSE SALDO-FGTS
           CLOSE DEPOSITO
           CLOSE ENCARGOS
           CLOSE RELATORIO
           CLOSE REJEITOS
           PERFORM GRAVA-RUNLOG
           DISPLAY "EX61: FUNCIONARIOS LIDOS .... " CONT-LIDOS
           DISPLAY "EX61: ENCARGOS CALCULADOS ... " CONT-GRAVADOS
           DISPLAY "EX61: RESCISOES INCLUIDAS ... " CONT-RESCISOES
           DISPLAY "EX61: REJEITADOS ............ " CONT-REJEITADOS
           DISPLAY "EX61: SOMA FGTS EM CENTAVOS . " WS-SOMA-VALOR
           STOP RUN.

       LE-PARAMETROS-CENTRAIS.
           OPEN INPUT PARAMETROS-CENTRAL
           IF WS-STATUS-PCEN = "00"
               PERFORM UNTIL FIM-PCEN = "S"
                   READ PARAMETROS-CENTRAL NEXT
                       AT END
                           MOVE "S" TO FIM-PCEN
                       NOT AT END
                           IF PROGRAMA-PAR = "EX61"
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
           IF NOME-PAR = "ALIQFGTS" AND VALOR-PAR > ZERO
               COMPUTE WS-ALIQ-FGTS = VALOR-PAR / 100
           END-IF
           IF NOME-PAR = "INSSPATRON" AND VALOR-PAR > ZERO
               COMPUTE WS-ALIQ-INSS-PATRONAL = VALOR-PAR / 100
           END-IF.

       CARREGA-MOVIMENTOS.
           MOVE ZERO TO QTD-MOVIMENTOS
           OPEN INPUT MOVIMENTOS
           IF WS-STATUS-MOV = "00"
               PERFORM UNTIL FIM-UNL = "S"
                   READ MOVIMENTOS AT END
                       MOVE "S" TO FIM-UNL
                   NOT AT END
                       IF NUMERO-MOV IS NUMERIC
                               AND QTD-MOV IS NUMERIC
                               AND MES-REF-MOV = WS-MES-REFERENCIA
                               AND (EVENTO-HORA-EXTRA
                                   OR EVENTO-FALTA
                                   OR EVENTO-NOTURNO
                                   OR ((EVENTO-RETROATIVO
                                       OR EVENTO-HORA-AULA)
                                       AND VALOR-MOV IS NUMERIC))
                           ADD 1 TO QTD-MOVIMENTOS
                           MOVE NUMERO-MOV
                               TO TAB-MOV-NUMERO (QTD-MOVIMENTOS)
                           MOVE EVENTO-MOV
                               TO TAB-MOV-EVENTO (QTD-MOVIMENTOS)
                           MOVE QTD-MOV
                               TO TAB-MOV-QTD (QTD-MOVIMENTOS)
                           MOVE ZERO
                               TO TAB-MOV-VALOR (QTD-MOVIMENTOS)
                           IF EVENTO-RETROATIVO
                                   OR EVENTO-HORA-AULA
                               MOVE VALOR-MOV
                                   TO TAB-MOV-VALOR (QTD-MOVIMENTOS)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVIMENTOS
           END-IF
           MOVE "N" TO FIM-UNL.

       ABRE-SALDO-FGTS.
           OPEN I-O SALDO-FGTS
           IF WS-STATUS-FGS = "35"
               OPEN OUTPUT SALDO-FGTS
               CLOSE SALDO-FGTS
               OPEN I-O SALDO-FGTS
           END-IF
           IF WS-STATUS-FGS NOT = "00"
               DISPLAY "EX61: CADFGTS COM STATUS "
                       WS-STATUS-FGS " - EXECUCAO CANCELADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       PROCESSA-FUNCIONARIO.
           MOVE NUMERO-OUT2 TO NUMERO-FUNI
           READ CADFUN2I
               INVALID KEY
                   MOVE "EX61" TO PROGRAMA-REJ
                   MOVE NUMERO-OUT2 TO CHAVE-REJ
                   MOVE "FUNCIONARIO NAO ENCONTRADO" TO MOTIVO-REJ
                   PERFORM GRAVA-REJEITO
               NOT INVALID KEY
                   PERFORM CALCULA-ENCARGOS
           END-READ.

       CALCULA-ENCARGOS.
           MOVE SALARIOBRUTO-FUNI TO WS-BASE-FGTS
           PERFORM APLICA-MOVIMENTOS
           COMPUTE WS-FGTS-FUNC ROUNDED =
               WS-BASE-FGTS * WS-ALIQ-FGTS
           COMPUTE WS-INSSPAT-FUNC ROUNDED =
               WS-BASE-FGTS * WS-ALIQ-INSS-PATRONAL

           MOVE NUMERO-OUT2 TO NUMERO-DEP-D
           MOVE NOME-OUT2 TO NOME-DEP-D
           MOVE "M" TO MODALIDADE-DEP-D
           COMPUTE WS-BASE-CENTAVOS = WS-BASE-FGTS * 100
           COMPUTE WS-VALOR-CENTAVOS = WS-FGTS-FUNC * 100
           PERFORM GRAVA-DETALHE-DEPOSITO

           MOVE NUMERO-OUT2 TO NUMERO-ENC
           MOVE DEPTO-OUT2 TO DEPTO-ENC
           MOVE WS-BASE-FGTS TO BASE-ENC
           MOVE WS-FGTS-FUNC TO FGTS-ENC
           MOVE WS-INSSPAT-FUNC TO INSS-PATRONAL-ENC
           MOVE ZERO TO MULTA-FGTS-ENC
           PERFORM GRAVA-ENCARGO

           PERFORM ATUALIZA-SALDO-FGTS
           PERFORM IMPRIME-LINHA-FUNCIONARIO
           ADD WS-BASE-FGTS TO WS-TOTAL-BASE
           ADD WS-FGTS-FUNC TO WS-TOTAL-FGTS
           ADD WS-INSSPAT-FUNC TO WS-TOTAL-INSSPAT
           ADD 1 TO CONT-GRAVADOS.

       APLICA-MOVIMENTOS.
           COMPUTE WS-SALARIO-HORA ROUNDED =
               WS-BASE-FGTS / 220
           COMPUTE WS-SALARIO-DIA ROUNDED =
               WS-BASE-FGTS / 30
           PERFORM APLICA-UM-MOVIMENTO
               VARYING IDX-MOV FROM 1 BY 1
               UNTIL IDX-MOV > QTD-MOVIMENTOS.

       APLICA-UM-MOVIMENTO.
           IF TAB-MOV-NUMERO (IDX-MOV) = NUMERO-OUT2
               EVALUATE TRUE
                   WHEN TAB-MOV-EVENTO (IDX-MOV) = "HE"
                       COMPUTE WS-VALOR-EVENTO ROUNDED =
                           WS-SALARIO-HORA * 1,5
                           * TAB-MOV-QTD (IDX-MOV)
                   WHEN TAB-MOV-EVENTO (IDX-MOV) = "AN"
                       COMPUTE WS-VALOR-EVENTO ROUNDED =
                           WS-SALARIO-HORA * 0,2
                           * TAB-MOV-QTD (IDX-MOV)
                   WHEN TAB-MOV-EVENTO (IDX-MOV) = "RT"
                   WHEN TAB-MOV-EVENTO (IDX-MOV) = "HA"
                       MOVE TAB-MOV-VALOR (IDX-MOV)
                           TO WS-VALOR-EVENTO
                   WHEN OTHER
                       COMPUTE WS-VALOR-EVENTO ROUNDED =
                           ZERO - (WS-SALARIO-DIA
                           * TAB-MOV-QTD (IDX-MOV))
               END-EVALUATE
               COMPUTE WS-BRUTO-AJUSTADO =
                   WS-BASE-FGTS + WS-VALOR-EVENTO
               IF WS-BRUTO-AJUSTADO < ZERO
                   MOVE ZERO TO WS-BRUTO-AJUSTADO
               END-IF
               IF WS-BRUTO-AJUSTADO > 99999,99
                   MOVE 99999,99 TO WS-BRUTO-AJUSTADO
               END-IF
               MOVE WS-BRUTO-AJUSTADO TO WS-BASE-FGTS
           END-IF.

       ATUALIZA-SALDO-FGTS.
           MOVE NUMERO-OUT2 TO NUMERO-FGS
           READ SALDO-FGTS
               INVALID KEY
                   MOVE WS-FGTS-FUNC TO SALDO-FGS
                   MOVE WS-MES-REFERENCIA TO ULTIMO-MES-FGS
                   SET FGS-ATIVO TO TRUE
                   WRITE DADOS-FGS
               NOT INVALID KEY
                   IF ULTIMO-MES-FGS < WS-MES-REFERENCIA
                       ADD WS-FGTS-FUNC TO SALDO-FGS
                       MOVE WS-MES-REFERENCIA TO ULTIMO-MES-FGS
                       SET FGS-ATIVO TO TRUE
                       REWRITE DADOS-FGS
                   END-IF
           END-READ.

       INCLUI-RESCISOES.
           OPEN INPUT FGTS-RESCISAO
           IF WS-STATUS-FRS = "00"
               OPEN OUTPUT FGTS-RESCISAO-TRAB
               PERFORM UNTIL FIM-FRS = "S"
                   READ FGTS-RESCISAO AT END
                       MOVE "S" TO FIM-FRS
                   NOT AT END
                       IF NUMERO-FRS IS NUMERIC
                               AND BASE-FRS IS NUMERIC
                               AND FGTS-FRS IS NUMERIC
                               AND MULTA-FRS IS NUMERIC
                           PERFORM CONFERE-COMPETENCIA-RESCISAO
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FGTS-RESCISAO
               CLOSE FGTS-RESCISAO-TRAB
               MOVE "N" TO FIM-FRS
               PERFORM REGRAVA-RESCISOES
           END-IF
           MOVE "N" TO FIM-FRS.

       CONFERE-COMPETENCIA-RESCISAO.
           IF COMPETENCIA-FRS IS NOT NUMERIC
                   OR COMPETENCIA-FRS = ZERO
               MOVE WS-MES-REFERENCIA TO COMPETENCIA-FRS
           END-IF
           IF COMPETENCIA-FRS = WS-MES-REFERENCIA
               PERFORM GRAVA-RESCISAO
               WRITE DADOS-FRS-TRAB FROM DADOS-FRS
           END-IF.

       REGRAVA-RESCISOES.
           OPEN INPUT FGTS-RESCISAO-TRAB
           OPEN OUTPUT FGTS-RESCISAO
           PERFORM UNTIL FIM-FRS = "S"
               READ FGTS-RESCISAO-TRAB AT END
                   MOVE "S" TO FIM-FRS
               NOT AT END
                   WRITE DADOS-FRS FROM DADOS-FRS-TRAB
               END-READ
           END-PERFORM
           CLOSE FGTS-RESCISAO-TRAB
           CLOSE FGTS-RESCISAO.

       GRAVA-RESCISAO.
           MOVE NUMERO-FRS TO NUMERO-DEP-D
           MOVE NOME-FRS TO NOME-DEP-D
           IF FGTS-FRS > ZERO
               MOVE "R" TO MODALIDADE-DEP-D
               COMPUTE WS-BASE-CENTAVOS = BASE-FRS * 100
               COMPUTE WS-VALOR-CENTAVOS = FGTS-FRS * 100
               PERFORM GRAVA-DETALHE-DEPOSITO
           END-IF
           IF MULTA-FRS > ZERO
               MOVE NUMERO-FRS TO NUMERO-DEP-D
               MOVE NOME-FRS TO NOME-DEP-D
               MOVE "F" TO MODALIDADE-DEP-D
               COMPUTE WS-BASE-CENTAVOS = SALDO-FRS * 100
               COMPUTE WS-VALOR-CENTAVOS = MULTA-FRS * 100
               PERFORM GRAVA-DETALHE-DEPOSITO
           END-IF

           COMPUTE WS-INSSPAT-FUNC ROUNDED =
               BASE-FRS * WS-ALIQ-INSS-PATRONAL
           MOVE NUMERO-FRS TO NUMERO-ENC
           MOVE DEPTO-FRS TO DEPTO-ENC
           MOVE BASE-FRS TO BASE-ENC
           MOVE FGTS-FRS TO FGTS-ENC
           MOVE WS-INSSPAT-FUNC TO INSS-PATRONAL-ENC
           MOVE MULTA-FRS TO MULTA-FGTS-ENC
           PERFORM GRAVA-ENCARGO

           PERFORM ENCERRA-SALDO-FGTS
           PERFORM IMPRIME-LINHA-RESCISAO
           ADD BASE-FRS TO WS-TOTAL-BASE
           ADD FGTS-FRS TO WS-TOTAL-FGTS
           ADD WS-INSSPAT-FUNC TO WS-TOTAL-INSSPAT
           ADD MULTA-FRS TO WS-TOTAL-MULTA
           ADD 1 TO CONT-RESCISOES.

       ENCERRA-SALDO-FGTS.
           MOVE NUMERO-FRS TO NUMERO-FGS
           READ SALDO-FGTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ZERO TO SALDO-FGS
                   MOVE WS-MES-REFERENCIA TO ULTIMO-MES-FGS
                   SET FGS-ENCERRADO TO TRUE
                   REWRITE DADOS-FGS
           END-READ.

       GRAVA-ENCARGO.
           MOVE WS-MES-REFERENCIA TO MES-REF-ENC
           WRITE DADOS-ENC.

       LE-SEQUENCIA-LOTE.
           MOVE ZERO TO WS-LOTE
           OPEN INPUT SEQLOTE
           IF WS-STATUS-SEQL = "00"
               READ SEQLOTE
                   NOT AT END
                       MOVE LOTE-SEQUENCIA TO WS-LOTE
               END-READ
               CLOSE SEQLOTE
           END-IF
           ADD 1 TO WS-LOTE
           MOVE WS-LOTE TO LOTE-SEQUENCIA
           OPEN OUTPUT SEQLOTE
           WRITE REG-SEQLOTE
           CLOSE SEQLOTE.

       GRAVA-HEADER-DEPOSITO.
           MOVE SPACES TO REG-DEP-HEADER
           MOVE "0" TO TIPO-DEP-H
           MOVE WS-DATA-EXECUCAO TO DATA-DEP-H
           MOVE "ESCOLA MUNICIPAL" TO CONVENIO-DEP-H
           MOVE WS-LOTE TO LOTE-DEP-H
           MOVE WS-MES-REFERENCIA TO COMPETENCIA-DEP-H
           WRITE REG-DEPOSITO FROM REG-DEP-HEADER.

       GRAVA-DETALHE-DEPOSITO.
           MOVE "1" TO TIPO-DEP-D
           MOVE WS-BASE-CENTAVOS TO BASE-DEP-D
           MOVE WS-VALOR-CENTAVOS TO VALOR-DEP-D
           WRITE REG-DEPOSITO FROM REG-DEP-DETALHE
           ADD 1 TO CONT-DETALHES
           ADD WS-BASE-CENTAVOS TO WS-SOMA-BASE
           ADD WS-VALOR-CENTAVOS TO WS-SOMA-VALOR
           MOVE SPACES TO REG-DEP-DETALHE.

       GRAVA-TRAILER-DEPOSITO.
           MOVE SPACES TO REG-DEP-TRAILER
           MOVE "9" TO TIPO-DEP-T
           MOVE CONT-DETALHES TO QTD-DEP-T
           MOVE WS-SOMA-BASE TO SOMA-BASE-DEP-T
           MOVE WS-SOMA-VALOR TO SOMA-VALOR-DEP-T
           WRITE REG-DEPOSITO FROM REG-DEP-TRAILER.

       IMPRIME-CABECALHO-REL.
           MOVE SPACES TO LINHA-REL
           STRING "ESCOLA MUNICIPAL - ENCARGOS PATRONAIS E FGTS - "
               "COMPETENCIA " WS-MES-REFERENCIA
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "EMISSAO: " WS-DATA-EMISSAO
               "   LOTE FGTS: " WS-LOTE
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "NUMERO NOME                      BASE      FGTS"
               "  INSS PATR.  TIPO"
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL.

       IMPRIME-LINHA-FUNCIONARIO.
           MOVE NUMERO-OUT2 TO WS-NUMERO-EDIT
           MOVE WS-BASE-FGTS TO WS-BASE-EDIT
           MOVE WS-FGTS-FUNC TO WS-FGTS-EDIT
           MOVE WS-INSSPAT-FUNC TO WS-INSSPAT-EDIT
           MOVE SPACES TO LINHA-DETALHE
           STRING WS-NUMERO-EDIT "  " NOME-OUT2 " " WS-BASE-EDIT
               " " WS-FGTS-EDIT "   " WS-INSSPAT-EDIT "  MENSAL"
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-REL FROM LINHA-DETALHE.

       IMPRIME-LINHA-RESCISAO.
           MOVE NUMERO-FRS TO WS-NUMERO-EDIT
           MOVE BASE-FRS TO WS-BASE-EDIT
           MOVE FGTS-FRS TO WS-FGTS-EDIT
           MOVE WS-INSSPAT-FUNC TO WS-INSSPAT-EDIT
           MOVE SPACES TO LINHA-DETALHE
           STRING WS-NUMERO-EDIT "  " NOME-FRS " " WS-BASE-EDIT
               " " WS-FGTS-EDIT "   " WS-INSSPAT-EDIT "  RESCISAO"
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-REL FROM LINHA-DETALHE
           IF MULTA-FRS > ZERO
               MOVE MULTA-FRS TO WS-FGTS-EDIT
               MOVE SPACES TO LINHA-DETALHE
               STRING "       MULTA RESCISORIA DO FGTS ........"
                   "       " WS-FGTS-EDIT
                   DELIMITED BY SIZE INTO LINHA-DETALHE
               WRITE LINHA-REL FROM LINHA-DETALHE
           END-IF.

       IMPRIME-TOTAIS-REL.
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL
           MOVE CONT-GRAVADOS TO WS-QTD-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "FUNCIONARIOS NA FOLHA .....: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE CONT-RESCISOES TO WS-QTD-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "RESCISOES INCLUIDAS .......: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE WS-TOTAL-BASE TO WS-TOTAL-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "TOTAL BASE DE CALCULO .....: " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE WS-TOTAL-FGTS TO WS-TOTAL-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "TOTAL FGTS A DEPOSITAR ....: " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE WS-TOTAL-MULTA TO WS-TOTAL-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "TOTAL MULTA RESCISORIA ....: " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE WS-TOTAL-INSSPAT TO WS-TOTAL-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "TOTAL INSS PATRONAL .......: " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "SOMA DO ARQUIVO FGTS EM CENTAVOS: " WS-SOMA-VALOR
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.

       CONFERE-CHECKSUM-SAI2.
           MOVE ZERO TO WS-TOTAL-CONTEUDO
           OPEN INPUT CADSAI2
           IF WS-STATUS-SAI2 NOT = "00"
               CONTINUE
           ELSE
               READ CADSAI2
                   AT END
                       MOVE "S" TO FIMARQ
               END-READ
               PERFORM UNTIL FIMARQ = "S"
                   READ CADSAI2 AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       COMPUTE WS-TOTAL-CONTEUDO =
                           WS-TOTAL-CONTEUDO + NUMERO-OUT2
                           + SALARIOLIQ-OUT2 * 100
                   END-READ
               END-PERFORM
               CLOSE CADSAI2
               PERFORM PROCURA-CHECKSUM
               IF SW-CKS-ACHADO = "S"
                       AND WS-TOTAL-REGISTRADO
                           NOT = WS-TOTAL-CONTEUDO
                   DISPLAY "EX61: TOTAL DE CONTEUDO DO CADSAI2 NAO"
                           " CONFERE - ARQUIVO ALTERADO FORA DO"
                           " SISTEMA"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE "N" TO FIMARQ.

       PROCURA-CHECKSUM.
           MOVE "N" TO SW-CKS-ACHADO
           OPEN INPUT CHECKSUMS
           IF WS-STATUS-CKS = "00"
               PERFORM UNTIL FIM-CKS = "S"
                   READ CHECKSUMS AT END
                       MOVE "S" TO FIM-CKS
                   NOT AT END
                       IF NOME-ARQ-CKS = "CADSAI2"
                           MOVE "S" TO SW-CKS-ACHADO
                           MOVE TOTAL-CKS TO WS-TOTAL-REGISTRADO
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECKSUMS
           END-IF
           MOVE "N" TO FIM-CKS.

       ABRE-REJEITOS.
           OPEN EXTEND REJEITOS
           IF WS-STATUS-REJ NOT = "00"
               OPEN OUTPUT REJEITOS
               CLOSE REJEITOS
               OPEN EXTEND REJEITOS
           END-IF
           PERFORM LE-SEQUENCIA.

       GRAVA-REJEITO.
           MOVE WS-DATA-EXECUCAO TO DATA-REJ
           MOVE WS-SEQ-EXECUCAO TO SEQ-EXEC-REJ
           MOVE DADOS-OUT2 TO IMAGEM-REJ
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
           MOVE "EX61" TO PROGRAMA-RLOG
           MOVE WS-DATA-EXECUCAO TO DATA-RLOG
           MOVE CONT-LIDOS TO LIDOS-RLOG
           MOVE CONT-GRAVADOS TO GRAVADOS-RLOG
           MOVE CONT-REJEITADOS TO REJEITADOS-RLOG
           WRITE REG-RUNLOG
           CLOSE RUNLOG.
