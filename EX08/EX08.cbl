           SELECT CADAUD ASSIGN TO "CADAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.
           SELECT CADAUD-TRAB ASSIGN TO "EX08AUD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDT.
           SELECT CADEXC ASSIGN TO "EX08EXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXC.
           SELECT PARAMETROS ASSIGN TO "EX08PARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARM.
           SELECT PARAMETROS-CENTRAL ASSIGN TO "CADPAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHAVE-PAR
               FILE STATUS IS WS-STATUS-PCEN.
           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RLOG.
           05 DATA-EXEC-CAB PIC 9(8).
           05 QTD-REG-CAB   PIC 9(7).

       FD  CADAUD-TRAB.
       01  DADOS-AUD-TRAB          PIC X(85).

       FD  CADAUD.
       01  DADOS-AUD.
           05 NUMERO-AUD       PIC 9(5).
           05 SALARIOLIQ-AUD   PIC 9(5)V99.
           05 OPERADOR-AUD     PIC X(8).
           05 DATA-AUD         PIC 9(8).
           05 QTD-DEP-IR-AUD   PIC 9(2).
           05 DEDUCAO-DEP-AUD  PIC 9(5)V99.
           05 SALFAMILIA-AUD   PIC 9(5)V99.
           05 INSS-AUD         PIC 9(5)V99.
           05 IRRF-AUD         PIC 9(5)V99.

       FD  CADEXC.
       01  DADOS-EXC.
           05 FAIXA3-PARM      PIC 9(5)V99.
           05 PERIODO-PARM     PIC 9(6).

       FD  PARAMETROS-CENTRAL.
       01  DADOS-PAR.
           05 CHAVE-PAR.
               10 PROGRAMA-PAR     PIC X(4).
               10 NOME-PAR         PIC X(10).
               10 VIGENCIA-PAR     PIC 9(8).
           05 VALOR-PAR            PIC 9(9)V99.
           05 ALTERADO-POR-PAR     PIC X(8).
           05 DATA-ALTERACAO-PAR   PIC 9(8).

       WORKING-STORAGE SECTION.
       01  SALARIOLIQ     PIC 9(5)V99.
       01  FIMARQ         PIC X(1) VALUE "N".
       01  FIM-AUD               PIC X(1) VALUE "N".
       01  WS-STATUS-AUDT        PIC X(2).
       01  CONT-AUD-SUBSTITUIDOS PIC 9(7) COMP VALUE ZERO.
       01  WS-FAIXA-APLICADA PIC X(20).
       01  WS-STATUS-YTD  PIC X(2).
       01  WS-STATUS-REJ  PIC X(2).
       01  WS-STATUS-EXC  PIC X(2).
       01  WS-STATUS-CKPT PIC X(2).
       01  WS-STATUS-PARM PIC X(2).
       01  WS-STATUS-PCEN PIC X(2).
       01  FIM-PCEN       PIC X(1) VALUE "N".
       01  CONT-LIDOS           PIC 9(7) COMP VALUE ZERO.
       01  CONT-GRAVADOS        PIC 9(7) COMP VALUE ZERO.
       01  CONT-REJEITADOS      PIC 9(7) COMP VALUE ZERO.
           05 FILLER PIC X(12) VALUE "010000000750".
           05 FILLER PIC X(12) VALUE "020000000900".
           05 FILLER PIC X(12) VALUE "030000001200".
           05 FILLER PIC X(12) VALUE "077860201400".
       01  TABELA-FAIXAS REDEFINES TABELA-FAIXAS-INIC.
           05 FAIXA-DESC OCCURS 4 TIMES.
               10 LIMITE-FAIXA   PIC 9(5)V99.
       01  WS-BASE-FAIXA      PIC 9(5)V99 VALUE ZERO.
       01  WS-DESCONTO-TOTAL  PIC 9(5)V99 VALUE ZERO.

       01  TABELA-IRRF-INIC.
           05 FILLER PIC X(18) VALUE "022592000000000000".
           05 FILLER PIC X(18) VALUE "028266507500016944".
           05 FILLER PIC X(18) VALUE "037510515000038144".
           05 FILLER PIC X(18) VALUE "046646822500066277".
           05 FILLER PIC X(18) VALUE "999999927500089600".
       01  TABELA-IRRF REDEFINES TABELA-IRRF-INIC.
           05 FAIXA-IRRF OCCURS 5 TIMES.
               10 LIMITE-IRRF    PIC 9(5)V99.
               10 ALIQUOTA-IRRF  PIC 9V9(4).
               10 DEDUCAO-IRRF   PIC 9(4)V99.

       01  IDX-IRRF           PIC 9(1) COMP.
       01  IDX-PAR-TAB        PIC 9(1) VALUE ZERO.
       01  WS-BASE-IRRF       PIC 9(6)V99 VALUE ZERO.
       01  WS-IRRF-CALC       PIC S9(6)V99 VALUE ZERO.
       01  WS-INSS            PIC 9(5)V99 VALUE ZERO.
       01  WS-IRRF            PIC 9(5)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-PARAMETRO
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
           PERFORM LE-PARAMETROS-CENTRAIS
           IF WS-PERIODO-ATUAL = ZERO
               MOVE WS-DATA-EXECUCAO (1:6) TO WS-PERIODO-ATUAL
           END-IF
           ELSE
               OPEN OUTPUT CADSAI
               PERFORM GRAVA-CABECALHO
               PERFORM EXPURGA-CADAUD
               PERFORM ABRE-CADAUD
               OPEN OUTPUT CADEXC
           END-IF
           MOVE WS-CONTADOR-CKPT TO WS-CONTADOR-ATUAL
                                   PERFORM GRAVA-EXCECAO
                               ELSE
                                   PERFORM CALCULA-DESCONTO-PROGRESSIVO
                                   MOVE WS-DESCONTO-TOTAL TO WS-INSS
                                   COMPUTE WS-BASE-IRRF =
                                       SALARIOBRUTO - WS-INSS
                                   PERFORM CALCULA-IRRF
                                   COMPUTE SALARIOLIQ =
                                       SALARIOBRUTO - WS-INSS - WS-IRRF
                                   PERFORM DETERMINA-FAIXA-APLICADA
                                   PERFORM CRIA-ARQUIVO
                               END-IF
           MOVE SALARIOLIQ TO SALARIOLIQ-AUD
           MOVE "EX08" TO OPERADOR-AUD
           MOVE WS-DATA-EXECUCAO TO DATA-AUD
           MOVE ZERO TO QTD-DEP-IR-AUD
           MOVE ZERO TO DEDUCAO-DEP-AUD
           MOVE ZERO TO SALFAMILIA-AUD
           MOVE WS-INSS TO INSS-AUD
           MOVE WS-IRRF TO IRRF-AUD
           WRITE DADOS-AUD.

       GRAVA-EXCECAO.
               OPEN EXTEND CADSAI
           END-IF.

       EXPURGA-CADAUD.
           MOVE ZERO TO CONT-AUD-SUBSTITUIDOS
           OPEN INPUT CADAUD
           IF WS-STATUS-AUD = "00"
               OPEN OUTPUT CADAUD-TRAB
               PERFORM UNTIL FIM-AUD = "S"
                   READ CADAUD AT END
                       MOVE "S" TO FIM-AUD
                   NOT AT END
                       IF OPERADOR-AUD = "EX08"
                               AND DATA-AUD (1:6)
                                   = WS-DATA-EXECUCAO (1:6)
                           ADD 1 TO CONT-AUD-SUBSTITUIDOS
                       ELSE
                           WRITE DADOS-AUD-TRAB FROM DADOS-AUD
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CADAUD
               CLOSE CADAUD-TRAB
               MOVE "N" TO FIM-AUD
               IF CONT-AUD-SUBSTITUIDOS > ZERO
                   PERFORM REGRAVA-CADAUD
               END-IF
           END-IF.

       REGRAVA-CADAUD.
           OPEN INPUT CADAUD-TRAB
           OPEN OUTPUT CADAUD
           PERFORM UNTIL FIM-AUD = "S"
               READ CADAUD-TRAB AT END
                   MOVE "S" TO FIM-AUD
               NOT AT END
                   WRITE DADOS-AUD FROM DADOS-AUD-TRAB
               END-READ
           END-PERFORM
           CLOSE CADAUD-TRAB
           CLOSE CADAUD
           MOVE "N" TO FIM-AUD
           DISPLAY "EX08: CADAUD - " CONT-AUD-SUBSTITUIDOS
                   " REGISTROS DA COMPETENCIA SUBSTITUIDOS".

       ABRE-CADAUD.
           OPEN EXTEND CADAUD
           IF WS-STATUS-AUD NOT = "00"
               (WS-BASE-FAIXA * ALIQUOTA-FAIXA (IDX-FAIXA))
           MOVE LIMITE-FAIXA (IDX-FAIXA) TO WS-BASE-ANTERIOR.

       CALCULA-IRRF.
           MOVE 1 TO IDX-IRRF
           PERFORM AVANCA-FAIXA-IRRF
               UNTIL IDX-IRRF = 5
                   OR WS-BASE-IRRF <= LIMITE-IRRF (IDX-IRRF)
           COMPUTE WS-IRRF-CALC ROUNDED =
               WS-BASE-IRRF * ALIQUOTA-IRRF (IDX-IRRF)
               - DEDUCAO-IRRF (IDX-IRRF)
           IF WS-IRRF-CALC > ZERO
               MOVE WS-IRRF-CALC TO WS-IRRF
           ELSE
               MOVE ZERO TO WS-IRRF
           END-IF.

       AVANCA-FAIXA-IRRF.
           ADD 1 TO IDX-IRRF.

       DETERMINA-FAIXA-APLICADA.
           EVALUATE TRUE
               WHEN SALARIOBRUTO <= LIMITE-FAIXA (1)
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
                           IF PROGRAMA-PAR = "EX11"
                                   AND VIGENCIA-PAR
                                       <= WS-DATA-EXECUCAO
                               PERFORM APLICA-TABELA-LEGAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMETROS-CENTRAL
           END-IF
           MOVE "N" TO FIM-PCEN.

       APLICA-TABELA-LEGAL.
           IF NOME-PAR (8:1) IS NUMERIC
               MOVE NOME-PAR (8:1) TO IDX-PAR-TAB
           ELSE
               MOVE ZERO TO IDX-PAR-TAB
           END-IF
           IF IDX-PAR-TAB >= 1 AND IDX-PAR-TAB <= 4
               IF NOME-PAR (1:7) = "INSSLIM" AND VALOR-PAR > ZERO
                   MOVE VALOR-PAR TO LIMITE-FAIXA (IDX-PAR-TAB)
               END-IF
               IF NOME-PAR (1:7) = "INSSALQ"
                   COMPUTE ALIQUOTA-FAIXA (IDX-PAR-TAB) =
                       VALOR-PAR / 100
               END-IF
               IF NOME-PAR (1:7) = "IRRFLIM" AND VALOR-PAR > ZERO
                   MOVE VALOR-PAR TO LIMITE-IRRF (IDX-PAR-TAB)
               END-IF
           END-IF
           IF IDX-PAR-TAB >= 1 AND IDX-PAR-TAB <= 5
               IF NOME-PAR (1:7) = "IRRFALQ"
                   COMPUTE ALIQUOTA-IRRF (IDX-PAR-TAB) =
                       VALOR-PAR / 100
               END-IF
               IF NOME-PAR (1:7) = "IRRFDED"
                   MOVE VALOR-PAR TO DEDUCAO-IRRF (IDX-PAR-TAB)
               END-IF
           END-IF.

       GRAVA-RUNLOG.
           OPEN EXTEND RUNLOG
           IF WS-STATUS-RLOG NOT = "00"
