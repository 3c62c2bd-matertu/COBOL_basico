           SELECT PARAMETROS ASSIGN TO "EX11PARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARM.
           SELECT PARAMETROS-CENTRAL ASSIGN TO "CADPAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHAVE-PAR
               FILE STATUS IS WS-STATUS-PCEN.
           SELECT CADDEP ASSIGN TO "CADDEP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-DEP
               FILE STATUS IS WS-STATUS-DEP.
           SELECT EVENTOS-PENDENTES ASSIGN TO "EVTPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EVP.
           SELECT REJEITOS ASSIGN TO "REJEITOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REJ.
           SELECT CHECKSUMS ASSIGN TO "CADCKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CKS.
           SELECT CADHFP ASSIGN TO "CADHFP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-HFP
               FILE STATUS IS WS-STATUS-HFP.
           SELECT TRAVAS ASSIGN TO "CADLCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRV.
           SELECT RUNCTL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CTL.
       DATA DIVISION.
       FILE SECTION.
       FD  CADFUN2I.
           05 DEPTO-OUT2        PIC X(10).
           05 SALARIOLIQ-OUT2   PIC 9(5)V99.
           05 ALTA-RENDA-OUT2   PIC X(1).
           05 INSS-OUT2         PIC 9(5)V99.
           05 IRRF-OUT2         PIC 9(5)V99.
       01  REG-CONTROLE-SAI2.
           05 DATA-EXEC-CAB2    PIC 9(8).
           05 QTD-REG-CAB2      PIC 9(7).
           05 ADICIONAL-PGF     PIC 9(5)V99.
           05 DESCONTO-PGF      PIC 9(5)V99.
           05 LIQUIDO-PGF       PIC 9(5)V99.
           05 INSS-PGF          PIC 9(5)V99.
           05 IRRF-PGF          PIC 9(5)V99.

       FD  PARAMETROS.
       01  REG-PARM.
           05 DEPTO-SIM-PARM PIC X(10).
           05 PERCENT-SIM-PARM PIC 9(3)V99.

       FD  EVENTOS-PENDENTES.
       01  DADOS-EVP.
           05 TIPO-EVP          PIC X(2).
               88 EVP-ADMISSAO     VALUE "AD".
               88 EVP-ALTERACAO    VALUE "AC".
               88 EVP-SALARIO      VALUE "AS".
               88 EVP-FERIAS       VALUE "FE".
               88 EVP-DESLIGAMENTO VALUE "DE".
           05 NUMERO-EVP        PIC 9(5).
           05 NOME-EVP          PIC X(20).
           05 DEPTO-EVP         PIC X(10).
           05 SALARIO-EVP       PIC 9(5)V99.
           05 DATA-EVP          PIC 9(8).
           05 DIAS-EVP          PIC 9(3).
           05 MOTIVO-EVP        PIC X(15).
           05 PROGRAMA-EVP      PIC X(4).
           05 DATA-GERACAO-EVP  PIC 9(8).

       FD  REJEITOS.
       01  DADOS-REJEITO.
           05 PROGRAMA-REJ     PIC X(4).
           05 TOTAL-CKS         PIC 9(15).
           05 DATA-CKS          PIC 9(8).

       FD  CADDEP.
       01  DADOS-DEP.
           05 CHAVE-DEP.
               10 NUMERO-DEP       PIC 9(5).
               10 SEQ-DEP          PIC 9(2).
           05 NOME-DEP             PIC X(20).
           05 NASCIMENTO-DEP       PIC 9(8).
           05 PARENTESCO-DEP       PIC X(1).
               88 DEP-FILHO        VALUE "F".
               88 DEP-CONJUGE      VALUE "C".
               88 DEP-PAIS         VALUE "P".
               88 DEP-OUTRO        VALUE "O".
           05 IR-DEP               PIC X(1).
               88 DEP-DEDUZ-IR     VALUE "S".
           05 SALFAM-DEP           PIC X(1).
               88 DEP-SALFAMILIA   VALUE "S".
           05 CPF-DEP              PIC X(11).

       FD  PARAMETROS-CENTRAL.
       01  DADOS-PAR.
           05 CHAVE-PAR.
               10 PROGRAMA-PAR     PIC X(4).
               10 NOME-PAR         PIC X(10).
               10 VIGENCIA-PAR     PIC 9(8).
           05 VALOR-PAR            PIC 9(9)V99.
           05 ALTERADO-POR-PAR     PIC X(8).
           05 DATA-ALTERACAO-PAR   PIC 9(8).

       FD  CADHFP.
       01  DADOS-HFP.
           05 CHAVE-HFP.
               10 NUMERO-HFP       PIC 9(5).
               10 MES-REF-HFP      PIC 9(6).
               10 TIPO-HFP         PIC X(1).
                   88 HFP-MENSAL   VALUE "M".
                   88 HFP-DECIMO   VALUE "D".
                   88 HFP-FERIAS   VALUE "F".
           05 DEPTO-HFP            PIC X(10).
           05 SALARIO-BASE-HFP     PIC 9(5)V99.
           05 QTD-HFP              PIC 9(2).
           05 BRUTO-HFP            PIC 9(6)V99.
           05 INSS-HFP             PIC 9(5)V99.
           05 IRRF-HFP             PIC 9(5)V99.
           05 SALFAMILIA-HFP       PIC 9(5)V99.
           05 DESC-FIXOS-HFP       PIC 9(6)V99.
           05 LIQUIDO-HFP          PIC 9(6)V99.
           05 PROGRAMA-HFP         PIC X(4).
           05 DATA-GRAVACAO-HFP    PIC 9(8).

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
       01  WS-STATUS-CKS        PIC X(2).
       01  WS-STATUS-SAI2       PIC X(2).
       01  WS-STATUS-PAG        PIC X(2).
       01  WS-STATUS-PARM       PIC X(2).
       01  WS-STATUS-PCEN       PIC X(2).
       01  WS-STATUS-HFP        PIC X(2).
       01  WS-STATUS-EVP        PIC X(2).
       01  FIM-PCEN             PIC X(1) VALUE "N".
       01  WS-STATUS-REJ        PIC X(2).
       01  WS-STATUS-SEQ        PIC X(2).
       01  WS-STATUS-RLOG       PIC X(2).
           05 FILLER PIC X(12) VALUE "010000000750".
           05 FILLER PIC X(12) VALUE "020000000900".
           05 FILLER PIC X(12) VALUE "030000001200".
           05 FILLER PIC X(12) VALUE "077860201400".
       01  TABELA-FAIXAS REDEFINES TABELA-FAIXAS-INIC.
           05 FAIXA-DESC OCCURS 4 TIMES.
               10 LIMITE-FAIXA   PIC 9(5)V99.
       01  WS-BASE-FAIXA        PIC 9(6)V99 VALUE ZERO.
       01  WS-DESCONTO-TOTAL    PIC 9(5)V99 VALUE ZERO.

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
       01  WS-STATUS-DEP      PIC X(2).
       01  SW-CADDEP          PIC X(1) VALUE "N".
           88 CADDEP-DISPONIVEL VALUE "S".
           88 CADDEP-AUSENTE  VALUE "N".
       01  FIM-DEP            PIC X(1) VALUE "N".
       01  WS-DEDUCAO-POR-DEP PIC 9(3)V99 VALUE 189,59.
       01  WS-QTD-DEP-IR      PIC 9(2) VALUE ZERO.
       01  WS-DEDUCAO-DEP     PIC 9(5)V99 VALUE ZERO.

       01  TAB-SAIDA.
           05 QTD-SAIDA         PIC 9(5) COMP VALUE ZERO.
           05 TAB-SAI-ITEM      OCCURS 1 TO 9999 TIMES
                                DEPENDING ON QTD-SAIDA.
               10 TAB-SAI-REGISTRO PIC X(57).
       01  WS-QTD-CAB           PIC 9(7) VALUE ZERO.

       01  TAB-SALDOS.
               10 TAB-FER-NUMERO PIC 9(5).
               10 TAB-FER-SALDO  PIC S9(3).

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
           PERFORM LE-PARAMETRO
           PERFORM LE-PARAMETROS-CENTRAIS
           MOVE "CADFUN2I" TO WS-TRV-ARQUIVO
           PERFORM TRAVA-ARQUIVO
           PERFORM CONFERE-CHECKSUM-MASTER
           PERFORM CARREGA-SALDOS
           IF QTD-SALDOS = ZERO
               DISPLAY "EX47: CADFER AUSENTE OU VAZIO - CADASTRE OS"
                       " SALDOS DE FERIAS"
               MOVE 8 TO RETURN-CODE
               PERFORM LIBERA-TRAVAS
               STOP RUN
           END-IF
           PERFORM CARREGA-SAIDA
           PERFORM ABRE-REJEITOS
           PERFORM ABRE-PAGAMENTOS
           PERFORM ABRE-HISTORICO
           PERFORM ABRE-EVENTOS-PENDENTES

           OPEN INPUT CADFUN2I
           IF WS-STATUS-FNI NOT = "00"
               DISPLAY "EX47: CADFUN2I INDISPONIVEL - "
                       WS-STATUS-FNI
               MOVE 8 TO RETURN-CODE
               PERFORM LIBERA-TRAVAS
               STOP RUN
           END-IF
           OPEN INPUT AGENDAMENTOS
               CLOSE CADFUN2I
               CLOSE REJEITOS
               CLOSE PAGAMENTOS-FERIAS
               CLOSE CADHFP
               CLOSE EVENTOS-PENDENTES
               PERFORM LIBERA-TRAVAS
               STOP RUN
           END-IF
           PERFORM ABRE-DEPENDENTES

           PERFORM UNTIL FIMARQ = "S"
               READ AGENDAMENTOS AT END
           CLOSE CADFUN2I
           CLOSE REJEITOS
           CLOSE PAGAMENTOS-FERIAS
           CLOSE CADHFP
           CLOSE EVENTOS-PENDENTES
           IF CADDEP-DISPONIVEL
               CLOSE CADDEP
           END-IF
           IF CONT-GRAVADOS > ZERO
               PERFORM REGRAVA-SAIDA
               PERFORM REGRAVA-SALDOS
           DISPLAY "EX47: AGENDAMENTOS LIDOS .... " CONT-LIDOS
           DISPLAY "EX47: FERIAS PAGAS .......... " CONT-GRAVADOS
           DISPLAY "EX47: AGENDAMENTOS REJEITADOS " CONT-REJEITADOS
           PERFORM LIBERA-TRAVAS
           STOP RUN.

       LE-PARAMETRO.
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
           END-IF
           IF NOME-PAR = "DEDDEPIR"
               MOVE VALOR-PAR TO WS-DEDUCAO-POR-DEP
           END-IF.

       CARREGA-SALDOS.
           MOVE ZERO TO QTD-SALDOS
           OPEN INPUT SALDOS-FERIAS
           IF WS-STATUS-SAI2 NOT = "00"
               DISPLAY "EX47: CADSAI2 AUSENTE - EXECUTE O EX11"
               MOVE 8 TO RETURN-CODE
               PERFORM LIBERA-TRAVAS
               STOP RUN
           END-IF
           READ CADSAI2
           COMPUTE WS-BRUTO-FERIAS =
               WS-VALOR-FERIAS + WS-ADICIONAL-TERCO
           PERFORM CALCULA-DESCONTO-PROGRESSIVO
           MOVE WS-DESCONTO-TOTAL TO WS-INSS
           PERFORM APURA-DEPENDENTES
           IF WS-BRUTO-FERIAS > WS-INSS + WS-DEDUCAO-DEP
               COMPUTE WS-BASE-IRRF =
                   WS-BRUTO-FERIAS - WS-INSS - WS-DEDUCAO-DEP
           ELSE
               MOVE ZERO TO WS-BASE-IRRF
           END-IF
           PERFORM CALCULA-IRRF
           COMPUTE WS-DESCONTO-TOTAL = WS-INSS + WS-IRRF
           COMPUTE WS-LIQUIDO-FERIAS =
               WS-BRUTO-FERIAS - WS-DESCONTO-TOTAL

           MOVE NOME-FUNI TO NOME-OUT2
           MOVE DEPTO-FUNI TO DEPTO-OUT2
           MOVE WS-LIQUIDO-FERIAS TO SALARIOLIQ-OUT2
           MOVE WS-INSS TO INSS-OUT2
           MOVE WS-IRRF TO IRRF-OUT2
           IF WS-BRUTO-FERIAS > WS-LIMITE-ALTA-RENDA
               MOVE "S" TO ALTA-RENDA-OUT2
           ELSE
           MOVE WS-ADICIONAL-TERCO TO ADICIONAL-PGF
           MOVE WS-DESCONTO-TOTAL TO DESCONTO-PGF
           MOVE WS-LIQUIDO-FERIAS TO LIQUIDO-PGF
           MOVE WS-INSS TO INSS-PGF
           MOVE WS-IRRF TO IRRF-PGF
           WRITE DADOS-PAGFER
           PERFORM GRAVA-HISTORICO
           PERFORM GRAVA-EVENTO-PENDENTE

           SUBTRACT DIAS-AGE FROM TAB-FER-SALDO (IDX-TFER)
           ADD 1 TO CONT-GRAVADOS.

       ABRE-EVENTOS-PENDENTES.
           OPEN EXTEND EVENTOS-PENDENTES
           IF WS-STATUS-EVP NOT = "00"
               OPEN OUTPUT EVENTOS-PENDENTES
               CLOSE EVENTOS-PENDENTES
               OPEN EXTEND EVENTOS-PENDENTES
           END-IF.

       GRAVA-EVENTO-PENDENTE.
           SET EVP-FERIAS TO TRUE
           MOVE NUMERO-FUNI TO NUMERO-EVP
           MOVE NOME-FUNI TO NOME-EVP
           MOVE DEPTO-FUNI TO DEPTO-EVP
           MOVE SALARIOBRUTO-FUNI TO SALARIO-EVP
           COMPUTE DATA-EVP = MES-REF-AGE * 100 + 1
           MOVE DIAS-AGE TO DIAS-EVP
           MOVE SPACES TO MOTIVO-EVP
           MOVE "EX47" TO PROGRAMA-EVP
           MOVE WS-DATA-EXECUCAO TO DATA-GERACAO-EVP
           WRITE DADOS-EVP.

       ABRE-HISTORICO.
           OPEN I-O CADHFP
           IF WS-STATUS-HFP = "35"
               OPEN OUTPUT CADHFP
               CLOSE CADHFP
               OPEN I-O CADHFP
           END-IF
           IF WS-STATUS-HFP NOT = "00"
               DISPLAY "EX47: CADHFP COM STATUS "
                       WS-STATUS-HFP " - EXECUCAO CANCELADA"
               MOVE 8 TO RETURN-CODE
               PERFORM LIBERA-TRAVAS
               STOP RUN
           END-IF.

       GRAVA-HISTORICO.
           MOVE NUMERO-AGE TO NUMERO-HFP
           MOVE MES-REF-AGE TO MES-REF-HFP
           SET HFP-FERIAS TO TRUE
           READ CADHFP
               INVALID KEY
                   MOVE DEPTO-FUNI TO DEPTO-HFP
                   MOVE SALARIOBRUTO-FUNI TO SALARIO-BASE-HFP
                   MOVE DIAS-AGE TO QTD-HFP
                   MOVE WS-BRUTO-FERIAS TO BRUTO-HFP
                   MOVE WS-INSS TO INSS-HFP
                   MOVE WS-IRRF TO IRRF-HFP
                   MOVE ZERO TO SALFAMILIA-HFP
                   MOVE ZERO TO DESC-FIXOS-HFP
                   MOVE WS-LIQUIDO-FERIAS TO LIQUIDO-HFP
                   MOVE "EX47" TO PROGRAMA-HFP
                   MOVE WS-DATA-EXECUCAO TO DATA-GRAVACAO-HFP
                   WRITE DADOS-HFP
               NOT INVALID KEY
                   MOVE SALARIOBRUTO-FUNI TO SALARIO-BASE-HFP
                   ADD DIAS-AGE TO QTD-HFP
                   ADD WS-BRUTO-FERIAS TO BRUTO-HFP
                   ADD WS-INSS TO INSS-HFP
                   ADD WS-IRRF TO IRRF-HFP
                   ADD WS-LIQUIDO-FERIAS TO LIQUIDO-HFP
                   MOVE WS-DATA-EXECUCAO TO DATA-GRAVACAO-HFP
                   REWRITE DADOS-HFP
           END-READ.

       ABRE-DEPENDENTES.
           OPEN INPUT CADDEP
           IF WS-STATUS-DEP = "00"
               SET CADDEP-DISPONIVEL TO TRUE
           ELSE
               SET CADDEP-AUSENTE TO TRUE
               DISPLAY "EX47: AVISO - CADDEP INDISPONIVEL -"
                       " IRRF CALCULADO SEM DEPENDENTES"
           END-IF.

       APURA-DEPENDENTES.
           MOVE ZERO TO WS-QTD-DEP-IR
           MOVE ZERO TO WS-DEDUCAO-DEP
           IF CADDEP-DISPONIVEL
               MOVE NUMERO-FUNI TO NUMERO-DEP
               MOVE ZERO TO SEQ-DEP
               MOVE "N" TO FIM-DEP
               START CADDEP KEY IS NOT LESS THAN CHAVE-DEP
                   INVALID KEY
                       MOVE "S" TO FIM-DEP
               END-START
               PERFORM UNTIL FIM-DEP = "S"
                   READ CADDEP NEXT
                       AT END
                           MOVE "S" TO FIM-DEP
                       NOT AT END
                           IF NUMERO-DEP NOT = NUMERO-FUNI
                               MOVE "S" TO FIM-DEP
                           ELSE
                               IF DEP-DEDUZ-IR
                                   ADD 1 TO WS-QTD-DEP-IR
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               COMPUTE WS-DEDUCAO-DEP =
                   WS-QTD-DEP-IR * WS-DEDUCAO-POR-DEP
           END-IF.

       CALCULA-DESCONTO-PROGRESSIVO.
           MOVE ZERO TO WS-BASE-ANTERIOR
           MOVE ZERO TO WS-DESCONTO-TOTAL
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

       REGRAVA-SAIDA.
           OPEN OUTPUT CADSAI2
           MOVE WS-DATA-EXECUCAO TO DATA-EXEC-CAB2
                           " CONFERE - ARQUIVO ALTERADO FORA DO"
                           " SISTEMA"
                   MOVE 8 TO RETURN-CODE
                   PERFORM LIBERA-TRAVAS
                   STOP RUN
               END-IF
           END-IF
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
                       DISPLAY "EX47: " WS-TRV-ARQUIVO " EM USO POR "
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
                   MOVE "EX47" TO TAB-TRV-PROGRAMA (QTD-TRAVAS)
                   MOVE WS-TRV-OPERADOR
                       TO TAB-TRV-OPERADOR (QTD-TRAVAS)
                   MOVE WS-TRV-DATA TO TAB-TRV-DATA (QTD-TRAVAS)
                   MOVE WS-TRV-HORA TO TAB-TRV-HORA (QTD-TRAVAS)
                   MOVE WS-TRV-MODO TO TAB-TRV-MODO (QTD-TRAVAS)
                   PERFORM GRAVA-TRAVAS
                   PERFORM CARREGA-TRAVAS
                   PERFORM PROCURA-DONO-TRAVA
                   IF WS-DONO-PROGRAMA = "EX47"
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
           DISPLAY "EX47: " WS-TRV-ARQUIVO " BLOQUEADO POR "
                   WS-DONO-PROGRAMA " OPERADOR " WS-DONO-OPERADOR
                   " DESDE " WS-DONO-DATA " " WS-DONO-HORA
           DISPLAY "EX47: EXECUCAO RECUSADA - CADASTRO EM USO."
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
           IF TAB-TRV-PROGRAMA (IDX-TRV) NOT = "EX47"
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
                   OR TAB-TRV-PROGRAMA (IDX-TRV) NOT = "EX47"
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
               WHEN TAB-PTR-PASSO (IDX-TPTR) = "EX47"
                   MOVE "S" TO SW-PASSO-TRV
           END-SEARCH
           IF SW-PASSO-TRV = "N" AND QTD-PASSOS-TRV < 99
               ADD 1 TO QTD-PASSOS-TRV
               SET IDX-TPTR TO QTD-PASSOS-TRV
               MOVE "EX47" TO TAB-PTR-PASSO (IDX-TPTR)
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
