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
           SELECT SALDO-FGTS ASSIGN TO "CADFGTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-FGS
               FILE STATUS IS WS-STATUS-FGS.
           SELECT FGTS-RESCISAO ASSIGN TO "EX48FGT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FRS.
           SELECT CADCON ASSIGN TO "CADCON.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-CON
               FILE STATUS IS WS-STATUS-CON.
           SELECT EVENTOS-PENDENTES ASSIGN TO "EVTPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EVP.
           SELECT REJEITOS ASSIGN TO "REJEITOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REJ.
           SELECT CHECKSUMS ASSIGN TO "CADCKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CKS.
           SELECT TRAVAS ASSIGN TO "CADLCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRV.
           SELECT RUNCTL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CTL.

       DATA DIVISION.
       FILE SECTION.
           05 DEPTO-SIM-PARM PIC X(10).
           05 PERCENT-SIM-PARM PIC 9(3)V99.

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

       FD  CADCON.
       01  DADOS-CON.
           05 CHAVE-CON.
               10 NUMERO-CON       PIC 9(5).
               10 SEQ-CON          PIC 9(2).
           05 TIPO-CON             PIC X(1).
               88 CON-PENSAO       VALUE "P".
               88 CON-SAUDE        VALUE "S".
               88 CON-SINDICATO    VALUE "U".
               88 CON-EMPRESTIMO   VALUE "E".
               88 CON-OUTROS       VALUE "O".
           05 DESCRICAO-CON        PIC X(20).
           05 PERCENTUAL-CON       PIC 9(3)V99.
           05 VALOR-CON            PIC 9(5)V99.
           05 PARCELAS-CON         PIC 9(3).
           05 SALDO-CON            PIC 9(7)V99.
           05 SITUACAO-CON         PIC X(1).
               88 CON-ATIVO        VALUE "A".
               88 CON-SUSPENSO     VALUE "S".
               88 CON-QUITADO      VALUE "Q".
           05 ULTIMO-MES-CON       PIC 9(6).
           05 DESCONTADO-CON       PIC 9(5)V99.
           05 BAIXA-PARCELA-CON    PIC X(1).

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
       01  WS-STATUS-FER        PIC X(2).
       01  WS-STATUS-TRN        PIC X(2).
       01  WS-STATUS-PARM       PIC X(2).
       01  WS-STATUS-PCEN       PIC X(2).
       01  FIM-PCEN             PIC X(1) VALUE "N".
       01  WS-STATUS-FGS        PIC X(2).
       01  WS-STATUS-FRS        PIC X(2).
       01  WS-STATUS-CON        PIC X(2).
       01  WS-STATUS-EVP        PIC X(2).
       01  FIM-CON              PIC X(1) VALUE "N".
       01  WS-STATUS-REJ        PIC X(2).
       01  WS-STATUS-SEQ        PIC X(2).
       01  WS-STATUS-RLOG       PIC X(2).
       01  WS-MESES-13          PIC 9(2) VALUE ZERO.
       01  WS-SALDO-DIAS        PIC 9(3) VALUE ZERO.
       01  SW-SALDO-ACHADO      PIC X(1) VALUE "N".
       01  WS-ALIQ-FGTS         PIC 9V9(4) VALUE 0,08.
       01  WS-PERC-MULTA-FGTS   PIC 9V9(4) VALUE 0,40.
       01  WS-BASE-FGTS-RESC    PIC 9(7)V99 VALUE ZERO.
       01  WS-FGTS-RESCISORIO   PIC 9(7)V99 VALUE ZERO.
       01  WS-SALDO-FUNDIARIO   PIC 9(9)V99 VALUE ZERO.
       01  WS-MULTA-FGTS        PIC 9(7)V99 VALUE ZERO.
       01  WS-SALDO-EDIT        PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-QUITACAO-CONSIG   PIC 9(6)V99 VALUE ZERO.
       01  WS-QUITA-PARCIAL     PIC 9(7)V99 VALUE ZERO.
       01  REG-SALDO-PENDENTE.
           05 NUMERO-SPE        PIC 9(5).
           05 SEQ-SPE           PIC 9(2).
           05 DESCRICAO-SPE     PIC X(20).
           05 DATA-DES-SPE      PIC 9(8).
           05 QUITADO-SPE       PIC 9(7)V99.
           05 PENDENTE-SPE      PIC 9(7)V99.
       01  IDX-FER2             PIC 9(5) COMP.
       01  CONT-LIDOS           PIC 9(7) COMP VALUE ZERO.
       01  CONT-GRAVADOS        PIC 9(7) COMP VALUE ZERO.
           05 FILLER PIC X(12) VALUE "010000000750".
           05 FILLER PIC X(12) VALUE "020000000900".
           05 FILLER PIC X(12) VALUE "030000001200".
           05 FILLER PIC X(12) VALUE "077860201400".
       01  TABELA-FAIXAS REDEFINES TABELA-FAIXAS-INIC.
           05 FAIXA-DESC OCCURS 4 TIMES.
               10 LIMITE-FAIXA   PIC 9(5)V99.
       01  IDX-FAIXA            PIC 9(1) COMP.
       01  WS-BASE-ANTERIOR     PIC 9(6)V99 VALUE ZERO.
       01  WS-BASE-FAIXA        PIC 9(6)V99 VALUE ZERO.
       01  WS-DESCONTO-TOTAL    PIC 9(6)V99 VALUE ZERO.

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

       01  TAB-SALDOS.
           05 QTD-SALDOS        PIC 9(5) COMP VALUE ZERO.
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
           STRING WS-DIA "/" WS-MES "/" WS-ANO
               DELIMITED BY SIZE INTO WS-DATA-EMISSAO
           PERFORM LE-PARAMETRO
           PERFORM LE-PARAMETROS-CENTRAIS
           MOVE "CADFUN2I" TO WS-TRV-ARQUIVO
           PERFORM TRAVA-ARQUIVO
           PERFORM CONFERE-CHECKSUM-MASTER
           PERFORM CARREGA-SALDOS
           PERFORM ABRE-REJEITOS
               DISPLAY "EX48: CADFUN2I INDISPONIVEL - "
                       WS-STATUS-FNI
               MOVE 8 TO RETURN-CODE
               PERFORM LIBERA-TRAVAS
               STOP RUN
           END-IF
           OPEN INPUT ACUMULO-ANO
               DISPLAY "EX48: AVISO - ACUMULO DO ANO INDISPONIVEL -"
                       " 13O PRO-RATA SERA ZERO"
           END-IF
           OPEN INPUT SALDO-FGTS
           IF WS-STATUS-FGS NOT = "00"
               DISPLAY "EX48: AVISO - CADFGTS INDISPONIVEL -"
                       " SALDO FUNDIARIO SERA ZERO"
           END-IF
           OPEN I-O CADCON
           IF WS-STATUS-CON NOT = "00"
               DISPLAY "EX48: AVISO - CADCON INDISPONIVEL -"
                       " CONSIGNADOS NAO QUITADOS NA RESCISAO"
           END-IF
           OPEN INPUT DESLIGAMENTOS
           IF WS-STATUS-TRN NOT = "00"
               DISPLAY "EX48: SEM DESLIGAMENTOS A PROCESSAR"
               CLOSE CADFUN2I
               IF WS-STATUS-FGS = "00"
                   CLOSE SALDO-FGTS
               END-IF
               IF WS-STATUS-CON = "00"
                   CLOSE CADCON
               END-IF
               CLOSE REJEITOS
               PERFORM LIBERA-TRAVAS
               STOP RUN
           END-IF
           OPEN OUTPUT RELATORIO
           PERFORM ABRE-FGTS-RESCISAO
           PERFORM ABRE-EVENTOS-PENDENTES
           PERFORM IMPRIME-CABECALHO-REL
           PERFORM ABRE-DEPENDENTES

           PERFORM UNTIL FIMARQ = "S"
               READ DESLIGAMENTOS AT END
           IF WS-STATUS-YTD = "00"
               CLOSE ACUMULO-ANO
           END-IF
           IF WS-STATUS-FGS = "00"
               CLOSE SALDO-FGTS
           END-IF
           IF WS-STATUS-CON = "00"
               CLOSE CADCON
           END-IF
           CLOSE FGTS-RESCISAO
           IF CADDEP-DISPONIVEL
               CLOSE CADDEP
           END-IF
           CLOSE EVENTOS-PENDENTES
           CLOSE RELATORIO
           CLOSE REJEITOS
           IF CONT-GRAVADOS > ZERO
           DISPLAY "EX48: DESLIGAMENTOS LIDOS ... " CONT-LIDOS
           DISPLAY "EX48: RESCISOES CALCULADAS .. " CONT-GRAVADOS
           DISPLAY "EX48: REJEITADOS ............ " CONT-REJEITADOS
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
                           IF PROGRAMA-PAR = "EX61"
                                   AND VIGENCIA-PAR
                                       <= WS-DATA-EXECUCAO
                               PERFORM APLICA-PARAMETRO-FGTS
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

       APLICA-PARAMETRO-FGTS.
           IF NOME-PAR = "ALIQFGTS" AND VALOR-PAR > ZERO
               COMPUTE WS-ALIQ-FGTS = VALOR-PAR / 100
           END-IF
           IF NOME-PAR = "MULTAFGTS"
               COMPUTE WS-PERC-MULTA-FGTS = VALOR-PAR / 100
           END-IF.

       CARREGA-SALDOS.
           MOVE ZERO TO QTD-SALDOS
           OPEN INPUT SALDOS-FERIAS
               WS-SALDO-SALARIO + WS-DECIMO-PRORATA
               + WS-FERIAS-VENCIDAS + WS-TERCO-FERIAS
           PERFORM CALCULA-DESCONTO-PROGRESSIVO
           MOVE WS-DESCONTO-TOTAL TO WS-INSS
           PERFORM APURA-DEPENDENTES
           IF WS-TOTAL-BRUTO > WS-INSS + WS-DEDUCAO-DEP
               COMPUTE WS-BASE-IRRF =
                   WS-TOTAL-BRUTO - WS-INSS - WS-DEDUCAO-DEP
           ELSE
               MOVE ZERO TO WS-BASE-IRRF
           END-IF
           PERFORM CALCULA-IRRF
           COMPUTE WS-DESCONTO-TOTAL = WS-INSS + WS-IRRF
           COMPUTE WS-TOTAL-LIQUIDO =
               WS-TOTAL-BRUTO - WS-DESCONTO-TOTAL
           PERFORM QUITA-CONSIGNADOS
           PERFORM CALCULA-FGTS-RESCISAO

           PERFORM IMPRIME-TERMO-RESCISAO
           PERFORM GRAVA-FGTS-RESCISAO
           PERFORM GRAVA-EVENTO-PENDENTE
           PERFORM DESLIGA-FUNCIONARIO
           PERFORM ZERA-SALDO-FERIAS
           ADD 1 TO CONT-GRAVADOS.

       QUITA-CONSIGNADOS.
           MOVE ZERO TO WS-QUITACAO-CONSIG
           IF WS-STATUS-CON = "00"
               MOVE NUMERO-DES TO NUMERO-CON
               MOVE ZERO TO SEQ-CON
               MOVE "N" TO FIM-CON
               START CADCON KEY IS NOT LESS THAN CHAVE-CON
                   INVALID KEY
                       MOVE "S" TO FIM-CON
               END-START
               PERFORM UNTIL FIM-CON = "S"
                   READ CADCON NEXT
                       AT END
                           MOVE "S" TO FIM-CON
                       NOT AT END
                           IF NUMERO-CON NOT = NUMERO-DES
                               MOVE "S" TO FIM-CON
                           ELSE
                               IF CON-EMPRESTIMO
                                       AND NOT CON-QUITADO
                                       AND SALDO-CON > ZERO
                                   PERFORM QUITA-UM-CONSIGNADO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               ADD WS-QUITACAO-CONSIG TO WS-DESCONTO-TOTAL
           END-IF.

       QUITA-UM-CONSIGNADO.
           IF SALDO-CON > WS-TOTAL-LIQUIDO
               MOVE WS-TOTAL-LIQUIDO TO WS-QUITA-PARCIAL
           ELSE
               MOVE SALDO-CON TO WS-QUITA-PARCIAL
           END-IF
           SUBTRACT WS-QUITA-PARCIAL FROM WS-TOTAL-LIQUIDO
           SUBTRACT WS-QUITA-PARCIAL FROM SALDO-CON
           ADD WS-QUITA-PARCIAL TO WS-QUITACAO-CONSIG
           IF SALDO-CON = ZERO
               MOVE ZERO TO PARCELAS-CON
               SET CON-QUITADO TO TRUE
           ELSE
               MOVE NUMERO-CON TO NUMERO-SPE
               MOVE SEQ-CON TO SEQ-SPE
               MOVE DESCRICAO-CON TO DESCRICAO-SPE
               MOVE DATA-DES TO DATA-DES-SPE
               MOVE WS-QUITA-PARCIAL TO QUITADO-SPE
               MOVE SALDO-CON TO PENDENTE-SPE
               ADD 1 TO CONT-REJEITADOS
               MOVE "EX48" TO PROGRAMA-REJ
               MOVE SPACES TO CHAVE-REJ
               STRING NUMERO-CON SEQ-CON
                   DELIMITED BY SIZE INTO CHAVE-REJ
               MOVE "SALDO CONSIGNADO NAO QUITADO" TO MOTIVO-REJ
               MOVE WS-DATA-EXECUCAO TO DATA-REJ
               MOVE WS-SEQ-EXECUCAO TO SEQ-EXEC-REJ
               MOVE REG-SALDO-PENDENTE TO IMAGEM-REJ
               WRITE DADOS-REJEITO
           END-IF
           REWRITE DADOS-CON.

       CALCULA-FGTS-RESCISAO.
           COMPUTE WS-BASE-FGTS-RESC =
               WS-SALDO-SALARIO + WS-DECIMO-PRORATA
           COMPUTE WS-FGTS-RESCISORIO ROUNDED =
               WS-BASE-FGTS-RESC * WS-ALIQ-FGTS
           MOVE ZERO TO WS-SALDO-FUNDIARIO
           IF WS-STATUS-FGS = "00"
               MOVE NUMERO-DES TO NUMERO-FGS
               READ SALDO-FGTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SALDO-FGS IS NUMERIC AND FGS-ATIVO
                           MOVE SALDO-FGS TO WS-SALDO-FUNDIARIO
                       END-IF
               END-READ
           END-IF
           ADD WS-FGTS-RESCISORIO TO WS-SALDO-FUNDIARIO
           IF MOTIVO-DES (1:6) = "PEDIDO"
                   OR MOTIVO-DES (1:11) = "JUSTA CAUSA"
               MOVE ZERO TO WS-MULTA-FGTS
           ELSE
               COMPUTE WS-MULTA-FGTS ROUNDED =
                   WS-SALDO-FUNDIARIO * WS-PERC-MULTA-FGTS
           END-IF.

       ABRE-FGTS-RESCISAO.
           OPEN EXTEND FGTS-RESCISAO
           IF WS-STATUS-FRS NOT = "00"
               OPEN OUTPUT FGTS-RESCISAO
               CLOSE FGTS-RESCISAO
               OPEN EXTEND FGTS-RESCISAO
           END-IF.

       GRAVA-FGTS-RESCISAO.
           MOVE NUMERO-DES TO NUMERO-FRS
           MOVE NOME-FUNI TO NOME-FRS
           MOVE DEPTO-FUNI TO DEPTO-FRS
           MOVE DATA-DES TO DATA-DES-FRS
           MOVE WS-BASE-FGTS-RESC TO BASE-FRS
           MOVE WS-FGTS-RESCISORIO TO FGTS-FRS
           MOVE WS-SALDO-FUNDIARIO TO SALDO-FRS
           MOVE WS-MULTA-FGTS TO MULTA-FRS
           MOVE ZERO TO COMPETENCIA-FRS
           WRITE DADOS-FRS.

       ABRE-EVENTOS-PENDENTES.
           OPEN EXTEND EVENTOS-PENDENTES
           IF WS-STATUS-EVP NOT = "00"
               OPEN OUTPUT EVENTOS-PENDENTES
               CLOSE EVENTOS-PENDENTES
               OPEN EXTEND EVENTOS-PENDENTES
           END-IF.

       GRAVA-EVENTO-PENDENTE.
           SET EVP-DESLIGAMENTO TO TRUE
           MOVE NUMERO-DES TO NUMERO-EVP
           MOVE NOME-FUNI TO NOME-EVP
           MOVE DEPTO-FUNI TO DEPTO-EVP
           MOVE SALARIOBRUTO-FUNI TO SALARIO-EVP
           MOVE DATA-DES TO DATA-EVP
           MOVE ZERO TO DIAS-EVP
           MOVE MOTIVO-DES TO MOTIVO-EVP
           MOVE "EX48" TO PROGRAMA-EVP
           MOVE WS-DATA-EXECUCAO TO DATA-GERACAO-EVP
           WRITE DADOS-EVP.

       LE-MESES-13.
           MOVE ZERO TO WS-MESES-13
           IF WS-STATUS-YTD = "00"
           MOVE TAB-FER-SALDO (IDX-FER2) TO SALDO-DIAS-FER
           WRITE DADOS-FER.

       ABRE-DEPENDENTES.
           OPEN INPUT CADDEP
           IF WS-STATUS-DEP = "00"
               SET CADDEP-DISPONIVEL TO TRUE
           ELSE
               SET CADDEP-AUSENTE TO TRUE
               DISPLAY "EX48: AVISO - CADDEP INDISPONIVEL -"
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

       IMPRIME-CABECALHO-REL.
           MOVE SPACES TO LINHA-REL
           STRING "ESCOLA MUNICIPAL - TERMO DE RESCISAO"
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-REL FROM LINHA-DETALHE

           MOVE WS-INSS TO WS-VALOR-EDIT
           MOVE SPACES TO LINHA-DETALHE
           STRING "   INSS ................: " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-REL FROM LINHA-DETALHE

           MOVE WS-IRRF TO WS-VALOR-EDIT
           MOVE SPACES TO LINHA-DETALHE
           STRING "   IRRF ................: " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-REL FROM LINHA-DETALHE

           IF WS-QUITACAO-CONSIG > ZERO
               MOVE WS-QUITACAO-CONSIG TO WS-VALOR-EDIT
               MOVE SPACES TO LINHA-DETALHE
               STRING "   QUITACAO CONSIGNADO .: " WS-VALOR-EDIT
                   DELIMITED BY SIZE INTO LINHA-DETALHE
               WRITE LINHA-REL FROM LINHA-DETALHE
           END-IF

           MOVE WS-DESCONTO-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO LINHA-DETALHE
           STRING "   TOTAL DE DESCONTOS ..: " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-REL FROM LINHA-DETALHE

               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-REL FROM LINHA-DETALHE

           MOVE SPACES TO LINHA-DETALHE
           STRING "   ENCARGOS DO EMPREGADOR (NAO DESCONTADOS):"
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-REL FROM LINHA-DETALHE

           MOVE WS-FGTS-RESCISORIO TO WS-VALOR-EDIT
           MOVE SPACES TO LINHA-DETALHE
           STRING "   FGTS RESCISORIO .....: " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-REL FROM LINHA-DETALHE

           MOVE WS-SALDO-FUNDIARIO TO WS-SALDO-EDIT
           MOVE SPACES TO LINHA-DETALHE
           STRING "   SALDO FUNDIARIO .....: " WS-SALDO-EDIT
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-REL FROM LINHA-DETALHE

           MOVE WS-MULTA-FGTS TO WS-VALOR-EDIT
           MOVE SPACES TO LINHA-DETALHE
           STRING "   MULTA RESCISORIA FGTS: " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-REL FROM LINHA-DETALHE

           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.

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
                       DISPLAY "EX48: " WS-TRV-ARQUIVO " EM USO POR "
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
                   MOVE "EX48" TO TAB-TRV-PROGRAMA (QTD-TRAVAS)
                   MOVE WS-TRV-OPERADOR
                       TO TAB-TRV-OPERADOR (QTD-TRAVAS)
                   MOVE WS-TRV-DATA TO TAB-TRV-DATA (QTD-TRAVAS)
                   MOVE WS-TRV-HORA TO TAB-TRV-HORA (QTD-TRAVAS)
                   MOVE WS-TRV-MODO TO TAB-TRV-MODO (QTD-TRAVAS)
                   PERFORM GRAVA-TRAVAS
                   PERFORM CARREGA-TRAVAS
                   PERFORM PROCURA-DONO-TRAVA
                   IF WS-DONO-PROGRAMA = "EX48"
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
           DISPLAY "EX48: " WS-TRV-ARQUIVO " BLOQUEADO POR "
                   WS-DONO-PROGRAMA " OPERADOR " WS-DONO-OPERADOR
                   " DESDE " WS-DONO-DATA " " WS-DONO-HORA
           DISPLAY "EX48: EXECUCAO RECUSADA - CADASTRO EM USO."
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
           IF TAB-TRV-PROGRAMA (IDX-TRV) NOT = "EX48"
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
                   OR TAB-TRV-PROGRAMA (IDX-TRV) NOT = "EX48"
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
               WHEN TAB-PTR-PASSO (IDX-TPTR) = "EX48"
                   MOVE "S" TO SW-PASSO-TRV
           END-SEARCH
           IF SW-PASSO-TRV = "N" AND QTD-PASSOS-TRV < 99
               ADD 1 TO QTD-PASSOS-TRV
               SET IDX-TPTR TO QTD-PASSOS-TRV
               MOVE "EX48" TO TAB-PTR-PASSO (IDX-TPTR)
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
