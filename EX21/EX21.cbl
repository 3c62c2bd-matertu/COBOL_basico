           SELECT PARAMETROS ASSIGN TO "EX08PARM.DAT"
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
           SELECT CHECKSUMS ASSIGN TO "CADCKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CKS.
           SELECT CADHFP ASSIGN TO "CADHFP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-HFP
               FILE STATUS IS WS-STATUS-HFP.
       DATA DIVISION.
       FILE SECTION.
       FD  ACUMULO-ANO.
           05 BRUTO-PAG13         PIC 9(5)V99.
           05 DESCONTO-PAG13      PIC 9(5)V99.
           05 LIQUIDO-PAG13       PIC 9(5)V99.
           05 INSS-PAG13          PIC 9(5)V99.
           05 IRRF-PAG13          PIC 9(5)V99.
       01  REG-CONTROLE-PAG13.
           05 DATA-EXEC-CAB       PIC 9(8).
           05 QTD-REG-CAB         PIC 9(7).
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

       WORKING-STORAGE SECTION.
       01  FIMARQ              PIC X(1) VALUE "N".
       01  WS-STATUS-YTD       PIC X(2).
       01  WS-STATUS-PARM      PIC X(2).
       01  WS-STATUS-PCEN      PIC X(2).
       01  WS-STATUS-HFP       PIC X(2).
       01  FIM-PCEN            PIC X(1) VALUE "N".
       01  WS-DATA-EXECUCAO    PIC 9(8).
       01  WS-QTD-CAB          PIC 9(7) COMP VALUE ZERO.
       01  WS-BASE-MENSAL      PIC 9(5)V99 VALUE ZERO.
           05 FILLER PIC X(12) VALUE "010000000750".
           05 FILLER PIC X(12) VALUE "020000000900".
           05 FILLER PIC X(12) VALUE "030000001200".
           05 FILLER PIC X(12) VALUE "077860201400".
       01  TABELA-FAIXAS REDEFINES TABELA-FAIXAS-INIC.
           05 FAIXA-DESC OCCURS 4 TIMES.
               10 LIMITE-FAIXA   PIC 9(5)V99.
       01  WS-BASE-FAIXA       PIC 9(5)V99 VALUE ZERO.
       01  WS-DESCONTO-TOTAL   PIC 9(5)V99 VALUE ZERO.

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

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
           PERFORM LE-PARAMETRO
           PERFORM LE-PARAMETROS-CENTRAIS
           PERFORM CONFERE-CHECKSUM-ACUMULO
           PERFORM CONTA-CABECALHO

                       WS-STATUS-YTD
               STOP RUN
           END-IF
           PERFORM ABRE-HISTORICO
           OPEN OUTPUT PAGAMENTO-13
           PERFORM GRAVA-CABECALHO
           PERFORM ABRE-DEPENDENTES

           PERFORM UNTIL FIMARQ = "S"
               READ ACUMULO-ANO NEXT

           CLOSE ACUMULO-ANO
           CLOSE PAGAMENTO-13
           CLOSE CADHFP
           IF CADDEP-DISPONIVEL
               CLOSE CADDEP
           END-IF
           DISPLAY "EX21: REGISTROS LIDOS ....... " CONT-LIDOS
           DISPLAY "EX21: PAGAMENTOS GRAVADOS ... " CONT-GRAVADOS
           DISPLAY "EX21: REGISTROS IGNORADOS ... " CONT-IGNORADOS
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

       CONFERE-CHECKSUM-ACUMULO.
           MOVE ZERO TO WS-TOTAL-CONTEUDO
           OPEN INPUT ACUMULO-ANO
               COMPUTE WS-BRUTO-13 ROUNDED =
                   WS-BASE-MENSAL * QTD-MESES-YTD / 12
               PERFORM CALCULA-DESCONTO-PROGRESSIVO
               MOVE WS-DESCONTO-TOTAL TO WS-INSS
               PERFORM APURA-DEPENDENTES
               IF WS-BRUTO-13 > WS-INSS + WS-DEDUCAO-DEP
                   COMPUTE WS-BASE-IRRF =
                       WS-BRUTO-13 - WS-INSS - WS-DEDUCAO-DEP
               ELSE
                   MOVE ZERO TO WS-BASE-IRRF
               END-IF
               PERFORM CALCULA-IRRF
               COMPUTE WS-DESCONTO-TOTAL = WS-INSS + WS-IRRF
               COMPUTE WS-LIQUIDO-13 =
                   WS-BRUTO-13 - WS-DESCONTO-TOTAL
               MOVE NUMERO-YTD TO NUMERO-PAG13
               MOVE WS-BRUTO-13 TO BRUTO-PAG13
               MOVE WS-DESCONTO-TOTAL TO DESCONTO-PAG13
               MOVE WS-LIQUIDO-13 TO LIQUIDO-PAG13
               MOVE WS-INSS TO INSS-PAG13
               MOVE WS-IRRF TO IRRF-PAG13
               WRITE DADOS-PAG13
               PERFORM GRAVA-HISTORICO
               ADD 1 TO CONT-GRAVADOS
           END-IF.

       ABRE-HISTORICO.
           OPEN I-O CADHFP
           IF WS-STATUS-HFP = "35"
               OPEN OUTPUT CADHFP
               CLOSE CADHFP
               OPEN I-O CADHFP
           END-IF
           IF WS-STATUS-HFP NOT = "00"
               DISPLAY "EX21: CADHFP COM STATUS "
                       WS-STATUS-HFP " - EXECUCAO CANCELADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       GRAVA-HISTORICO.
           MOVE NUMERO-YTD TO NUMERO-HFP
           MOVE WS-DATA-EXECUCAO (1:6) TO MES-REF-HFP
           SET HFP-DECIMO TO TRUE
           MOVE SPACES TO DEPTO-HFP
           MOVE WS-BASE-MENSAL TO SALARIO-BASE-HFP
           MOVE QTD-MESES-YTD TO QTD-HFP
           MOVE WS-BRUTO-13 TO BRUTO-HFP
           MOVE WS-INSS TO INSS-HFP
           MOVE WS-IRRF TO IRRF-HFP
           MOVE ZERO TO SALFAMILIA-HFP
           MOVE ZERO TO DESC-FIXOS-HFP
           MOVE WS-LIQUIDO-13 TO LIQUIDO-HFP
           MOVE "EX21" TO PROGRAMA-HFP
           MOVE WS-DATA-EXECUCAO TO DATA-GRAVACAO-HFP
           WRITE DADOS-HFP
               INVALID KEY
                   REWRITE DADOS-HFP
           END-WRITE.

       ABRE-DEPENDENTES.
           OPEN INPUT CADDEP
           IF WS-STATUS-DEP = "00"
               SET CADDEP-DISPONIVEL TO TRUE
           ELSE
               SET CADDEP-AUSENTE TO TRUE
               DISPLAY "EX21: AVISO - CADDEP INDISPONIVEL -"
                       " IRRF CALCULADO SEM DEPENDENTES"
           END-IF.

       APURA-DEPENDENTES.
           MOVE ZERO TO WS-QTD-DEP-IR
           MOVE ZERO TO WS-DEDUCAO-DEP
           IF CADDEP-DISPONIVEL
               MOVE NUMERO-YTD TO NUMERO-DEP
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
                           IF NUMERO-DEP NOT = NUMERO-YTD
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
           COMPUTE WS-DESCONTO-TOTAL ROUNDED = WS-DESCONTO-TOTAL +
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
