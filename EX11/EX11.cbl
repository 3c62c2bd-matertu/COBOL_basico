               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHAVE-PAR
               FILE STATUS IS WS-STATUS-PCEN.
           SELECT CADDEP ASSIGN TO "CADDEP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-DEP
               FILE STATUS IS WS-STATUS-DEP.
           SELECT CADAUD ASSIGN TO "CADAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.
           SELECT CADAUD-TRAB ASSIGN TO "EX11AUD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDT.
           SELECT CADCON ASSIGN TO "CADCON.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-CON
               FILE STATUS IS WS-STATUS-CON.
           SELECT CADHFP ASSIGN TO "CADHFP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-HFP
               FILE STATUS IS WS-STATUS-HFP.
       DATA DIVISION.
       FILE SECTION.
       FD  CADFUN2.
           05 DEPTO-OUT2        PIC X(10).
           05 SALARIOLIQ-OUT2   PIC 9(5)V99.
           05 ALTA-RENDA-OUT2   PIC X(1).
           05 INSS-OUT2         PIC 9(5)V99.
           05 IRRF-OUT2         PIC 9(5)V99.
       01  REG-CONTROLE-SAI2.
           05 DATA-EXEC-CAB2    PIC 9(8).
           05 QTD-REG-CAB2      PIC 9(7).
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

       FD  CHECKSUMS.
       01  DADOS-CKS.
           05 ALTERADO-POR-PAR     PIC X(8).
           05 DATA-ALTERACAO-PAR   PIC 9(8).

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

       FD  CADAUD-TRAB.
       01  DADOS-AUD-TRAB          PIC X(85).

       FD  CADAUD.
       01  DADOS-AUD.
           05 NUMERO-AUD       PIC 9(5).
           05 SALARIOBRUTO-AUD PIC 9(5)V99.
           05 FAIXA-AUD        PIC X(20).
           05 SALARIOLIQ-AUD   PIC 9(5)V99.
           05 OPERADOR-AUD     PIC X(8).
           05 DATA-AUD         PIC 9(8).
           05 QTD-DEP-IR-AUD   PIC 9(2).
           05 DEDUCAO-DEP-AUD  PIC 9(5)V99.
           05 SALFAMILIA-AUD   PIC 9(5)V99.
           05 INSS-AUD         PIC 9(5)V99.
           05 IRRF-AUD         PIC 9(5)V99.

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
       01  FIMARQ                PIC X(1) VALUE "N".
       01  FIM-AUD               PIC X(1) VALUE "N".
       01  WS-STATUS-AUDT        PIC X(2).
       01  CONT-AUD-SUBSTITUIDOS PIC 9(7) COMP VALUE ZERO.
       01  FIM-UNL               PIC X(1) VALUE "N".
       01  LINHA-REL             PIC X(80).
       01  SW-SIMULACAO          PIC X(1) VALUE "N".
       01  WS-GERAL-TOT-BRUTO-EDIT PIC Z(8)9,99.
       01  WS-GERAL-TOT-LIQ      PIC 9(9)V99 VALUE ZERO.
       01  WS-GERAL-TOT-LIQ-EDIT PIC Z(8)9,99.
       01  WS-GERAL-TOT-INSS     PIC 9(9)V99 VALUE ZERO.
       01  WS-GERAL-TOT-INSS-EDIT PIC Z(8)9,99.
       01  WS-GERAL-TOT-IRRF     PIC 9(9)V99 VALUE ZERO.
       01  WS-GERAL-TOT-IRRF-EDIT PIC Z(8)9,99.

       01  TAB-NUMEROS.
           05 QTD-NUMEROS        PIC 9(5) COMP VALUE ZERO.
           05 FILLER PIC X(12) VALUE "010000000750".
           05 FILLER PIC X(12) VALUE "020000000900".
           05 FILLER PIC X(12) VALUE "030000001200".
           05 FILLER PIC X(12) VALUE "077860201400".
       01  TABELA-FAIXAS REDEFINES TABELA-FAIXAS-INIC.
           05 FAIXA-DESC OCCURS 4 TIMES.
               10 LIMITE-FAIXA   PIC 9(5)V99.
       01  WS-BASE-ANTERIOR   PIC 9(5)V99 VALUE ZERO.
       01  WS-BASE-FAIXA      PIC 9(5)V99 VALUE ZERO.
       01  WS-DESCONTO-TOTAL  PIC 9(5)V99 VALUE ZERO.
       01  WS-BASE-CALCULO    PIC 9(5)V99 VALUE ZERO.
       01  WS-FAIXA-ATINGIDA  PIC 9(1) VALUE ZERO.

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

       01  WS-STATUS-DEP         PIC X(2).
       01  WS-STATUS-AUD         PIC X(2).
       01  SW-CADDEP             PIC X(1) VALUE "N".
           88 CADDEP-DISPONIVEL  VALUE "S".
           88 CADDEP-AUSENTE     VALUE "N".
       01  FIM-DEP               PIC X(1) VALUE "N".
       01  WS-DEDUCAO-POR-DEP    PIC 9(3)V99 VALUE 189,59.
       01  WS-COTA-SALFAMILIA    PIC 9(3)V99 VALUE 62,04.
       01  WS-TETO-SALFAMILIA    PIC 9(5)V99 VALUE 1819,26.
       01  WS-IDADE-SALFAMILIA   PIC 9(2) VALUE 14.
       01  WS-VIG-DEDDEP         PIC 9(8) VALUE ZERO.
       01  WS-VIG-COTASF         PIC 9(8) VALUE ZERO.
       01  WS-VIG-TETOSF         PIC 9(8) VALUE ZERO.
       01  WS-VIG-IDADESF        PIC 9(8) VALUE ZERO.
       01  WS-DATA-CORTE-SF      PIC 9(8) VALUE ZERO.
       01  WS-QTD-DEP-IR         PIC 9(2) VALUE ZERO.
       01  WS-QTD-DEP-SF         PIC 9(2) VALUE ZERO.
       01  WS-DEDUCAO-DEP        PIC 9(5)V99 VALUE ZERO.
       01  WS-SALFAMILIA         PIC 9(5)V99 VALUE ZERO.
       01  WS-LIQUIDO-CALC       PIC 9(6)V99 VALUE ZERO.
       01  WS-DEDUCAO-EDIT       PIC ZZ.ZZ9,99.
       01  WS-SALFAM-EDIT        PIC ZZ.ZZ9,99.
       01  WS-QTD-DEP-EDIT       PIC Z9.

       01  WS-STATUS-CON         PIC X(2).
       01  SW-CADCON             PIC X(1) VALUE "N".
           88 CADCON-DISPONIVEL  VALUE "S".
           88 CADCON-AUSENTE     VALUE "N".
       01  FIM-CON               PIC X(1) VALUE "N".
       01  WS-PASSO-CON          PIC X(1) VALUE SPACES.
           88 PASSO-PENSAO       VALUE "P".
           88 PASSO-DEMAIS       VALUE "D".
       01  WS-PISO-LIQUIDO       PIC 9(5)V99 VALUE ZERO.
       01  WS-VIG-PISO           PIC 9(8) VALUE ZERO.
       01  WS-LIQUIDO-LEGAL      PIC 9(6)V99 VALUE ZERO.
       01  WS-DESCONTO-PREVISTO  PIC 9(6)V99 VALUE ZERO.
       01  WS-DESCONTO-EFETIVO   PIC 9(6)V99 VALUE ZERO.
       01  WS-NAO-DESCONTADO     PIC 9(6)V99 VALUE ZERO.
       01  WS-MARGEM-DESCONTO    PIC S9(6)V99 VALUE ZERO.
       01  WS-TOTAL-DESC-FIXOS   PIC 9(6)V99 VALUE ZERO.
       01  WS-DESC-FIXO-EDIT     PIC ZZ.ZZ9,99.
       01  WS-PARCELAS-EDIT      PIC ZZ9.
       01  WS-GERAL-TOT-CONSIG   PIC 9(9)V99 VALUE ZERO.
       01  WS-GERAL-TOT-CONSIG-EDIT PIC Z(8)9,99.
       01  REG-DESCONTO-PARCIAL.
           05 NUMERO-DPA          PIC 9(5).
           05 SEQ-DPA             PIC 9(2).
           05 TIPO-DPA            PIC X(1).
           05 DESCRICAO-DPA       PIC X(20).
           05 MES-REF-DPA         PIC 9(6).
           05 PREVISTO-DPA        PIC 9(6)V99.
           05 DESCONTADO-DPA      PIC 9(6)V99.
           05 NAO-DESCONTADO-DPA  PIC 9(6)V99.

       01  WS-STATUS-HFP         PIC X(2).
       01  WS-SALARIO-CONTRATUAL PIC 9(5)V99 VALUE ZERO.

       01  WS-STATUS-MOV      PIC X(2).
       01  WS-MES-CORRENTE    PIC 9(6) VALUE ZERO.
               10 TAB-MOV-NUMERO PIC 9(5).
               10 TAB-MOV-EVENTO PIC X(2).
               10 TAB-MOV-QTD    PIC 9(3)V99.
               10 TAB-MOV-VALOR  PIC 9(5)V99.

       PROCEDURE DIVISION.
       INICIO.
               PERFORM GRAVA-CABECALHO
               OPEN OUTPUT EX11REL
               PERFORM ABRE-REJEITOS
               PERFORM EXPURGA-CADAUD
               PERFORM ABRE-CADAUD
               PERFORM ABRE-HISTORICO
           END-IF
           PERFORM ABRE-DEPENDENTES
           PERFORM ABRE-CONSIGNACOES
           MOVE WS-DATA-EXECUCAO (1:6) TO WS-MES-CORRENTE
           PERFORM CARREGA-MOVIMENTOS
           PERFORM IMPRIME-CABECALHO-REL
               CLOSE CADSAI2
               CLOSE EX11REL
               CLOSE REJEITOS
               CLOSE CADAUD
               CLOSE CADHFP
           END-IF
           IF CADDEP-DISPONIVEL
               CLOSE CADDEP
           END-IF
           IF CADCON-DISPONIVEL
               CLOSE CADCON
           END-IF
           IF MODO-NORMAL
               PERFORM ATUALIZA-CHECKSUM-SAIDA
               END-COMPUTE
           END-IF

           MOVE SALARIOBRUTO-ORD TO WS-SALARIO-CONTRATUAL
           PERFORM APLICA-MOVIMENTOS
           PERFORM APURA-DEPENDENTES
           MOVE SALARIOBRUTO-ORD TO WS-BASE-CALCULO
           PERFORM CALCULA-DESCONTO-PROGRESSIVO
           MOVE WS-DESCONTO-TOTAL TO WS-INSS
           IF SALARIOBRUTO-ORD > WS-INSS + WS-DEDUCAO-DEP
               COMPUTE WS-BASE-IRRF =
                   SALARIOBRUTO-ORD - WS-INSS - WS-DEDUCAO-DEP
           ELSE
               MOVE ZERO TO WS-BASE-IRRF
           END-IF
           PERFORM CALCULA-IRRF
           COMPUTE WS-LIQUIDO-CALC =
               SALARIOBRUTO-ORD - WS-INSS - WS-IRRF + WS-SALFAMILIA
           COMPUTE WS-LIQUIDO-LEGAL =
               SALARIOBRUTO-ORD - WS-INSS - WS-IRRF
           PERFORM APURA-DESCONTOS-FIXOS
           SUBTRACT WS-TOTAL-DESC-FIXOS FROM WS-LIQUIDO-CALC
           IF WS-LIQUIDO-CALC > 99999,99
               MOVE 99999,99 TO WS-LIQUIDO-CALC
           END-IF
           MOVE WS-LIQUIDO-CALC TO SALARIOLIQ

           ADD 1 TO WS-DEPTO-QTD
           ADD SALARIOBRUTO-ORD TO WS-DEPTO-TOT-BRUTO
           ADD 1 TO WS-GERAL-QTD
           ADD SALARIOBRUTO-ORD TO WS-GERAL-TOT-BRUTO
           ADD SALARIOLIQ TO WS-GERAL-TOT-LIQ
           ADD WS-INSS TO WS-GERAL-TOT-INSS
           ADD WS-IRRF TO WS-GERAL-TOT-IRRF
           ADD WS-TOTAL-DESC-FIXOS TO WS-GERAL-TOT-CONSIG
           PERFORM ACUMULA-FILIAL

           IF MODO-NORMAL
               PERFORM GRAVA-SAIDA
               PERFORM GRAVA-AUDITORIA
               PERFORM GRAVA-HISTORICO
           END-IF.

       GRAVA-SAIDA.
           MOVE NOME-ORD TO NOME-OUT2
           MOVE DEPTO-ORD TO DEPTO-OUT2
           MOVE SALARIOLIQ TO SALARIOLIQ-OUT2
           MOVE WS-INSS TO INSS-OUT2
           MOVE WS-IRRF TO IRRF-OUT2
           COMPUTE WS-TOTAL-SAIDA =
               WS-TOTAL-SAIDA + NUMERO-OUT2
               + SALARIOLIQ-OUT2 * 100
                   OR MES-REF-MOV IS NOT NUMERIC
                   OR (NOT EVENTO-HORA-EXTRA
                       AND NOT EVENTO-FALTA
                       AND NOT EVENTO-NOTURNO
                       AND NOT EVENTO-RETROATIVO
                       AND NOT EVENTO-HORA-AULA)
                   OR ((EVENTO-RETROATIVO OR EVENTO-HORA-AULA)
                       AND VALOR-MOV IS NOT NUMERIC)
               MOVE "EX11" TO PROGRAMA-REJ
               MOVE NUMERO-MOV TO CHAVE-REJ
               MOVE "MOVIMENTO MAL FORMADO" TO MOTIVO-REJ
                       TO TAB-MOV-EVENTO (QTD-MOVIMENTOS)
                   MOVE QTD-MOV
                       TO TAB-MOV-QTD (QTD-MOVIMENTOS)
                   MOVE ZERO TO TAB-MOV-VALOR (QTD-MOVIMENTOS)
                   IF EVENTO-RETROATIVO OR EVENTO-HORA-AULA
                       MOVE VALOR-MOV
                           TO TAB-MOV-VALOR (QTD-MOVIMENTOS)
                   END-IF
               END-IF
           END-IF.

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
       CALCULA-DESCONTO-PROGRESSIVO.
           MOVE ZERO TO WS-BASE-ANTERIOR
           MOVE ZERO TO WS-DESCONTO-TOTAL
           MOVE 1 TO WS-FAIXA-ATINGIDA
           PERFORM APLICA-FAIXA
               VARYING IDX-FAIXA FROM 1 BY 1
               UNTIL IDX-FAIXA > 4
                   OR WS-BASE-ANTERIOR >= WS-BASE-CALCULO.

       APLICA-FAIXA.
           IF WS-BASE-CALCULO > LIMITE-FAIXA (IDX-FAIXA)
               COMPUTE WS-BASE-FAIXA =
                   LIMITE-FAIXA (IDX-FAIXA) - WS-BASE-ANTERIOR
           ELSE
               COMPUTE WS-BASE-FAIXA =
                   WS-BASE-CALCULO - WS-BASE-ANTERIOR
           END-IF
           COMPUTE WS-DESCONTO-TOTAL ROUNDED = WS-DESCONTO-TOTAL +
               (WS-BASE-FAIXA * ALIQUOTA-FAIXA (IDX-FAIXA))
           MOVE IDX-FAIXA TO WS-FAIXA-ATINGIDA
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

       ABRE-DEPENDENTES.
           OPEN INPUT CADDEP
           IF WS-STATUS-DEP = "00"
               SET CADDEP-DISPONIVEL TO TRUE
           ELSE
               SET CADDEP-AUSENTE TO TRUE
               DISPLAY "EX11: AVISO - CADDEP INDISPONIVEL -"
                       " FOLHA CALCULADA SEM DEPENDENTES"
           END-IF
           COMPUTE WS-DATA-CORTE-SF =
               (WS-ANO - WS-IDADE-SALFAMILIA) * 10000
               + WS-MES * 100 + WS-DIA.

       APURA-DEPENDENTES.
           MOVE ZERO TO WS-QTD-DEP-IR
           MOVE ZERO TO WS-QTD-DEP-SF
           MOVE ZERO TO WS-DEDUCAO-DEP
           MOVE ZERO TO WS-SALFAMILIA
           IF CADDEP-DISPONIVEL
               MOVE NUMERO-ORD TO NUMERO-DEP
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
                           IF NUMERO-DEP NOT = NUMERO-ORD
                               MOVE "S" TO FIM-DEP
                           ELSE
                               PERFORM CONTA-DEPENDENTE
                           END-IF
                   END-READ
               END-PERFORM
               COMPUTE WS-DEDUCAO-DEP =
                   WS-QTD-DEP-IR * WS-DEDUCAO-POR-DEP
               IF SALARIOBRUTO-ORD <= WS-TETO-SALFAMILIA
                   COMPUTE WS-SALFAMILIA =
                       WS-QTD-DEP-SF * WS-COTA-SALFAMILIA
               ELSE
                   MOVE ZERO TO WS-QTD-DEP-SF
               END-IF
               IF WS-QTD-DEP-IR > ZERO OR WS-QTD-DEP-SF > ZERO
                   PERFORM IMPRIME-LINHA-DEPENDENTES
               END-IF
           END-IF.

       CONTA-DEPENDENTE.
           IF DEP-DEDUZ-IR
               ADD 1 TO WS-QTD-DEP-IR
           END-IF
           IF DEP-SALFAMILIA
                   AND DEP-FILHO
                   AND NASCIMENTO-DEP > WS-DATA-CORTE-SF
               ADD 1 TO WS-QTD-DEP-SF
           END-IF.

       IMPRIME-LINHA-DEPENDENTES.
           MOVE WS-QTD-DEP-IR TO WS-QTD-DEP-EDIT
           MOVE WS-DEDUCAO-DEP TO WS-DEDUCAO-EDIT
           MOVE WS-SALFAMILIA TO WS-SALFAM-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "   DEPENDENTES " NUMERO-ORD
               " IR " WS-QTD-DEP-EDIT
               " DEDUCAO " WS-DEDUCAO-EDIT
               " SAL-FAMILIA " WS-SALFAM-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           PERFORM GRAVA-LINHA-REL.

       ABRE-CONSIGNACOES.
           IF MODO-SIMULACAO
               OPEN INPUT CADCON
           ELSE
               OPEN I-O CADCON
           END-IF
           IF WS-STATUS-CON = "00"
               SET CADCON-DISPONIVEL TO TRUE
           ELSE
               SET CADCON-AUSENTE TO TRUE
               DISPLAY "EX11: AVISO - CADCON INDISPONIVEL -"
                       " FOLHA CALCULADA SEM DESCONTOS FIXOS"
           END-IF.

       APURA-DESCONTOS-FIXOS.
           MOVE ZERO TO WS-TOTAL-DESC-FIXOS
           IF CADCON-DISPONIVEL
               SET PASSO-PENSAO TO TRUE
               PERFORM PERCORRE-DESCONTOS-FIXOS
               SET PASSO-DEMAIS TO TRUE
               PERFORM PERCORRE-DESCONTOS-FIXOS
           END-IF.

       PERCORRE-DESCONTOS-FIXOS.
           MOVE NUMERO-ORD TO NUMERO-CON
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
                       IF NUMERO-CON NOT = NUMERO-ORD
                           MOVE "S" TO FIM-CON
                       ELSE
                           IF (PASSO-PENSAO AND CON-PENSAO)
                                   OR (PASSO-DEMAIS
                                       AND NOT CON-PENSAO)
                               PERFORM APLICA-DESCONTO-FIXO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       APLICA-DESCONTO-FIXO.
           MOVE ZERO TO WS-DESCONTO-PREVISTO
           MOVE ZERO TO WS-DESCONTO-EFETIVO
           MOVE ZERO TO WS-NAO-DESCONTADO
           IF ULTIMO-MES-CON = WS-MES-CORRENTE
               PERFORM ESTORNA-DESCONTO-MES
           END-IF
           IF CON-ATIVO
               PERFORM CALCULA-DESCONTO-FIXO
               MOVE WS-MES-CORRENTE TO ULTIMO-MES-CON
               MOVE WS-DESCONTO-EFETIVO TO DESCONTADO-CON
           END-IF
           IF MODO-NORMAL
                   AND ULTIMO-MES-CON = WS-MES-CORRENTE
               REWRITE DADOS-CON
           END-IF
           IF WS-DESCONTO-EFETIVO > ZERO
               PERFORM IMPRIME-LINHA-DESCONTO-FIXO
           END-IF
           IF WS-NAO-DESCONTADO > ZERO
               PERFORM GRAVA-REJEITO-DESCONTO
           END-IF.

       ESTORNA-DESCONTO-MES.
           IF CON-EMPRESTIMO
               ADD DESCONTADO-CON TO SALDO-CON
               IF BAIXA-PARCELA-CON = "S"
                   ADD 1 TO PARCELAS-CON
               END-IF
               IF CON-QUITADO AND SALDO-CON > ZERO
                   SET CON-ATIVO TO TRUE
               END-IF
           END-IF
           MOVE ZERO TO DESCONTADO-CON
           MOVE "N" TO BAIXA-PARCELA-CON.

       CALCULA-DESCONTO-FIXO.
           EVALUATE TRUE
               WHEN CON-PENSAO
                   COMPUTE WS-DESCONTO-PREVISTO ROUNDED =
                       WS-LIQUIDO-LEGAL * PERCENTUAL-CON / 100
               WHEN CON-EMPRESTIMO
                   IF SALDO-CON < VALOR-CON
                       MOVE SALDO-CON TO WS-DESCONTO-PREVISTO
                   ELSE
                       MOVE VALOR-CON TO WS-DESCONTO-PREVISTO
                   END-IF
               WHEN OTHER
                   MOVE VALOR-CON TO WS-DESCONTO-PREVISTO
           END-EVALUATE
           COMPUTE WS-MARGEM-DESCONTO = WS-LIQUIDO-CALC
               - WS-TOTAL-DESC-FIXOS - WS-PISO-LIQUIDO
           IF WS-MARGEM-DESCONTO < ZERO
               MOVE ZERO TO WS-MARGEM-DESCONTO
           END-IF
           IF WS-DESCONTO-PREVISTO > WS-MARGEM-DESCONTO
               MOVE WS-MARGEM-DESCONTO TO WS-DESCONTO-EFETIVO
               COMPUTE WS-NAO-DESCONTADO =
                   WS-DESCONTO-PREVISTO - WS-DESCONTO-EFETIVO
           ELSE
               MOVE WS-DESCONTO-PREVISTO TO WS-DESCONTO-EFETIVO
           END-IF
           ADD WS-DESCONTO-EFETIVO TO WS-TOTAL-DESC-FIXOS
           IF CON-EMPRESTIMO
               SUBTRACT WS-DESCONTO-EFETIVO FROM SALDO-CON
               IF WS-NAO-DESCONTADO = ZERO
                       AND WS-DESCONTO-EFETIVO > ZERO
                       AND PARCELAS-CON > ZERO
                   SUBTRACT 1 FROM PARCELAS-CON
                   MOVE "S" TO BAIXA-PARCELA-CON
               END-IF
               IF SALDO-CON = ZERO
                   MOVE ZERO TO PARCELAS-CON
                   SET CON-QUITADO TO TRUE
               END-IF
           END-IF.

       IMPRIME-LINHA-DESCONTO-FIXO.
           MOVE WS-DESCONTO-EFETIVO TO WS-DESC-FIXO-EDIT
           MOVE SPACES TO LINHA-REL
           IF CON-EMPRESTIMO
               MOVE PARCELAS-CON TO WS-PARCELAS-EDIT
               STRING "   DESCONTO " NUMERO-ORD
                   " " TIPO-CON " " DESCRICAO-CON
                   " VALOR " WS-DESC-FIXO-EDIT
                   " RESTAM " WS-PARCELAS-EDIT
                   DELIMITED BY SIZE INTO LINHA-REL
           ELSE
               STRING "   DESCONTO " NUMERO-ORD
                   " " TIPO-CON " " DESCRICAO-CON
                   " VALOR " WS-DESC-FIXO-EDIT
                   DELIMITED BY SIZE INTO LINHA-REL
           END-IF
           PERFORM GRAVA-LINHA-REL.

       GRAVA-REJEITO-DESCONTO.
           MOVE NUMERO-CON TO NUMERO-DPA
           MOVE SEQ-CON TO SEQ-DPA
           MOVE TIPO-CON TO TIPO-DPA
           MOVE DESCRICAO-CON TO DESCRICAO-DPA
           MOVE WS-MES-CORRENTE TO MES-REF-DPA
           MOVE WS-DESCONTO-PREVISTO TO PREVISTO-DPA
           MOVE WS-DESCONTO-EFETIVO TO DESCONTADO-DPA
           MOVE WS-NAO-DESCONTADO TO NAO-DESCONTADO-DPA
           IF MODO-SIMULACAO
               ADD 1 TO CONT-REJ-SIMULACAO
           ELSE
               MOVE "EX11" TO PROGRAMA-REJ
               MOVE SPACES TO CHAVE-REJ
               STRING NUMERO-CON SEQ-CON
                   DELIMITED BY SIZE INTO CHAVE-REJ
               MOVE "DESCONTO LIMITADO PELO PISO" TO MOTIVO-REJ
               MOVE WS-DATA-EXECUCAO TO DATA-REJ
               MOVE WS-SEQ-EXECUCAO TO SEQ-EXEC-REJ
               MOVE REG-DESCONTO-PARCIAL TO IMAGEM-REJ
               WRITE DADOS-REJEITO
               ADD 1 TO CONT-REJEITADOS
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
                       IF OPERADOR-AUD = "EX11"
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
           DISPLAY "EX11: CADAUD - " CONT-AUD-SUBSTITUIDOS
                   " REGISTROS DA COMPETENCIA SUBSTITUIDOS".

       ABRE-CADAUD.
           OPEN EXTEND CADAUD
           IF WS-STATUS-AUD NOT = "00"
               OPEN OUTPUT CADAUD
               CLOSE CADAUD
               OPEN EXTEND CADAUD
           END-IF.

       ABRE-HISTORICO.
           OPEN I-O CADHFP
           IF WS-STATUS-HFP = "35"
               OPEN OUTPUT CADHFP
               CLOSE CADHFP
               OPEN I-O CADHFP
           END-IF
           IF WS-STATUS-HFP NOT = "00"
               DISPLAY "EX11: CADHFP COM STATUS "
                       WS-STATUS-HFP " - EXECUCAO CANCELADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       GRAVA-HISTORICO.
           MOVE NUMERO-ORD TO NUMERO-HFP
           MOVE WS-MES-CORRENTE TO MES-REF-HFP
           SET HFP-MENSAL TO TRUE
           MOVE DEPTO-ORD TO DEPTO-HFP
           MOVE WS-SALARIO-CONTRATUAL TO SALARIO-BASE-HFP
           MOVE ZERO TO QTD-HFP
           MOVE SALARIOBRUTO-ORD TO BRUTO-HFP
           MOVE WS-INSS TO INSS-HFP
           MOVE WS-IRRF TO IRRF-HFP
           MOVE WS-SALFAMILIA TO SALFAMILIA-HFP
           MOVE WS-TOTAL-DESC-FIXOS TO DESC-FIXOS-HFP
           MOVE SALARIOLIQ TO LIQUIDO-HFP
           MOVE "EX11" TO PROGRAMA-HFP
           MOVE WS-DATA-EXECUCAO TO DATA-GRAVACAO-HFP
           WRITE DADOS-HFP
               INVALID KEY
                   REWRITE DADOS-HFP
           END-WRITE.

       GRAVA-AUDITORIA.
           MOVE NUMERO-ORD TO NUMERO-AUD
           MOVE SALARIOBRUTO-ORD TO SALARIOBRUTO-AUD
           MOVE SPACES TO FAIXA-AUD
           STRING "FAIXA " WS-FAIXA-ATINGIDA
               DELIMITED BY SIZE INTO FAIXA-AUD
           MOVE SALARIOLIQ TO SALARIOLIQ-AUD
           MOVE "EX11" TO OPERADOR-AUD
           MOVE WS-DATA-EXECUCAO TO DATA-AUD
           MOVE WS-QTD-DEP-IR TO QTD-DEP-IR-AUD
           MOVE WS-DEDUCAO-DEP TO DEDUCAO-DEP-AUD
           MOVE WS-SALFAMILIA TO SALFAMILIA-AUD
           MOVE WS-INSS TO INSS-AUD
           MOVE WS-IRRF TO IRRF-AUD
           WRITE DADOS-AUD.

       IMPRIME-SUBTOTAL-DEPTO.
           IF WS-DEPTO-QTD > ZERO
               MOVE WS-DEPTO-QTD TO WS-DEPTO-QTD-EDIT
               "   TOTAL LIQUIDO GERAL: " WS-GERAL-TOT-LIQ-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           PERFORM GRAVA-LINHA-REL
           MOVE WS-GERAL-TOT-INSS TO WS-GERAL-TOT-INSS-EDIT
           MOVE WS-GERAL-TOT-IRRF TO WS-GERAL-TOT-IRRF-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "TOTAL INSS GERAL.: " WS-GERAL-TOT-INSS-EDIT
               "   TOTAL IRRF GERAL...: " WS-GERAL-TOT-IRRF-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           PERFORM GRAVA-LINHA-REL
           MOVE WS-GERAL-TOT-CONSIG TO WS-GERAL-TOT-CONSIG-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "TOTAL DESCONTOS FIXOS E CONSIGNADOS: "
               WS-GERAL-TOT-CONSIG-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           PERFORM GRAVA-LINHA-REL
           IF MODO-SIMULACAO
               MOVE CONT-REJ-SIMULACAO TO WS-GERAL-QTD-EDIT
               MOVE SPACES TO LINHA-REL
                   AND VALOR-PAR > ZERO
               MOVE VIGENCIA-PAR TO WS-VIG-LIMITE
               MOVE VALOR-PAR TO WS-LIMITE-ALTA-RENDA
           END-IF
           IF NOME-PAR = "DEDDEPIR"
                   AND VIGENCIA-PAR >= WS-VIG-DEDDEP
               MOVE VIGENCIA-PAR TO WS-VIG-DEDDEP
               MOVE VALOR-PAR TO WS-DEDUCAO-POR-DEP
           END-IF
           IF NOME-PAR = "COTASALFAM"
                   AND VIGENCIA-PAR >= WS-VIG-COTASF
               MOVE VIGENCIA-PAR TO WS-VIG-COTASF
               MOVE VALOR-PAR TO WS-COTA-SALFAMILIA
           END-IF
           IF NOME-PAR = "TETOSALFAM"
                   AND VIGENCIA-PAR >= WS-VIG-TETOSF
                   AND VALOR-PAR > ZERO
               MOVE VIGENCIA-PAR TO WS-VIG-TETOSF
               MOVE VALOR-PAR TO WS-TETO-SALFAMILIA
           END-IF
           IF NOME-PAR = "IDADESALFA"
                   AND VIGENCIA-PAR >= WS-VIG-IDADESF
                   AND VALOR-PAR > ZERO
               MOVE VIGENCIA-PAR TO WS-VIG-IDADESF
               MOVE VALOR-PAR TO WS-IDADE-SALFAMILIA
           END-IF
           IF NOME-PAR = "PISOLIQUID"
                   AND VIGENCIA-PAR >= WS-VIG-PISO
               MOVE VIGENCIA-PAR TO WS-VIG-PISO
               MOVE VALOR-PAR TO WS-PISO-LIQUIDO
           END-IF
           PERFORM APLICA-TABELA-LEGAL.

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

       DESCARREGA-MASTER.
