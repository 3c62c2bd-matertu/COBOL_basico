       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX78.
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
           SELECT CONTAS-RECEBER ASSIGN TO "CONTREC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHAVE-CREC = MES-REF-CREC
                   MATRICULA-CREC TIPO-CREC
               ALTERNATE RECORD KEY IS CODIGO-CLI-CREC
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CREC.
           SELECT CADASTRO-OUT ASSIGN TO "CADCLI2.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CODIGO-OUT
               FILE STATUS IS WS-STATUS-CLI.
           SELECT CADFUN2I ASSIGN TO "CADFUN2I.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NUMERO-FUNI
               FILE STATUS IS WS-STATUS-FNI.
           SELECT CADSAI2 ASSIGN TO "CADSAI2.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SAI2.
           SELECT PAGAMENTOS-FERIAS ASSIGN TO "EX47SAI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PGF.
           SELECT PROVISOES ASSIGN TO "CADPRV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRV.
           SELECT RELATORIO ASSIGN TO "EX78REL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARAMETROS ASSIGN TO "EX78PARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARM.
           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RLOG.

       DATA DIVISION.
       FILE SECTION.
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
               88 CREC-RENEGOCIADO  VALUE "N".
               88 CREC-CANCELADO    VALUE "C".
           05 COBRANCA-CREC     PIC X(1).
           05 TIPO-CREC         PIC X(1).
               88 CREC-MENSALIDADE  VALUE SPACE.
               88 CREC-ENCARGOS     VALUE "E".
               88 CREC-PARCELA-ACORDO VALUE "A".

       FD  CADASTRO-OUT.
       01  DADOS-OUT.
           05 NOME-OUT         PIC X(20).
           05 CODIGO-OUT       PIC X(5).
           05 CPF-OUT          PIC X(11).
           05 ENDERECO-OUT     PIC X(30).
           05 TELEFONE-OUT     PIC X(15).
           05 FILIAL-OUT       PIC X(2).

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

       FD  PAGAMENTOS-FERIAS.
       01  DADOS-PAGFER.
           05 NUMERO-PGF        PIC 9(5).
           05 MES-REF-PGF       PIC 9(6).
           05 DIAS-PGF          PIC 9(2).
           05 VALOR-PGF         PIC 9(5)V99.
           05 ADICIONAL-PGF     PIC 9(5)V99.
           05 DESCONTO-PGF      PIC 9(5)V99.
           05 LIQUIDO-PGF       PIC 9(5)V99.
           05 INSS-PGF          PIC 9(5)V99.
           05 IRRF-PGF          PIC 9(5)V99.

       FD  PROVISOES.
       01  DADOS-PRV.
           05 NUMERO-PRV        PIC 9(5).
           05 DEPTO-PRV         PIC X(10).
           05 SALDO-13-PRV      PIC 9(7)V99.
           05 SALDO-FER-PRV     PIC 9(7)V99.
           05 ULT-PERIODO-PRV   PIC 9(6).
           05 ULT-REV-13-PRV    PIC 9(6).
           05 ULT-REV-FER-PRV   PIC 9(6).

       FD  RELATORIO.
       01  LINHA-REL            PIC X(80).

       FD  PARAMETROS.
       01  REG-PARM.
           05 SALDO-CAIXA-PARM  PIC 9(9)V99.
           05 DIA-FOLHA-PARM    PIC 9(2).
           05 TAXA-PARM         PIC 9(3)V99.

       FD  RUNLOG.
       01  REG-RUNLOG.
           05 PROGRAMA-RLOG    PIC X(4).
           05 DATA-RLOG        PIC 9(8).
           05 LIDOS-RLOG       PIC 9(7).
           05 GRAVADOS-RLOG    PIC 9(7).
           05 REJEITADOS-RLOG  PIC 9(7).

       WORKING-STORAGE SECTION.
       01  FIMARQ               PIC X(1) VALUE "N".
       01  WS-STATUS-CREC       PIC X(2).
       01  WS-STATUS-CLI        PIC X(2).
       01  WS-STATUS-FNI        PIC X(2).
       01  WS-STATUS-SAI2       PIC X(2).
       01  WS-STATUS-PGF        PIC X(2).
       01  WS-STATUS-PRV        PIC X(2).
       01  WS-STATUS-PARM       PIC X(2).
       01  WS-STATUS-RLOG       PIC X(2).
       01  SW-CLIENTES          PIC X(1) VALUE "N".
           88 CLIENTES-DISPONIVEL VALUE "S".
       01  SW-FUNCIONARIOS      PIC X(1) VALUE "N".
           88 FUNCIONARIOS-DISPONIVEL VALUE "S".
       01  WS-DATA-EXECUCAO     PIC 9(8).
       01  WS-DATA-SISTEMA REDEFINES WS-DATA-EXECUCAO.
           05 WS-ANO            PIC 9(4).
           05 WS-MES            PIC 9(2).
           05 WS-DIA            PIC 9(2).
       01  WS-DATA-EMISSAO      PIC X(10).
       01  WS-MES-ATUAL         PIC 9(6) VALUE ZERO.
       01  WS-DATA-CORRENTE     PIC 9(8) VALUE ZERO.
       01  WS-DATA-CORRENTE-R REDEFINES WS-DATA-CORRENTE.
           05 WS-ANO-CORR       PIC 9(4).
           05 WS-MES-CORR       PIC 9(2).
           05 WS-DIA-CORR       PIC 9(2).
       01  WS-DATA-BUSCA        PIC 9(8) VALUE ZERO.
       01  WS-DATA-FOLHA        PIC 9(8) VALUE ZERO.
       01  WS-DATA-FOLHA-R REDEFINES WS-DATA-FOLHA.
           05 WS-MES-REF-FOLHA  PIC 9(6).
           05 WS-DIA-REF-FOLHA  PIC 9(2).
       01  WS-DATA-FIM-HORIZONTE PIC 9(8) VALUE ZERO.
       01  WS-DATA-CALCULO      PIC 9(8) VALUE ZERO.
       01  WS-DATA-CALC-DEC REDEFINES WS-DATA-CALCULO.
           05 WS-ANO-CALC       PIC 9(4).
           05 WS-MES-CALC       PIC 9(2).
           05 WS-DIA-CALC       PIC 9(2).
       01  WS-DATA-EDIT         PIC X(10).
       01  WS-DIAS-HOJE         PIC 9(7) COMP VALUE ZERO.
       01  WS-DIAS-ITEM         PIC 9(7) COMP VALUE ZERO.
       01  WS-DIAS-ATRASO       PIC S9(5) COMP VALUE ZERO.
       01  WS-ULTIMO-DIA-MES    PIC 9(2) VALUE ZERO.
       01  WS-RESTO-BISSEXTO    PIC 9(3) VALUE ZERO.
       01  WS-QUOCIENTE         PIC 9(5) VALUE ZERO.
       01  WS-SALDO-INICIAL     PIC 9(9)V99 VALUE ZERO.
       01  WS-DIA-FOLHA         PIC 9(2) VALUE 05.
       01  WS-TAXA-COBRANCA     PIC 9(3)V99 VALUE 100.
       01  SW-TAXA-INFORMADA    PIC X(1) VALUE "N".
       01  WS-FATURADO-RECENTE  PIC 9(9)V99 VALUE ZERO.
       01  WS-RECEBIDO-RECENTE  PIC 9(9)V99 VALUE ZERO.
       01  WS-SALDO-ITEM        PIC 9(5)V99 VALUE ZERO.
       01  WS-VALOR-FLUXO       PIC 9(9)V99 VALUE ZERO.
       01  WS-TIPO-FLUXO        PIC X(1) VALUE SPACE.
           88 FLUXO-RECEBIVEL   VALUE "R".
           88 FLUXO-ACORDO      VALUE "A".
           88 FLUXO-FOLHA       VALUE "F".
           88 FLUXO-FERIAS      VALUE "E".
           88 FLUXO-DECIMO      VALUE "D".
       01  WS-FILIAL-BUSCA      PIC X(2) VALUE SPACES.
       01  WS-SALARIO-FUNC      PIC 9(5)V99 VALUE ZERO.
       01  WS-SITUACAO-FUNC     PIC X(1) VALUE SPACE.
       01  WS-MESES-RESTANTES   PIC 9(2) VALUE ZERO.
       01  WS-ULT-PERIODO       PIC 9(6) VALUE ZERO.
       01  WS-ULT-PERIODO-R REDEFINES WS-ULT-PERIODO.
           05 WS-ANO-ULT-PERIODO PIC 9(4).
           05 WS-MES-ULT-PERIODO PIC 9(2).
       01  WS-DECIMO-PROJETADO  PIC 9(7)V99 VALUE ZERO.
       01  WS-PARCELA-DECIMO    PIC 9(7)V99 VALUE ZERO.
       01  WS-SALDO-PROJETADO   PIC S9(9)V99 VALUE ZERO.
       01  WS-LIQUIDO-SEMANA    PIC S9(9)V99 VALUE ZERO.
       01  WS-ENTRADAS-SEMANA   PIC 9(9)V99 VALUE ZERO.
       01  WS-SAIDAS-SEMANA     PIC 9(9)V99 VALUE ZERO.
       01  WS-ACUMULADO-FILIAL  PIC S9(9)V99 VALUE ZERO.
       01  WS-TOTAL-ENTRADAS    PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-SAIDAS      PIC 9(9)V99 VALUE ZERO.
       01  WS-VALOR-EDIT        PIC Z.ZZZ.ZZ9,99.
       01  WS-SALDO-EDIT        PIC --.---.--9,99.
       01  WS-TAXA-EDIT         PIC ZZ9,99.
       01  CONT-LIDOS           PIC 9(7) COMP VALUE ZERO.
       01  CONT-PROJETADOS      PIC 9(7) COMP VALUE ZERO.
       01  CONT-IGNORADOS       PIC 9(7) COMP VALUE ZERO.
       01  CONT-SEMANAS-NEGATIVAS PIC 9(2) COMP VALUE ZERO.
       01  IDX-SEM              PIC 9(2) COMP.
       01  IDX-FIL              PIC 9(2) COMP.
       01  IDX-MES-FOLHA        PIC 9(1) COMP.

       01  TAB-DIAS-MES-INIC.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01  TAB-DIAS-MES REDEFINES TAB-DIAS-MES-INIC.
           05 DIAS-MES          OCCURS 12 TIMES PIC 9(2).

       01  TAB-SEMANAS.
           05 TAB-SEM-ITEM      OCCURS 13 TIMES.
               10 TAB-SEM-INICIO     PIC 9(8).
               10 TAB-SEM-FIM        PIC 9(8).
               10 TAB-SEM-RECEBIVEIS PIC 9(9)V99.
               10 TAB-SEM-ACORDOS    PIC 9(9)V99.
               10 TAB-SEM-FOLHA      PIC 9(9)V99.
               10 TAB-SEM-FERIAS     PIC 9(9)V99.
               10 TAB-SEM-DECIMO     PIC 9(9)V99.

       01  TAB-FILIAIS.
           05 QTD-FILIAIS       PIC 9(2) COMP VALUE ZERO.
           05 TAB-FIL-ITEM      OCCURS 1 TO 50 TIMES
                                DEPENDING ON QTD-FILIAIS
                                INDEXED BY IDX-TFIL.
               10 TAB-FIL-FILIAL  PIC X(2).
               10 TAB-FIL-FOLHA   PIC 9(9)V99.
               10 TAB-FIL-SEMANA  OCCURS 13 TIMES.
                   15 TAB-FIL-ENTRADA PIC 9(9)V99.
                   15 TAB-FIL-SAIDA   PIC 9(9)V99.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
           STRING WS-DIA "/" WS-MES "/" WS-ANO
               DELIMITED BY SIZE INTO WS-DATA-EMISSAO
           MOVE WS-DATA-EXECUCAO (1:6) TO WS-MES-ATUAL
           MOVE WS-DATA-EXECUCAO TO WS-DATA-CALCULO
           PERFORM CALCULA-DIAS-ITEM
           MOVE WS-DIAS-ITEM TO WS-DIAS-HOJE
           PERFORM LE-PARAMETRO
           PERFORM MONTA-SEMANAS
           PERFORM ABRE-MASTERS
           IF SW-TAXA-INFORMADA = "N"
               PERFORM APURA-TAXA-COBRANCA
           END-IF
           PERFORM PROJETA-RECEBIVEIS
           PERFORM PROJETA-FOLHA
           PERFORM PROJETA-FERIAS
           PERFORM PROJETA-DECIMO-TERCEIRO
           IF CLIENTES-DISPONIVEL
               CLOSE CADASTRO-OUT
           END-IF
           IF FUNCIONARIOS-DISPONIVEL
               CLOSE CADFUN2I
           END-IF
           OPEN OUTPUT RELATORIO
           PERFORM IMPRIME-CABECALHO-REL
           MOVE WS-SALDO-INICIAL TO WS-SALDO-PROJETADO
           PERFORM IMPRIME-SEMANA
               VARYING IDX-SEM FROM 1 BY 1 UNTIL IDX-SEM > 13
           PERFORM IMPRIME-TOTAL-PROJECAO
           PERFORM IMPRIME-COMPOSICAO
           PERFORM IMPRIME-FILIAL
               VARYING IDX-FIL FROM 1 BY 1
               UNTIL IDX-FIL > QTD-FILIAIS
           CLOSE RELATORIO
           PERFORM GRAVA-RUNLOG
           MOVE WS-TAXA-COBRANCA TO WS-TAXA-EDIT
           DISPLAY "EX78: REGISTROS LIDOS ....... " CONT-LIDOS
           DISPLAY "EX78: FLUXOS PROJETADOS ..... " CONT-PROJETADOS
           DISPLAY "EX78: ITENS FORA DA PROJECAO  " CONT-IGNORADOS
           DISPLAY "EX78: TAXA DE COBRANCA ...... " WS-TAXA-EDIT "%"
           DISPLAY "EX78: SEMANAS NEGATIVAS ..... "
                   CONT-SEMANAS-NEGATIVAS
           IF CONT-SEMANAS-NEGATIVAS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LE-PARAMETRO.
           OPEN INPUT PARAMETROS
           IF WS-STATUS-PARM = "00"
               READ PARAMETROS
                   NOT AT END
                       IF SALDO-CAIXA-PARM IS NUMERIC
                           MOVE SALDO-CAIXA-PARM TO WS-SALDO-INICIAL
                       END-IF
                       IF DIA-FOLHA-PARM IS NUMERIC
                               AND DIA-FOLHA-PARM > ZERO
                               AND DIA-FOLHA-PARM < 29
                           MOVE DIA-FOLHA-PARM TO WS-DIA-FOLHA
                       END-IF
                       IF TAXA-PARM IS NUMERIC
                               AND TAXA-PARM > ZERO
                               AND TAXA-PARM NOT > 100
                           MOVE TAXA-PARM TO WS-TAXA-COBRANCA
                           MOVE "S" TO SW-TAXA-INFORMADA
                       END-IF
               END-READ
               CLOSE PARAMETROS
           ELSE
               DISPLAY "EX78: AVISO - EX78PARM AUSENTE - SALDO"
                       " INICIAL DE CAIXA ZERO"
           END-IF.

       MONTA-SEMANAS.
           MOVE WS-DATA-EXECUCAO TO WS-DATA-CORRENTE
           PERFORM MONTA-UMA-SEMANA
               VARYING IDX-SEM FROM 1 BY 1 UNTIL IDX-SEM > 13
           MOVE TAB-SEM-FIM (13) TO WS-DATA-FIM-HORIZONTE.

       MONTA-UMA-SEMANA.
           MOVE WS-DATA-CORRENTE TO TAB-SEM-INICIO (IDX-SEM)
           PERFORM SOMA-UM-DIA 6 TIMES
           MOVE WS-DATA-CORRENTE TO TAB-SEM-FIM (IDX-SEM)
           MOVE ZERO TO TAB-SEM-RECEBIVEIS (IDX-SEM)
           MOVE ZERO TO TAB-SEM-ACORDOS (IDX-SEM)
           MOVE ZERO TO TAB-SEM-FOLHA (IDX-SEM)
           MOVE ZERO TO TAB-SEM-FERIAS (IDX-SEM)
           MOVE ZERO TO TAB-SEM-DECIMO (IDX-SEM)
           PERFORM SOMA-UM-DIA.

       SOMA-UM-DIA.
           MOVE DIAS-MES (WS-MES-CORR) TO WS-ULTIMO-DIA-MES
           IF WS-MES-CORR = 02
               DIVIDE WS-ANO-CORR BY 4 GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO-BISSEXTO
               IF WS-RESTO-BISSEXTO = ZERO
                   MOVE 29 TO WS-ULTIMO-DIA-MES
               END-IF
           END-IF
           IF WS-DIA-CORR < WS-ULTIMO-DIA-MES
               ADD 1 TO WS-DIA-CORR
           ELSE
               MOVE 01 TO WS-DIA-CORR
               IF WS-MES-CORR = 12
                   MOVE 01 TO WS-MES-CORR
                   ADD 1 TO WS-ANO-CORR
               ELSE
                   ADD 1 TO WS-MES-CORR
               END-IF
           END-IF.

       ABRE-MASTERS.
           OPEN INPUT CADASTRO-OUT
           IF WS-STATUS-CLI = "00"
               SET CLIENTES-DISPONIVEL TO TRUE
           ELSE
               DISPLAY "EX78: AVISO - CADCLI2 INDISPONIVEL - "
                       "RECEBIVEIS NA FILIAL 01"
           END-IF
           OPEN INPUT CADFUN2I
           IF WS-STATUS-FNI = "00"
               SET FUNCIONARIOS-DISPONIVEL TO TRUE
           ELSE
               DISPLAY "EX78: AVISO - CADFUN2I INDISPONIVEL - "
                       "FOLHA NA FILIAL 01"
           END-IF.

       APURA-TAXA-COBRANCA.
           OPEN INPUT CONTAS-RECEBER
           IF WS-STATUS-CREC = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ CONTAS-RECEBER AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       PERFORM SOMA-HISTORICO-COBRANCA
                   END-READ
               END-PERFORM
               CLOSE CONTAS-RECEBER
           END-IF
           MOVE "N" TO FIMARQ
           IF WS-FATURADO-RECENTE > ZERO
               COMPUTE WS-TAXA-COBRANCA ROUNDED =
                   WS-RECEBIDO-RECENTE * 100 / WS-FATURADO-RECENTE
               IF WS-TAXA-COBRANCA > 100
                   MOVE 100 TO WS-TAXA-COBRANCA
               END-IF
           END-IF.

       SOMA-HISTORICO-COBRANCA.
           IF CREC-MENSALIDADE
                   AND NOT CREC-RENEGOCIADO AND NOT CREC-CANCELADO
                   AND DATA-EMISSAO-CREC IS NUMERIC
                   AND DATA-EMISSAO-CREC < WS-DATA-EXECUCAO
               MOVE DATA-EMISSAO-CREC TO WS-DATA-CALCULO
               PERFORM CALCULA-DIAS-ITEM
               COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE - WS-DIAS-ITEM
               IF WS-DIAS-ATRASO NOT > 90
                   ADD VALOR-ORIG-CREC TO WS-FATURADO-RECENTE
                   ADD VALOR-PAGO-CREC TO WS-RECEBIDO-RECENTE
               END-IF
           END-IF.

       PROJETA-RECEBIVEIS.
           OPEN INPUT CONTAS-RECEBER
           IF WS-STATUS-CREC NOT = "00"
               DISPLAY "EX78: AVISO - CONTREC AUSENTE - SEM"
                       " RECEBIVEIS NA PROJECAO"
           ELSE
               PERFORM UNTIL FIMARQ = "S"
                   READ CONTAS-RECEBER AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       ADD 1 TO CONT-LIDOS
                       IF CREC-ABERTO OR CREC-PARCIAL
                               OR CREC-RECUSADO
                           PERFORM PROJETA-ITEM-CARTEIRA
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTAS-RECEBER
           END-IF
           MOVE "N" TO FIMARQ.

       PROJETA-ITEM-CARTEIRA.
           COMPUTE WS-SALDO-ITEM = VALOR-ORIG-CREC - VALOR-PAGO-CREC
           MOVE DATA-EMISSAO-CREC TO WS-DATA-BUSCA
           IF WS-DATA-BUSCA < WS-DATA-EXECUCAO
               MOVE DATA-EMISSAO-CREC TO WS-DATA-CALCULO
               PERFORM CALCULA-DIAS-ITEM
               COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE - WS-DIAS-ITEM
               IF WS-DIAS-ATRASO > 90
                   MOVE ZERO TO WS-SALDO-ITEM
               ELSE
                   MOVE WS-DATA-EXECUCAO TO WS-DATA-BUSCA
               END-IF
           END-IF
           IF WS-SALDO-ITEM = ZERO
                   OR WS-DATA-BUSCA > WS-DATA-FIM-HORIZONTE
               ADD 1 TO CONT-IGNORADOS
           ELSE
               IF CREC-PARCELA-ACORDO
                   MOVE WS-SALDO-ITEM TO WS-VALOR-FLUXO
                   MOVE "A" TO WS-TIPO-FLUXO
               ELSE
                   COMPUTE WS-VALOR-FLUXO ROUNDED =
                       WS-SALDO-ITEM * WS-TAXA-COBRANCA / 100
                   MOVE "R" TO WS-TIPO-FLUXO
               END-IF
               MOVE "01" TO WS-FILIAL-BUSCA
               IF CLIENTES-DISPONIVEL
                   MOVE CODIGO-CLI-CREC TO CODIGO-OUT
                   READ CADASTRO-OUT
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF FILIAL-OUT NOT = SPACES
                               MOVE FILIAL-OUT TO WS-FILIAL-BUSCA
                           END-IF
                   END-READ
               END-IF
               PERFORM ACUMULA-PROJECAO
           END-IF.

       PROJETA-FOLHA.
           OPEN INPUT CADSAI2
           IF WS-STATUS-SAI2 NOT = "00"
               DISPLAY "EX78: AVISO - CADSAI2 AUSENTE - FOLHA NAO"
                       " PROJETADA"
           ELSE
               READ CADSAI2
                   AT END
                       MOVE "S" TO FIMARQ
               END-READ
               PERFORM UNTIL FIMARQ = "S"
                   READ CADSAI2 AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       ADD 1 TO CONT-LIDOS
                       MOVE NUMERO-OUT2 TO NUMERO-FUNI
                       PERFORM OBTEM-DADOS-FUNCIONARIO
                       PERFORM PROCURA-FILIAL
                       IF IDX-FIL > ZERO
                           ADD SALARIOLIQ-OUT2
                               TO TAB-FIL-FOLHA (IDX-FIL)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CADSAI2
               MOVE WS-MES-ATUAL TO WS-MES-REF-FOLHA
               MOVE WS-DIA-FOLHA TO WS-DIA-REF-FOLHA
               PERFORM PROJETA-UMA-FOLHA
                   VARYING IDX-MES-FOLHA FROM 1 BY 1
                   UNTIL IDX-MES-FOLHA > 5
           END-IF
           MOVE "N" TO FIMARQ.

       PROJETA-UMA-FOLHA.
           IF WS-DATA-FOLHA NOT < WS-DATA-EXECUCAO
                   AND WS-DATA-FOLHA NOT > WS-DATA-FIM-HORIZONTE
               MOVE WS-DATA-FOLHA TO WS-DATA-BUSCA
               MOVE "F" TO WS-TIPO-FLUXO
               PERFORM LANCA-FOLHA-FILIAL
                   VARYING IDX-FIL FROM 1 BY 1
                   UNTIL IDX-FIL > QTD-FILIAIS
           END-IF
           MOVE WS-DATA-FOLHA TO WS-DATA-CORRENTE
           IF WS-MES-CORR = 12
               MOVE 01 TO WS-MES-CORR
               ADD 1 TO WS-ANO-CORR
           ELSE
               ADD 1 TO WS-MES-CORR
           END-IF
           MOVE WS-DATA-CORRENTE TO WS-DATA-FOLHA.

       LANCA-FOLHA-FILIAL.
           IF TAB-FIL-FOLHA (IDX-FIL) > ZERO
               MOVE TAB-FIL-FOLHA (IDX-FIL) TO WS-VALOR-FLUXO
               MOVE TAB-FIL-FILIAL (IDX-FIL) TO WS-FILIAL-BUSCA
               PERFORM ACUMULA-PROJECAO
           END-IF.

       PROJETA-FERIAS.
           OPEN INPUT PAGAMENTOS-FERIAS
           IF WS-STATUS-PGF = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ PAGAMENTOS-FERIAS AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       ADD 1 TO CONT-LIDOS
                       PERFORM PROJETA-ITEM-FERIAS
                   END-READ
               END-PERFORM
               CLOSE PAGAMENTOS-FERIAS
           END-IF
           MOVE "N" TO FIMARQ.

       PROJETA-ITEM-FERIAS.
           IF MES-REF-PGF IS NUMERIC AND LIQUIDO-PGF IS NUMERIC
                   AND MES-REF-PGF NOT < WS-MES-ATUAL
               COMPUTE WS-DATA-BUSCA = MES-REF-PGF * 100 + 1
               IF WS-DATA-BUSCA < WS-DATA-EXECUCAO
                   MOVE WS-DATA-EXECUCAO TO WS-DATA-BUSCA
               END-IF
               IF WS-DATA-BUSCA > WS-DATA-FIM-HORIZONTE
                   ADD 1 TO CONT-IGNORADOS
               ELSE
                   MOVE NUMERO-PGF TO NUMERO-FUNI
                   PERFORM OBTEM-DADOS-FUNCIONARIO
                   MOVE LIQUIDO-PGF TO WS-VALOR-FLUXO
                   MOVE "E" TO WS-TIPO-FLUXO
                   PERFORM ACUMULA-PROJECAO
               END-IF
           END-IF.

       PROJETA-DECIMO-TERCEIRO.
           OPEN INPUT PROVISOES
           IF WS-STATUS-PRV NOT = "00"
               DISPLAY "EX78: AVISO - CADPRV AUSENTE - 13 SALARIO"
                       " NAO PROJETADO"
           ELSE
               PERFORM UNTIL FIMARQ = "S"
                   READ PROVISOES AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       ADD 1 TO CONT-LIDOS
                       PERFORM PROJETA-ITEM-DECIMO
                   END-READ
               END-PERFORM
               CLOSE PROVISOES
           END-IF
           MOVE "N" TO FIMARQ.

       PROJETA-ITEM-DECIMO.
           MOVE NUMERO-PRV TO NUMERO-FUNI
           PERFORM OBTEM-DADOS-FUNCIONARIO
           IF WS-SITUACAO-FUNC NOT = "I"
                   AND SALDO-13-PRV IS NUMERIC
               MOVE ZERO TO WS-MESES-RESTANTES
               IF ULT-PERIODO-PRV IS NUMERIC
                   MOVE ULT-PERIODO-PRV TO WS-ULT-PERIODO
                   IF WS-ANO-ULT-PERIODO = WS-ANO
                       COMPUTE WS-MESES-RESTANTES =
                           12 - WS-MES-ULT-PERIODO
                   END-IF
               END-IF
               COMPUTE WS-DECIMO-PROJETADO ROUNDED = SALDO-13-PRV
                   + WS-SALARIO-FUNC * WS-MESES-RESTANTES / 12
               COMPUTE WS-PARCELA-DECIMO ROUNDED =
                   WS-DECIMO-PROJETADO / 2
               MOVE "D" TO WS-TIPO-FLUXO
               COMPUTE WS-DATA-BUSCA = WS-ANO * 10000 + 1130
               PERFORM LANCA-PARCELA-DECIMO
               SUBTRACT WS-PARCELA-DECIMO FROM WS-DECIMO-PROJETADO
                   GIVING WS-PARCELA-DECIMO
               COMPUTE WS-DATA-BUSCA = WS-ANO * 10000 + 1220
               PERFORM LANCA-PARCELA-DECIMO
           END-IF.

       LANCA-PARCELA-DECIMO.
           IF WS-DATA-BUSCA NOT < WS-DATA-EXECUCAO
                   AND WS-DATA-BUSCA NOT > WS-DATA-FIM-HORIZONTE
                   AND WS-PARCELA-DECIMO > ZERO
               MOVE WS-PARCELA-DECIMO TO WS-VALOR-FLUXO
               PERFORM ACUMULA-PROJECAO
           END-IF.

       OBTEM-DADOS-FUNCIONARIO.
           MOVE "01" TO WS-FILIAL-BUSCA
           MOVE ZERO TO WS-SALARIO-FUNC
           MOVE SPACE TO WS-SITUACAO-FUNC
           IF FUNCIONARIOS-DISPONIVEL
               READ CADFUN2I
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FILIAL-FUNI NOT = SPACES
                           MOVE FILIAL-FUNI TO WS-FILIAL-BUSCA
                       END-IF
                       MOVE SALARIOBRUTO-FUNI TO WS-SALARIO-FUNC
                       MOVE SITUACAO-FUNI TO WS-SITUACAO-FUNC
               END-READ
           END-IF.

       ACUMULA-PROJECAO.
           PERFORM PROCURA-SEMANA
           PERFORM PROCURA-FILIAL
           IF IDX-SEM > 13
               ADD 1 TO CONT-IGNORADOS
           ELSE
               ADD 1 TO CONT-PROJETADOS
               EVALUATE TRUE
                   WHEN FLUXO-RECEBIVEL
                       ADD WS-VALOR-FLUXO
                           TO TAB-SEM-RECEBIVEIS (IDX-SEM)
                   WHEN FLUXO-ACORDO
                       ADD WS-VALOR-FLUXO TO TAB-SEM-ACORDOS (IDX-SEM)
                   WHEN FLUXO-FOLHA
                       ADD WS-VALOR-FLUXO TO TAB-SEM-FOLHA (IDX-SEM)
                   WHEN FLUXO-FERIAS
                       ADD WS-VALOR-FLUXO TO TAB-SEM-FERIAS (IDX-SEM)
                   WHEN OTHER
                       ADD WS-VALOR-FLUXO TO TAB-SEM-DECIMO (IDX-SEM)
               END-EVALUATE
               IF IDX-FIL > ZERO
                   IF FLUXO-RECEBIVEL OR FLUXO-ACORDO
                       ADD WS-VALOR-FLUXO
                           TO TAB-FIL-ENTRADA (IDX-FIL IDX-SEM)
                   ELSE
                       ADD WS-VALOR-FLUXO
                           TO TAB-FIL-SAIDA (IDX-FIL IDX-SEM)
                   END-IF
               END-IF
           END-IF.

       PROCURA-SEMANA.
           MOVE 1 TO IDX-SEM
           PERFORM UNTIL IDX-SEM > 13
                   OR WS-DATA-BUSCA NOT > TAB-SEM-FIM (IDX-SEM)
               ADD 1 TO IDX-SEM
           END-PERFORM.

       PROCURA-FILIAL.
           MOVE ZERO TO IDX-FIL
           SET IDX-TFIL TO 1
           SEARCH TAB-FIL-ITEM
               AT END
                   CONTINUE
               WHEN TAB-FIL-FILIAL (IDX-TFIL) = WS-FILIAL-BUSCA
                   SET IDX-FIL TO IDX-TFIL
           END-SEARCH
           IF IDX-FIL = ZERO
               IF QTD-FILIAIS < 50
                   ADD 1 TO QTD-FILIAIS
                   MOVE QTD-FILIAIS TO IDX-FIL
                   INITIALIZE TAB-FIL-ITEM (IDX-FIL)
                   MOVE WS-FILIAL-BUSCA TO TAB-FIL-FILIAL (IDX-FIL)
               ELSE
                   DISPLAY "EX78: FILIAIS DEMAIS - " WS-FILIAL-BUSCA
                           " SO NO TOTAL GERAL"
               END-IF
           END-IF.

       CALCULA-DIAS-ITEM.
           COMPUTE WS-DIAS-ITEM = WS-ANO-CALC * 360
               + WS-MES-CALC * 30 + WS-DIA-CALC.

       EDITA-DATA.
           MOVE SPACES TO WS-DATA-EDIT
           STRING WS-DATA-CORRENTE (7:2) "/" WS-DATA-CORRENTE (5:2)
               "/" WS-DATA-CORRENTE (1:4)
               DELIMITED BY SIZE INTO WS-DATA-EDIT.

       IMPRIME-CABECALHO-REL.
           MOVE SPACES TO LINHA-REL
           STRING "PROJECAO DE FLUXO DE CAIXA - PROXIMAS 13 SEMANAS"
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "EMISSAO: " WS-DATA-EMISSAO
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           MOVE WS-SALDO-INICIAL TO WS-VALOR-EDIT
           STRING "SALDO INICIAL DE CAIXA ...... " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           MOVE WS-TAXA-COBRANCA TO WS-TAXA-EDIT
           IF SW-TAXA-INFORMADA = "S"
               STRING "TAXA DE COBRANCA APLICADA ... " WS-TAXA-EDIT
                   "% (INFORMADA NO EX78PARM)"
                   DELIMITED BY SIZE INTO LINHA-REL
           ELSE
               STRING "TAXA DE COBRANCA APLICADA ... " WS-TAXA-EDIT
                   "% (RECEBIDO/FATURADO - ULTIMOS 90 DIAS)"
                   DELIMITED BY SIZE INTO LINHA-REL
           END-IF
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "SEM INICIO           ENTRADAS       SAIDAS"
               "      LIQUIDO  SALDO PROJET."
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL.

       IMPRIME-SEMANA.
           COMPUTE WS-ENTRADAS-SEMANA = TAB-SEM-RECEBIVEIS (IDX-SEM)
               + TAB-SEM-ACORDOS (IDX-SEM)
           COMPUTE WS-SAIDAS-SEMANA = TAB-SEM-FOLHA (IDX-SEM)
               + TAB-SEM-FERIAS (IDX-SEM) + TAB-SEM-DECIMO (IDX-SEM)
           COMPUTE WS-LIQUIDO-SEMANA =
               WS-ENTRADAS-SEMANA - WS-SAIDAS-SEMANA
           ADD WS-LIQUIDO-SEMANA TO WS-SALDO-PROJETADO
           ADD WS-ENTRADAS-SEMANA TO WS-TOTAL-ENTRADAS
           ADD WS-SAIDAS-SEMANA TO WS-TOTAL-SAIDAS
           MOVE TAB-SEM-INICIO (IDX-SEM) TO WS-DATA-CORRENTE
           PERFORM EDITA-DATA
           MOVE SPACES TO LINHA-REL
           MOVE IDX-SEM TO LINHA-REL (1:2)
           MOVE WS-DATA-EDIT TO LINHA-REL (5:10)
           MOVE WS-ENTRADAS-SEMANA TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-REL (17:12)
           MOVE WS-SAIDAS-SEMANA TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-REL (30:12)
           MOVE WS-LIQUIDO-SEMANA TO WS-SALDO-EDIT
           MOVE WS-SALDO-EDIT TO LINHA-REL (43:13)
           MOVE WS-SALDO-PROJETADO TO WS-SALDO-EDIT
           MOVE WS-SALDO-EDIT TO LINHA-REL (57:13)
           IF WS-SALDO-PROJETADO < ZERO
               MOVE "*NEGATIVO*" TO LINHA-REL (71:10)
               ADD 1 TO CONT-SEMANAS-NEGATIVAS
           END-IF
           WRITE LINHA-REL.

       IMPRIME-TOTAL-PROJECAO.
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           MOVE "TOTAL" TO LINHA-REL (1:5)
           MOVE WS-TOTAL-ENTRADAS TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-REL (17:12)
           MOVE WS-TOTAL-SAIDAS TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-REL (30:12)
           MOVE WS-SALDO-PROJETADO TO WS-SALDO-EDIT
           MOVE WS-SALDO-EDIT TO LINHA-REL (57:13)
           WRITE LINHA-REL
           IF CONT-SEMANAS-NEGATIVAS > ZERO
               MOVE SPACES TO LINHA-REL
               STRING "*** ATENCAO: SALDO PROJETADO NEGATIVO EM "
                   "SEMANAS MARCADAS ***"
                   DELIMITED BY SIZE INTO LINHA-REL
               WRITE LINHA-REL
           END-IF.

       IMPRIME-COMPOSICAO.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "COMPOSICAO SEMANAL"
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "SEM INICIO       RECEBIVEIS      ACORDOS"
               "        FOLHA       FERIAS   13 SALARIO"
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL
           PERFORM IMPRIME-COMPOSICAO-SEMANA
               VARYING IDX-SEM FROM 1 BY 1 UNTIL IDX-SEM > 13.

       IMPRIME-COMPOSICAO-SEMANA.
           MOVE TAB-SEM-INICIO (IDX-SEM) TO WS-DATA-CORRENTE
           PERFORM EDITA-DATA
           MOVE SPACES TO LINHA-REL
           MOVE IDX-SEM TO LINHA-REL (1:2)
           MOVE WS-DATA-EDIT TO LINHA-REL (5:10)
           MOVE TAB-SEM-RECEBIVEIS (IDX-SEM) TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-REL (16:12)
           MOVE TAB-SEM-ACORDOS (IDX-SEM) TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-REL (29:12)
           MOVE TAB-SEM-FOLHA (IDX-SEM) TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-REL (42:12)
           MOVE TAB-SEM-FERIAS (IDX-SEM) TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-REL (55:12)
           MOVE TAB-SEM-DECIMO (IDX-SEM) TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-REL (68:12)
           WRITE LINHA-REL.

       IMPRIME-FILIAL.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "FILIAL " TAB-FIL-FILIAL (IDX-FIL)
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "SEM INICIO           ENTRADAS       SAIDAS"
               "      LIQUIDO    ACUMULADO"
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZERO TO WS-ACUMULADO-FILIAL
           PERFORM IMPRIME-FILIAL-SEMANA
               VARYING IDX-SEM FROM 1 BY 1 UNTIL IDX-SEM > 13.

       IMPRIME-FILIAL-SEMANA.
           COMPUTE WS-LIQUIDO-SEMANA =
               TAB-FIL-ENTRADA (IDX-FIL IDX-SEM)
               - TAB-FIL-SAIDA (IDX-FIL IDX-SEM)
           ADD WS-LIQUIDO-SEMANA TO WS-ACUMULADO-FILIAL
           MOVE TAB-SEM-INICIO (IDX-SEM) TO WS-DATA-CORRENTE
           PERFORM EDITA-DATA
           MOVE SPACES TO LINHA-REL
           MOVE IDX-SEM TO LINHA-REL (1:2)
           MOVE WS-DATA-EDIT TO LINHA-REL (5:10)
           MOVE TAB-FIL-ENTRADA (IDX-FIL IDX-SEM) TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-REL (17:12)
           MOVE TAB-FIL-SAIDA (IDX-FIL IDX-SEM) TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-REL (30:12)
           MOVE WS-LIQUIDO-SEMANA TO WS-SALDO-EDIT
           MOVE WS-SALDO-EDIT TO LINHA-REL (43:13)
           MOVE WS-ACUMULADO-FILIAL TO WS-SALDO-EDIT
           MOVE WS-SALDO-EDIT TO LINHA-REL (57:13)
           IF WS-ACUMULADO-FILIAL < ZERO
               MOVE "*NEGATIVO*" TO LINHA-REL (71:10)
           END-IF
           WRITE LINHA-REL.

       GRAVA-RUNLOG.
           OPEN EXTEND RUNLOG
           IF WS-STATUS-RLOG NOT = "00"
               OPEN OUTPUT RUNLOG
               CLOSE RUNLOG
               OPEN EXTEND RUNLOG
           END-IF
           MOVE "EX78" TO PROGRAMA-RLOG
           MOVE WS-DATA-EXECUCAO TO DATA-RLOG
           MOVE CONT-LIDOS TO LIDOS-RLOG
           MOVE CONT-PROJETADOS TO GRAVADOS-RLOG
           MOVE CONT-IGNORADOS TO REJEITADOS-RLOG
           WRITE REG-RUNLOG
           CLOSE RUNLOG.
