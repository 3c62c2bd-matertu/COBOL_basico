       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX77.
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
           SELECT FECHAMENTOS ASSIGN TO "CADFEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FEC.
           SELECT FOTO-ATUAL ASSIGN TO "EX77SNP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SNP.
           SELECT FOTO-ANTERIOR ASSIGN TO "EX77ANT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ANT.
           SELECT SALDOS ASSIGN TO "EX77SAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SAL.
           SELECT FATURAS ASSIGN TO "FATURA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FAT.
           SELECT BAIXAS ASSIGN TO "CADBXA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BXA.
           SELECT RELATORIO ASSIGN TO "EX77REL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARAMETROS ASSIGN TO "EX77PARM.DAT"
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

       FD  FECHAMENTOS.
       01  DADOS-FECHAMENTO.
           05 MES-FEC           PIC 9(6).
           05 ACAO-FEC          PIC X(1).
               88 FEC-FECHADO       VALUE "F".
               88 FEC-REABERTO      VALUE "R".
           05 DATA-FEC          PIC 9(8).
           05 OPERADOR-FEC      PIC X(8).
           05 SALDO-FEC         PIC 9(9)V99.
           05 MOTIVO-FEC        PIC X(30).

       FD  FOTO-ATUAL.
       01  DADOS-SNP.
           05 MES-SNP           PIC 9(6).
           05 IMAGEM-SNP        PIC X(80).

       FD  FOTO-ANTERIOR.
       01  DADOS-ANT.
           05 MES-ANT           PIC 9(6).
           05 MES-REF-ANT       PIC 9(6).
           05 MATRICULA-ANT     PIC 9(5).
           05 CODIGO-CLI-ANT    PIC X(5).
           05 CPF-ANT           PIC X(11).
           05 NOME-RESP-ANT     PIC X(20).
           05 VALOR-ORIG-ANT    PIC 9(5)V99.
           05 VALOR-PAGO-ANT    PIC 9(5)V99.
           05 DATA-EMISSAO-ANT  PIC 9(8).
           05 DATA-PAGTO-ANT    PIC 9(8).
           05 SITUACAO-ANT      PIC X(1).
           05 COBRANCA-ANT      PIC X(1).
           05 TIPO-ANT          PIC X(1).

       FD  SALDOS.
       01  DADOS-SALDO.
           05 MES-SAL           PIC 9(6).
           05 CODIGO-CLI-SAL    PIC X(5).
           05 NOME-RESP-SAL     PIC X(20).
           05 SALDO-SAL         PIC 9(9)V99.
           05 DATA-SAL          PIC 9(8).

       FD  FATURAS.
       01  DADOS-FATURA.
           05 MES-REF-FAT       PIC 9(6).
           05 CODIGO-CLI-FAT    PIC X(5).
           05 CPF-FAT           PIC X(11).
           05 MATRICULA-FAT     PIC 9(5).
           05 NOME-RESP-FAT     PIC X(20).
           05 VALOR-BRUTO-FAT   PIC 9(5)V99.
           05 PERC-DESC-FAT     PIC 9(3)V99.
           05 VALOR-COBRADO-FAT PIC 9(5)V99.
           05 VENCIMENTO-FAT    PIC 9(8).
           05 ENCARGOS-FAT      PIC 9(5)V99.
           05 CREDITO-FAT       PIC 9(5)V99.
           05 FILIAL-FAT        PIC X(2).
           05 TIPO-DESC-FAT     PIC X(3).

       FD  BAIXAS.
       01  DADOS-BAIXA.
           05 DATA-BXA          PIC 9(8).
           05 PROGRAMA-BXA      PIC X(4).
           05 CODIGO-CLI-BXA    PIC X(5).
           05 MATRICULA-BXA     PIC 9(5).
           05 MES-REF-BXA       PIC 9(6).
           05 TIPO-CREC-BXA     PIC X(1).
           05 VALOR-RECEBIDO-BXA PIC 9(5)V99.
           05 VALOR-ENCARGOS-BXA PIC 9(5)V99.
           05 VALOR-CREDITO-BXA PIC 9(5)V99.

       FD  RELATORIO.
       01  LINHA-REL            PIC X(80).

       FD  PARAMETROS.
       01  REG-PARM.
           05 ACAO-PARM         PIC X(1).
               88 PARM-FECHAR       VALUE "F".
               88 PARM-REABRIR      VALUE "R".
           05 MES-REF-PARM      PIC 9(6).
           05 OPERADOR-PARM     PIC X(8).
           05 MOTIVO-PARM       PIC X(30).

       FD  RUNLOG.
       01  REG-RUNLOG.
           05 PROGRAMA-RLOG    PIC X(4).
           05 DATA-RLOG        PIC 9(8).
           05 LIDOS-RLOG       PIC 9(7).
           05 GRAVADOS-RLOG    PIC 9(7).
           05 REJEITADOS-RLOG  PIC 9(7).

       WORKING-STORAGE SECTION.
       01  FIMARQ               PIC X(1) VALUE "N".
       01  FIM-ANT              PIC X(1) VALUE "N".
       01  WS-STATUS-CREC       PIC X(2).
       01  WS-STATUS-FEC        PIC X(2).
       01  WS-STATUS-SNP        PIC X(2).
       01  WS-STATUS-ANT        PIC X(2).
       01  WS-STATUS-SAL        PIC X(2).
       01  WS-STATUS-FAT        PIC X(2).
       01  WS-STATUS-BXA        PIC X(2).
       01  WS-STATUS-PARM       PIC X(2).
       01  WS-STATUS-RLOG       PIC X(2).
       01  WS-DATA-EXECUCAO     PIC 9(8).
       01  WS-DATA-SISTEMA REDEFINES WS-DATA-EXECUCAO.
           05 WS-ANO            PIC 9(4).
           05 WS-MES            PIC 9(2).
           05 WS-DIA            PIC 9(2).
       01  WS-DATA-EMISSAO      PIC X(10).
       01  WS-MES-ATUAL         PIC 9(6) VALUE ZERO.
       01  WS-ACAO              PIC X(1) VALUE "F".
       01  WS-OPERADOR          PIC X(8) VALUE "BATCH".
       01  WS-MOTIVO            PIC X(30) VALUE SPACES.
       01  WS-MES-FECHAR        PIC 9(6) VALUE ZERO.
       01  WS-MES-FECHAR-R REDEFINES WS-MES-FECHAR.
           05 WS-ANO-FECHAR     PIC 9(4).
           05 WS-MES-NUM-FECHAR PIC 9(2).
       01  WS-MES-SEGUINTE      PIC 9(6) VALUE ZERO.
       01  WS-MES-SEGUINTE-R REDEFINES WS-MES-SEGUINTE.
           05 WS-ANO-SEGUINTE   PIC 9(4).
           05 WS-MES-NUM-SEGUINTE PIC 9(2).
       01  WS-ULTIMO-FECHADO    PIC 9(6) VALUE ZERO.
       01  WS-SALDO-ULTIMO      PIC 9(9)V99 VALUE ZERO.
       01  WS-MES-FOTO          PIC 9(6) VALUE ZERO.
       01  SW-ABERTURA          PIC X(1) VALUE "N".
           88 TEM-ABERTURA      VALUE "S".
       01  SW-ATIVO-ANT         PIC X(1) VALUE "N".
       01  SW-ATIVO-ATUAL       PIC X(1) VALUE "N".
       01  SW-ITEM-NOVO         PIC X(1) VALUE "N".
       01  SW-FEC-ACHADO        PIC X(1) VALUE "N".
       01  SW-RSP-ACHADO        PIC X(1) VALUE "N".
       01  WS-SITUACAO-MES      PIC X(1) VALUE SPACE.
       01  WS-CHAVE-ITEM.
           05 WS-CHV-MES-ITEM   PIC 9(6).
           05 WS-CHV-MAT-ITEM   PIC 9(5).
           05 WS-CHV-TIPO-ITEM  PIC X(1).
       01  WS-CHAVE-ANT.
           05 WS-CHV-MES-ANT    PIC 9(6).
           05 WS-CHV-MAT-ANT    PIC 9(5).
           05 WS-CHV-TIPO-ANT   PIC X(1).
       01  WS-ORIG-ANT          PIC 9(5)V99 VALUE ZERO.
       01  WS-PAGO-ANT          PIC 9(5)V99 VALUE ZERO.
       01  WS-DELTA-ORIG        PIC S9(7)V99 VALUE ZERO.
       01  WS-DELTA-PAGO        PIC S9(7)V99 VALUE ZERO.
       01  WS-SALDO-ITEM        PIC S9(7)V99 VALUE ZERO.
       01  WS-DESCONTO-ITEM     PIC 9(5)V99 VALUE ZERO.
       01  WS-ABERTURA          PIC S9(9)V99 VALUE ZERO.
       01  WS-FATURAMENTO       PIC S9(9)V99 VALUE ZERO.
       01  WS-ENCARGOS          PIC S9(9)V99 VALUE ZERO.
       01  WS-RECEBIMENTOS      PIC S9(9)V99 VALUE ZERO.
       01  WS-DESCONTOS         PIC S9(9)V99 VALUE ZERO.
       01  WS-RENEGOCIACOES     PIC S9(9)V99 VALUE ZERO.
       01  WS-SALDO-CALCULADO   PIC S9(9)V99 VALUE ZERO.
       01  WS-SALDO-FECHAMENTO  PIC S9(9)V99 VALUE ZERO.
       01  WS-DIFERENCA         PIC S9(9)V99 VALUE ZERO.
       01  WS-DIF-ABERTURA      PIC S9(9)V99 VALUE ZERO.
       01  WS-VALOR-EDIT        PIC -.---.---.--9,99.
       01  CONT-LIDOS           PIC 9(7) COMP VALUE ZERO.
       01  CONT-GRAVADOS        PIC 9(7) COMP VALUE ZERO.
       01  CONT-DIVERGENTES     PIC 9(7) COMP VALUE ZERO.
       01  CONT-BAIXAS-POSTERIORES PIC 9(7) COMP VALUE ZERO.
       01  WS-CONT-EDIT         PIC ZZZZZZ9.
       01  IDX-FEC              PIC 9(3) COMP.
       01  IDX-RSP              PIC 9(5) COMP.

       01  TAB-FECHAMENTOS.
           05 QTD-FECHAMENTOS   PIC 9(3) COMP VALUE ZERO.
           05 TAB-FEC-ITEM      OCCURS 1 TO 999 TIMES
                                DEPENDING ON QTD-FECHAMENTOS
                                INDEXED BY IDX-TFEC.
               10 TAB-FEC-MES    PIC 9(6).
               10 TAB-FEC-ACAO   PIC X(1).
               10 TAB-FEC-SALDO  PIC 9(9)V99.

       01  TAB-DESCONTOS.
           05 QTD-DESCONTOS     PIC 9(5) COMP VALUE ZERO.
           05 TAB-DSC-ITEM      OCCURS 1 TO 9999 TIMES
                                DEPENDING ON QTD-DESCONTOS
                                INDEXED BY IDX-DSC.
               10 TAB-DSC-MES       PIC 9(6).
               10 TAB-DSC-MATRICULA PIC 9(5).
               10 TAB-DSC-VALOR     PIC 9(5)V99.

       01  TAB-RESPONSAVEIS.
           05 QTD-RESPONSAVEIS  PIC 9(5) COMP VALUE ZERO.
           05 TAB-RSP-ITEM      OCCURS 1 TO 9999 TIMES
                                DEPENDING ON QTD-RESPONSAVEIS
                                INDEXED BY IDX-TRSP.
               10 TAB-RSP-CODIGO PIC X(5).
               10 TAB-RSP-NOME   PIC X(20).
               10 TAB-RSP-SALDO  PIC S9(9)V99.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
           STRING WS-DIA "/" WS-MES "/" WS-ANO
               DELIMITED BY SIZE INTO WS-DATA-EMISSAO
           MOVE WS-DATA-EXECUCAO (1:6) TO WS-MES-ATUAL
           MOVE WS-MES-ATUAL TO WS-MES-FECHAR
           IF WS-MES-NUM-FECHAR = 01
               SUBTRACT 1 FROM WS-ANO-FECHAR
               MOVE 12 TO WS-MES-NUM-FECHAR
           ELSE
               SUBTRACT 1 FROM WS-MES-NUM-FECHAR
           END-IF
           PERFORM LE-PARAMETRO
           PERFORM CARREGA-FECHAMENTOS
           IF WS-ACAO = "R"
               PERFORM REABRE-MES
           ELSE
               PERFORM FECHA-MES
           END-IF
           PERFORM GRAVA-RUNLOG
           STOP RUN.

       LE-PARAMETRO.
           OPEN INPUT PARAMETROS
           IF WS-STATUS-PARM = "00"
               READ PARAMETROS
                   NOT AT END
                       IF PARM-FECHAR OR PARM-REABRIR
                           MOVE ACAO-PARM TO WS-ACAO
                       END-IF
                       IF MES-REF-PARM IS NUMERIC
                               AND MES-REF-PARM > ZERO
                           MOVE MES-REF-PARM TO WS-MES-FECHAR
                       END-IF
                       IF OPERADOR-PARM NOT = SPACES
                           MOVE OPERADOR-PARM TO WS-OPERADOR
                       ELSE
                           MOVE SPACES TO WS-OPERADOR
                       END-IF
                       MOVE MOTIVO-PARM TO WS-MOTIVO
               END-READ
               CLOSE PARAMETROS
           END-IF.

       CARREGA-FECHAMENTOS.
           MOVE ZERO TO QTD-FECHAMENTOS
           OPEN INPUT FECHAMENTOS
           IF WS-STATUS-FEC = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ FECHAMENTOS AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       IF MES-FEC IS NUMERIC
                               AND (FEC-FECHADO OR FEC-REABERTO)
                           PERFORM GUARDA-FECHAMENTO
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FECHAMENTOS
           END-IF
           MOVE "N" TO FIMARQ
           MOVE ZERO TO WS-ULTIMO-FECHADO
           MOVE ZERO TO WS-SALDO-ULTIMO
           PERFORM APURA-ULTIMO-FECHADO
               VARYING IDX-FEC FROM 1 BY 1
               UNTIL IDX-FEC > QTD-FECHAMENTOS.

       GUARDA-FECHAMENTO.
           MOVE "N" TO SW-FEC-ACHADO
           SET IDX-TFEC TO 1
           SEARCH TAB-FEC-ITEM
               AT END
                   CONTINUE
               WHEN TAB-FEC-MES (IDX-TFEC) = MES-FEC
                   MOVE "S" TO SW-FEC-ACHADO
           END-SEARCH
           IF SW-FEC-ACHADO = "N"
               IF QTD-FECHAMENTOS < 999
                   ADD 1 TO QTD-FECHAMENTOS
                   SET IDX-TFEC TO QTD-FECHAMENTOS
                   MOVE MES-FEC TO TAB-FEC-MES (IDX-TFEC)
                   MOVE "S" TO SW-FEC-ACHADO
               END-IF
           END-IF
           IF SW-FEC-ACHADO = "S"
               MOVE ACAO-FEC TO TAB-FEC-ACAO (IDX-TFEC)
               MOVE SALDO-FEC TO TAB-FEC-SALDO (IDX-TFEC)
           END-IF.

       APURA-ULTIMO-FECHADO.
           IF TAB-FEC-ACAO (IDX-FEC) = "F"
                   AND TAB-FEC-MES (IDX-FEC) > WS-ULTIMO-FECHADO
               MOVE TAB-FEC-MES (IDX-FEC) TO WS-ULTIMO-FECHADO
               MOVE TAB-FEC-SALDO (IDX-FEC) TO WS-SALDO-ULTIMO
           END-IF.

       SITUACAO-MES-FECHAR.
           MOVE SPACE TO WS-SITUACAO-MES
           SET IDX-TFEC TO 1
           SEARCH TAB-FEC-ITEM
               AT END
                   CONTINUE
               WHEN TAB-FEC-MES (IDX-TFEC) = WS-MES-FECHAR
                   MOVE TAB-FEC-ACAO (IDX-TFEC) TO WS-SITUACAO-MES
           END-SEARCH.

       REABRE-MES.
           PERFORM SITUACAO-MES-FECHAR
           EVALUATE TRUE
               WHEN WS-OPERADOR = SPACES OR WS-MOTIVO = SPACES
                   DISPLAY "EX77: REABERTURA EXIGE OPERADOR E MOTIVO"
                           " NO EX77PARM"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SITUACAO-MES NOT = "F"
                   DISPLAY "EX77: MES " WS-MES-FECHAR
                           " NAO ESTA FECHADO"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-MES-FECHAR NOT = WS-ULTIMO-FECHADO
                   DISPLAY "EX77: SO O ULTIMO MES FECHADO ("
                           WS-ULTIMO-FECHADO ") PODE SER REABERTO"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM ABRE-FECHAMENTOS
                   MOVE WS-MES-FECHAR TO MES-FEC
                   MOVE "R" TO ACAO-FEC
                   MOVE WS-DATA-EXECUCAO TO DATA-FEC
                   MOVE WS-OPERADOR TO OPERADOR-FEC
                   MOVE WS-SALDO-ULTIMO TO SALDO-FEC
                   MOVE WS-MOTIVO TO MOTIVO-FEC
                   WRITE DADOS-FECHAMENTO
                   CLOSE FECHAMENTOS
                   ADD 1 TO CONT-GRAVADOS
                   OPEN OUTPUT RELATORIO
                   MOVE SPACES TO LINHA-REL
                   STRING "REABERTURA DO CONTAS A RECEBER - MES "
                       WS-MES-FECHAR
                       DELIMITED BY SIZE INTO LINHA-REL
                   WRITE LINHA-REL
                   MOVE SPACES TO LINHA-REL
                   STRING "EMISSAO: " WS-DATA-EMISSAO
                       "  OPERADOR: " WS-OPERADOR
                       DELIMITED BY SIZE INTO LINHA-REL
                   WRITE LINHA-REL
                   MOVE SPACES TO LINHA-REL
                   STRING "MOTIVO: " WS-MOTIVO
                       DELIMITED BY SIZE INTO LINHA-REL
                   WRITE LINHA-REL
                   CLOSE RELATORIO
                   DISPLAY "EX77: MES " WS-MES-FECHAR
                           " REABERTO POR " WS-OPERADOR
           END-EVALUATE.

       FECHA-MES.
           PERFORM SITUACAO-MES-FECHAR
           MOVE WS-ULTIMO-FECHADO TO WS-MES-SEGUINTE
           IF WS-MES-NUM-SEGUINTE = 12
               ADD 1 TO WS-ANO-SEGUINTE
               MOVE 01 TO WS-MES-NUM-SEGUINTE
           ELSE
               ADD 1 TO WS-MES-NUM-SEGUINTE
           END-IF
           EVALUATE TRUE
               WHEN WS-OPERADOR = SPACES
                   DISPLAY "EX77: OPERADOR NAO INFORMADO NO EX77PARM"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-MES-FECHAR >= WS-MES-ATUAL
                   DISPLAY "EX77: MES " WS-MES-FECHAR
                           " AINDA NAO TERMINOU"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SITUACAO-MES = "F"
                   DISPLAY "EX77: MES " WS-MES-FECHAR
                           " JA ESTA FECHADO"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ULTIMO-FECHADO > ZERO
                       AND WS-MES-FECHAR NOT = WS-MES-SEGUINTE
                   DISPLAY "EX77: FECHE OS MESES EM ORDEM - PROXIMO"
                           " A FECHAR: " WS-MES-SEGUINTE
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM EXECUTA-FECHAMENTO
           END-EVALUATE.

       EXECUTA-FECHAMENTO.
           OPEN INPUT CONTAS-RECEBER
           IF WS-STATUS-CREC NOT = "00"
               DISPLAY "EX77: CONTREC AUSENTE - EXECUTE O EX37"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM PREPARA-ABERTURA
           PERFORM CARREGA-DESCONTOS
           PERFORM CONTA-BAIXAS-POSTERIORES
           OPEN OUTPUT FOTO-ATUAL
           IF TEM-ABERTURA
               OPEN INPUT FOTO-ANTERIOR
               PERFORM LE-FOTO-ANTERIOR
           ELSE
               MOVE "S" TO FIM-ANT
           END-IF
           PERFORM UNTIL FIMARQ = "S"
               READ CONTAS-RECEBER AT END
                   MOVE "S" TO FIMARQ
               NOT AT END
                   ADD 1 TO CONT-LIDOS
                   PERFORM PROCESSA-ITEM-FECHAMENTO
               END-READ
           END-PERFORM
           PERFORM ITEM-DESAPARECIDO UNTIL FIM-ANT = "S"
           CLOSE CONTAS-RECEBER
           CLOSE FOTO-ATUAL
           IF TEM-ABERTURA
               CLOSE FOTO-ANTERIOR
           END-IF
           MOVE "N" TO FIMARQ

           COMPUTE WS-SALDO-CALCULADO = WS-ABERTURA
               + WS-FATURAMENTO + WS-ENCARGOS
               - WS-RECEBIMENTOS - WS-DESCONTOS - WS-RENEGOCIACOES
           COMPUTE WS-DIFERENCA =
               WS-SALDO-FECHAMENTO - WS-SALDO-CALCULADO
           IF WS-ULTIMO-FECHADO > ZERO
               COMPUTE WS-DIF-ABERTURA =
                   WS-ABERTURA - WS-SALDO-ULTIMO
           END-IF

           PERFORM ABRE-FECHAMENTOS
           MOVE WS-MES-FECHAR TO MES-FEC
           MOVE "F" TO ACAO-FEC
           MOVE WS-DATA-EXECUCAO TO DATA-FEC
           MOVE WS-OPERADOR TO OPERADOR-FEC
           MOVE WS-SALDO-FECHAMENTO TO SALDO-FEC
           MOVE WS-MOTIVO TO MOTIVO-FEC
           WRITE DADOS-FECHAMENTO
           CLOSE FECHAMENTOS

           PERFORM ABRE-SALDOS
           PERFORM GRAVA-SALDO-RESPONSAVEL
               VARYING IDX-RSP FROM 1 BY 1
               UNTIL IDX-RSP > QTD-RESPONSAVEIS
           CLOSE SALDOS

           OPEN OUTPUT RELATORIO
           PERFORM IMPRIME-CABECALHO-REL
           PERFORM IMPRIME-RESPONSAVEL
               VARYING IDX-RSP FROM 1 BY 1
               UNTIL IDX-RSP > QTD-RESPONSAVEIS
           PERFORM IMPRIME-CONCILIACAO
           CLOSE RELATORIO

           DISPLAY "EX77: MES FECHADO ........... " WS-MES-FECHAR
           DISPLAY "EX77: ITENS DA CARTEIRA ..... " CONT-LIDOS
           DISPLAY "EX77: RESPONSAVEIS .......... " QTD-RESPONSAVEIS
           MOVE WS-SALDO-FECHAMENTO TO WS-VALOR-EDIT
           DISPLAY "EX77: SALDO DE FECHAMENTO ... " WS-VALOR-EDIT
           IF WS-DIFERENCA NOT = ZERO OR WS-DIF-ABERTURA NOT = ZERO
               DISPLAY "EX77: ATENCAO - CONCILIACAO COM DIFERENCA"
               MOVE 4 TO RETURN-CODE
           END-IF.

       PREPARA-ABERTURA.
           MOVE "N" TO SW-ABERTURA
           MOVE ZERO TO WS-MES-FOTO
           OPEN INPUT FOTO-ATUAL
           IF WS-STATUS-SNP = "00"
               READ FOTO-ATUAL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE MES-SNP TO WS-MES-FOTO
               END-READ
               CLOSE FOTO-ATUAL
           END-IF
           IF WS-MES-FOTO = WS-MES-FECHAR
               OPEN INPUT FOTO-ANTERIOR
               IF WS-STATUS-ANT = "00"
                   CLOSE FOTO-ANTERIOR
                   SET TEM-ABERTURA TO TRUE
               END-IF
           ELSE
               IF WS-MES-FOTO > ZERO
                   PERFORM COPIA-FOTO-ANTERIOR
                   SET TEM-ABERTURA TO TRUE
               END-IF
           END-IF
           IF WS-ULTIMO-FECHADO > ZERO AND NOT TEM-ABERTURA
               DISPLAY "EX77: AVISO - FOTO DO FECHAMENTO "
                       WS-ULTIMO-FECHADO " AUSENTE - ABERTURA ZERO"
           END-IF.

       COPIA-FOTO-ANTERIOR.
           OPEN INPUT FOTO-ATUAL
           OPEN OUTPUT FOTO-ANTERIOR
           PERFORM UNTIL FIMARQ = "S"
               READ FOTO-ATUAL AT END
                   MOVE "S" TO FIMARQ
               NOT AT END
                   MOVE DADOS-SNP TO DADOS-ANT
                   WRITE DADOS-ANT
               END-READ
           END-PERFORM
           CLOSE FOTO-ATUAL
           CLOSE FOTO-ANTERIOR
           MOVE "N" TO FIMARQ.

       CARREGA-DESCONTOS.
           MOVE ZERO TO QTD-DESCONTOS
           OPEN INPUT FATURAS
           IF WS-STATUS-FAT = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ FATURAS AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       IF MES-REF-FAT IS NUMERIC
                               AND VALOR-BRUTO-FAT IS NUMERIC
                               AND VALOR-COBRADO-FAT IS NUMERIC
                               AND VALOR-BRUTO-FAT > VALOR-COBRADO-FAT
                               AND QTD-DESCONTOS < 9999
                           ADD 1 TO QTD-DESCONTOS
                           MOVE MES-REF-FAT
                               TO TAB-DSC-MES (QTD-DESCONTOS)
                           MOVE MATRICULA-FAT
                               TO TAB-DSC-MATRICULA (QTD-DESCONTOS)
                           COMPUTE TAB-DSC-VALOR (QTD-DESCONTOS) =
                               VALOR-BRUTO-FAT - VALOR-COBRADO-FAT
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FATURAS
           END-IF
           MOVE "N" TO FIMARQ.

       CONTA-BAIXAS-POSTERIORES.
           MOVE ZERO TO CONT-BAIXAS-POSTERIORES
           OPEN INPUT BAIXAS
           IF WS-STATUS-BXA = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ BAIXAS AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       IF DATA-BXA IS NUMERIC
                               AND DATA-BXA (1:6) > WS-MES-FECHAR
                           ADD 1 TO CONT-BAIXAS-POSTERIORES
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE BAIXAS
           END-IF
           MOVE "N" TO FIMARQ.

       LE-FOTO-ANTERIOR.
           READ FOTO-ANTERIOR
               AT END
                   MOVE "S" TO FIM-ANT
               NOT AT END
                   MOVE MES-REF-ANT TO WS-CHV-MES-ANT
                   MOVE MATRICULA-ANT TO WS-CHV-MAT-ANT
                   MOVE TIPO-ANT TO WS-CHV-TIPO-ANT
           END-READ.

       PROCESSA-ITEM-FECHAMENTO.
           MOVE MES-REF-CREC TO WS-CHV-MES-ITEM
           MOVE MATRICULA-CREC TO WS-CHV-MAT-ITEM
           MOVE TIPO-CREC TO WS-CHV-TIPO-ITEM
           PERFORM ITEM-DESAPARECIDO
               UNTIL FIM-ANT = "S" OR WS-CHAVE-ANT NOT < WS-CHAVE-ITEM
           MOVE "N" TO SW-ITEM-NOVO
           IF FIM-ANT = "S" OR WS-CHAVE-ANT > WS-CHAVE-ITEM
               MOVE "S" TO SW-ITEM-NOVO
           END-IF
           IF SW-ITEM-NOVO = "S"
               MOVE "S" TO SW-ATIVO-ANT
               MOVE ZERO TO WS-ORIG-ANT
               MOVE ZERO TO WS-PAGO-ANT
           ELSE
               MOVE VALOR-ORIG-ANT TO WS-ORIG-ANT
               MOVE VALOR-PAGO-ANT TO WS-PAGO-ANT
               IF SITUACAO-ANT = "N" OR SITUACAO-ANT = "C"
                   MOVE "N" TO SW-ATIVO-ANT
               ELSE
                   MOVE "S" TO SW-ATIVO-ANT
                   COMPUTE WS-SALDO-ITEM =
                       VALOR-ORIG-ANT - VALOR-PAGO-ANT
                   ADD WS-SALDO-ITEM TO WS-ABERTURA
               END-IF
               PERFORM LE-FOTO-ANTERIOR
           END-IF
           IF CREC-RENEGOCIADO OR CREC-CANCELADO
               MOVE "N" TO SW-ATIVO-ATUAL
           ELSE
               MOVE "S" TO SW-ATIVO-ATUAL
           END-IF
           COMPUTE WS-DELTA-ORIG = VALOR-ORIG-CREC - WS-ORIG-ANT
           COMPUTE WS-DELTA-PAGO = VALOR-PAGO-CREC - WS-PAGO-ANT
           COMPUTE WS-SALDO-ITEM = VALOR-ORIG-CREC - VALOR-PAGO-CREC
           EVALUATE TRUE
               WHEN SW-ATIVO-ANT = "S"
                   PERFORM CLASSIFICA-MOVIMENTO
                   IF SW-ATIVO-ATUAL = "N"
                       ADD WS-SALDO-ITEM TO WS-RENEGOCIACOES
                   END-IF
               WHEN SW-ATIVO-ATUAL = "S"
                   SUBTRACT WS-SALDO-ITEM FROM WS-RENEGOCIACOES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF SW-ATIVO-ATUAL = "S"
               ADD WS-SALDO-ITEM TO WS-SALDO-FECHAMENTO
               PERFORM ACUMULA-RESPONSAVEL
           END-IF
           MOVE WS-MES-FECHAR TO MES-SNP
           MOVE DADOS-CREC TO IMAGEM-SNP
           WRITE DADOS-SNP.

       CLASSIFICA-MOVIMENTO.
           EVALUATE TRUE
               WHEN CREC-ENCARGOS
                   ADD WS-DELTA-ORIG TO WS-ENCARGOS
               WHEN CREC-PARCELA-ACORDO
                   SUBTRACT WS-DELTA-ORIG FROM WS-RENEGOCIACOES
               WHEN OTHER
                   ADD WS-DELTA-ORIG TO WS-FATURAMENTO
                   IF SW-ITEM-NOVO = "S"
                       PERFORM PROCURA-DESCONTO
                       ADD WS-DESCONTO-ITEM TO WS-FATURAMENTO
                       ADD WS-DESCONTO-ITEM TO WS-DESCONTOS
                   END-IF
           END-EVALUATE
           ADD WS-DELTA-PAGO TO WS-RECEBIMENTOS.

       PROCURA-DESCONTO.
           MOVE ZERO TO WS-DESCONTO-ITEM
           SET IDX-DSC TO 1
           SEARCH TAB-DSC-ITEM
               AT END
                   CONTINUE
               WHEN TAB-DSC-MES (IDX-DSC) = MES-REF-CREC
                       AND TAB-DSC-MATRICULA (IDX-DSC) = MATRICULA-CREC
                   MOVE TAB-DSC-VALOR (IDX-DSC) TO WS-DESCONTO-ITEM
           END-SEARCH.

       ITEM-DESAPARECIDO.
           IF SITUACAO-ANT NOT = "N" AND SITUACAO-ANT NOT = "C"
               COMPUTE WS-SALDO-ITEM =
                   VALOR-ORIG-ANT - VALOR-PAGO-ANT
               ADD WS-SALDO-ITEM TO WS-ABERTURA
               IF WS-SALDO-ITEM NOT = ZERO
                   ADD 1 TO CONT-DIVERGENTES
               END-IF
           END-IF
           PERFORM LE-FOTO-ANTERIOR.

       ACUMULA-RESPONSAVEL.
           MOVE "N" TO SW-RSP-ACHADO
           SET IDX-TRSP TO 1
           SEARCH TAB-RSP-ITEM
               AT END
                   CONTINUE
               WHEN TAB-RSP-CODIGO (IDX-TRSP) = CODIGO-CLI-CREC
                   MOVE "S" TO SW-RSP-ACHADO
           END-SEARCH
           IF SW-RSP-ACHADO = "N"
               IF QTD-RESPONSAVEIS < 9999
                   ADD 1 TO QTD-RESPONSAVEIS
                   SET IDX-TRSP TO QTD-RESPONSAVEIS
                   MOVE CODIGO-CLI-CREC TO TAB-RSP-CODIGO (IDX-TRSP)
                   MOVE NOME-RESP-CREC TO TAB-RSP-NOME (IDX-TRSP)
                   MOVE ZERO TO TAB-RSP-SALDO (IDX-TRSP)
                   MOVE "S" TO SW-RSP-ACHADO
               ELSE
                   DISPLAY "EX77: RESPONSAVEIS DEMAIS - SALDO DE "
                           CODIGO-CLI-CREC " SO NO TOTAL"
               END-IF
           END-IF
           IF SW-RSP-ACHADO = "S"
               ADD WS-SALDO-ITEM TO TAB-RSP-SALDO (IDX-TRSP)
           END-IF.

       ABRE-FECHAMENTOS.
           OPEN EXTEND FECHAMENTOS
           IF WS-STATUS-FEC NOT = "00"
               OPEN OUTPUT FECHAMENTOS
               CLOSE FECHAMENTOS
               OPEN EXTEND FECHAMENTOS
           END-IF.

       ABRE-SALDOS.
           OPEN EXTEND SALDOS
           IF WS-STATUS-SAL NOT = "00"
               OPEN OUTPUT SALDOS
               CLOSE SALDOS
               OPEN EXTEND SALDOS
           END-IF.

       GRAVA-SALDO-RESPONSAVEL.
           IF TAB-RSP-SALDO (IDX-RSP) NOT = ZERO
               MOVE WS-MES-FECHAR TO MES-SAL
               MOVE TAB-RSP-CODIGO (IDX-RSP) TO CODIGO-CLI-SAL
               MOVE TAB-RSP-NOME (IDX-RSP) TO NOME-RESP-SAL
               MOVE TAB-RSP-SALDO (IDX-RSP) TO SALDO-SAL
               MOVE WS-DATA-EXECUCAO TO DATA-SAL
               WRITE DADOS-SALDO
               ADD 1 TO CONT-GRAVADOS
           END-IF.

       IMPRIME-CABECALHO-REL.
           MOVE SPACES TO LINHA-REL
           STRING "FECHAMENTO DO CONTAS A RECEBER - MES "
               WS-MES-FECHAR
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "EMISSAO: " WS-DATA-EMISSAO
               "  OPERADOR: " WS-OPERADOR
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "SALDO POR RESPONSAVEL"
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL.

       IMPRIME-RESPONSAVEL.
           IF TAB-RSP-SALDO (IDX-RSP) NOT = ZERO
               MOVE SPACES TO LINHA-REL
               STRING TAB-RSP-CODIGO (IDX-RSP) " "
                   TAB-RSP-NOME (IDX-RSP)
                   DELIMITED BY SIZE INTO LINHA-REL
               MOVE TAB-RSP-SALDO (IDX-RSP) TO WS-VALOR-EDIT
               MOVE WS-VALOR-EDIT TO LINHA-REL (44:16)
               WRITE LINHA-REL
           END-IF.

       IMPRIME-CONCILIACAO.
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "CONCILIACAO DO SALDO (ROLL-FORWARD)"
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           IF WS-ULTIMO-FECHADO > ZERO
               STRING "    SALDO DE ABERTURA (FECHAMENTO "
                   WS-ULTIMO-FECHADO ")"
                   DELIMITED BY SIZE INTO LINHA-REL
           ELSE
               STRING "    SALDO DE ABERTURA (PRIMEIRO FECHAMENTO)"
                   DELIMITED BY SIZE INTO LINHA-REL
           END-IF
           MOVE WS-ABERTURA TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-REL (44:16)
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "(+) FATURAMENTO BRUTO"
               DELIMITED BY SIZE INTO LINHA-REL
           MOVE WS-FATURAMENTO TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-REL (44:16)
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "(+) MULTA E JUROS LANCADOS"
               DELIMITED BY SIZE INTO LINHA-REL
           MOVE WS-ENCARGOS TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-REL (44:16)
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "(-) RECEBIMENTOS E CREDITOS UTILIZADOS"
               DELIMITED BY SIZE INTO LINHA-REL
           MOVE WS-RECEBIMENTOS TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-REL (44:16)
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "(-) DESCONTOS (BOLSAS E IRMAOS)"
               DELIMITED BY SIZE INTO LINHA-REL
           MOVE WS-DESCONTOS TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-REL (44:16)
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "(-) RENEGOCIACOES E CANCELAMENTOS"
               DELIMITED BY SIZE INTO LINHA-REL
           MOVE WS-RENEGOCIACOES TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-REL (44:16)
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "(=) SALDO CALCULADO"
               DELIMITED BY SIZE INTO LINHA-REL
           MOVE WS-SALDO-CALCULADO TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-REL (44:16)
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "    SALDO DE FECHAMENTO (CONTREC)"
               DELIMITED BY SIZE INTO LINHA-REL
           MOVE WS-SALDO-FECHAMENTO TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-REL (44:16)
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "    DIFERENCA"
               DELIMITED BY SIZE INTO LINHA-REL
           MOVE WS-DIFERENCA TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-REL (44:16)
           IF WS-DIFERENCA NOT = ZERO
               MOVE "*** ATENCAO ***" TO LINHA-REL (62:15)
           END-IF
           WRITE LINHA-REL
           IF WS-DIF-ABERTURA NOT = ZERO
               MOVE SPACES TO LINHA-REL
               STRING "    ABERTURA DIFERE DO SALDO FECHADO EM "
                   WS-ULTIMO-FECHADO
                   DELIMITED BY SIZE INTO LINHA-REL
               MOVE WS-DIF-ABERTURA TO WS-VALOR-EDIT
               MOVE WS-VALOR-EDIT TO LINHA-REL (48:16)
               MOVE "*** ATENCAO ***" TO LINHA-REL (66:15)
               WRITE LINHA-REL
           END-IF
           IF CONT-DIVERGENTES > ZERO
               MOVE CONT-DIVERGENTES TO WS-CONT-EDIT
               MOVE SPACES TO LINHA-REL
               STRING "    ITENS DA FOTO ANTERIOR AUSENTES OU FORA DE"
                   " ORDEM: " WS-CONT-EDIT
                   DELIMITED BY SIZE INTO LINHA-REL
               WRITE LINHA-REL
           END-IF
           IF CONT-BAIXAS-POSTERIORES > ZERO
               MOVE CONT-BAIXAS-POSTERIORES TO WS-CONT-EDIT
               MOVE SPACES TO LINHA-REL
               STRING "    AVISO: BAIXAS DATADAS APOS O MES JA NA"
                   " CARTEIRA: " WS-CONT-EDIT
                   DELIMITED BY SIZE INTO LINHA-REL
               WRITE LINHA-REL
           END-IF.

       GRAVA-RUNLOG.
           OPEN EXTEND RUNLOG
           IF WS-STATUS-RLOG NOT = "00"
               OPEN OUTPUT RUNLOG
               CLOSE RUNLOG
               OPEN EXTEND RUNLOG
           END-IF
           MOVE "EX77" TO PROGRAMA-RLOG
           MOVE WS-DATA-EXECUCAO TO DATA-RLOG
           MOVE CONT-LIDOS TO LIDOS-RLOG
           MOVE CONT-GRAVADOS TO GRAVADOS-RLOG
           MOVE CONT-DIVERGENTES TO REJEITADOS-RLOG
           WRITE REG-RUNLOG
           CLOSE RUNLOG.
