       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX64.
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
           SELECT RETROATIVOS ASSIGN TO "EX52RET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RET.
           SELECT CADHFP ASSIGN TO "CADHFP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-HFP
               FILE STATUS IS WS-STATUS-HFP.
           SELECT MOVIMENTOS ASSIGN TO "EX11MOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOV.
           SELECT PARAMETROS-CENTRAL ASSIGN TO "CADPAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHAVE-PAR
               FILE STATUS IS WS-STATUS-PCEN.
           SELECT RELATORIO ASSIGN TO "EX64REL.DAT"
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

       DATA DIVISION.
       FILE SECTION.
       FD  RETROATIVOS.
       01  DADOS-RET.
           05 NUMERO-RET        PIC 9(5).
           05 NOME-RET          PIC X(20).
           05 DEPTO-RET         PIC X(10).
           05 SALARIO-ANTERIOR-RET PIC 9(5)V99.
           05 SALARIO-NOVO-RET  PIC 9(5)V99.
           05 VIGENCIA-RET      PIC 9(8).
           05 DATA-APROVACAO-RET PIC 9(8).

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

       WORKING-STORAGE SECTION.
       01  FIMARQ               PIC X(1) VALUE "N".
       01  FIM-PCEN             PIC X(1) VALUE "N".
       01  WS-STATUS-RET        PIC X(2).
       01  WS-STATUS-HFP        PIC X(2).
       01  WS-STATUS-MOV        PIC X(2).
       01  WS-STATUS-PCEN       PIC X(2).
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
       01  WS-MES-CORRENTE      PIC 9(6) VALUE ZERO.
       01  WS-MES-LOOP          PIC 9(6) VALUE ZERO.
       01  WS-MES-LOOP-R REDEFINES WS-MES-LOOP.
           05 WS-ANO-LOOP       PIC 9(4).
           05 WS-MES-LOOP-MM    PIC 9(2).
       01  WS-MES-DESTINO       PIC 9(6) VALUE ZERO.
       01  WS-MES-DESTINO-R REDEFINES WS-MES-DESTINO.
           05 WS-ANO-DESTINO    PIC 9(4).
           05 WS-MES-DESTINO-MM PIC 9(2).
       01  WS-VIGENCIA          PIC 9(8) VALUE ZERO.
       01  WS-VIGENCIA-R REDEFINES WS-VIGENCIA.
           05 WS-ANO-VIG        PIC 9(4).
           05 WS-MES-VIG        PIC 9(2).
           05 WS-DIA-VIG        PIC 9(2).

       01  WS-MESES-MAX         PIC 9(3) VALUE 24.
       01  WS-MESES-DECORRIDOS  PIC S9(5) COMP VALUE ZERO.
       01  WS-DIFERENCA         PIC 9(6)V99 VALUE ZERO.
       01  WS-DIF-SALARIO       PIC 9(5)V99 VALUE ZERO.
       01  WS-TOTAL-FUNC        PIC 9(7)V99 VALUE ZERO.
       01  WS-TOTAL-GERAL       PIC 9(9)V99 VALUE ZERO.
       01  WS-MESES-FUNC        PIC 9(3) VALUE ZERO.
       01  WS-TIPO-DESCRICAO    PIC X(12) VALUE SPACES.
       01  WS-OBSERVACAO        PIC X(16) VALUE SPACES.
       01  WS-MOTIVO            PIC X(30) VALUE SPACES.

       01  CONT-LIDOS           PIC 9(7) COMP VALUE ZERO.
       01  CONT-GRAVADOS        PIC 9(7) COMP VALUE ZERO.
       01  CONT-REJEITADOS      PIC 9(7) COMP VALUE ZERO.
       01  CONT-SEM-DIFERENCA   PIC 9(7) COMP VALUE ZERO.
       01  WS-NUMERO-EDIT       PIC ZZZZ9.
       01  WS-VALOR-EDIT        PIC ZZ.ZZ9,99.
       01  WS-VALOR2-EDIT       PIC ZZ.ZZ9,99.
       01  WS-BRUTO-EDIT        PIC ZZZ.ZZ9,99.
       01  WS-DIFERENCA-EDIT    PIC ZZZ.ZZ9,99.
       01  WS-TOTAL-EDIT        PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-QTD-EDIT          PIC ZZZZ9.
       01  WS-QTD-HFP-EDIT      PIC Z9.
       01  LINHA-DETALHE        PIC X(80).

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
           STRING WS-DIA "/" WS-MES "/" WS-ANO
               DELIMITED BY SIZE INTO WS-DATA-EMISSAO
           MOVE WS-DATA-EXECUCAO (1:6) TO WS-MES-CORRENTE
           PERFORM LE-PARAMETROS-CENTRAIS

           OPEN INPUT RETROATIVOS
           IF WS-STATUS-RET NOT = "00"
               DISPLAY "EX64: EX52RET AUSENTE - NENHUM REAJUSTE"
                       " RETROATIVO PENDENTE"
               STOP RUN
           END-IF
           OPEN INPUT CADHFP
           IF WS-STATUS-HFP NOT = "00"
               DISPLAY "EX64: CADHFP INDISPONIVEL - "
                       WS-STATUS-HFP
               CLOSE RETROATIVOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ABRE-MOVIMENTOS
           PERFORM ABRE-REJEITOS
           OPEN OUTPUT RELATORIO
           PERFORM IMPRIME-CABECALHO-REL

           PERFORM UNTIL FIMARQ = "S"
               READ RETROATIVOS AT END
                   MOVE "S" TO FIMARQ
               NOT AT END
                   ADD 1 TO CONT-LIDOS
                   PERFORM PROCESSA-RETROATIVO
               END-READ
           END-PERFORM

           PERFORM IMPRIME-TOTAIS-REL
           CLOSE RETROATIVOS
           CLOSE CADHFP
           CLOSE MOVIMENTOS
           CLOSE RELATORIO
           CLOSE REJEITOS
           OPEN OUTPUT RETROATIVOS
           CLOSE RETROATIVOS
           PERFORM GRAVA-RUNLOG
           DISPLAY "EX64: REAJUSTES LIDOS ....... " CONT-LIDOS
           DISPLAY "EX64: MOVIMENTOS GERADOS .... " CONT-GRAVADOS
           DISPLAY "EX64: SEM DIFERENCA A PAGAR . " CONT-SEM-DIFERENCA
           DISPLAY "EX64: REJEITADOS ............ " CONT-REJEITADOS
           STOP RUN.

       LE-PARAMETROS-CENTRAIS.
           OPEN INPUT PARAMETROS-CENTRAL
           IF WS-STATUS-PCEN = "00"
               PERFORM UNTIL FIM-PCEN = "S"
                   READ PARAMETROS-CENTRAL NEXT
                       AT END
                           MOVE "S" TO FIM-PCEN
                       NOT AT END
                           IF PROGRAMA-PAR = "EX64"
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
           IF NOME-PAR = "MESESMAX" AND VALOR-PAR > ZERO
                   AND VALOR-PAR < 1000
               MOVE VALOR-PAR TO WS-MESES-MAX
           END-IF.

       ABRE-MOVIMENTOS.
           OPEN EXTEND MOVIMENTOS
           IF WS-STATUS-MOV NOT = "00"
               OPEN OUTPUT MOVIMENTOS
               CLOSE MOVIMENTOS
               OPEN EXTEND MOVIMENTOS
           END-IF.

       PROCESSA-RETROATIVO.
           MOVE SPACES TO WS-MOTIVO
           IF NUMERO-RET IS NOT NUMERIC
                   OR SALARIO-ANTERIOR-RET IS NOT NUMERIC
                   OR SALARIO-NOVO-RET IS NOT NUMERIC
                   OR VIGENCIA-RET IS NOT NUMERIC
               MOVE "REAJUSTE RETROATIVO MAL FORMADO" TO WS-MOTIVO
           ELSE
               MOVE VIGENCIA-RET TO WS-VIGENCIA
               COMPUTE WS-MESES-DECORRIDOS =
                   (WS-ANO * 12 + WS-MES)
                   - (WS-ANO-VIG * 12 + WS-MES-VIG)
               EVALUATE TRUE
                   WHEN SALARIO-NOVO-RET
                           NOT > SALARIO-ANTERIOR-RET
                       MOVE "REAJUSTE SEM DIFERENCA A PAGAR"
                           TO WS-MOTIVO
                   WHEN WS-MES-VIG < 1 OR WS-MES-VIG > 12
                       MOVE "VIGENCIA INVALIDA" TO WS-MOTIVO
                   WHEN WS-MESES-DECORRIDOS < 1
                       MOVE "VIGENCIA NAO RETROATIVA" TO WS-MOTIVO
                   WHEN WS-MESES-DECORRIDOS > WS-MESES-MAX
                       MOVE "VIGENCIA ALEM DO LIMITE" TO WS-MOTIVO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF WS-MOTIVO NOT = SPACES
               PERFORM GRAVA-REJEITO-RETROATIVO
           ELSE
               PERFORM APURA-RETROATIVO
           END-IF.

       APURA-RETROATIVO.
           MOVE ZERO TO WS-TOTAL-FUNC
           MOVE ZERO TO WS-MESES-FUNC
           MOVE WS-MES-CORRENTE TO WS-MES-DESTINO
           COMPUTE WS-DIF-SALARIO =
               SALARIO-NOVO-RET - SALARIO-ANTERIOR-RET
           PERFORM IMPRIME-CABECALHO-FUNC
           COMPUTE WS-MES-LOOP = WS-ANO-VIG * 100 + WS-MES-VIG
           PERFORM APURA-COMPETENCIA
               UNTIL WS-MES-LOOP > WS-MES-CORRENTE
           PERFORM GERA-MOVIMENTO-RETROATIVO
           PERFORM IMPRIME-RODAPE-FUNC.

       APURA-COMPETENCIA.
           PERFORM APURA-FOLHA-MENSAL
           PERFORM APURA-DECIMO-TERCEIRO
           PERFORM APURA-FERIAS
           ADD 1 TO WS-MES-LOOP-MM
           IF WS-MES-LOOP-MM > 12
               MOVE 01 TO WS-MES-LOOP-MM
               ADD 1 TO WS-ANO-LOOP
           END-IF.

       APURA-FOLHA-MENSAL.
           MOVE NUMERO-RET TO NUMERO-HFP
           MOVE WS-MES-LOOP TO MES-REF-HFP
           SET HFP-MENSAL TO TRUE
           READ CADHFP
               INVALID KEY
                   IF WS-MES-LOOP < WS-MES-CORRENTE
                       MOVE "FOLHA MENSAL" TO WS-TIPO-DESCRICAO
                       MOVE ZERO TO WS-DIFERENCA
                       MOVE ZERO TO SALARIO-BASE-HFP
                       MOVE ZERO TO BRUTO-HFP
                       MOVE ZERO TO QTD-HFP
                       MOVE "SEM HISTORICO" TO WS-OBSERVACAO
                       PERFORM IMPRIME-LINHA-COMPETENCIA
                       MOVE "COMPETENCIA SEM HISTORICO"
                           TO WS-MOTIVO
                       PERFORM GRAVA-REJEITO-RETROATIVO
                   END-IF
               NOT INVALID KEY
                   IF WS-MES-LOOP = WS-MES-CORRENTE
                       PERFORM AVANCA-MES-DESTINO
                   END-IF
                   MOVE ZERO TO WS-DIFERENCA
                   MOVE SPACES TO WS-OBSERVACAO
                   IF SALARIO-BASE-HFP > ZERO
                           AND SALARIO-BASE-HFP < SALARIO-NOVO-RET
                       COMPUTE WS-DIFERENCA ROUNDED =
                           BRUTO-HFP
                           * (SALARIO-NOVO-RET - SALARIO-BASE-HFP)
                           / SALARIO-BASE-HFP
                   ELSE
                       MOVE "JA REAJUSTADA" TO WS-OBSERVACAO
                   END-IF
                   MOVE "FOLHA MENSAL" TO WS-TIPO-DESCRICAO
                   PERFORM ACUMULA-DIFERENCA
           END-READ.

       APURA-DECIMO-TERCEIRO.
           MOVE NUMERO-RET TO NUMERO-HFP
           MOVE WS-MES-LOOP TO MES-REF-HFP
           SET HFP-DECIMO TO TRUE
           READ CADHFP
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ZERO TO WS-DIFERENCA
                   MOVE SPACES TO WS-OBSERVACAO
                   IF SALARIO-BASE-HFP < SALARIO-NOVO-RET
                       COMPUTE WS-DIFERENCA ROUNDED =
                           WS-DIF-SALARIO * QTD-HFP / 12
                   ELSE
                       MOVE "JA REAJUSTADA" TO WS-OBSERVACAO
                   END-IF
                   MOVE "13O SALARIO" TO WS-TIPO-DESCRICAO
                   PERFORM ACUMULA-DIFERENCA
           END-READ.

       APURA-FERIAS.
           MOVE NUMERO-RET TO NUMERO-HFP
           MOVE WS-MES-LOOP TO MES-REF-HFP
           SET HFP-FERIAS TO TRUE
           READ CADHFP
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ZERO TO WS-DIFERENCA
                   MOVE SPACES TO WS-OBSERVACAO
                   IF SALARIO-BASE-HFP < SALARIO-NOVO-RET
                       COMPUTE WS-DIFERENCA ROUNDED =
                           WS-DIF-SALARIO * QTD-HFP / 30 * 4 / 3
                   ELSE
                       MOVE "JA REAJUSTADA" TO WS-OBSERVACAO
                   END-IF
                   MOVE "FERIAS+1/3" TO WS-TIPO-DESCRICAO
                   PERFORM ACUMULA-DIFERENCA
           END-READ.

       ACUMULA-DIFERENCA.
           PERFORM IMPRIME-LINHA-COMPETENCIA
           IF WS-DIFERENCA > ZERO
               ADD WS-DIFERENCA TO WS-TOTAL-FUNC
               IF HFP-MENSAL
                   ADD 1 TO WS-MESES-FUNC
               END-IF
           END-IF.

       AVANCA-MES-DESTINO.
           ADD 1 TO WS-MES-DESTINO-MM
           IF WS-MES-DESTINO-MM > 12
               MOVE 01 TO WS-MES-DESTINO-MM
               ADD 1 TO WS-ANO-DESTINO
           END-IF.

       GERA-MOVIMENTO-RETROATIVO.
           IF WS-TOTAL-FUNC > ZERO
               MOVE NUMERO-RET TO NUMERO-MOV
               SET EVENTO-RETROATIVO TO TRUE
               MOVE WS-MESES-FUNC TO QTD-MOV
               MOVE WS-MES-DESTINO TO MES-REF-MOV
               SET MOV-RETROATIVO TO TRUE
               IF WS-TOTAL-FUNC > 99999,99
                   MOVE 99999,99 TO VALOR-MOV
                   MOVE "DIFERENCA LIMITADA A 99.999,99"
                       TO WS-MOTIVO
                   PERFORM GRAVA-REJEITO-RETROATIVO
               ELSE
                   MOVE WS-TOTAL-FUNC TO VALOR-MOV
               END-IF
               WRITE DADOS-MOV
               ADD VALOR-MOV TO WS-TOTAL-GERAL
               ADD 1 TO CONT-GRAVADOS
           ELSE
               ADD 1 TO CONT-SEM-DIFERENCA
           END-IF.

       IMPRIME-CABECALHO-REL.
           MOVE SPACES TO LINHA-REL
           STRING "ESCOLA MUNICIPAL - DIFERENCAS SALARIAIS RETROATIVAS"
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "EMISSAO: " WS-DATA-EMISSAO
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.

       IMPRIME-CABECALHO-FUNC.
           MOVE NUMERO-RET TO WS-NUMERO-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "FUNCIONARIO: " WS-NUMERO-EDIT " " NOME-RET
               "   DEPTO: " DEPTO-RET
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SALARIO-ANTERIOR-RET TO WS-VALOR-EDIT
           MOVE SALARIO-NOVO-RET TO WS-VALOR2-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "SALARIO ANTERIOR " WS-VALOR-EDIT
               "  NOVO " WS-VALOR2-EDIT
               "  VIGENCIA " WS-DIA-VIG "/" WS-MES-VIG "/"
               WS-ANO-VIG
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "COMPET.  PAGAMENTO    QT  BASE PAGA  BRUTO PAGO"
               "  DIFERENCA OBSERVACAO"
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL.

       IMPRIME-LINHA-COMPETENCIA.
           MOVE QTD-HFP TO WS-QTD-HFP-EDIT
           MOVE SALARIO-BASE-HFP TO WS-VALOR-EDIT
           MOVE BRUTO-HFP TO WS-BRUTO-EDIT
           MOVE WS-DIFERENCA TO WS-DIFERENCA-EDIT
           MOVE SPACES TO LINHA-DETALHE
           STRING WS-MES-LOOP-MM "/" WS-ANO-LOOP " "
               WS-TIPO-DESCRICAO " " WS-QTD-HFP-EDIT " "
               WS-VALOR-EDIT " " WS-BRUTO-EDIT " "
               WS-DIFERENCA-EDIT " " WS-OBSERVACAO
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-REL FROM LINHA-DETALHE.

       IMPRIME-RODAPE-FUNC.
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL
           MOVE WS-TOTAL-FUNC TO WS-TOTAL-EDIT
           MOVE SPACES TO LINHA-REL
           IF WS-TOTAL-FUNC > ZERO
               STRING "TOTAL DEVIDO .............: " WS-TOTAL-EDIT
                   "  PAGAR NA FOLHA " WS-MES-DESTINO-MM "/"
                   WS-ANO-DESTINO
                   DELIMITED BY SIZE INTO LINHA-REL
           ELSE
               STRING "TOTAL DEVIDO .............: " WS-TOTAL-EDIT
                   "  SEM DIFERENCA A PAGAR"
                   DELIMITED BY SIZE INTO LINHA-REL
           END-IF
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.

       IMPRIME-TOTAIS-REL.
           MOVE ALL "=" TO LINHA-REL
           WRITE LINHA-REL
           MOVE CONT-LIDOS TO WS-QTD-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "REAJUSTES RETROATIVOS LIDOS: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE CONT-GRAVADOS TO WS-QTD-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "MOVIMENTOS RT GERADOS .....: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE CONT-REJEITADOS TO WS-QTD-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "OCORRENCIAS EM REJEITOS ...: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE WS-TOTAL-GERAL TO WS-TOTAL-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "TOTAL DE DIFERENCAS .......: " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "______________________________   "
               "____/____/________"
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "   RECURSOS HUMANOS - APROVACAO  "
               "       DATA"
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.

       ABRE-REJEITOS.
           OPEN EXTEND REJEITOS
           IF WS-STATUS-REJ NOT = "00"
               OPEN OUTPUT REJEITOS
               CLOSE REJEITOS
               OPEN EXTEND REJEITOS
           END-IF
           PERFORM LE-SEQUENCIA.

       GRAVA-REJEITO-RETROATIVO.
           MOVE "EX64" TO PROGRAMA-REJ
           MOVE SPACES TO CHAVE-REJ
           MOVE NUMERO-RET TO CHAVE-REJ
           MOVE WS-MOTIVO TO MOTIVO-REJ
           MOVE WS-DATA-EXECUCAO TO DATA-REJ
           MOVE WS-SEQ-EXECUCAO TO SEQ-EXEC-REJ
           MOVE DADOS-RET TO IMAGEM-REJ
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
           MOVE "EX64" TO PROGRAMA-RLOG
           MOVE WS-DATA-EXECUCAO TO DATA-RLOG
           MOVE CONT-LIDOS TO LIDOS-RLOG
           MOVE CONT-GRAVADOS TO GRAVADOS-RLOG
           MOVE CONT-REJEITADOS TO REJEITADOS-RLOG
           WRITE REG-RUNLOG
           CLOSE RUNLOG.
