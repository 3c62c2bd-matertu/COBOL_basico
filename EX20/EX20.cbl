           SELECT CADSAI ASSIGN TO "CADSAI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SAI.
           SELECT CADSAI2 ASSIGN TO "CADSAI2.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SAI2.
           SELECT ACUMULO-ANO ASSIGN TO "EX08YTD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-YTD
               FILE STATUS IS WS-STATUS-YTD.
           SELECT CADCON ASSIGN TO "CADCON.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-CON
               FILE STATUS IS WS-STATUS-CON.
           SELECT CONTRACHEQUE ASSIGN TO "EX20REL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECKSUMS ASSIGN TO "CADCKS.DAT"
           05 SALARIOLIQ-AUD   PIC 9(5)V99.
           05 OPERADOR-AUD     PIC X(8).
           05 DATA-AUD         PIC 9(8).
           05 QTD-DEP-IR-AUD   PIC 9(2).
           05 DEDUCAO-DEP-AUD  PIC 9(5)V99.
           05 SALFAMILIA-AUD   PIC 9(5)V99.
           05 INSS-AUD         PIC 9(5)V99.
           05 IRRF-AUD         PIC 9(5)V99.

       FD  CADSAI.
       01  DADOS-OUT.
           05 DATA-EXEC-CAB PIC 9(8).
           05 QTD-REG-CAB   PIC 9(7).

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

       FD  ACUMULO-ANO.
       01  DADOS-YTD.
           05 NUMERO-YTD          PIC 9(5).
           05 ULTIMO-PERIODO-YTD  PIC 9(6).
           05 QTD-MESES-YTD       PIC 9(2).

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

       FD  CONTRACHEQUE.
       01  LINHA-REL           PIC X(80).
       01  FIMARQ              PIC X(1) VALUE "N".
       01  WS-STATUS-AUD       PIC X(2).
       01  WS-STATUS-SAI       PIC X(2).
       01  WS-STATUS-SAI2      PIC X(2).
       01  WS-STATUS-YTD       PIC X(2).
       01  WS-STATUS-CON       PIC X(2).
       01  FIM-CON             PIC X(1) VALUE "N".
       01  WS-DATA-SISTEMA.
           05 WS-ANO           PIC 9(4).
           05 WS-MES           PIC 9(2).
       01  WS-NUMERO-EDIT      PIC ZZZZ9.
       01  WS-VALOR-EDIT       PIC ZZ.ZZ9,99.
       01  WS-ANO-EDIT         PIC Z.ZZZ.ZZ9,99.

       01  LINHA-DETALHE       PIC X(80).

           88 FUNC-ACHADO      VALUE "S".
           88 FUNC-NAO-ACHADO  VALUE "N".

       01  WS-DESCONTO-TOTAL   PIC 9(5)V99 VALUE ZERO.
       01  WS-INSS             PIC 9(5)V99 VALUE ZERO.
       01  WS-IRRF             PIC 9(5)V99 VALUE ZERO.
       01  WS-DESCONTO-CALC    PIC S9(6)V99 VALUE ZERO.
       01  WS-DEDUCAO-DEP      PIC 9(5)V99 VALUE ZERO.
       01  WS-SALFAMILIA       PIC 9(5)V99 VALUE ZERO.
       01  WS-QTD-DEP-IR       PIC 9(2) VALUE ZERO.
       01  WS-QTD-DEP-EDIT     PIC Z9.
       01  WS-COMPETENCIA      PIC X(6) VALUE LOW-VALUES.
       01  WS-DESCONTOS-FIXOS  PIC 9(6)V99 VALUE ZERO.
       01  WS-PARCELAS-EDIT    PIC ZZ9.
       01  IDX-DFX             PIC 9(2) COMP.

       01  WS-SEQ-AUD          PIC 9(7) COMP VALUE ZERO.
       01  SW-ULTIMO-AUD       PIC X(1) VALUE "N".

       01  TAB-ULTIMOS-AUD.
           05 QTD-ULTIMOS-AUD  PIC 9(5) COMP VALUE ZERO.
           05 TAB-ULT-ITEM OCCURS 1 TO 9999 TIMES
                   DEPENDING ON QTD-ULTIMOS-AUD
                   INDEXED BY IDX-ULT.
               10 TAB-ULT-NUMERO PIC 9(5).
               10 TAB-ULT-SEQ    PIC 9(7) COMP.

       01  TAB-DESCONTOS-FIXOS.
           05 QTD-DESC-FIXOS   PIC 9(2) COMP VALUE ZERO.
           05 TAB-DFX-ITEM     OCCURS 1 TO 99 TIMES
                               DEPENDING ON QTD-DESC-FIXOS.
               10 TAB-DFX-DESCRICAO PIC X(20).
               10 TAB-DFX-TIPO      PIC X(1).
               10 TAB-DFX-VALOR     PIC 9(5)V99.
               10 TAB-DFX-PARCELAS  PIC 9(3).

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           STRING WS-DIA "/" WS-MES "/" WS-ANO
               DELIMITED BY SIZE INTO WS-DATA-EMISSAO
           PERFORM CARREGA-NOMES
           PERFORM CARREGA-NOMES-FOLHA
           PERFORM DETERMINA-COMPETENCIA
           PERFORM CONFERE-CHECKSUM-ACUMULO
           PERFORM ABRE-ACUMULO-ANO

               DISPLAY "EX20: ARQUIVO DE AUDITORIA AUSENTE"
               STOP RUN
           END-IF
           OPEN INPUT CADCON
           OPEN OUTPUT CONTRACHEQUE

           MOVE ZERO TO WS-SEQ-AUD
           PERFORM UNTIL FIMARQ = "S"
               READ CADAUD AT END
                   MOVE "S" TO FIMARQ
               NOT AT END
                   ADD 1 TO WS-SEQ-AUD
                   IF DATA-AUD (1:6) = WS-COMPETENCIA
                           AND OPERADOR-AUD = "EX11"
                       PERFORM VERIFICA-ULTIMO-AUD
                       IF SW-ULTIMO-AUD = "S"
                           PERFORM IMPRIME-CONTRACHEQUE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM

           CLOSE CADAUD
           CLOSE CONTRACHEQUE
           IF WS-STATUS-CON = "00"
               CLOSE CADCON
           END-IF
           IF WS-STATUS-YTD = "00"
               CLOSE ACUMULO-ANO
           END-IF
           DISPLAY "EX20: CONTRACHEQUES EMITIDOS  " CONT-CONTRACHEQUES
           STOP RUN.

       CARREGA-NOMES.
           MOVE ZERO TO QTD-FUNCIONARIOS
           OPEN INPUT CADSAI
           END-IF
           MOVE "N" TO FIMARQ.

       CARREGA-NOMES-FOLHA.
           OPEN INPUT CADSAI2
           IF WS-STATUS-SAI2 = "00"
               READ CADSAI2
                   AT END
                       MOVE "S" TO FIMARQ
               END-READ
               PERFORM UNTIL FIMARQ = "S"
                   READ CADSAI2
                       AT END
                           MOVE "S" TO FIMARQ
                       NOT AT END
                           MOVE NUMERO-OUT2 TO NUMERO-AUD
                           PERFORM PROCURA-NOME
                           IF FUNC-NAO-ACHADO
                               ADD 1 TO QTD-FUNCIONARIOS
                               MOVE NUMERO-OUT2 TO
                                   TAB-FUN-NUMERO (QTD-FUNCIONARIOS)
                               MOVE NOME-OUT2 TO
                                   TAB-FUN-NOME (QTD-FUNCIONARIOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CADSAI2
           END-IF
           MOVE "N" TO FIMARQ.

       DETERMINA-COMPETENCIA.
           OPEN INPUT CADAUD
           IF WS-STATUS-AUD = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ CADAUD AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       IF DATA-AUD IS NUMERIC
                               AND OPERADOR-AUD = "EX11"
                               AND DATA-AUD (1:6) > WS-COMPETENCIA
                           MOVE DATA-AUD (1:6) TO WS-COMPETENCIA
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CADAUD
           END-IF
           MOVE "N" TO FIMARQ
           PERFORM CARREGA-ULTIMOS-AUD.

       CARREGA-ULTIMOS-AUD.
           MOVE ZERO TO QTD-ULTIMOS-AUD
           MOVE ZERO TO WS-SEQ-AUD
           OPEN INPUT CADAUD
           IF WS-STATUS-AUD = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ CADAUD AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       ADD 1 TO WS-SEQ-AUD
                       IF DATA-AUD (1:6) = WS-COMPETENCIA
                               AND OPERADOR-AUD = "EX11"
                           PERFORM REGISTRA-ULTIMO-AUD
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CADAUD
           END-IF
           MOVE "N" TO FIMARQ.

       REGISTRA-ULTIMO-AUD.
           MOVE "N" TO SW-ULTIMO-AUD
           SET IDX-ULT TO 1
           SEARCH TAB-ULT-ITEM
               AT END
                   CONTINUE
               WHEN TAB-ULT-NUMERO (IDX-ULT) = NUMERO-AUD
                   MOVE WS-SEQ-AUD TO TAB-ULT-SEQ (IDX-ULT)
                   MOVE "S" TO SW-ULTIMO-AUD
           END-SEARCH
           IF SW-ULTIMO-AUD = "N" AND QTD-ULTIMOS-AUD < 9999
               ADD 1 TO QTD-ULTIMOS-AUD
               MOVE NUMERO-AUD TO TAB-ULT-NUMERO (QTD-ULTIMOS-AUD)
               MOVE WS-SEQ-AUD TO TAB-ULT-SEQ (QTD-ULTIMOS-AUD)
           END-IF.

       VERIFICA-ULTIMO-AUD.
           MOVE "N" TO SW-ULTIMO-AUD
           SET IDX-ULT TO 1
           SEARCH TAB-ULT-ITEM
               AT END
                   CONTINUE
               WHEN TAB-ULT-NUMERO (IDX-ULT) = NUMERO-AUD
                   IF TAB-ULT-SEQ (IDX-ULT) = WS-SEQ-AUD
                       MOVE "S" TO SW-ULTIMO-AUD
                   END-IF
           END-SEARCH.

       CONFERE-CHECKSUM-ACUMULO.
           MOVE ZERO TO WS-TOTAL-CONTEUDO
           OPEN INPUT ACUMULO-ANO
           WRITE LINHA-REL.

       VERIFICA-QUEBRA-PAGINA.
           COMPUTE WS-LINHAS-BLOCO = 11 + QTD-DESC-FIXOS
           IF WS-LINHA-CONT + WS-LINHAS-BLOCO > WS-LINHAS-POR-PAGINA
               PERFORM IMPRIME-CABECALHO
           END-IF.

       IMPRIME-CONTRACHEQUE.
           PERFORM OBTEM-DESCONTOS-FIXOS
           PERFORM VERIFICA-QUEBRA-PAGINA
           PERFORM PROCURA-NOME
           PERFORM LE-ACUMULO-ANO
           PERFORM OBTEM-DADOS-DEPENDENTES
           PERFORM OBTEM-DESCONTOS-LEGAIS

           MOVE NUMERO-AUD TO WS-NUMERO-EDIT
           MOVE SPACES TO LINHA-DETALHE
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-REL FROM LINHA-DETALHE

           IF WS-SALFAMILIA > ZERO
               MOVE WS-SALFAMILIA TO WS-VALOR-EDIT
               MOVE SPACES TO LINHA-DETALHE
               STRING "   SALARIO-FAMILIA .....: " WS-VALOR-EDIT
                   DELIMITED BY SIZE INTO LINHA-DETALHE
               WRITE LINHA-REL FROM LINHA-DETALHE
           END-IF

           IF WS-DEDUCAO-DEP > ZERO
               MOVE WS-DEDUCAO-DEP TO WS-VALOR-EDIT
               MOVE WS-QTD-DEP-IR TO WS-QTD-DEP-EDIT
               MOVE SPACES TO LINHA-DETALHE
               STRING "   DEDUCAO DEPENDENTES .: " WS-VALOR-EDIT
                   "  (BASE DO IRRF - " WS-QTD-DEP-EDIT " DEP.)"
                   DELIMITED BY SIZE INTO LINHA-DETALHE
               WRITE LINHA-REL FROM LINHA-DETALHE
           END-IF

           MOVE WS-INSS TO WS-VALOR-EDIT
           MOVE SPACES TO LINHA-DETALHE
           STRING "   INSS ................: " WS-VALOR-EDIT
               "  " FAIXA-AUD
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-REL FROM LINHA-DETALHE

           MOVE WS-IRRF TO WS-VALOR-EDIT
           MOVE SPACES TO LINHA-DETALHE
           STRING "   IRRF ................: " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-REL FROM LINHA-DETALHE

           PERFORM IMPRIME-DESCONTO-FIXO
               VARYING IDX-DFX FROM 1 BY 1
               UNTIL IDX-DFX > QTD-DESC-FIXOS

           MOVE WS-DESCONTO-TOTAL TO WS-VALOR-EDIT
           MOVE SPACES TO LINHA-DETALHE
           COMPUTE WS-LINHA-CONT = WS-LINHA-CONT + WS-LINHAS-BLOCO
           ADD 1 TO CONT-CONTRACHEQUES.

       OBTEM-DADOS-DEPENDENTES.
           MOVE ZERO TO WS-QTD-DEP-IR
           MOVE ZERO TO WS-DEDUCAO-DEP
           MOVE ZERO TO WS-SALFAMILIA
           IF QTD-DEP-IR-AUD IS NUMERIC
               MOVE QTD-DEP-IR-AUD TO WS-QTD-DEP-IR
           END-IF
           IF DEDUCAO-DEP-AUD IS NUMERIC
               MOVE DEDUCAO-DEP-AUD TO WS-DEDUCAO-DEP
           END-IF
           IF SALFAMILIA-AUD IS NUMERIC
               MOVE SALFAMILIA-AUD TO WS-SALFAMILIA
           END-IF.

       OBTEM-DESCONTOS-LEGAIS.
           MOVE ZERO TO WS-INSS
           MOVE ZERO TO WS-IRRF
           IF INSS-AUD IS NUMERIC AND IRRF-AUD IS NUMERIC
               MOVE INSS-AUD TO WS-INSS
               MOVE IRRF-AUD TO WS-IRRF
           ELSE
               COMPUTE WS-DESCONTO-CALC =
                   SALARIOBRUTO-AUD + WS-SALFAMILIA - SALARIOLIQ-AUD
               IF WS-DESCONTO-CALC > ZERO
                   MOVE WS-DESCONTO-CALC TO WS-INSS
               END-IF
           END-IF
           COMPUTE WS-DESCONTO-TOTAL =
               WS-INSS + WS-IRRF + WS-DESCONTOS-FIXOS.

       OBTEM-DESCONTOS-FIXOS.
           MOVE ZERO TO QTD-DESC-FIXOS
           MOVE ZERO TO WS-DESCONTOS-FIXOS
           IF WS-STATUS-CON = "00" AND OPERADOR-AUD = "EX11"
               MOVE NUMERO-AUD TO NUMERO-CON
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
                           IF NUMERO-CON NOT = NUMERO-AUD
                               MOVE "S" TO FIM-CON
                           ELSE
                               PERFORM GUARDA-DESCONTO-FIXO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       GUARDA-DESCONTO-FIXO.
           IF ULTIMO-MES-CON = WS-COMPETENCIA
                   AND DESCONTADO-CON IS NUMERIC
                   AND DESCONTADO-CON > ZERO
                   AND QTD-DESC-FIXOS < 99
               ADD 1 TO QTD-DESC-FIXOS
               MOVE DESCRICAO-CON
                   TO TAB-DFX-DESCRICAO (QTD-DESC-FIXOS)
               MOVE TIPO-CON TO TAB-DFX-TIPO (QTD-DESC-FIXOS)
               MOVE DESCONTADO-CON TO TAB-DFX-VALOR (QTD-DESC-FIXOS)
               MOVE PARCELAS-CON
                   TO TAB-DFX-PARCELAS (QTD-DESC-FIXOS)
               ADD DESCONTADO-CON TO WS-DESCONTOS-FIXOS
           END-IF.

       IMPRIME-DESCONTO-FIXO.
           MOVE TAB-DFX-VALOR (IDX-DFX) TO WS-VALOR-EDIT
           MOVE SPACES TO LINHA-DETALHE
           IF TAB-DFX-TIPO (IDX-DFX) = "E"
               MOVE TAB-DFX-PARCELAS (IDX-DFX) TO WS-PARCELAS-EDIT
               STRING "   " TAB-DFX-DESCRICAO (IDX-DFX) " : "
                   WS-VALOR-EDIT "  (PARCELAS RESTANTES: "
                   WS-PARCELAS-EDIT ")"
                   DELIMITED BY SIZE INTO LINHA-DETALHE
           ELSE
               STRING "   " TAB-DFX-DESCRICAO (IDX-DFX) " : "
                   WS-VALOR-EDIT
                   DELIMITED BY SIZE INTO LINHA-DETALHE
           END-IF
           WRITE LINHA-REL FROM LINHA-DETALHE.
