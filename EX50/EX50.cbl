           SELECT CONTAS ASSIGN TO "EX50CTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CTA.
           SELECT ENCARGOS ASSIGN TO "EX61ENC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ENC.
           SELECT LIVRO-RAZAO ASSIGN TO "EX50LIV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LIV.
           SELECT RECEITAS ASSIGN TO "EX76LIV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RCT.
           SELECT RELATORIO ASSIGN TO "EX50REL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           05 DEPTO-OUT2        PIC X(10).
           05 SALARIOLIQ-OUT2   PIC 9(5)V99.
           05 ALTA-RENDA-OUT2   PIC X(1).
           05 INSS-OUT2         PIC 9(5)V99.
           05 IRRF-OUT2         PIC 9(5)V99.
       01  REG-CONTROLE-SAI2.
           05 DATA-EXEC-CAB2    PIC 9(8).
           05 QTD-REG-CAB2      PIC 9(7).
           05 CONTA-DESPESA-CTA PIC X(8).
           05 CONTA-DESC-CTA    PIC X(8).
           05 CONTA-LIQ-CTA     PIC X(8).
           05 CONTA-ENC-CTA     PIC X(8).
           05 CONTA-FGTS-CTA    PIC X(8).
           05 CONTA-INSSP-CTA   PIC X(8).

       FD  ENCARGOS.
       01  DADOS-ENC.
           05 MES-REF-ENC       PIC 9(6).
           05 NUMERO-ENC        PIC 9(5).
           05 DEPTO-ENC         PIC X(10).
           05 BASE-ENC          PIC 9(7)V99.
           05 FGTS-ENC          PIC 9(7)V99.
           05 INSS-PATRONAL-ENC PIC 9(7)V99.
           05 MULTA-FGTS-ENC    PIC 9(7)V99.

       FD  LIVRO-RAZAO.
       01  DADOS-RAZAO.
               88 RAZ-CREDITO   VALUE "C".
           05 VALOR-RAZ         PIC 9(9)V99.

       FD  RECEITAS.
       01  DADOS-RECEITA.
           05 MES-REF-RCT       PIC 9(6).
           05 DEPTO-RCT         PIC X(10).
           05 CONTA-RCT         PIC X(8).
           05 TIPO-RCT          PIC X(1).
               88 RCT-DEBITO    VALUE "D".
               88 RCT-CREDITO   VALUE "C".
           05 VALOR-RCT         PIC 9(9)V99.

       FD  RELATORIO.
       01  LINHA-REL            PIC X(80).

       01  WS-STATUS-FNI        PIC X(2).
       01  WS-STATUS-CTA        PIC X(2).
       01  WS-STATUS-LIV        PIC X(2).
       01  WS-STATUS-ENC        PIC X(2).
       01  WS-STATUS-RCT        PIC X(2).
       01  WS-DATA-EXECUCAO     PIC 9(8).
       01  WS-DATA-SISTEMA REDEFINES WS-DATA-EXECUCAO.
           05 WS-ANO            PIC 9(4).
           88 MASTER-DISPONIVEL VALUE "S".
           88 MASTER-AUSENTE    VALUE "N".
       01  SW-DEPTO-ACHADO      PIC X(1) VALUE "N".
       01  WS-DEPTO-BUSCA       PIC X(10).
       01  WS-ENCARGOS-DEPTO    PIC 9(11)V99 VALUE ZERO.
       01  WS-FGTS-RECOLHER     PIC 9(11)V99 VALUE ZERO.
       01  CONT-ENCARGOS        PIC 9(7) COMP VALUE ZERO.
       01  WS-BRUTO-FUNC        PIC 9(5)V99 VALUE ZERO.
       01  WS-DESCONTO-FUNC     PIC S9(5)V99 VALUE ZERO.
       01  WS-QTD-CAB           PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-DEBITOS     PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-CREDITOS    PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-LIQUIDO     PIC 9(11)V99 VALUE ZERO.
       01  WS-DEBITOS-RECEITA   PIC 9(11)V99 VALUE ZERO.
       01  WS-CREDITOS-RECEITA  PIC 9(11)V99 VALUE ZERO.
       01  WS-DEBITOS-FOLHA     PIC 9(11)V99 VALUE ZERO.
       01  WS-CREDITOS-FOLHA    PIC 9(11)V99 VALUE ZERO.
       01  CONT-RECEITAS        PIC 9(5) COMP VALUE ZERO.
       01  WS-SOMA-CENTAVOS     PIC 9(15) VALUE ZERO.
       01  IDX-DEP              PIC 9(3) COMP.
       01  CONT-LANCAMENTOS     PIC 9(5) COMP VALUE ZERO.
               10 TAB-CTA-DESPESA PIC X(8).
               10 TAB-CTA-DESC    PIC X(8).
               10 TAB-CTA-LIQ     PIC X(8).
               10 TAB-CTA-ENC     PIC X(8).
               10 TAB-CTA-FGTS    PIC X(8).
               10 TAB-CTA-INSSP   PIC X(8).

       01  TAB-DEPARTAMENTOS.
           05 QTD-DEPARTAMENTOS PIC 9(3) COMP VALUE ZERO.
               10 TAB-DEP-BRUTO    PIC 9(11)V99.
               10 TAB-DEP-DESCONTO PIC 9(11)V99.
               10 TAB-DEP-LIQUIDO  PIC 9(11)V99.
               10 TAB-DEP-FGTS     PIC 9(11)V99.
               10 TAB-DEP-INSSPAT  PIC 9(11)V99.
               10 TAB-DEP-MULTA    PIC 9(11)V99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGA-PLANO-CONTAS
           PERFORM ABRE-MASTER
           PERFORM ACUMULA-FOLHA
           PERFORM ACUMULA-ENCARGOS
           PERFORM CONTA-RECEITAS
           IF QTD-DEPARTAMENTOS = ZERO
                   AND CONT-RECEITAS = ZERO
               DISPLAY "EX50: CADSAI2 SEM DETALHES - NADA A LANCAR"
               STOP RUN
           END-IF
           PERFORM LANCA-DEPARTAMENTO
               VARYING IDX-DEP FROM 1 BY 1
               UNTIL IDX-DEP > QTD-DEPARTAMENTOS
           MOVE WS-TOTAL-DEBITOS TO WS-DEBITOS-FOLHA
           MOVE WS-TOTAL-CREDITOS TO WS-CREDITOS-FOLHA
           IF CONT-RECEITAS > ZERO
               PERFORM LANCA-RECEITAS
           END-IF
           PERFORM IMPRIME-BALANCETE
           CLOSE LIVRO-RAZAO
           CLOSE RELATORIO
                               TO TAB-CTA-DESC (QTD-PLANO)
                           MOVE CONTA-LIQ-CTA
                               TO TAB-CTA-LIQ (QTD-PLANO)
                           MOVE CONTA-ENC-CTA
                               TO TAB-CTA-ENC (QTD-PLANO)
                           MOVE CONTA-FGTS-CTA
                               TO TAB-CTA-FGTS (QTD-PLANO)
                           MOVE CONTA-INSSP-CTA
                               TO TAB-CTA-INSSP (QTD-PLANO)
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           MOVE "N" TO FIMARQ.

       CONTA-RECEITAS.
           MOVE ZERO TO CONT-RECEITAS
           OPEN INPUT RECEITAS
           IF WS-STATUS-RCT = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ RECEITAS AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       IF MES-REF-RCT = WS-MES-REFERENCIA
                           ADD 1 TO CONT-RECEITAS
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE RECEITAS
           ELSE
               DISPLAY "EX50: AVISO - EX76LIV INDISPONIVEL -"
                       " RECEITAS ESCOLARES NAO LANCADAS"
           END-IF
           MOVE "N" TO FIMARQ.

       ABRE-MASTER.
           OPEN INPUT CADFUN2I
           IF WS-STATUS-FNI = "00"
           COMPUTE WS-DESCONTO-FUNC =
               WS-BRUTO-FUNC - SALARIOLIQ-OUT2

           MOVE DEPTO-OUT2 TO WS-DEPTO-BUSCA
           PERFORM PROCURA-DEPARTAMENTO
           ADD WS-BRUTO-FUNC TO TAB-DEP-BRUTO (IDX-TDEP)
           ADD WS-DESCONTO-FUNC TO TAB-DEP-DESCONTO (IDX-TDEP)
           COMPUTE WS-SOMA-CENTAVOS =
               WS-SOMA-CENTAVOS + SALARIOLIQ-OUT2 * 100.

       ACUMULA-ENCARGOS.
           OPEN INPUT ENCARGOS
           IF WS-STATUS-ENC = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ ENCARGOS AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       IF MES-REF-ENC = WS-MES-REFERENCIA
                               AND FGTS-ENC IS NUMERIC
                               AND INSS-PATRONAL-ENC IS NUMERIC
                               AND MULTA-FGTS-ENC IS NUMERIC
                           PERFORM ACUMULA-ENCARGO-FUNC
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ENCARGOS
           ELSE
               DISPLAY "EX50: AVISO - EX61ENC INDISPONIVEL -"
                       " ENCARGOS PATRONAIS NAO LANCADOS"
           END-IF
           MOVE "N" TO FIMARQ.

       ACUMULA-ENCARGO-FUNC.
           ADD 1 TO CONT-ENCARGOS
           MOVE DEPTO-ENC TO WS-DEPTO-BUSCA
           PERFORM PROCURA-DEPARTAMENTO
           ADD FGTS-ENC TO TAB-DEP-FGTS (IDX-TDEP)
           ADD INSS-PATRONAL-ENC TO TAB-DEP-INSSPAT (IDX-TDEP)
           ADD MULTA-FGTS-ENC TO TAB-DEP-MULTA (IDX-TDEP).

       PROCURA-DEPARTAMENTO.
           MOVE "N" TO SW-DEPTO-ACHADO
           SET IDX-TDEP TO 1
           SEARCH TAB-DEP-ITEM
               AT END
                   CONTINUE
               WHEN TAB-DEP-DEPTO (IDX-TDEP) = WS-DEPTO-BUSCA
                   MOVE "S" TO SW-DEPTO-ACHADO
           END-SEARCH
           IF SW-DEPTO-ACHADO = "N"
               ADD 1 TO QTD-DEPARTAMENTOS
               SET IDX-TDEP TO QTD-DEPARTAMENTOS
               MOVE WS-DEPTO-BUSCA TO TAB-DEP-DEPTO (IDX-TDEP)
               MOVE ZERO TO TAB-DEP-BRUTO (IDX-TDEP)
               MOVE ZERO TO TAB-DEP-DESCONTO (IDX-TDEP)
               MOVE ZERO TO TAB-DEP-LIQUIDO (IDX-TDEP)
               MOVE ZERO TO TAB-DEP-FGTS (IDX-TDEP)
               MOVE ZERO TO TAB-DEP-INSSPAT (IDX-TDEP)
               MOVE ZERO TO TAB-DEP-MULTA (IDX-TDEP)
           END-IF.

       PROCURA-CONTAS-DEPTO.
           MOVE "31000000" TO CONTA-DESPESA-CTA
           MOVE "21100000" TO CONTA-DESC-CTA
           MOVE "21200000" TO CONTA-LIQ-CTA
           MOVE "31100000" TO CONTA-ENC-CTA
           MOVE "21300000" TO CONTA-FGTS-CTA
           MOVE "21400000" TO CONTA-INSSP-CTA
           SET IDX-TCTA TO 1
           SEARCH TAB-CTA-ITEM
               AT END
                       TO CONTA-DESC-CTA
                   MOVE TAB-CTA-LIQ (IDX-TCTA)
                       TO CONTA-LIQ-CTA
                   IF TAB-CTA-ENC (IDX-TCTA) NOT = SPACES
                       MOVE TAB-CTA-ENC (IDX-TCTA)
                           TO CONTA-ENC-CTA
                   END-IF
                   IF TAB-CTA-FGTS (IDX-TCTA) NOT = SPACES
                       MOVE TAB-CTA-FGTS (IDX-TCTA)
                           TO CONTA-FGTS-CTA
                   END-IF
                   IF TAB-CTA-INSSP (IDX-TCTA) NOT = SPACES
                       MOVE TAB-CTA-INSSP (IDX-TCTA)
                           TO CONTA-INSSP-CTA
                   END-IF
           END-SEARCH.

       LANCA-DEPARTAMENTO.
           MOVE "C" TO TIPO-RAZ
           MOVE TAB-DEP-LIQUIDO (IDX-DEP) TO VALOR-RAZ
           PERFORM GRAVA-LANCAMENTO
           ADD TAB-DEP-LIQUIDO (IDX-DEP) TO WS-TOTAL-CREDITOS
           PERFORM LANCA-ENCARGOS-DEPTO.

       LANCA-ENCARGOS-DEPTO.
           COMPUTE WS-ENCARGOS-DEPTO = TAB-DEP-FGTS (IDX-DEP)
               + TAB-DEP-INSSPAT (IDX-DEP) + TAB-DEP-MULTA (IDX-DEP)
           COMPUTE WS-FGTS-RECOLHER = TAB-DEP-FGTS (IDX-DEP)
               + TAB-DEP-MULTA (IDX-DEP)
           IF WS-ENCARGOS-DEPTO > ZERO
               MOVE CONTA-ENC-CTA TO CONTA-RAZ
               MOVE "D" TO TIPO-RAZ
               MOVE WS-ENCARGOS-DEPTO TO VALOR-RAZ
               PERFORM GRAVA-LANCAMENTO
               ADD WS-ENCARGOS-DEPTO TO WS-TOTAL-DEBITOS
           END-IF
           IF WS-FGTS-RECOLHER > ZERO
               MOVE CONTA-FGTS-CTA TO CONTA-RAZ
               MOVE "C" TO TIPO-RAZ
               MOVE WS-FGTS-RECOLHER TO VALOR-RAZ
               PERFORM GRAVA-LANCAMENTO
               ADD WS-FGTS-RECOLHER TO WS-TOTAL-CREDITOS
           END-IF
           IF TAB-DEP-INSSPAT (IDX-DEP) > ZERO
               MOVE CONTA-INSSP-CTA TO CONTA-RAZ
               MOVE "C" TO TIPO-RAZ
               MOVE TAB-DEP-INSSPAT (IDX-DEP) TO VALOR-RAZ
               PERFORM GRAVA-LANCAMENTO
               ADD TAB-DEP-INSSPAT (IDX-DEP) TO WS-TOTAL-CREDITOS
           END-IF.

       GRAVA-LANCAMENTO.
           MOVE WS-MES-REFERENCIA TO MES-REF-RAZ
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.

       LANCA-RECEITAS.
           MOVE SPACES TO LINHA-REL
           STRING "RECEITAS ESCOLARES (EX76)"
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           OPEN INPUT RECEITAS
           PERFORM UNTIL FIMARQ = "S"
               READ RECEITAS AT END
                   MOVE "S" TO FIMARQ
               NOT AT END
                   IF MES-REF-RCT = WS-MES-REFERENCIA
                       PERFORM GRAVA-LANCAMENTO-RECEITA
                   END-IF
               END-READ
           END-PERFORM
           CLOSE RECEITAS
           MOVE "N" TO FIMARQ.

       GRAVA-LANCAMENTO-RECEITA.
           MOVE DADOS-RECEITA TO DADOS-RAZAO
           WRITE DADOS-RAZAO
           ADD 1 TO CONT-LANCAMENTOS
           IF RCT-DEBITO
               ADD VALOR-RCT TO WS-DEBITOS-RECEITA
               ADD VALOR-RCT TO WS-TOTAL-DEBITOS
           ELSE
               ADD VALOR-RCT TO WS-CREDITOS-RECEITA
               ADD VALOR-RCT TO WS-TOTAL-CREDITOS
           END-IF
           MOVE VALOR-RAZ TO WS-VALOR-EDIT
           MOVE SPACES TO LINHA-REL
           STRING DEPTO-RAZ " " CONTA-RAZ " " TIPO-RAZ
               " " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.

       IMPRIME-CABECALHO-REL.
           MOVE SPACES TO LINHA-REL
           STRING "RAZAO CONTABIL DA FOLHA E DAS MENSALIDADES - "
               "COMPETENCIA "
               WS-MES-REFERENCIA
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
       IMPRIME-BALANCETE.
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL
           MOVE WS-DEBITOS-FOLHA TO WS-VALOR-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "FOLHA     - DEBITOS : " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE WS-CREDITOS-FOLHA TO WS-VALOR-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "FOLHA     - CREDITOS: " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE WS-DEBITOS-RECEITA TO WS-VALOR-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "RECEITAS  - DEBITOS : " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE WS-CREDITOS-RECEITA TO WS-VALOR-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "RECEITAS  - CREDITOS: " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE WS-TOTAL-DEBITOS TO WS-VALOR-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "TOTAL DE DEBITOS ...: " WS-VALOR-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "SOMA DA REMESSA EM CENTAVOS: " WS-SOMA-CENTAVOS
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE CONT-ENCARGOS TO WS-QTD-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "EX61ENC - ENCARGOS PATRONAIS LIDOS: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE CONT-RECEITAS TO WS-QTD-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "EX76LIV - LANCAMENTOS DE RECEITA: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.
