       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX76.
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
           SELECT FATURAS ASSIGN TO "FATURA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FAT.
           SELECT BAIXAS ASSIGN TO "CADBXA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BXA.
           SELECT CONTAS-RECEBER ASSIGN TO "CONTREC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHAVE-CREC = MES-REF-CREC
                   MATRICULA-CREC TIPO-CREC
               ALTERNATE RECORD KEY IS CODIGO-CLI-CREC
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CREC.
           SELECT CONTAS ASSIGN TO "EX76CTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CTA.
           SELECT PROVISAO ASSIGN TO "EX76PDD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PDD.
           SELECT LIVRO-RAZAO ASSIGN TO "EX76LIV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LIV.
           SELECT RELATORIO ASSIGN TO "EX76REL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARAMETROS ASSIGN TO "EX76PARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARM.
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

       FD  CONTAS.
       01  DADOS-CONTA.
           05 FUNCAO-CTA        PIC X(10).
           05 FILIAL-CTA        PIC X(2).
           05 CONTA-CTA         PIC X(8).
           05 DESCRICAO-CTA     PIC X(30).

       FD  PROVISAO.
       01  DADOS-PDD.
           05 MES-REF-PDD       PIC 9(6).
           05 SALDO-ANTERIOR-PDD PIC 9(9)V99.
           05 SALDO-ATUAL-PDD   PIC 9(9)V99.

       FD  LIVRO-RAZAO.
       01  DADOS-RAZAO.
           05 MES-REF-RAZ       PIC 9(6).
           05 DEPTO-RAZ         PIC X(10).
           05 CONTA-RAZ         PIC X(8).
           05 TIPO-RAZ          PIC X(1).
               88 RAZ-DEBITO    VALUE "D".
               88 RAZ-CREDITO   VALUE "C".
           05 VALOR-RAZ         PIC 9(9)V99.

       FD  RELATORIO.
       01  LINHA-REL            PIC X(80).

       FD  PARAMETROS.
       01  REG-PARM.
           05 MES-REF-PARM      PIC 9(6).

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
       01  WS-STATUS-FAT        PIC X(2).
       01  WS-STATUS-BXA        PIC X(2).
       01  WS-STATUS-CREC       PIC X(2).
       01  WS-STATUS-CTA        PIC X(2).
       01  WS-STATUS-PDD        PIC X(2).
       01  WS-STATUS-LIV        PIC X(2).
       01  WS-STATUS-PARM       PIC X(2).
       01  WS-STATUS-REJ        PIC X(2).
       01  WS-STATUS-SEQ        PIC X(2).
       01  WS-STATUS-RLOG       PIC X(2).
       01  WS-SEQ-EXECUCAO      PIC 9(4) VALUE ZERO.
       01  WS-DATA-EXECUCAO     PIC 9(8).
       01  WS-DATA-SISTEMA REDEFINES WS-DATA-EXECUCAO.
           05 WS-ANO            PIC 9(4).
           05 WS-MES            PIC 9(2).
           05 WS-DIA            PIC 9(2).
       01  WS-DATA-EMISSAO      PIC X(10).
       01  WS-MES-REFERENCIA    PIC 9(6) VALUE ZERO.
       01  WS-DATA-CALCULO      PIC 9(8) VALUE ZERO.
       01  WS-DATA-CALC-DEC REDEFINES WS-DATA-CALCULO.
           05 WS-ANO-CALC       PIC 9(4).
           05 WS-MES-CALC       PIC 9(2).
           05 WS-DIA-CALC       PIC 9(2).
       01  WS-DIAS-ITEM         PIC 9(7) COMP VALUE ZERO.
       01  WS-DIAS-HOJE         PIC 9(7) COMP VALUE ZERO.
       01  WS-DIAS-ATRASO       PIC S9(7) COMP VALUE ZERO.
       01  WS-DIAS-PROVISAO     PIC 9(3) VALUE 90.
       01  WS-SALDO-ITEM        PIC 9(5)V99 VALUE ZERO.
       01  WS-VALOR-DESCONTO    PIC 9(5)V99 VALUE ZERO.
       01  WS-VALOR-CLIENTES    PIC 9(5)V99 VALUE ZERO.
       01  WS-FILIAL-BUSCA      PIC X(2) VALUE SPACES.
       01  WS-FUNCAO-BUSCA      PIC X(10) VALUE SPACES.
       01  WS-CONTA-ACHADA      PIC X(8) VALUE SPACES.
       01  WS-DEPTO-LANCTO      PIC X(10) VALUE SPACES.
       01  WS-HISTORICO         PIC X(30) VALUE SPACES.
       01  SW-CONTA-ACHADA      PIC X(1) VALUE "N".
       01  SW-FILIAL-ACHADA     PIC X(1) VALUE "N".
       01  SW-PDD-MES           PIC X(1) VALUE "N".
       01  WS-PDD-ANTERIOR      PIC 9(9)V99 VALUE ZERO.
       01  WS-PDD-ATUAL         PIC 9(9)V99 VALUE ZERO.
       01  WS-PDD-AJUSTE        PIC 9(9)V99 VALUE ZERO.
       01  WS-REC-RECEBIDO      PIC 9(9)V99 VALUE ZERO.
       01  WS-REC-CLIENTES      PIC 9(9)V99 VALUE ZERO.
       01  WS-REC-ENCARGOS      PIC 9(9)V99 VALUE ZERO.
       01  WS-REC-CREDITO       PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-DEBITOS     PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-CREDITOS    PIC 9(11)V99 VALUE ZERO.
       01  WS-VALOR-EDIT        PIC ZZZ.ZZZ.ZZ9,99.
       01  CONT-LIDOS           PIC 9(7) COMP VALUE ZERO.
       01  CONT-GRAVADOS        PIC 9(7) COMP VALUE ZERO.
       01  CONT-REJEITADOS      PIC 9(7) COMP VALUE ZERO.
       01  CONT-FATURAS         PIC 9(7) COMP VALUE ZERO.
       01  CONT-BAIXAS          PIC 9(7) COMP VALUE ZERO.
       01  CONT-OUTRO-MES       PIC 9(7) COMP VALUE ZERO.
       01  CONT-LANCAMENTOS     PIC 9(5) COMP VALUE ZERO.
       01  IDX-FIL              PIC 9(3) COMP.

       01  TAB-PLANO-CONTAS.
           05 QTD-PLANO         PIC 9(3) COMP VALUE ZERO.
           05 TAB-CTA-ITEM      OCCURS 1 TO 999 TIMES
                                DEPENDING ON QTD-PLANO
                                INDEXED BY IDX-TCTA.
               10 TAB-CTA-FUNCAO  PIC X(10).
               10 TAB-CTA-FILIAL  PIC X(2).
               10 TAB-CTA-CONTA   PIC X(8).

       01  TAB-FILIAIS.
           05 QTD-FILIAIS       PIC 9(3) COMP VALUE ZERO.
           05 TAB-FIL-ITEM      OCCURS 1 TO 99 TIMES
                                DEPENDING ON QTD-FILIAIS
                                INDEXED BY IDX-TFIL.
               10 TAB-FIL-FILIAL   PIC X(2).
               10 TAB-FIL-BRUTO    PIC 9(9)V99.
               10 TAB-FIL-COBRADO  PIC 9(9)V99.
               10 TAB-FIL-BOLSA    PIC 9(9)V99.
               10 TAB-FIL-IRMAO    PIC 9(9)V99.
               10 TAB-FIL-CREDITO  PIC 9(9)V99.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
           STRING WS-DIA "/" WS-MES "/" WS-ANO
               DELIMITED BY SIZE INTO WS-DATA-EMISSAO
           MOVE WS-DATA-EXECUCAO (1:6) TO WS-MES-REFERENCIA
           PERFORM LE-PARAMETRO
           PERFORM CARREGA-PLANO-CONTAS
           PERFORM ABRE-REJEITOS
           PERFORM ACUMULA-FATURAS
           PERFORM ACUMULA-BAIXAS
           PERFORM APURA-PROVISAO
           CLOSE REJEITOS

           OPEN OUTPUT LIVRO-RAZAO
           OPEN OUTPUT RELATORIO
           PERFORM IMPRIME-CABECALHO-REL
           PERFORM LANCA-FILIAL
               VARYING IDX-FIL FROM 1 BY 1
               UNTIL IDX-FIL > QTD-FILIAIS
           PERFORM LANCA-RECEBIMENTOS
           PERFORM LANCA-PROVISAO
           PERFORM IMPRIME-BALANCETE
           CLOSE LIVRO-RAZAO
           CLOSE RELATORIO
           IF WS-TOTAL-DEBITOS NOT = WS-TOTAL-CREDITOS
               DISPLAY "EX76: DEBITOS DIFERENTES DOS CREDITOS -"
                       " RAZAO NAO CONFERE"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM REGRAVA-PROVISAO
           END-IF
           PERFORM GRAVA-RUNLOG
           DISPLAY "EX76: COMPETENCIA ........... " WS-MES-REFERENCIA
           DISPLAY "EX76: FATURAS LANCADAS ...... " CONT-FATURAS
           DISPLAY "EX76: BAIXAS LANCADAS ....... " CONT-BAIXAS
           DISPLAY "EX76: FORA DA COMPETENCIA ... " CONT-OUTRO-MES
           DISPLAY "EX76: REGISTROS REJEITADOS .. " CONT-REJEITADOS
           DISPLAY "EX76: LANCAMENTOS GRAVADOS .. " CONT-LANCAMENTOS
           STOP RUN.

       LE-PARAMETRO.
           OPEN INPUT PARAMETROS
           IF WS-STATUS-PARM = "00"
               READ PARAMETROS
                   NOT AT END
                       IF MES-REF-PARM IS NUMERIC
                               AND MES-REF-PARM > ZERO
                           MOVE MES-REF-PARM TO WS-MES-REFERENCIA
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.

       CARREGA-PLANO-CONTAS.
           MOVE ZERO TO QTD-PLANO
           OPEN INPUT CONTAS
           IF WS-STATUS-CTA = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ CONTAS AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       IF FUNCAO-CTA NOT = SPACES
                               AND CONTA-CTA NOT = SPACES
                               AND QTD-PLANO < 999
                           ADD 1 TO QTD-PLANO
                           MOVE FUNCAO-CTA
                               TO TAB-CTA-FUNCAO (QTD-PLANO)
                           MOVE FILIAL-CTA
                               TO TAB-CTA-FILIAL (QTD-PLANO)
                           MOVE CONTA-CTA
                               TO TAB-CTA-CONTA (QTD-PLANO)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTAS
           ELSE
               DISPLAY "EX76: AVISO - EX76CTA AUSENTE - USANDO"
                       " CONTAS PADRAO"
           END-IF
           MOVE "N" TO FIMARQ.

       ACUMULA-FATURAS.
           OPEN INPUT FATURAS
           IF WS-STATUS-FAT = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ FATURAS AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       ADD 1 TO CONT-LIDOS
                       PERFORM ACUMULA-UMA-FATURA
                   END-READ
               END-PERFORM
               CLOSE FATURAS
           ELSE
               DISPLAY "EX76: AVISO - FATURA.DAT AUSENTE -"
                       " FATURAMENTO NAO LANCADO"
           END-IF
           MOVE "N" TO FIMARQ.

       ACUMULA-UMA-FATURA.
           IF MES-REF-FAT IS NOT NUMERIC
                   OR VALOR-BRUTO-FAT IS NOT NUMERIC
                   OR VALOR-COBRADO-FAT IS NOT NUMERIC
                   OR CREDITO-FAT IS NOT NUMERIC
                   OR VALOR-BRUTO-FAT < VALOR-COBRADO-FAT
                   OR CREDITO-FAT > VALOR-COBRADO-FAT
               MOVE MATRICULA-FAT TO CHAVE-REJ
               MOVE "FATURA INCONSISTENTE" TO MOTIVO-REJ
               MOVE DADOS-FATURA TO IMAGEM-REJ
               PERFORM GRAVA-REJEITO
           ELSE
               IF MES-REF-FAT NOT = WS-MES-REFERENCIA
                   ADD 1 TO CONT-OUTRO-MES
               ELSE
                   MOVE FILIAL-FAT TO WS-FILIAL-BUSCA
                   IF WS-FILIAL-BUSCA = SPACES
                       MOVE "01" TO WS-FILIAL-BUSCA
                   END-IF
                   PERFORM PROCURA-FILIAL
                   IF SW-FILIAL-ACHADA = "S"
                       PERFORM SOMA-FATURA-FILIAL
                   ELSE
                       MOVE MATRICULA-FAT TO CHAVE-REJ
                       MOVE "FILIAIS DEMAIS NA COMPETENCIA"
                           TO MOTIVO-REJ
                       MOVE DADOS-FATURA TO IMAGEM-REJ
                       PERFORM GRAVA-REJEITO
                   END-IF
               END-IF
           END-IF.

       SOMA-FATURA-FILIAL.
           ADD 1 TO CONT-FATURAS
           COMPUTE WS-VALOR-DESCONTO =
               VALOR-BRUTO-FAT - VALOR-COBRADO-FAT
           ADD VALOR-BRUTO-FAT TO TAB-FIL-BRUTO (IDX-TFIL)
           ADD VALOR-COBRADO-FAT TO TAB-FIL-COBRADO (IDX-TFIL)
           IF TIPO-DESC-FAT = "IRM"
               ADD WS-VALOR-DESCONTO TO TAB-FIL-IRMAO (IDX-TFIL)
           ELSE
               ADD WS-VALOR-DESCONTO TO TAB-FIL-BOLSA (IDX-TFIL)
           END-IF
           ADD CREDITO-FAT TO TAB-FIL-CREDITO (IDX-TFIL).

       PROCURA-FILIAL.
           MOVE "N" TO SW-FILIAL-ACHADA
           SET IDX-TFIL TO 1
           SEARCH TAB-FIL-ITEM
               AT END
                   CONTINUE
               WHEN TAB-FIL-FILIAL (IDX-TFIL) = WS-FILIAL-BUSCA
                   MOVE "S" TO SW-FILIAL-ACHADA
           END-SEARCH
           IF SW-FILIAL-ACHADA = "N"
                   AND QTD-FILIAIS < 99
               ADD 1 TO QTD-FILIAIS
               SET IDX-TFIL TO QTD-FILIAIS
               MOVE WS-FILIAL-BUSCA TO TAB-FIL-FILIAL (IDX-TFIL)
               MOVE ZERO TO TAB-FIL-BRUTO (IDX-TFIL)
               MOVE ZERO TO TAB-FIL-COBRADO (IDX-TFIL)
               MOVE ZERO TO TAB-FIL-BOLSA (IDX-TFIL)
               MOVE ZERO TO TAB-FIL-IRMAO (IDX-TFIL)
               MOVE ZERO TO TAB-FIL-CREDITO (IDX-TFIL)
               MOVE "S" TO SW-FILIAL-ACHADA
           END-IF.

       ACUMULA-BAIXAS.
           OPEN INPUT BAIXAS
           IF WS-STATUS-BXA = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ BAIXAS AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       ADD 1 TO CONT-LIDOS
                       PERFORM ACUMULA-UMA-BAIXA
                   END-READ
               END-PERFORM
               CLOSE BAIXAS
           ELSE
               DISPLAY "EX76: AVISO - CADBXA AUSENTE -"
                       " RECEBIMENTOS NAO LANCADOS"
           END-IF
           MOVE "N" TO FIMARQ.

       ACUMULA-UMA-BAIXA.
           IF DATA-BXA IS NOT NUMERIC
                   OR VALOR-RECEBIDO-BXA IS NOT NUMERIC
                   OR VALOR-ENCARGOS-BXA IS NOT NUMERIC
                   OR VALOR-CREDITO-BXA IS NOT NUMERIC
                   OR VALOR-ENCARGOS-BXA + VALOR-CREDITO-BXA
                       > VALOR-RECEBIDO-BXA
               MOVE MATRICULA-BXA TO CHAVE-REJ
               MOVE "BAIXA INCONSISTENTE" TO MOTIVO-REJ
               MOVE DADOS-BAIXA TO IMAGEM-REJ
               PERFORM GRAVA-REJEITO
           ELSE
               IF DATA-BXA (1:6) NOT = WS-MES-REFERENCIA
                   ADD 1 TO CONT-OUTRO-MES
               ELSE
                   ADD 1 TO CONT-BAIXAS
                   COMPUTE WS-VALOR-CLIENTES = VALOR-RECEBIDO-BXA
                       - VALOR-ENCARGOS-BXA - VALOR-CREDITO-BXA
                   ADD VALOR-RECEBIDO-BXA TO WS-REC-RECEBIDO
                   ADD VALOR-ENCARGOS-BXA TO WS-REC-ENCARGOS
                   ADD VALOR-CREDITO-BXA TO WS-REC-CREDITO
                   IF TIPO-CREC-BXA = "E"
                       ADD WS-VALOR-CLIENTES TO WS-REC-ENCARGOS
                   ELSE
                       ADD WS-VALOR-CLIENTES TO WS-REC-CLIENTES
                   END-IF
               END-IF
           END-IF.

       APURA-PROVISAO.
           MOVE WS-DATA-EXECUCAO TO WS-DATA-CALCULO
           PERFORM CALCULA-DIAS-ITEM
           MOVE WS-DIAS-ITEM TO WS-DIAS-HOJE
           MOVE ZERO TO WS-PDD-ATUAL
           OPEN INPUT CONTAS-RECEBER
           IF WS-STATUS-CREC = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ CONTAS-RECEBER AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       IF (CREC-ABERTO OR CREC-PARCIAL
                               OR CREC-RECUSADO)
                               AND NOT CREC-ENCARGOS
                               AND VALOR-ORIG-CREC > VALOR-PAGO-CREC
                           PERFORM CLASSIFICA-ITEM-PROVISAO
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTAS-RECEBER
           ELSE
               DISPLAY "EX76: AVISO - CONTREC AUSENTE -"
                       " PROVISAO NAO APURADA"
           END-IF
           MOVE "N" TO FIMARQ
           MOVE ZERO TO WS-PDD-ANTERIOR
           MOVE "N" TO SW-PDD-MES
           OPEN INPUT PROVISAO
           IF WS-STATUS-PDD = "00"
               READ PROVISAO
                   NOT AT END
                       IF MES-REF-PDD = WS-MES-REFERENCIA
                           MOVE SALDO-ANTERIOR-PDD TO WS-PDD-ANTERIOR
                           MOVE "S" TO SW-PDD-MES
                       ELSE
                           MOVE SALDO-ATUAL-PDD TO WS-PDD-ANTERIOR
                       END-IF
               END-READ
               CLOSE PROVISAO
           END-IF.

       CLASSIFICA-ITEM-PROVISAO.
           MOVE DATA-EMISSAO-CREC TO WS-DATA-CALCULO
           PERFORM CALCULA-DIAS-ITEM
           COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE - WS-DIAS-ITEM
           IF WS-DIAS-ATRASO > WS-DIAS-PROVISAO
               COMPUTE WS-SALDO-ITEM =
                   VALOR-ORIG-CREC - VALOR-PAGO-CREC
               ADD WS-SALDO-ITEM TO WS-PDD-ATUAL
           END-IF.

       CALCULA-DIAS-ITEM.
           COMPUTE WS-DIAS-ITEM = WS-ANO-CALC * 360
               + WS-MES-CALC * 30 + WS-DIA-CALC.

       PROCURA-CONTA.
           EVALUATE WS-FUNCAO-BUSCA
               WHEN "RECEITA"
                   MOVE "41100000" TO WS-CONTA-ACHADA
               WHEN "BOLSA"
                   MOVE "41200000" TO WS-CONTA-ACHADA
               WHEN "IRMAO"
                   MOVE "41300000" TO WS-CONTA-ACHADA
               WHEN "ENCARGOS"
                   MOVE "42100000" TO WS-CONTA-ACHADA
               WHEN "CLIENTES"
                   MOVE "11300000" TO WS-CONTA-ACHADA
               WHEN "PDDPROV"
                   MOVE "11390000" TO WS-CONTA-ACHADA
               WHEN "CAIXA"
                   MOVE "11100000" TO WS-CONTA-ACHADA
               WHEN "CREDITOS"
                   MOVE "21500000" TO WS-CONTA-ACHADA
               WHEN "PDDDESP"
                   MOVE "33100000" TO WS-CONTA-ACHADA
               WHEN OTHER
                   MOVE "99999999" TO WS-CONTA-ACHADA
           END-EVALUATE
           MOVE "N" TO SW-CONTA-ACHADA
           SET IDX-TCTA TO 1
           SEARCH TAB-CTA-ITEM
               AT END
                   CONTINUE
               WHEN TAB-CTA-FUNCAO (IDX-TCTA) = WS-FUNCAO-BUSCA
                       AND TAB-CTA-FILIAL (IDX-TCTA) = WS-FILIAL-BUSCA
                   MOVE TAB-CTA-CONTA (IDX-TCTA) TO WS-CONTA-ACHADA
                   MOVE "S" TO SW-CONTA-ACHADA
           END-SEARCH
           IF SW-CONTA-ACHADA = "N"
               SET IDX-TCTA TO 1
               SEARCH TAB-CTA-ITEM
                   AT END
                       CONTINUE
                   WHEN TAB-CTA-FUNCAO (IDX-TCTA) = WS-FUNCAO-BUSCA
                           AND TAB-CTA-FILIAL (IDX-TCTA) = SPACES
                       MOVE TAB-CTA-CONTA (IDX-TCTA)
                           TO WS-CONTA-ACHADA
               END-SEARCH
           END-IF.

       LANCA-FILIAL.
           MOVE TAB-FIL-FILIAL (IDX-FIL) TO WS-FILIAL-BUSCA
           MOVE SPACES TO WS-DEPTO-LANCTO
           STRING "FILIAL " WS-FILIAL-BUSCA
               DELIMITED BY SIZE INTO WS-DEPTO-LANCTO
           MOVE "CLIENTES" TO WS-FUNCAO-BUSCA
           MOVE "D" TO TIPO-RAZ
           MOVE TAB-FIL-COBRADO (IDX-FIL) TO VALOR-RAZ
           MOVE "MENSALIDADES FATURADAS" TO WS-HISTORICO
           PERFORM GRAVA-LANCAMENTO
           MOVE "BOLSA" TO WS-FUNCAO-BUSCA
           MOVE "D" TO TIPO-RAZ
           MOVE TAB-FIL-BOLSA (IDX-FIL) TO VALOR-RAZ
           MOVE "(-) DESCONTOS DE BOLSA" TO WS-HISTORICO
           PERFORM GRAVA-LANCAMENTO
           MOVE "IRMAO" TO WS-FUNCAO-BUSCA
           MOVE "D" TO TIPO-RAZ
           MOVE TAB-FIL-IRMAO (IDX-FIL) TO VALOR-RAZ
           MOVE "(-) DESCONTOS DE IRMAOS" TO WS-HISTORICO
           PERFORM GRAVA-LANCAMENTO
           MOVE "RECEITA" TO WS-FUNCAO-BUSCA
           MOVE "C" TO TIPO-RAZ
           MOVE TAB-FIL-BRUTO (IDX-FIL) TO VALOR-RAZ
           MOVE "RECEITA BRUTA DE MENSALIDADES" TO WS-HISTORICO
           PERFORM GRAVA-LANCAMENTO
           IF TAB-FIL-CREDITO (IDX-FIL) > ZERO
               MOVE "CREDITOS" TO WS-FUNCAO-BUSCA
               MOVE "D" TO TIPO-RAZ
               MOVE TAB-FIL-CREDITO (IDX-FIL) TO VALOR-RAZ
               MOVE "SALDO CREDOR UTILIZADO" TO WS-HISTORICO
               PERFORM GRAVA-LANCAMENTO
               MOVE "CLIENTES" TO WS-FUNCAO-BUSCA
               MOVE "C" TO TIPO-RAZ
               MOVE TAB-FIL-CREDITO (IDX-FIL) TO VALOR-RAZ
               MOVE "SALDO CREDOR UTILIZADO" TO WS-HISTORICO
               PERFORM GRAVA-LANCAMENTO
           END-IF.

       LANCA-RECEBIMENTOS.
           MOVE SPACES TO WS-FILIAL-BUSCA
           MOVE "ESCOLA" TO WS-DEPTO-LANCTO
           IF WS-REC-RECEBIDO > ZERO
               MOVE "CAIXA" TO WS-FUNCAO-BUSCA
               MOVE "D" TO TIPO-RAZ
               MOVE WS-REC-RECEBIDO TO VALOR-RAZ
               MOVE "RECEBIMENTOS EX37/EX39" TO WS-HISTORICO
               PERFORM GRAVA-LANCAMENTO
               MOVE "CLIENTES" TO WS-FUNCAO-BUSCA
               MOVE "C" TO TIPO-RAZ
               MOVE WS-REC-CLIENTES TO VALOR-RAZ
               MOVE "BAIXA DE MENSALIDADES" TO WS-HISTORICO
               PERFORM GRAVA-LANCAMENTO
               MOVE "ENCARGOS" TO WS-FUNCAO-BUSCA
               MOVE "C" TO TIPO-RAZ
               MOVE WS-REC-ENCARGOS TO VALOR-RAZ
               MOVE "MULTA E JUROS RECEBIDOS" TO WS-HISTORICO
               PERFORM GRAVA-LANCAMENTO
               MOVE "CREDITOS" TO WS-FUNCAO-BUSCA
               MOVE "C" TO TIPO-RAZ
               MOVE WS-REC-CREDITO TO VALOR-RAZ
               MOVE "RECEBIDO A MAIOR OU DUPLICADO" TO WS-HISTORICO
               PERFORM GRAVA-LANCAMENTO
           END-IF.

       LANCA-PROVISAO.
           MOVE SPACES TO WS-FILIAL-BUSCA
           MOVE "ESCOLA" TO WS-DEPTO-LANCTO
           EVALUATE TRUE
               WHEN WS-PDD-ATUAL > WS-PDD-ANTERIOR
                   COMPUTE WS-PDD-AJUSTE =
                       WS-PDD-ATUAL - WS-PDD-ANTERIOR
                   MOVE "PDDDESP" TO WS-FUNCAO-BUSCA
                   MOVE "D" TO TIPO-RAZ
                   MOVE WS-PDD-AJUSTE TO VALOR-RAZ
                   MOVE "CONSTITUICAO PDD MAIS 90 DIAS"
                       TO WS-HISTORICO
                   PERFORM GRAVA-LANCAMENTO
                   MOVE "PDDPROV" TO WS-FUNCAO-BUSCA
                   MOVE "C" TO TIPO-RAZ
                   MOVE WS-PDD-AJUSTE TO VALOR-RAZ
                   PERFORM GRAVA-LANCAMENTO
               WHEN WS-PDD-ATUAL < WS-PDD-ANTERIOR
                   COMPUTE WS-PDD-AJUSTE =
                       WS-PDD-ANTERIOR - WS-PDD-ATUAL
                   MOVE "PDDPROV" TO WS-FUNCAO-BUSCA
                   MOVE "D" TO TIPO-RAZ
                   MOVE WS-PDD-AJUSTE TO VALOR-RAZ
                   MOVE "REVERSAO PDD MAIS 90 DIAS"
                       TO WS-HISTORICO
                   PERFORM GRAVA-LANCAMENTO
                   MOVE "PDDDESP" TO WS-FUNCAO-BUSCA
                   MOVE "C" TO TIPO-RAZ
                   MOVE WS-PDD-AJUSTE TO VALOR-RAZ
                   PERFORM GRAVA-LANCAMENTO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       GRAVA-LANCAMENTO.
           IF VALOR-RAZ > ZERO
               PERFORM PROCURA-CONTA
               MOVE WS-CONTA-ACHADA TO CONTA-RAZ
               MOVE WS-MES-REFERENCIA TO MES-REF-RAZ
               MOVE WS-DEPTO-LANCTO TO DEPTO-RAZ
               WRITE DADOS-RAZAO
               ADD 1 TO CONT-LANCAMENTOS
               ADD 1 TO CONT-GRAVADOS
               IF RAZ-DEBITO
                   ADD VALOR-RAZ TO WS-TOTAL-DEBITOS
               ELSE
                   ADD VALOR-RAZ TO WS-TOTAL-CREDITOS
               END-IF
               MOVE VALOR-RAZ TO WS-VALOR-EDIT
               MOVE SPACES TO LINHA-REL
               STRING DEPTO-RAZ " " CONTA-RAZ " " TIPO-RAZ
                   " " WS-VALOR-EDIT "  " WS-HISTORICO
                   DELIMITED BY SIZE INTO LINHA-REL
               WRITE LINHA-REL
           END-IF.

       REGRAVA-PROVISAO.
           OPEN OUTPUT PROVISAO
           MOVE WS-MES-REFERENCIA TO MES-REF-PDD
           MOVE WS-PDD-ANTERIOR TO SALDO-ANTERIOR-PDD
           MOVE WS-PDD-ATUAL TO SALDO-ATUAL-PDD
           WRITE DADOS-PDD
           CLOSE PROVISAO.

       IMPRIME-CABECALHO-REL.
           MOVE SPACES TO LINHA-REL
           STRING "RAZAO CONTABIL DAS MENSALIDADES - COMPETENCIA "
               WS-MES-REFERENCIA
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "EMISSAO: " WS-DATA-EMISSAO
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "DEPARTAMENTO  CONTA    D/C  VALOR"
               "           HISTORICO"
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL.

       IMPRIME-BALANCETE.
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL
           MOVE WS-TOTAL-DEBITOS TO WS-VALOR-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "TOTAL DE DEBITOS ...: " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE WS-TOTAL-CREDITOS TO WS-VALOR-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "TOTAL DE CREDITOS ..: " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           IF WS-TOTAL-DEBITOS = WS-TOTAL-CREDITOS
               STRING "BALANCETE FECHADO: DEBITOS = CREDITOS"
                   DELIMITED BY SIZE INTO LINHA-REL
           ELSE
               STRING "ATENCAO: DEBITOS DIFERENTES DOS CREDITOS"
                   DELIMITED BY SIZE INTO LINHA-REL
           END-IF
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE WS-PDD-ANTERIOR TO WS-VALOR-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "PDD - SALDO ANTERIOR: " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE WS-PDD-ATUAL TO WS-VALOR-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "PDD - SALDO ATUAL ..: " WS-VALOR-EDIT
               "  (ITENS COM MAIS DE 90 DIAS)"
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

       GRAVA-REJEITO.
           ADD 1 TO CONT-REJEITADOS
           MOVE "EX76" TO PROGRAMA-REJ
           MOVE WS-DATA-EXECUCAO TO DATA-REJ
           MOVE WS-SEQ-EXECUCAO TO SEQ-EXEC-REJ
           WRITE DADOS-REJEITO.

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
           MOVE "EX76" TO PROGRAMA-RLOG
           MOVE WS-DATA-EXECUCAO TO DATA-RLOG
           MOVE CONT-LIDOS TO LIDOS-RLOG
           MOVE CONT-GRAVADOS TO GRAVADOS-RLOG
           MOVE CONT-REJEITADOS TO REJEITADOS-RLOG
           WRITE REG-RUNLOG
           CLOSE RUNLOG.
