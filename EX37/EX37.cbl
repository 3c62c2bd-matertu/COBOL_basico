       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-RECEBER ASSIGN TO "CONTREC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-CREC = MES-REF-CREC
                   MATRICULA-CREC TIPO-CREC
               ALTERNATE RECORD KEY IS CODIGO-CLI-CREC
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CREC.
           SELECT FATURAS ASSIGN TO "FATURA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RLOG.
           SELECT CREDITOS ASSIGN TO "CADCRE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CRE.
           SELECT BAIXAS ASSIGN TO "CADBXA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BXA.
           SELECT FECHAMENTOS ASSIGN TO "CADFEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FEC.
           SELECT PARAMETROS-CENTRAL ASSIGN TO "CADPAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHAVE-PAR
               FILE STATUS IS WS-STATUS-PCEN.
           SELECT TRAVAS ASSIGN TO "CADLCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRV.
           SELECT RUNCTL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CTL.

       DATA DIVISION.
       FILE SECTION.
               88 CREC-PAGO         VALUE "P".
               88 CREC-PARCIAL      VALUE "M".
               88 CREC-RECUSADO     VALUE "R".
               88 CREC-RENEGOCIADO  VALUE "N".
               88 CREC-CANCELADO    VALUE "C".
           05 COBRANCA-CREC     PIC X(1).
               88 CREC-EM-COBRANCA  VALUE "S".
           05 TIPO-CREC         PIC X(1).
               88 CREC-MENSALIDADE  VALUE SPACE.
               88 CREC-ENCARGOS     VALUE "E".
               88 CREC-PARCELA-ACORDO VALUE "A".

       FD  FATURAS.
       01  DADOS-FATURA.
           05 PERC-DESC-FAT     PIC 9(3)V99.
           05 VALOR-COBRADO-FAT PIC 9(5)V99.
           05 VENCIMENTO-FAT    PIC 9(8).
           05 ENCARGOS-FAT      PIC 9(5)V99.
           05 CREDITO-FAT       PIC 9(5)V99.
           05 FILIAL-FAT        PIC X(2).
           05 TIPO-DESC-FAT     PIC X(3).

       FD  PAGAMENTOS.
       01  DADOS-PAG.
           05 MATRICULA-PAG     PIC 9(5).
           05 DATA-PAG          PIC 9(8).
           05 VALOR-PAG         PIC 9(5)V99.
           05 TIPO-PAG          PIC X(1).
               88 PAG-PARCELA-ACORDO VALUE "A".

       FD  RELATORIO.
       01  LINHA-REL            PIC X(80).
           05 GRAVADOS-RLOG    PIC 9(7).
           05 REJEITADOS-RLOG  PIC 9(7).

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

       FD  CREDITOS.
       01  DADOS-CREDITO.
           05 CODIGO-CLI-CRE    PIC X(5).
           05 NOME-RESP-CRE     PIC X(20).
           05 MATRICULA-CRE     PIC 9(5).
           05 MES-REF-CRE       PIC 9(6).
           05 ORIGEM-CRE        PIC X(1).
               88 CRE-PAGO-A-MAIOR  VALUE "P".
               88 CRE-DUPLICADO     VALUE "D".
           05 PROGRAMA-CRE      PIC X(4).
           05 DATA-CRE          PIC 9(8).
           05 VALOR-CRE         PIC 9(5)V99.
           05 VALOR-USADO-CRE   PIC 9(5)V99.
           05 MES-USO-CRE       PIC 9(6).
           05 VALOR-USO-MES-CRE PIC 9(5)V99.
           05 SITUACAO-CRE      PIC X(1).
               88 CRE-ABERTO        VALUE "A".
               88 CRE-UTILIZADO     VALUE "U".
               88 CRE-REEMBOLSO     VALUE "R".
           05 DATA-REEMB-CRE    PIC 9(8).

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
       01  WS-STATUS-CREC       PIC X(2).
       01  CONT-LIDOS           PIC 9(7) COMP VALUE ZERO.
       01  CONT-GRAVADOS        PIC 9(7) COMP VALUE ZERO.
       01  CONT-REJEITADOS      PIC 9(7) COMP VALUE ZERO.
       01  IDX-FAIXA-AGE        PIC 9(1) COMP.
       01  SW-ITEM-ACHADO       PIC X(1) VALUE "N".
       01  SW-RESP-ACHADO       PIC X(1) VALUE "N".
       01  WS-VALOR-EDIT        PIC ZZ.ZZ9,99.
       01  WS-FAIXA-EDIT        PIC Z.ZZZ.ZZ9,99.
       01  WS-MATRICULA-EDIT    PIC ZZZZ9.
       01  WS-STATUS-PCEN       PIC X(2).
       01  FIM-PCEN             PIC X(1) VALUE "N".
       01  WS-MULTA-PADRAO      PIC 9(3)V99 VALUE 2.
       01  WS-JUROS-PADRAO      PIC 9(3)V99 VALUE 1.
       01  WS-PERC-MULTA        PIC 9(3)V99 VALUE ZERO.
       01  WS-PERC-JUROS-MES    PIC 9(3)V99 VALUE ZERO.
       01  WS-VIG-MULTA         PIC 9(8) VALUE ZERO.
       01  WS-VIG-JUROS         PIC 9(8) VALUE ZERO.
       01  WS-DATA-TAXA         PIC 9(8) VALUE ZERO.
       01  WS-DATA-RECEBIMENTO  PIC 9(8) VALUE ZERO.
       01  WS-DIAS-PAGTO        PIC 9(7) COMP VALUE ZERO.
       01  WS-VALOR-RECEBIDO    PIC 9(5)V99 VALUE ZERO.
       01  WS-VALOR-PRINCIPAL   PIC 9(5)V99 VALUE ZERO.
       01  WS-BASE-ENCARGOS     PIC 9(5)V99 VALUE ZERO.
       01  WS-VALOR-MULTA       PIC 9(5)V99 VALUE ZERO.
       01  WS-VALOR-JUROS       PIC 9(5)V99 VALUE ZERO.
       01  WS-VALOR-ENCARGOS    PIC 9(5)V99 VALUE ZERO.
       01  WS-ENCARGOS-PAGOS    PIC 9(5)V99 VALUE ZERO.
       01  WS-EXCEDENTE         PIC 9(5)V99 VALUE ZERO.
       01  WS-TOTAL-ENCARGOS    PIC 9(9)V99 VALUE ZERO.
       01  CONT-ENCARGOS        PIC 9(7) COMP VALUE ZERO.
       01  WS-TIPO-PROCURA      PIC X(1) VALUE SPACE.
       01  SW-SIT-PROCURA       PIC X(1) VALUE "A".
           88 PROCURA-ABERTO    VALUE "A".
           88 PROCURA-QUITADO   VALUE "P".
       01  WS-STATUS-CRE        PIC X(2).
       01  WS-STATUS-BXA        PIC X(2).
       01  WS-STATUS-FEC        PIC X(2).
       01  WS-MES-VERIFICAR     PIC 9(6) VALUE ZERO.
       01  SW-MES-FECHADO       PIC X(1) VALUE "N".
           88 MES-FECHADO       VALUE "S".
       01  WS-VALOR-CREDITO     PIC 9(5)V99 VALUE ZERO.
       01  WS-ORIGEM-CREDITO    PIC X(1) VALUE SPACE.
       01  WS-TOTAL-CREDITOS    PIC 9(9)V99 VALUE ZERO.
       01  CONT-CREDITOS        PIC 9(7) COMP VALUE ZERO.
       01  IDX-TAXA             PIC 9(3) COMP.

       01  TAB-TAXAS-ENCARGOS.
           05 QTD-TAXAS         PIC 9(3) COMP VALUE ZERO.
           05 TAB-TAX-ITEM      OCCURS 1 TO 100 TIMES
                                DEPENDING ON QTD-TAXAS.
               10 TAB-TAX-NOME     PIC X(10).
               10 TAB-TAX-VIGENCIA PIC 9(8).
               10 TAB-TAX-VALOR    PIC 9(9)V99.

       01  TAB-MESES-FECHADOS.
           05 QTD-MESES-FEC     PIC 9(3) COMP VALUE ZERO.
           05 TAB-MFC-ITEM      OCCURS 1 TO 999 TIMES
                                DEPENDING ON QTD-MESES-FEC
                                INDEXED BY IDX-MFC.
               10 TAB-MFC-MES    PIC 9(6).
               10 TAB-MFC-ACAO   PIC X(1).

       01  WS-REG-PRINCIPAL.
           05 WS-PRI-MES        PIC 9(6).
           05 WS-PRI-MATRICULA  PIC 9(5).
           05 FILLER            PIC X(69).

       01  WS-AGE-RESPONSAVEL.
           05 WS-AGE-CODIGO     PIC X(5).
           05 WS-AGE-NOME       PIC X(20).
           05 WS-AGE-FAIXA      OCCURS 4 TIMES PIC 9(7)V99.

       01  TAB-TOTAL-FAIXAS.
           05 TOTAL-FAIXA       OCCURS 4 TIMES PIC 9(9)V99.
           05 TOTAL-ENC-FAIXA   OCCURS 4 TIMES PIC 9(9)V99.
           05 TOTAL-ACO-FAIXA   OCCURS 4 TIMES PIC 9(9)V99.

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
           STRING WS-DIA "/" WS-MES "/" WS-ANO
               DELIMITED BY SIZE INTO WS-DATA-EMISSAO
           PERFORM LE-PARAMETRO
           IF MODO-POSTAR OR MODO-BAIXAR
               MOVE "CONTREC" TO WS-TRV-ARQUIVO
               PERFORM TRAVA-ARQUIVO
           END-IF
           PERFORM LE-PARAMETROS-CENTRAIS
           PERFORM CARREGA-MESES-FECHADOS
           IF MODO-POSTAR OR MODO-BAIXAR
               PERFORM ABRE-CARTEIRA
           END-IF
           EVALUATE TRUE
               WHEN MODO-POSTAR
                   PERFORM POSTA-FATURAS
                   PERFORM RELATORIO-AGING
           END-EVALUATE
           IF MODO-POSTAR OR MODO-BAIXAR
               CLOSE CONTAS-RECEBER
               PERFORM GRAVA-RUNLOG
           END-IF
           DISPLAY "EX37: REGISTROS LIDOS ....... " CONT-LIDOS
           DISPLAY "EX37: REGISTROS GRAVADOS .... " CONT-GRAVADOS
           DISPLAY "EX37: REGISTROS REJEITADOS .. " CONT-REJEITADOS
           IF MODO-BAIXAR
               DISPLAY "EX37: CREDITOS GERADOS ...... " CONT-CREDITOS
               DISPLAY "EX37: TOTAL DE CREDITOS ..... "
                       WS-TOTAL-CREDITOS
               DISPLAY "EX37: PAGTOS COM ENCARGOS ... " CONT-ENCARGOS
               DISPLAY "EX37: TOTAL DE ENCARGOS ..... "
                       WS-TOTAL-ENCARGOS
           END-IF
           PERFORM LIBERA-TRAVAS
           STOP RUN.

       LE-PARAMETRO.
               CLOSE PARAMETROS
           END-IF.

       LE-PARAMETROS-CENTRAIS.
           MOVE ZERO TO QTD-TAXAS
           OPEN INPUT PARAMETROS-CENTRAL
           IF WS-STATUS-PCEN = "00"
               PERFORM UNTIL FIM-PCEN = "S"
                   READ PARAMETROS-CENTRAL NEXT
                       AT END
                           MOVE "S" TO FIM-PCEN
                       NOT AT END
                           IF PROGRAMA-PAR = "EX37"
                                   AND (NOME-PAR = "MULTAPERC"
                                       OR NOME-PAR = "JUROSMES")
                                   AND VALOR-PAR NOT > 100
                                   AND QTD-TAXAS < 100
                               PERFORM GUARDA-TAXA-ENCARGOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMETROS-CENTRAL
           END-IF
           MOVE "N" TO FIM-PCEN.

       GUARDA-TAXA-ENCARGOS.
           ADD 1 TO QTD-TAXAS
           MOVE NOME-PAR TO TAB-TAX-NOME (QTD-TAXAS)
           MOVE VIGENCIA-PAR TO TAB-TAX-VIGENCIA (QTD-TAXAS)
           MOVE VALOR-PAR TO TAB-TAX-VALOR (QTD-TAXAS).

       OBTEM-TAXAS-ENCARGOS.
           MOVE WS-MULTA-PADRAO TO WS-PERC-MULTA
           MOVE WS-JUROS-PADRAO TO WS-PERC-JUROS-MES
           MOVE ZERO TO WS-VIG-MULTA
           MOVE ZERO TO WS-VIG-JUROS
           PERFORM APLICA-TAXA-VIGENTE
               VARYING IDX-TAXA FROM 1 BY 1
               UNTIL IDX-TAXA > QTD-TAXAS.

       APLICA-TAXA-VIGENTE.
           IF TAB-TAX-VIGENCIA (IDX-TAXA) <= WS-DATA-TAXA
               EVALUATE TAB-TAX-NOME (IDX-TAXA)
                   WHEN "MULTAPERC"
                       IF TAB-TAX-VIGENCIA (IDX-TAXA) >= WS-VIG-MULTA
                           MOVE TAB-TAX-VIGENCIA (IDX-TAXA)
                               TO WS-VIG-MULTA
                           MOVE TAB-TAX-VALOR (IDX-TAXA)
                               TO WS-PERC-MULTA
                       END-IF
                   WHEN "JUROSMES"
                       IF TAB-TAX-VIGENCIA (IDX-TAXA) >= WS-VIG-JUROS
                           MOVE TAB-TAX-VIGENCIA (IDX-TAXA)
                               TO WS-VIG-JUROS
                           MOVE TAB-TAX-VALOR (IDX-TAXA)
                               TO WS-PERC-JUROS-MES
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       ABRE-CARTEIRA.
           OPEN I-O CONTAS-RECEBER
           IF WS-STATUS-CREC = "35"
               OPEN OUTPUT CONTAS-RECEBER
               CLOSE CONTAS-RECEBER
               OPEN I-O CONTAS-RECEBER
           END-IF
           IF WS-STATUS-CREC NOT = "00"
               DISPLAY "EX37: ERRO NA ABERTURA DO CONTREC - STATUS "
                       WS-STATUS-CREC
               MOVE 8 TO RETURN-CODE
               PERFORM LIBERA-TRAVAS
               STOP RUN
           END-IF.

       LE-ITEM-CARTEIRA.
           READ CONTAS-RECEBER
               INVALID KEY
                   MOVE "N" TO SW-ITEM-ACHADO
               NOT INVALID KEY
                   MOVE "S" TO SW-ITEM-ACHADO
           END-READ.

       REGRAVA-ITEM-CARTEIRA.
           REWRITE DADOS-CREC
               INVALID KEY
                   DISPLAY "EX37: ERRO NA REGRAVACAO DO CONTREC - MES "
                           MES-REF-CREC " MATR " MATRICULA-CREC
           END-REWRITE.

       INCLUI-ITEM-CARTEIRA.
           WRITE DADOS-CREC
               INVALID KEY
                   DISPLAY "EX37: ITEM JA EXISTENTE NO CONTREC - MES "
                           MES-REF-CREC " MATR " MATRICULA-CREC
           END-WRITE.

       POSTA-FATURAS.
           OPEN INPUT FATURAS
           IF WS-STATUS-FAT NOT = "00"
               DISPLAY "EX37: FATURA.DAT AUSENTE - EXECUTE O EX35"
               MOVE 8 TO RETURN-CODE
               PERFORM LIBERA-TRAVAS
               STOP RUN
           END-IF
           PERFORM ABRE-REJEITOS
               MOVE "FATURA MAL FORMADA" TO MOTIVO-REJ
               PERFORM GRAVA-REJEITO-FATURA
           ELSE
               MOVE MES-REF-FAT TO WS-MES-VERIFICAR
               PERFORM VERIFICA-MES-FECHADO
               IF MES-FECHADO
                   ADD 1 TO CONT-REJEITADOS
                   MOVE "EX37" TO PROGRAMA-REJ
                   MOVE MATRICULA-FAT TO CHAVE-REJ
                   MOVE "COMPETENCIA EM MES FECHADO" TO MOTIVO-REJ
                   PERFORM GRAVA-REJEITO-FATURA
               ELSE
                   PERFORM PROCURA-ITEM-FATURA
                   IF SW-ITEM-ACHADO = "S"
                       ADD 1 TO CONT-REJEITADOS
                       MOVE "EX37" TO PROGRAMA-REJ
                       MOVE MATRICULA-FAT TO CHAVE-REJ
                       MOVE "FATURA JA POSTADA" TO MOTIVO-REJ
                       PERFORM GRAVA-REJEITO-FATURA
                   ELSE
                       PERFORM INCLUI-ITEM-FATURA
                   END-IF
               END-IF
           END-IF.

       INCLUI-ITEM-FATURA.
           MOVE MES-REF-FAT TO MES-REF-CREC
           MOVE MATRICULA-FAT TO MATRICULA-CREC
           MOVE CODIGO-CLI-FAT TO CODIGO-CLI-CREC
           MOVE CPF-FAT TO CPF-CREC
           MOVE NOME-RESP-FAT TO NOME-RESP-CREC
           MOVE VALOR-COBRADO-FAT TO VALOR-ORIG-CREC
           MOVE ZERO TO VALOR-PAGO-CREC
           MOVE ZERO TO DATA-PAGTO-CREC
           MOVE "A" TO SITUACAO-CREC
           IF CREDITO-FAT IS NUMERIC
                   AND CREDITO-FAT > ZERO
               MOVE CREDITO-FAT TO VALOR-PAGO-CREC
               MOVE WS-DATA-EXECUCAO TO DATA-PAGTO-CREC
               IF CREDITO-FAT >= VALOR-COBRADO-FAT
                   MOVE "P" TO SITUACAO-CREC
               ELSE
                   MOVE "M" TO SITUACAO-CREC
               END-IF
           END-IF
           IF VENCIMENTO-FAT IS NUMERIC
                   AND VENCIMENTO-FAT > ZERO
               MOVE VENCIMENTO-FAT TO DATA-EMISSAO-CREC
           ELSE
               MOVE WS-DATA-EXECUCAO TO DATA-EMISSAO-CREC
           END-IF
           MOVE SPACE TO COBRANCA-CREC
           MOVE SPACE TO TIPO-CREC
           PERFORM INCLUI-ITEM-CARTEIRA
           ADD 1 TO CONT-GRAVADOS.

       PROCURA-ITEM-FATURA.
           MOVE MES-REF-FAT TO MES-REF-CREC
           MOVE MATRICULA-FAT TO MATRICULA-CREC
           MOVE SPACE TO TIPO-CREC
           PERFORM LE-ITEM-CARTEIRA.

       BAIXA-PAGAMENTOS.
           OPEN INPUT PAGAMENTOS
           IF WS-STATUS-PAG NOT = "00"
               DISPLAY "EX37: ARQUIVO DE PAGAMENTOS AUSENTE"
               MOVE 8 TO RETURN-CODE
               PERFORM LIBERA-TRAVAS
               STOP RUN
           END-IF
           PERFORM ABRE-REJEITOS
           PERFORM ABRE-CREDITOS
           PERFORM ABRE-BAIXAS
           PERFORM UNTIL FIMARQ = "S"
               READ PAGAMENTOS AT END
                   MOVE "S" TO FIMARQ
           END-PERFORM
           CLOSE PAGAMENTOS
           CLOSE REJEITOS
           CLOSE CREDITOS
           CLOSE BAIXAS
           MOVE "N" TO FIMARQ.

       BAIXA-UM-PAGAMENTO.
           IF MES-REF-PAG IS NOT NUMERIC
                   OR MATRICULA-PAG IS NOT NUMERIC
                   OR DATA-PAG IS NOT NUMERIC
                   OR VALOR-PAG IS NOT NUMERIC
               ADD 1 TO CONT-REJEITADOS
               MOVE "EX37" TO PROGRAMA-REJ
               MOVE "PAGAMENTO MAL FORMADO" TO MOTIVO-REJ
               PERFORM GRAVA-REJEITO-PAGTO
           ELSE
               MOVE DATA-PAG (1:6) TO WS-MES-VERIFICAR
               PERFORM VERIFICA-MES-FECHADO
               IF MES-FECHADO
                   ADD 1 TO CONT-REJEITADOS
                   MOVE "EX37" TO PROGRAMA-REJ
                   MOVE MATRICULA-PAG TO CHAVE-REJ
                   MOVE "PAGAMENTO EM MES FECHADO" TO MOTIVO-REJ
                   PERFORM GRAVA-REJEITO-PAGTO
               ELSE
                   PERFORM PROCURA-ITEM-PAGTO
                   IF SW-ITEM-ACHADO = "S"
                       PERFORM APLICA-PAGAMENTO-ITEM
                   ELSE
                       PERFORM PROCURA-ITEM-QUITADO
                       IF SW-ITEM-ACHADO = "S"
                           MOVE VALOR-PAG TO WS-VALOR-CREDITO
                           MOVE DATA-PAG TO WS-DATA-RECEBIMENTO
                           MOVE "D" TO WS-ORIGEM-CREDITO
                           PERFORM GRAVA-CREDITO
                           MOVE VALOR-PAG TO WS-VALOR-RECEBIDO
                           MOVE ZERO TO WS-ENCARGOS-PAGOS
                           PERFORM GRAVA-BAIXA
                           ADD 1 TO CONT-GRAVADOS
                       ELSE
                           ADD 1 TO CONT-REJEITADOS
                           MOVE "EX37" TO PROGRAMA-REJ
                           MOVE MATRICULA-PAG TO CHAVE-REJ
                           MOVE "FATURA NAO ENCONTRADA" TO MOTIVO-REJ
                           PERFORM GRAVA-REJEITO-PAGTO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       APLICA-PAGAMENTO-ITEM.
           MOVE VALOR-PAG TO WS-VALOR-RECEBIDO
           MOVE DATA-PAG TO WS-DATA-RECEBIMENTO
           MOVE ZERO TO WS-VALOR-CREDITO
           PERFORM APURA-ENCARGOS-ATRASO
           COMPUTE WS-VALOR-PRINCIPAL =
               WS-VALOR-RECEBIDO - WS-ENCARGOS-PAGOS
           ADD WS-VALOR-PRINCIPAL TO VALOR-PAGO-CREC
           MOVE DATA-PAG TO DATA-PAGTO-CREC
           IF VALOR-PAGO-CREC >= VALOR-ORIG-CREC
               MOVE "P" TO SITUACAO-CREC
           ELSE
               MOVE "M" TO SITUACAO-CREC
           END-IF
           PERFORM GERA-CREDITO-EXCEDENTE
           MOVE DADOS-CREC TO WS-REG-PRINCIPAL
           PERFORM REGRAVA-ITEM-CARTEIRA
           IF WS-VALOR-ENCARGOS > ZERO
               PERFORM LANCA-ENCARGOS-ATRASO
           END-IF
           MOVE WS-REG-PRINCIPAL TO DADOS-CREC
           PERFORM GRAVA-BAIXA
           ADD 1 TO CONT-GRAVADOS.

       APURA-ENCARGOS-ATRASO.
           MOVE ZERO TO WS-VALOR-MULTA
           MOVE ZERO TO WS-VALOR-JUROS
           MOVE ZERO TO WS-VALOR-ENCARGOS
           MOVE ZERO TO WS-ENCARGOS-PAGOS
           IF TIPO-CREC NOT = "E"
                   AND DATA-EMISSAO-CREC > ZERO
                   AND VALOR-PAGO-CREC < VALOR-ORIG-CREC
               MOVE WS-DATA-RECEBIMENTO TO WS-DATA-CALCULO
               PERFORM CALCULA-DIAS-ITEM
               MOVE WS-DIAS-ITEM TO WS-DIAS-PAGTO
               MOVE DATA-EMISSAO-CREC TO WS-DATA-CALCULO
               PERFORM CALCULA-DIAS-ITEM
               COMPUTE WS-DIAS-ATRASO = WS-DIAS-PAGTO - WS-DIAS-ITEM
               IF WS-DIAS-ATRASO > ZERO
                   PERFORM CALCULA-ENCARGOS-ATRASO
               END-IF
           END-IF.

       CALCULA-ENCARGOS-ATRASO.
           MOVE DATA-EMISSAO-CREC TO WS-DATA-TAXA
           PERFORM OBTEM-TAXAS-ENCARGOS
           COMPUTE WS-SALDO-ITEM = VALOR-ORIG-CREC - VALOR-PAGO-CREC
           IF WS-VALOR-RECEBIDO < WS-SALDO-ITEM
               MOVE WS-VALOR-RECEBIDO TO WS-BASE-ENCARGOS
           ELSE
               MOVE WS-SALDO-ITEM TO WS-BASE-ENCARGOS
           END-IF
           COMPUTE WS-VALOR-MULTA ROUNDED =
               WS-BASE-ENCARGOS * WS-PERC-MULTA / 100
           COMPUTE WS-VALOR-JUROS ROUNDED =
               WS-BASE-ENCARGOS * WS-PERC-JUROS-MES / 100
               * WS-DIAS-ATRASO / 30
           COMPUTE WS-VALOR-ENCARGOS =
               WS-VALOR-MULTA + WS-VALOR-JUROS
           COMPUTE WS-EXCEDENTE =
               WS-VALOR-RECEBIDO - WS-BASE-ENCARGOS
           IF WS-EXCEDENTE < WS-VALOR-ENCARGOS
               MOVE WS-EXCEDENTE TO WS-ENCARGOS-PAGOS
           ELSE
               MOVE WS-VALOR-ENCARGOS TO WS-ENCARGOS-PAGOS
           END-IF.

       LANCA-ENCARGOS-ATRASO.
           MOVE WS-PRI-MES TO MES-REF-CREC
           MOVE WS-PRI-MATRICULA TO MATRICULA-CREC
           MOVE "E" TO TIPO-CREC
           PERFORM LE-ITEM-CARTEIRA
           IF SW-ITEM-ACHADO = "N"
               MOVE WS-REG-PRINCIPAL TO DADOS-CREC
               MOVE ZERO TO VALOR-ORIG-CREC
               MOVE ZERO TO VALOR-PAGO-CREC
               MOVE ZERO TO DATA-PAGTO-CREC
               MOVE WS-DATA-RECEBIMENTO TO DATA-EMISSAO-CREC
               MOVE "E" TO TIPO-CREC
           END-IF
           ADD WS-VALOR-ENCARGOS TO VALOR-ORIG-CREC
           ADD WS-ENCARGOS-PAGOS TO VALOR-PAGO-CREC
           IF WS-ENCARGOS-PAGOS > ZERO
               MOVE WS-DATA-RECEBIMENTO TO DATA-PAGTO-CREC
           END-IF
           EVALUATE TRUE
               WHEN VALOR-PAGO-CREC >= VALOR-ORIG-CREC
                   MOVE "P" TO SITUACAO-CREC
               WHEN VALOR-PAGO-CREC > ZERO
                   MOVE "M" TO SITUACAO-CREC
               WHEN OTHER
                   MOVE "A" TO SITUACAO-CREC
           END-EVALUATE
           IF SW-ITEM-ACHADO = "S"
               PERFORM REGRAVA-ITEM-CARTEIRA
           ELSE
               PERFORM INCLUI-ITEM-CARTEIRA
           END-IF
           ADD 1 TO CONT-ENCARGOS
           ADD WS-VALOR-ENCARGOS TO WS-TOTAL-ENCARGOS.

       PROCURA-ITEM-PAGTO.
           SET PROCURA-ABERTO TO TRUE
           PERFORM PROCURA-ITEM-COMPETENCIA.

       PROCURA-ITEM-QUITADO.
           SET PROCURA-QUITADO TO TRUE
           PERFORM PROCURA-ITEM-COMPETENCIA.

       PROCURA-ITEM-COMPETENCIA.
           IF PAG-PARCELA-ACORDO
               MOVE "A" TO WS-TIPO-PROCURA
               PERFORM LE-ITEM-PAGTO
           ELSE
               MOVE SPACE TO WS-TIPO-PROCURA
               PERFORM LE-ITEM-PAGTO
               IF SW-ITEM-ACHADO = "N"
                   MOVE "E" TO WS-TIPO-PROCURA
                   PERFORM LE-ITEM-PAGTO
               END-IF
           END-IF.

       LE-ITEM-PAGTO.
           MOVE MES-REF-PAG TO MES-REF-CREC
           MOVE MATRICULA-PAG TO MATRICULA-CREC
           MOVE WS-TIPO-PROCURA TO TIPO-CREC
           PERFORM LE-ITEM-CARTEIRA
           IF SW-ITEM-ACHADO = "S"
               IF PROCURA-QUITADO
                   IF NOT CREC-PAGO
                       MOVE "N" TO SW-ITEM-ACHADO
                   END-IF
               ELSE
                   IF NOT CREC-ABERTO AND NOT CREC-PARCIAL
                           AND NOT CREC-RECUSADO
                       MOVE "N" TO SW-ITEM-ACHADO
                   END-IF
               END-IF
           END-IF.

       ABRE-CREDITOS.
           OPEN EXTEND CREDITOS
           IF WS-STATUS-CRE NOT = "00"
               OPEN OUTPUT CREDITOS
               CLOSE CREDITOS
               OPEN EXTEND CREDITOS
           END-IF.

       ABRE-BAIXAS.
           OPEN EXTEND BAIXAS
           IF WS-STATUS-BXA NOT = "00"
               OPEN OUTPUT BAIXAS
               CLOSE BAIXAS
               OPEN EXTEND BAIXAS
           END-IF.

       GRAVA-BAIXA.
           MOVE WS-DATA-RECEBIMENTO TO DATA-BXA
           MOVE "EX37" TO PROGRAMA-BXA
           MOVE CODIGO-CLI-CREC TO CODIGO-CLI-BXA
           MOVE MATRICULA-CREC TO MATRICULA-BXA
           MOVE MES-REF-CREC TO MES-REF-BXA
           MOVE TIPO-CREC TO TIPO-CREC-BXA
           MOVE WS-VALOR-RECEBIDO TO VALOR-RECEBIDO-BXA
           MOVE WS-ENCARGOS-PAGOS TO VALOR-ENCARGOS-BXA
           MOVE WS-VALOR-CREDITO TO VALOR-CREDITO-BXA
           WRITE DADOS-BAIXA.

       GERA-CREDITO-EXCEDENTE.
           IF VALOR-PAGO-CREC > VALOR-ORIG-CREC
               COMPUTE WS-VALOR-CREDITO = VALOR-PAGO-CREC
                   - VALOR-ORIG-CREC
               MOVE VALOR-ORIG-CREC TO VALOR-PAGO-CREC
               MOVE "P" TO WS-ORIGEM-CREDITO
               PERFORM GRAVA-CREDITO
           END-IF.

       GRAVA-CREDITO.
           MOVE CODIGO-CLI-CREC TO CODIGO-CLI-CRE
           MOVE NOME-RESP-CREC TO NOME-RESP-CRE
           MOVE MATRICULA-CREC TO MATRICULA-CRE
           MOVE MES-REF-CREC TO MES-REF-CRE
           MOVE WS-ORIGEM-CREDITO TO ORIGEM-CRE
           MOVE "EX37" TO PROGRAMA-CRE
           MOVE WS-DATA-RECEBIMENTO TO DATA-CRE
           MOVE WS-VALOR-CREDITO TO VALOR-CRE
           MOVE ZERO TO VALOR-USADO-CRE
           MOVE ZERO TO MES-USO-CRE
           MOVE ZERO TO VALOR-USO-MES-CRE
           MOVE "A" TO SITUACAO-CRE
           MOVE ZERO TO DATA-REEMB-CRE
           WRITE DADOS-CREDITO
           ADD 1 TO CONT-CREDITOS
           ADD WS-VALOR-CREDITO TO WS-TOTAL-CREDITOS.

       RELATORIO-AGING.
           PERFORM CALCULA-DIAS-HOJE
           PERFORM ZERA-TOTAL-FAIXA
               VARYING IDX-FAIXA-AGE FROM 1 BY 1
               UNTIL IDX-FAIXA-AGE > 4
           MOVE "N" TO SW-RESP-ACHADO
           OPEN OUTPUT RELATORIO
           PERFORM IMPRIME-CABECALHO-REL
           OPEN INPUT CONTAS-RECEBER
           IF WS-STATUS-CREC = "00"
               MOVE LOW-VALUES TO CODIGO-CLI-CREC
               START CONTAS-RECEBER
                   KEY IS NOT LESS THAN CODIGO-CLI-CREC
                   INVALID KEY
                       MOVE "S" TO FIMARQ
               END-START
               PERFORM UNTIL FIMARQ = "S"
                   READ CONTAS-RECEBER NEXT AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       PERFORM CLASSIFICA-ITEM-AGING
                   END-READ
               END-PERFORM
               CLOSE CONTAS-RECEBER
           END-IF
           MOVE "N" TO FIMARQ
           IF SW-RESP-ACHADO = "S"
               PERFORM IMPRIME-RESPONSAVEL
           END-IF
           PERFORM IMPRIME-TOTAL-AGING
           CLOSE RELATORIO.

       ZERA-TOTAL-FAIXA.
           MOVE ZERO TO TOTAL-FAIXA (IDX-FAIXA-AGE)
           MOVE ZERO TO TOTAL-ENC-FAIXA (IDX-FAIXA-AGE)
           MOVE ZERO TO TOTAL-ACO-FAIXA (IDX-FAIXA-AGE).

       CALCULA-DIAS-HOJE.
           MOVE WS-DATA-EXECUCAO TO WS-DATA-CALCULO
               + WS-MES-CALC * 30 + WS-DIA-CALC.

       CLASSIFICA-ITEM-AGING.
           IF CREC-ABERTO OR CREC-PARCIAL OR CREC-RECUSADO
               COMPUTE WS-SALDO-ITEM = VALOR-ORIG-CREC
                   - VALOR-PAGO-CREC
               MOVE DATA-EMISSAO-CREC TO WS-DATA-CALCULO
               PERFORM CALCULA-DIAS-ITEM
               COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE - WS-DIAS-ITEM
               EVALUATE TRUE
               END-EVALUATE
               PERFORM ACUMULA-RESPONSAVEL
               ADD WS-SALDO-ITEM TO TOTAL-FAIXA (IDX-FAIXA-AGE)
               IF CREC-ENCARGOS
                   ADD WS-SALDO-ITEM
                       TO TOTAL-ENC-FAIXA (IDX-FAIXA-AGE)
               END-IF
               IF CREC-PARCELA-ACORDO
                   ADD WS-SALDO-ITEM
                       TO TOTAL-ACO-FAIXA (IDX-FAIXA-AGE)
               END-IF
           END-IF.

       ACUMULA-RESPONSAVEL.
           IF SW-RESP-ACHADO = "S"
                   AND CODIGO-CLI-CREC NOT = WS-AGE-CODIGO
               PERFORM IMPRIME-RESPONSAVEL
               MOVE "N" TO SW-RESP-ACHADO
           END-IF
           IF SW-RESP-ACHADO = "N"
               MOVE CODIGO-CLI-CREC TO WS-AGE-CODIGO
               MOVE NOME-RESP-CREC TO WS-AGE-NOME
               MOVE ZERO TO WS-AGE-FAIXA (1)
               MOVE ZERO TO WS-AGE-FAIXA (2)
               MOVE ZERO TO WS-AGE-FAIXA (3)
               MOVE ZERO TO WS-AGE-FAIXA (4)
               MOVE "S" TO SW-RESP-ACHADO
           END-IF
           ADD WS-SALDO-ITEM TO WS-AGE-FAIXA (IDX-FAIXA-AGE).

       IMPRIME-CABECALHO-REL.
           MOVE SPACES TO LINHA-REL

       IMPRIME-RESPONSAVEL.
           MOVE SPACES TO LINHA-REL
           STRING WS-AGE-CODIGO " " WS-AGE-NOME
               DELIMITED BY SIZE INTO LINHA-REL
           MOVE WS-AGE-FAIXA (1) TO WS-FAIXA-EDIT
           MOVE WS-FAIXA-EDIT TO LINHA-REL (28:12)
           MOVE WS-AGE-FAIXA (2) TO WS-FAIXA-EDIT
           MOVE WS-FAIXA-EDIT TO LINHA-REL (41:12)
           MOVE WS-AGE-FAIXA (3) TO WS-FAIXA-EDIT
           MOVE WS-FAIXA-EDIT TO LINHA-REL (54:12)
           MOVE WS-AGE-FAIXA (4) TO WS-FAIXA-EDIT
           MOVE WS-FAIXA-EDIT TO LINHA-REL (67:12)
           WRITE LINHA-REL.

           MOVE WS-FAIXA-EDIT TO LINHA-REL (54:12)
           MOVE TOTAL-FAIXA (4) TO WS-FAIXA-EDIT
           MOVE WS-FAIXA-EDIT TO LINHA-REL (67:12)
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "  DOS QUAIS ENCARGOS ATRASO"
               DELIMITED BY SIZE INTO LINHA-REL
           MOVE TOTAL-ENC-FAIXA (1) TO WS-FAIXA-EDIT
           MOVE WS-FAIXA-EDIT TO LINHA-REL (28:12)
           MOVE TOTAL-ENC-FAIXA (2) TO WS-FAIXA-EDIT
           MOVE WS-FAIXA-EDIT TO LINHA-REL (41:12)
           MOVE TOTAL-ENC-FAIXA (3) TO WS-FAIXA-EDIT
           MOVE WS-FAIXA-EDIT TO LINHA-REL (54:12)
           MOVE TOTAL-ENC-FAIXA (4) TO WS-FAIXA-EDIT
           MOVE WS-FAIXA-EDIT TO LINHA-REL (67:12)
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "  DOS QUAIS PARCELAS ACORDO"
               DELIMITED BY SIZE INTO LINHA-REL
           MOVE TOTAL-ACO-FAIXA (1) TO WS-FAIXA-EDIT
           MOVE WS-FAIXA-EDIT TO LINHA-REL (28:12)
           MOVE TOTAL-ACO-FAIXA (2) TO WS-FAIXA-EDIT
           MOVE WS-FAIXA-EDIT TO LINHA-REL (41:12)
           MOVE TOTAL-ACO-FAIXA (3) TO WS-FAIXA-EDIT
           MOVE WS-FAIXA-EDIT TO LINHA-REL (54:12)
           MOVE TOTAL-ACO-FAIXA (4) TO WS-FAIXA-EDIT
           MOVE WS-FAIXA-EDIT TO LINHA-REL (67:12)
           WRITE LINHA-REL.

       ABRE-REJEITOS.
           WRITE REG-SEQREJ
           CLOSE SEQREJ.

       CARREGA-MESES-FECHADOS.
           MOVE ZERO TO QTD-MESES-FEC
           OPEN INPUT FECHAMENTOS
           IF WS-STATUS-FEC = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ FECHAMENTOS AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       IF MES-FEC IS NUMERIC
                               AND (FEC-FECHADO OR FEC-REABERTO)
                           PERFORM GUARDA-MES-FECHADO
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FECHAMENTOS
           END-IF
           MOVE "N" TO FIMARQ.

       GUARDA-MES-FECHADO.
           MOVE MES-FEC TO WS-MES-VERIFICAR
           PERFORM VERIFICA-MES-FECHADO
           IF SW-MES-FECHADO = "X"
               IF QTD-MESES-FEC < 999
                   ADD 1 TO QTD-MESES-FEC
                   SET IDX-MFC TO QTD-MESES-FEC
                   MOVE MES-FEC TO TAB-MFC-MES (IDX-MFC)
                   MOVE ACAO-FEC TO TAB-MFC-ACAO (IDX-MFC)
               END-IF
           ELSE
               MOVE ACAO-FEC TO TAB-MFC-ACAO (IDX-MFC)
           END-IF.

       VERIFICA-MES-FECHADO.
           MOVE "X" TO SW-MES-FECHADO
           SET IDX-MFC TO 1
           SEARCH TAB-MFC-ITEM
               AT END
                   CONTINUE
               WHEN TAB-MFC-MES (IDX-MFC) = WS-MES-VERIFICAR
                   IF TAB-MFC-ACAO (IDX-MFC) = "F"
                       MOVE "S" TO SW-MES-FECHADO
                   ELSE
                       MOVE "N" TO SW-MES-FECHADO
                   END-IF
           END-SEARCH.

       GRAVA-RUNLOG.
           OPEN EXTEND RUNLOG
           IF WS-STATUS-RLOG NOT = "00"
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
                       DISPLAY "EX37: " WS-TRV-ARQUIVO " EM USO POR "
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
                   MOVE "EX37" TO TAB-TRV-PROGRAMA (QTD-TRAVAS)
                   MOVE WS-TRV-OPERADOR
                       TO TAB-TRV-OPERADOR (QTD-TRAVAS)
                   MOVE WS-TRV-DATA TO TAB-TRV-DATA (QTD-TRAVAS)
                   MOVE WS-TRV-HORA TO TAB-TRV-HORA (QTD-TRAVAS)
                   MOVE WS-TRV-MODO TO TAB-TRV-MODO (QTD-TRAVAS)
                   PERFORM GRAVA-TRAVAS
                   PERFORM CARREGA-TRAVAS
                   PERFORM PROCURA-DONO-TRAVA
                   IF WS-DONO-PROGRAMA = "EX37"
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
           DISPLAY "EX37: " WS-TRV-ARQUIVO " BLOQUEADO POR "
                   WS-DONO-PROGRAMA " OPERADOR " WS-DONO-OPERADOR
                   " DESDE " WS-DONO-DATA " " WS-DONO-HORA
           DISPLAY "EX37: EXECUCAO RECUSADA - CADASTRO EM USO."
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
           IF TAB-TRV-PROGRAMA (IDX-TRV) NOT = "EX37"
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
                   OR TAB-TRV-PROGRAMA (IDX-TRV) NOT = "EX37"
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
               WHEN TAB-PTR-PASSO (IDX-TPTR) = "EX37"
                   MOVE "S" TO SW-PASSO-TRV
           END-SEARCH
           IF SW-PASSO-TRV = "N" AND QTD-PASSOS-TRV < 99
               ADD 1 TO QTD-PASSOS-TRV
               SET IDX-TPTR TO QTD-PASSOS-TRV
               MOVE "EX37" TO TAB-PTR-PASSO (IDX-TPTR)
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
