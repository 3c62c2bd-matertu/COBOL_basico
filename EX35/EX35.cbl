               FILE STATUS IS WS-STATUS-CLI.
           SELECT FATURAS ASSIGN TO "FATURA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTAS-RECEBER ASSIGN TO "CONTREC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHAVE-CREC = MES-REF-CREC
                   MATRICULA-CREC TIPO-CREC
               ALTERNATE RECORD KEY IS CODIGO-CLI-CREC
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CREC.
           SELECT RELATORIO ASSIGN TO "EX35REL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARAMETROS ASSIGN TO "EX35PARM.DAT"
           SELECT CALENDARIO ASSIGN TO "CADCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CAL.
           SELECT TRANSFERENCIAS ASSIGN TO "CADTRF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRF.
           SELECT CREDITOS ASSIGN TO "CADCRE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CRE.
           SELECT PARAMETROS-CENTRAL ASSIGN TO "CADPAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
           05 PERC-DESC-FAT     PIC 9(3)V99.
           05 VALOR-COBRADO-FAT PIC 9(5)V99.
           05 VENCIMENTO-FAT    PIC 9(8).
           05 ENCARGOS-FAT      PIC 9(5)V99.
           05 CREDITO-FAT       PIC 9(5)V99.
           05 FILIAL-FAT        PIC X(2).
           05 TIPO-DESC-FAT     PIC X(3).

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
           05 COBRANCA-CREC     PIC X(1).
               88 CREC-EM-COBRANCA  VALUE "S".
           05 TIPO-CREC         PIC X(1).
               88 CREC-MENSALIDADE  VALUE SPACE.
               88 CREC-ENCARGOS     VALUE "E".

       FD  RELATORIO.
       01  LINHA-REL            PIC X(80).
           05 TIPO-CAL          PIC X(1).
               88 DIA-LETIVO    VALUE "L".

       FD  TRANSFERENCIAS.
       01  DADOS-TRF.
           05 NUMERO-TRF        PIC 9(5).
           05 TIPO-TRF          PIC X(1).
               88 TRF-INTERNA   VALUE "I".
               88 TRF-EXTERNA   VALUE "E".
           05 DATA-TRF          PIC 9(8).
           05 TURMA-ORIG-TRF    PIC X(3).
           05 FILIAL-ORIG-TRF   PIC X(2).
           05 TURMA-DEST-TRF    PIC X(3).
           05 FILIAL-DEST-TRF   PIC X(2).
           05 ESCOLA-DEST-TRF   PIC X(30).
           05 DATA-PROC-TRF     PIC 9(8).

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

       FD  PARAMETROS-CENTRAL.
       01  DADOS-PAR.
           05 CHAVE-PAR.
           88 FILIAL-NAO-SELECIONADA VALUE "N".
       01  IDX-TIP              PIC 9(2) COMP.
       01  WS-QTD-TIPO-EDIT     PIC ZZZZ9.
       01  WS-STATUS-TRF        PIC X(2).
       01  CONT-TRANSFERIDOS    PIC 9(5) VALUE ZERO.
       01  WS-STATUS-CREC       PIC X(2).
       01  WS-ENCARGOS-ALUNO    PIC 9(5)V99 VALUE ZERO.
       01  WS-TOTAL-ENCARGOS    PIC 9(9)V99 VALUE ZERO.
       01  CONT-COM-ENCARGOS    PIC 9(5) VALUE ZERO.
       01  IDX-ENC              PIC 9(5) COMP.
       01  WS-STATUS-CRE        PIC X(2).
       01  SW-CREDITOS          PIC X(1) VALUE "N".
           88 CREDITOS-CARREGADOS VALUE "S".
       01  WS-CREDITO-ALUNO     PIC 9(5)V99 VALUE ZERO.
       01  WS-CREDITO-DISPONIVEL PIC 9(5)V99 VALUE ZERO.
       01  WS-CREDITO-USO       PIC 9(5)V99 VALUE ZERO.
       01  WS-VALOR-A-PAGAR     PIC 9(5)V99 VALUE ZERO.
       01  WS-TOTAL-CREDITOS    PIC 9(9)V99 VALUE ZERO.
       01  CONT-COM-CREDITO     PIC 9(5) VALUE ZERO.
       01  IDX-CRE              PIC 9(5) COMP.
       01  SW-TRANSFERIDO       PIC X(1) VALUE "N".
           88 ESTUDANTE-TRANSFERIDO VALUE "S".
           88 ESTUDANTE-ATIVO       VALUE "N".

       01  TAB-TRANSFERIDOS.
           05 QTD-TRANSFERIDOS  PIC 9(5) COMP VALUE ZERO.
           05 TAB-TRF-ITEM      OCCURS 1 TO 9999 TIMES
                                DEPENDING ON QTD-TRANSFERIDOS
                                INDEXED BY IDX-TTRF.
               10 TAB-TRF-MATRICULA PIC 9(5).
               10 TAB-TRF-MES-SAIDA PIC 9(6).

       01  TAB-ENCARGOS.
           05 QTD-ENCARGOS      PIC 9(5) COMP VALUE ZERO.
           05 TAB-ENC-ITEM      OCCURS 1 TO 9999 TIMES
                                DEPENDING ON QTD-ENCARGOS.
               10 TAB-ENC-MATRICULA PIC 9(5).
               10 TAB-ENC-MES       PIC 9(6).
               10 TAB-ENC-SALDO     PIC 9(5)V99.

       01  TAB-CREDITOS.
           05 QTD-CREDITOS      PIC 9(5) COMP VALUE ZERO.
           05 TAB-CRE-ITEM      OCCURS 1 TO 9999 TIMES
                                DEPENDING ON QTD-CREDITOS.
               10 TAB-CRE-REGISTRO PIC X(85).
               10 TAB-CRE-DET REDEFINES TAB-CRE-REGISTRO.
                   15 TAB-CRE-CODIGO    PIC X(5).
                   15 FILLER            PIC X(44).
                   15 TAB-CRE-VALOR     PIC 9(5)V99.
                   15 TAB-CRE-USADO     PIC 9(5)V99.
                   15 TAB-CRE-MES-USO   PIC 9(6).
                   15 TAB-CRE-USO-MES   PIC 9(5)V99.
                   15 TAB-CRE-SITUACAO  PIC X(1).
                   15 FILLER            PIC X(8).

       01  TAB-BOLSAS.
           05 QTD-BOLSAS        PIC 9(5) COMP VALUE ZERO.
           PERFORM CARREGA-CALENDARIO
           PERFORM CALCULA-VENCIMENTO
           PERFORM CARREGA-BOLSAS
           PERFORM CARREGA-TRANSFERIDOS
           PERFORM CARREGA-ENCARGOS
           PERFORM CARREGA-CREDITOS
           PERFORM CARREGA-RESPONSAVEIS
           IF QTD-ESTUDANTES = ZERO
               DISPLAY "EX35: NENHUM ALUNO COM RESPONSAVEL NO"
           PERFORM IMPRIME-TOTAL
           CLOSE FATURAS
           CLOSE RELATORIO
           IF CREDITOS-CARREGADOS
               PERFORM REGRAVA-CREDITOS
           END-IF
           IF MASTER-DISPONIVEL
               CLOSE CADASTRO-OUT
           END-IF
           DISPLAY "EX35: FATURAS GERADAS ....... " CONT-FATURAS
           DISPLAY "EX35: TOTAL FATURADO ........ " WS-TOTAL-FATURADO
           DISPLAY "EX35: TRANSFERIDOS NAO FATUR. " CONT-TRANSFERIDOS
           DISPLAY "EX35: FATURAS COM CREDITO ... " CONT-COM-CREDITO
           DISPLAY "EX35: CREDITOS UTILIZADOS ... " WS-TOTAL-CREDITOS
           DISPLAY "EX35: FATURAS COM ENCARGOS .. " CONT-COM-ENCARGOS
           DISPLAY "EX35: ENCARGOS APRESENTADOS . " WS-TOTAL-ENCARGOS
           STOP RUN.

       LE-PARAMETRO.
           END-IF.

       FATURA-ESTUDANTE.
           PERFORM VERIFICA-TRANSFERIDO
           IF ESTUDANTE-TRANSFERIDO
               ADD 1 TO CONT-TRANSFERIDOS
           ELSE
               PERFORM OBTEM-NOME-RESPONSAVEL
               PERFORM VERIFICA-FILIAL-RESP
               IF FILIAL-SELECIONADA
                   PERFORM FATURA-ESTUDANTE-SELECIONADO
               END-IF
           END-IF.

       VERIFICA-TRANSFERIDO.
           SET ESTUDANTE-ATIVO TO TRUE
           SET IDX-TTRF TO 1
           SEARCH TAB-TRF-ITEM
               AT END
                   CONTINUE
               WHEN TAB-TRF-MATRICULA (IDX-TTRF)
                       = TAB-EST-MATRICULA (IDX-EST)
                       AND TAB-TRF-MES-SAIDA (IDX-TTRF)
                           < WS-MES-REFERENCIA
                   SET ESTUDANTE-TRANSFERIDO TO TRUE
           END-SEARCH.

       CARREGA-TRANSFERIDOS.
           MOVE ZERO TO QTD-TRANSFERIDOS
           OPEN INPUT TRANSFERENCIAS
           IF WS-STATUS-TRF = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ TRANSFERENCIAS AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       IF TRF-EXTERNA
                               AND NUMERO-TRF IS NUMERIC
                               AND DATA-TRF IS NUMERIC
                               AND QTD-TRANSFERIDOS < 9999
                           ADD 1 TO QTD-TRANSFERIDOS
                           MOVE NUMERO-TRF TO
                               TAB-TRF-MATRICULA (QTD-TRANSFERIDOS)
                           MOVE DATA-TRF (1:6) TO
                               TAB-TRF-MES-SAIDA (QTD-TRANSFERIDOS)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSFERENCIAS
           END-IF
           MOVE "N" TO FIMARQ.

       CARREGA-ENCARGOS.
           MOVE ZERO TO QTD-ENCARGOS
           OPEN INPUT CONTAS-RECEBER
           IF WS-STATUS-CREC = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ CONTAS-RECEBER AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       IF CREC-ENCARGOS
                               AND (CREC-ABERTO OR CREC-PARCIAL
                                   OR CREC-RECUSADO)
                               AND VALOR-ORIG-CREC > VALOR-PAGO-CREC
                               AND QTD-ENCARGOS < 9999
                           ADD 1 TO QTD-ENCARGOS
                           MOVE MATRICULA-CREC
                               TO TAB-ENC-MATRICULA (QTD-ENCARGOS)
                           MOVE MES-REF-CREC
                               TO TAB-ENC-MES (QTD-ENCARGOS)
                           COMPUTE TAB-ENC-SALDO (QTD-ENCARGOS) =
                               VALOR-ORIG-CREC - VALOR-PAGO-CREC
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTAS-RECEBER
           END-IF
           MOVE "N" TO FIMARQ.

       CARREGA-CREDITOS.
           MOVE ZERO TO QTD-CREDITOS
           OPEN INPUT CREDITOS
           IF WS-STATUS-CRE = "00"
               SET CREDITOS-CARREGADOS TO TRUE
               PERFORM UNTIL FIMARQ = "S"
                   READ CREDITOS AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       IF QTD-CREDITOS < 9999
                           ADD 1 TO QTD-CREDITOS
                           MOVE DADOS-CREDITO
                               TO TAB-CRE-REGISTRO (QTD-CREDITOS)
                           PERFORM ESTORNA-USO-COMPETENCIA
                       ELSE
                           DISPLAY "EX35: CADCRE CHEIO - CREDITO"
                                   " IGNORADO " CODIGO-CLI-CRE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDITOS
           END-IF
           MOVE "N" TO FIMARQ.

       ESTORNA-USO-COMPETENCIA.
           IF TAB-CRE-MES-USO (QTD-CREDITOS) = WS-MES-REFERENCIA
                   AND TAB-CRE-USO-MES (QTD-CREDITOS) > ZERO
               SUBTRACT TAB-CRE-USO-MES (QTD-CREDITOS)
                   FROM TAB-CRE-USADO (QTD-CREDITOS)
               MOVE ZERO TO TAB-CRE-USO-MES (QTD-CREDITOS)
               IF TAB-CRE-SITUACAO (QTD-CREDITOS) = "U"
                   MOVE "A" TO TAB-CRE-SITUACAO (QTD-CREDITOS)
               END-IF
           END-IF.

       REGRAVA-CREDITOS.
           OPEN OUTPUT CREDITOS
           PERFORM REGRAVA-ITEM-CREDITO
               VARYING IDX-CRE FROM 1 BY 1
               UNTIL IDX-CRE > QTD-CREDITOS
           CLOSE CREDITOS.

       REGRAVA-ITEM-CREDITO.
           MOVE TAB-CRE-REGISTRO (IDX-CRE) TO DADOS-CREDITO
           WRITE DADOS-CREDITO.

       APLICA-CREDITOS-ALUNO.
           MOVE ZERO TO WS-CREDITO-ALUNO
           PERFORM APLICA-CREDITO-ITEM
               VARYING IDX-CRE FROM 1 BY 1
               UNTIL IDX-CRE > QTD-CREDITOS.

       APLICA-CREDITO-ITEM.
           IF TAB-CRE-CODIGO (IDX-CRE) = TAB-EST-CODIGO (IDX-EST)
                   AND TAB-CRE-SITUACAO (IDX-CRE) = "A"
                   AND WS-CREDITO-ALUNO < WS-VALOR-COBRADO
               COMPUTE WS-CREDITO-DISPONIVEL =
                   TAB-CRE-VALOR (IDX-CRE) - TAB-CRE-USADO (IDX-CRE)
               COMPUTE WS-CREDITO-USO =
                   WS-VALOR-COBRADO - WS-CREDITO-ALUNO
               IF WS-CREDITO-DISPONIVEL < WS-CREDITO-USO
                   MOVE WS-CREDITO-DISPONIVEL TO WS-CREDITO-USO
               END-IF
               ADD WS-CREDITO-USO TO WS-CREDITO-ALUNO
               ADD WS-CREDITO-USO TO TAB-CRE-USADO (IDX-CRE)
               IF TAB-CRE-MES-USO (IDX-CRE) NOT = WS-MES-REFERENCIA
                   MOVE ZERO TO TAB-CRE-USO-MES (IDX-CRE)
               END-IF
               MOVE WS-MES-REFERENCIA TO TAB-CRE-MES-USO (IDX-CRE)
               ADD WS-CREDITO-USO TO TAB-CRE-USO-MES (IDX-CRE)
               IF TAB-CRE-USADO (IDX-CRE)
                       >= TAB-CRE-VALOR (IDX-CRE)
                   MOVE "U" TO TAB-CRE-SITUACAO (IDX-CRE)
               END-IF
           END-IF.

       SOMA-ENCARGOS-ALUNO.
           MOVE ZERO TO WS-ENCARGOS-ALUNO
           PERFORM SOMA-ENCARGO-ITEM
               VARYING IDX-ENC FROM 1 BY 1
               UNTIL IDX-ENC > QTD-ENCARGOS.

       SOMA-ENCARGO-ITEM.
           IF TAB-ENC-MATRICULA (IDX-ENC)
                   = TAB-EST-MATRICULA (IDX-EST)
               ADD TAB-ENC-SALDO (IDX-ENC) TO WS-ENCARGOS-ALUNO
           END-IF.

       VERIFICA-FILIAL-RESP.
           COMPUTE WS-VALOR-DESCONTO =
               WS-VALOR-MENSAL - WS-VALOR-COBRADO
           PERFORM ACUMULA-TIPO-DESCONTO
           PERFORM SOMA-ENCARGOS-ALUNO
           PERFORM APLICA-CREDITOS-ALUNO
           PERFORM GRAVA-FATURA
           PERFORM IMPRIME-LINHA-FATURA
           IF WS-CREDITO-ALUNO > ZERO
               ADD 1 TO CONT-COM-CREDITO
               ADD WS-CREDITO-ALUNO TO WS-TOTAL-CREDITOS
               PERFORM IMPRIME-CREDITO-FATURA
           END-IF
           IF WS-ENCARGOS-ALUNO > ZERO
               ADD 1 TO CONT-COM-ENCARGOS
               ADD WS-ENCARGOS-ALUNO TO WS-TOTAL-ENCARGOS
               PERFORM IMPRIME-ENCARGO-FATURA
                   VARYING IDX-ENC FROM 1 BY 1
                   UNTIL IDX-ENC > QTD-ENCARGOS
           END-IF.

       CARREGA-CALENDARIO.
           MOVE ZERO TO QTD-CALENDARIO
           MOVE WS-PERC-APLICADO TO PERC-DESC-FAT
           MOVE WS-VALOR-COBRADO TO VALOR-COBRADO-FAT
           MOVE WS-DATA-VENCIMENTO TO VENCIMENTO-FAT
           MOVE WS-ENCARGOS-ALUNO TO ENCARGOS-FAT
           MOVE WS-CREDITO-ALUNO TO CREDITO-FAT
           MOVE WS-FILIAL-RESP TO FILIAL-FAT
           MOVE WS-TIPO-DESCONTO TO TIPO-DESC-FAT
           WRITE DADOS-FATURA
           ADD 1 TO CONT-FATURAS
           ADD WS-VALOR-COBRADO TO WS-TOTAL-FATURADO.
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.

       IMPRIME-CREDITO-FATURA.
           MOVE WS-CREDITO-ALUNO TO WS-VALOR-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "      (-) SALDO CREDOR UTILIZADO"
               "                  VALOR " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           COMPUTE WS-VALOR-A-PAGAR =
               WS-VALOR-COBRADO - WS-CREDITO-ALUNO
           MOVE WS-VALOR-A-PAGAR TO WS-VALOR-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "      MENSALIDADE A PAGAR"
               "                         VALOR " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.

       IMPRIME-ENCARGO-FATURA.
           IF TAB-ENC-MATRICULA (IDX-ENC)
                   = TAB-EST-MATRICULA (IDX-EST)
               MOVE TAB-ENC-SALDO (IDX-ENC) TO WS-VALOR-EDIT
               MOVE SPACES TO LINHA-REL
               STRING "      MULTA E JUROS POR ATRASO - COMPETENCIA "
                   TAB-ENC-MES (IDX-ENC)
                   "  VALOR " WS-VALOR-EDIT
                   DELIMITED BY SIZE INTO LINHA-REL
               WRITE LINHA-REL
           END-IF.

       IMPRIME-TOTAL.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
               "   TOTAL FATURADO: " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE WS-TOTAL-CREDITOS TO WS-TOTAL-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "COM CREDITO.: " CONT-COM-CREDITO
               "   SALDO CREDOR UTILIZADO.: " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE WS-TOTAL-ENCARGOS TO WS-TOTAL-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "COM ENCARGOS: " CONT-COM-ENCARGOS
               "   MULTA E JUROS EM ABERTO: " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
