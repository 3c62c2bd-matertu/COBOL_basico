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
           SELECT CADASTRO-OUT ASSIGN TO "CADCLI2.DAT"
               ORGANIZATION IS INDEXED
           SELECT PARAMETROS ASSIGN TO "EX40PARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARM.
           SELECT PARAMETROS-CENTRAL ASSIGN TO "CADPAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHAVE-PAR
               FILE STATUS IS WS-STATUS-PCEN.

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

       FD  CADASTRO-OUT.
       01  DADOS-OUT.
           05 MULTA-PARM        PIC 9(3)V99.
           05 DIAS-ATRASO-PARM  PIC 9(3).

       FD  PARAMETROS-CENTRAL.
       01  DADOS-PAR.
           05 CHAVE-PAR.
               10 PROGRAMA-PAR     PIC X(4).
               10 NOME-PAR         PIC X(10).
               10 VIGENCIA-PAR     PIC 9(8).
           05 VALOR-PAR            PIC 9(9)V99.
           05 ALTERADO-POR-PAR     PIC X(8).
           05 DATA-ALTERACAO-PAR   PIC 9(8).

       WORKING-STORAGE SECTION.
       01  FIMARQ               PIC X(1) VALUE "N".
       01  WS-STATUS-CREC       PIC X(2).
           05 WS-DIA            PIC 9(2).
       01  WS-DATA-EMISSAO      PIC X(10).
       01  WS-PERC-MULTA        PIC 9(3)V99 VALUE 2.
       01  WS-PERC-JUROS-MES    PIC 9(3)V99 VALUE 1.
       01  WS-VIG-MULTA         PIC 9(8) VALUE ZERO.
       01  WS-VIG-JUROS         PIC 9(8) VALUE ZERO.
       01  WS-STATUS-PCEN       PIC X(2).
       01  FIM-PCEN             PIC X(1) VALUE "N".
       01  WS-VALOR-MULTA       PIC 9(5)V99 VALUE ZERO.
       01  WS-VALOR-JUROS       PIC 9(5)V99 VALUE ZERO.
       01  WS-DIAS-CARENCIA     PIC 9(3) VALUE 30.
       01  SW-MASTER-OK         PIC X(1) VALUE "N".
           88 MASTER-DISPONIVEL VALUE "S".
       01  WS-NOME-RESP         PIC X(20) VALUE SPACES.
       01  WS-VALOR-EDIT        PIC ZZ.ZZ9,99.
       01  WS-TOTAL-EDIT        PIC ZZZ.ZZ9,99.
       01  IDX-ITEM             PIC 9(5) COMP.
       01  CONT-CARTAS          PIC 9(5) COMP VALUE ZERO.
       01  CONT-DEVEDORES       PIC 9(5) COMP VALUE ZERO.

       01  WS-DEVEDOR.
           05 WS-DEV-CODIGO     PIC X(5).
           05 WS-DEV-NOME       PIC X(20).
           05 WS-DEV-ESTAGIO    PIC 9(1).

       01  TAB-ABERTOS.
           05 QTD-ABERTOS       PIC 9(3) COMP VALUE ZERO.
           05 TAB-ABE-ITEM      OCCURS 1 TO 999 TIMES
                                DEPENDING ON QTD-ABERTOS
                                INDEXED BY IDX-ABE.
               10 TAB-ABE-MES      PIC 9(6).
               10 TAB-ABE-MATR     PIC 9(5).
               10 TAB-ABE-VALOR    PIC 9(7)V99.
               10 TAB-ABE-TIPO     PIC X(1).

       01  TAB-LOG-AVISOS.
           05 QTD-LOG           PIC 9(5) COMP VALUE ZERO.
           STRING WS-DIA "/" WS-MES "/" WS-ANO
               DELIMITED BY SIZE INTO WS-DATA-EMISSAO
           PERFORM LE-PARAMETRO
           PERFORM LE-PARAMETROS-CENTRAIS
           PERFORM CALCULA-DIAS-HOJE
           PERFORM CARREGA-LOG-AVISOS
           PERFORM PROCESSA-DEVEDORES
           IF CONT-DEVEDORES = ZERO
               DISPLAY "EX40: NENHUMA MENSALIDADE EM ATRASO"
               STOP RUN
           END-IF

           CLOSE CARTAS
           CLOSE AVISOS-LOG
           IF MASTER-DISPONIVEL
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
                           IF PROGRAMA-PAR = "EX37"
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
           EVALUATE NOME-PAR
               WHEN "MULTAPERC"
                   IF VIGENCIA-PAR >= WS-VIG-MULTA
                           AND VALOR-PAR NOT > 100
                       MOVE VIGENCIA-PAR TO WS-VIG-MULTA
                       MOVE VALOR-PAR TO WS-PERC-MULTA
                   END-IF
               WHEN "JUROSMES"
                   IF VIGENCIA-PAR >= WS-VIG-JUROS
                           AND VALOR-PAR NOT > 100
                       MOVE VIGENCIA-PAR TO WS-VIG-JUROS
                       MOVE VALOR-PAR TO WS-PERC-JUROS-MES
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CALCULA-DIAS-HOJE.
           MOVE WS-DATA-EXECUCAO TO WS-DATA-CALCULO
           PERFORM CALCULA-DIAS-ITEM
               MOVE ESTAGIO-AVI TO TAB-LOG-ESTAGIO (QTD-LOG)
           END-IF.

       PROCESSA-DEVEDORES.
           OPEN INPUT CONTAS-RECEBER
           IF WS-STATUS-CREC NOT = "00"
               DISPLAY "EX40: CONTREC AUSENTE - EXECUTE O EX37"
               STOP RUN
           END-IF
           MOVE "N" TO SW-RESP-ACHADO
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
                   IF (CREC-ABERTO OR CREC-PARCIAL
                           OR CREC-RECUSADO)
                           AND NOT CREC-PARCELA-ACORDO
                       PERFORM AVALIA-ITEM-ABERTO
                   END-IF
               END-READ
           END-PERFORM
           IF SW-RESP-ACHADO = "S"
               PERFORM EMITE-CARTA
           END-IF
           CLOSE CONTAS-RECEBER
           MOVE "N" TO FIMARQ.

           PERFORM CALCULA-DIAS-ITEM
           COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE - WS-DIAS-ITEM
           IF WS-DIAS-ATRASO > WS-DIAS-CARENCIA
                   OR CREC-EM-COBRANCA
               COMPUTE WS-SALDO-ITEM =
                   VALOR-ORIG-CREC - VALOR-PAGO-CREC
               MOVE ZERO TO WS-VALOR-MULTA
               MOVE ZERO TO WS-VALOR-JUROS
               IF NOT CREC-ENCARGOS
                       AND WS-DIAS-ATRASO > ZERO
                   COMPUTE WS-VALOR-MULTA ROUNDED =
                       WS-SALDO-ITEM * WS-PERC-MULTA / 100
                   COMPUTE WS-VALOR-JUROS ROUNDED =
                       WS-SALDO-ITEM * WS-PERC-JUROS-MES / 100
                       * WS-DIAS-ATRASO / 30
               END-IF
               COMPUTE WS-VALOR-COBRAR = WS-SALDO-ITEM
                   + WS-VALOR-MULTA + WS-VALOR-JUROS
               PERFORM GUARDA-DEVEDOR
               PERFORM GUARDA-ITEM-ABERTO
           END-IF.

       GUARDA-ITEM-ABERTO.
           IF QTD-ABERTOS < 999
               ADD 1 TO QTD-ABERTOS
               MOVE MES-REF-CREC TO TAB-ABE-MES (QTD-ABERTOS)
               MOVE MATRICULA-CREC TO TAB-ABE-MATR (QTD-ABERTOS)
               MOVE WS-VALOR-COBRAR TO TAB-ABE-VALOR (QTD-ABERTOS)
               MOVE TIPO-CREC TO TAB-ABE-TIPO (QTD-ABERTOS)
           ELSE
               DISPLAY "EX40: EXCESSO DE ITENS - RESPONSAVEL "
                       CODIGO-CLI-CREC " MES " MES-REF-CREC
                       " FORA DA CARTA"
           END-IF.

       GUARDA-DEVEDOR.
           IF SW-RESP-ACHADO = "S"
                   AND CODIGO-CLI-CREC NOT = WS-DEV-CODIGO
               PERFORM EMITE-CARTA
               MOVE "N" TO SW-RESP-ACHADO
           END-IF
           IF SW-RESP-ACHADO = "N"
               IF CONT-DEVEDORES = ZERO
                   PERFORM ABRE-MASTER-CLIENTES
                   PERFORM ABRE-LOG-AVISOS
                   OPEN OUTPUT CARTAS
               END-IF
               ADD 1 TO CONT-DEVEDORES
               MOVE CODIGO-CLI-CREC TO WS-DEV-CODIGO
               MOVE NOME-RESP-CREC TO WS-DEV-NOME
               MOVE ZERO TO WS-DEV-ESTAGIO
               MOVE ZERO TO QTD-ABERTOS
               PERFORM PROCURA-ESTAGIO-LOG
               MOVE "S" TO SW-RESP-ACHADO
           END-IF
           IF CREC-EM-COBRANCA
                   AND WS-DEV-ESTAGIO < 2
               MOVE 2 TO WS-DEV-ESTAGIO
           END-IF.

       PROCURA-ESTAGIO-LOG.
           SEARCH TAB-LOG-ITEM
               AT END
                   CONTINUE
               WHEN TAB-LOG-CODIGO (IDX-LOG) = WS-DEV-CODIGO
                   MOVE TAB-LOG-ESTAGIO (IDX-LOG) TO WS-DEV-ESTAGIO
           END-SEARCH.

       ABRE-MASTER-CLIENTES.
           END-IF.

       EMITE-CARTA.
           IF WS-DEV-ESTAGIO >= 3
               CONTINUE
           ELSE
               COMPUTE WS-ESTAGIO-ATUAL = WS-DEV-ESTAGIO + 1
               EVALUATE WS-ESTAGIO-ATUAL
                   WHEN 1
                       MOVE "PRIMEIRO AVISO DE COBRANCA"
           END-IF.

       OBTEM-DADOS-RESPONSAVEL.
           MOVE WS-DEV-NOME TO WS-NOME-RESP
           MOVE SPACES TO WS-ENDERECO-RESP
           MOVE SPACES TO WS-TELEFONE-RESP
           IF MASTER-DISPONIVEL
               MOVE WS-DEV-CODIGO TO CODIGO-OUT
               READ CADASTRO-OUT
                   INVALID KEY
                       CONTINUE
           WRITE LINHA-CARTA.

       IMPRIME-ITEM-CARTA.
           MOVE TAB-ABE-VALOR (IDX-ITEM) TO WS-VALOR-EDIT
           MOVE SPACES TO LINHA-CARTA
           STRING "   COMPETENCIA " TAB-ABE-MES (IDX-ITEM)
               "  MATR " TAB-ABE-MATR (IDX-ITEM)
               "  VALOR " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-CARTA
           IF TAB-ABE-TIPO (IDX-ITEM) = "E"
               MOVE "(MULTA E JUROS)" TO LINHA-CARTA (52:15)
           END-IF
           WRITE LINHA-CARTA
           ADD TAB-ABE-VALOR (IDX-ITEM) TO WS-TOTAL-CARTA.

       GRAVA-LOG-AVISO.
           MOVE WS-DEV-CODIGO TO CODIGO-CLI-AVI
           MOVE WS-ESTAGIO-ATUAL TO ESTAGIO-AVI
           MOVE WS-DATA-EXECUCAO TO DATA-AVI
           WRITE DADOS-AVISO.
