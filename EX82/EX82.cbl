       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX82.
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
           SELECT PARAMETROS ASSIGN TO "EX82PARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARM.
           SELECT DISTRIBUICAO ASSIGN TO "CADDIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DIS.
           SELECT RUNCTL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CTL.
           SELECT RELATORIO-ORIGEM ASSIGN USING WS-ARQ-ORIGEM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ORI.
           SELECT PACOTE ASSIGN USING WS-ARQ-PACOTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PAC.
           SELECT LOG-DISTRIBUICAO ASSIGN TO "CADDST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DST.
           SELECT RELATORIO ASSIGN TO "EX82REL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS.
       01  REG-PARM.
           05 LINHAS-PARM       PIC 9(3).
           05 DATA-LOTE-PARM    PIC 9(8).

       FD  DISTRIBUICAO.
       01  REG-DISTRIBUICAO.
           05 ARQUIVO-DIS       PIC X(12).
           05 FILIAL-DIS        PIC X(2).
           05 DESTINO-DIS       PIC X(10).
           05 PASSO-DIS         PIC X(8).
           05 DESCRICAO-DIS     PIC X(30).

       FD  RUNCTL.
       01  REG-RUNCTL.
           05 PASSO-CTL         PIC X(8).
           05 DATA-CTL          PIC 9(8).
           05 STATUS-CTL        PIC X(1).

       FD  RELATORIO-ORIGEM.
       01  LINHA-ORI            PIC X(80).

       FD  PACOTE.
       01  LINHA-PAC            PIC X(80).

       FD  LOG-DISTRIBUICAO.
       01  REG-LOG-DST.
           05 DATA-DST          PIC 9(8).
           05 HORA-DST          PIC 9(6).
           05 DATA-LOTE-DST     PIC 9(8).
           05 DESTINO-DST       PIC X(10).
           05 PACOTE-DST        PIC X(20).
           05 ARQUIVO-DST       PIC X(12).
           05 FILIAL-DST        PIC X(2).
           05 PAGINAS-DST       PIC 9(5).
           05 SITUACAO-DST      PIC X(1).

       FD  RELATORIO.
       01  LINHA-REL            PIC X(80).

       FD  RUNLOG.
       01  REG-RUNLOG.
           05 PROGRAMA-RLOG    PIC X(4).
           05 DATA-RLOG        PIC 9(8).
           05 LIDOS-RLOG       PIC 9(7).
           05 GRAVADOS-RLOG    PIC 9(7).
           05 REJEITADOS-RLOG  PIC 9(7).

       WORKING-STORAGE SECTION.
       01  FIMARQ               PIC X(1) VALUE "N".
       01  FIM-ORI              PIC X(1) VALUE "N".
       01  WS-STATUS-PARM       PIC X(2).
       01  WS-STATUS-DIS        PIC X(2).
       01  WS-STATUS-CTL        PIC X(2).
       01  WS-STATUS-ORI        PIC X(2).
       01  WS-STATUS-PAC        PIC X(2).
       01  WS-STATUS-DST        PIC X(2).
       01  WS-STATUS-RLOG       PIC X(2).
       01  WS-ARQ-ORIGEM        PIC X(12) VALUE SPACES.
       01  WS-ARQ-PACOTE        PIC X(20) VALUE SPACES.
       01  WS-DATA-EXECUCAO     PIC 9(8) VALUE ZERO.
       01  WS-DATA-SISTEMA REDEFINES WS-DATA-EXECUCAO.
           05 WS-ANO            PIC 9(4).
           05 WS-MES            PIC 9(2).
           05 WS-DIA            PIC 9(2).
       01  WS-DATA-EMISSAO      PIC X(10).
       01  WS-RELOGIO           PIC 9(8) VALUE ZERO.
       01  WS-RELOGIO-DEC REDEFINES WS-RELOGIO.
           05 WS-HMS-RELOGIO    PIC 9(6).
           05 FILLER            PIC 9(2).
       01  WS-HORA-EXECUCAO     PIC 9(6) VALUE ZERO.
       01  WS-HORA-DEC REDEFINES WS-HORA-EXECUCAO.
           05 WS-HH-EXEC        PIC 9(2).
           05 WS-MM-EXEC        PIC 9(2).
           05 WS-SS-EXEC        PIC 9(2).
       01  WS-DATA-LOTE         PIC 9(8) VALUE ZERO.
       01  WS-DATA-LOTE-EDIT    PIC X(10) VALUE SPACES.
       01  WS-DATA-CALCULO      PIC 9(8) VALUE ZERO.
       01  WS-DATA-CALC-DEC REDEFINES WS-DATA-CALCULO.
           05 WS-ANO-CALC       PIC 9(4).
           05 WS-MES-CALC       PIC 9(2).
           05 WS-DIA-CALC       PIC 9(2).
       01  WS-DATA-EDIT         PIC X(10) VALUE SPACES.
       01  WS-DIAS-CALC         PIC 9(7) COMP VALUE ZERO.
       01  WS-DIAS-LOTE         PIC 9(7) COMP VALUE ZERO.
       01  WS-ANO-ANTERIOR      PIC 9(4) VALUE ZERO.
       01  WS-QUOCIENTE-ANO     PIC 9(5) VALUE ZERO.
       01  WS-RESTO-BISSEXTO    PIC 9(3) VALUE ZERO.
       01  IDX-MES-CALC         PIC 9(2) COMP.
       01  WS-LINHAS-POR-PAGINA PIC 9(3) VALUE 60.
       01  WS-FILIAL-SECAO      PIC X(2) VALUE SPACES.
       01  WS-LINHAS-TOTAL      PIC 9(7) COMP VALUE ZERO.
       01  WS-LINHAS-SECAO      PIC 9(7) COMP VALUE ZERO.
       01  WS-LINHAS-PACOTE     PIC 9(7) COMP VALUE ZERO.
       01  WS-PAGINAS-CAPA      PIC 9(5) COMP VALUE ZERO.
       01  WS-PAGINA-ATUAL      PIC 9(5) COMP VALUE ZERO.
       01  WS-LINHAS-ALVO       PIC 9(7) COMP VALUE ZERO.
       01  WS-QUOCIENTE         PIC 9(7) COMP VALUE ZERO.
       01  WS-RESTO             PIC 9(7) COMP VALUE ZERO.
       01  WS-PROGRAMA-BUSCA    PIC X(4) VALUE SPACES.
       01  WS-DESTINO-BUSCA     PIC X(10) VALUE SPACES.
       01  WS-FILIAL-BUSCA      PIC X(2) VALUE SPACES.
       01  WS-SITUACAO-DESC     PIC X(20) VALUE SPACES.
       01  WS-PAGINAS-EDIT      PIC ZZZ9.
       01  WS-PAG-INICIAL-EDIT  PIC ZZZ9.
       01  WS-CONT-EDIT         PIC ZZZZZZ9.
       01  SW-SECAO             PIC X(1) VALUE "N".
           88 DENTRO-SECAO      VALUE "S".
       01  SW-COPIA             PIC X(1) VALUE "N".
           88 COPIA-PACOTE      VALUE "S".
       01  SW-COLETA            PIC X(1) VALUE "N".
           88 COLETA-FILIAIS    VALUE "S".
       01  SW-PASSO-OK          PIC X(1) VALUE "N".
           88 PASSO-CONCLUIDO   VALUE "S".
       01  SW-ACHADO            PIC X(1) VALUE "N".
           88 ITEM-ACHADO       VALUE "S".
       01  SW-DATA-LOTE         PIC X(1) VALUE "N".
           88 DATA-LOTE-INFORMADA VALUE "S".
       01  SW-TABELA-PADRAO     PIC X(1) VALUE "N".
           88 USA-TABELA-PADRAO VALUE "S".
       01  SW-ENTREGA-INCLUIDA  PIC X(1) VALUE "N".
           88 ENTREGA-INCLUIDA  VALUE "S".
       01  CONT-LIDOS           PIC 9(7) COMP VALUE ZERO.
       01  CONT-GRAVADOS        PIC 9(7) COMP VALUE ZERO.
       01  CONT-REJEITADOS      PIC 9(7) COMP VALUE ZERO.
       01  CONT-PACOTES         PIC 9(7) COMP VALUE ZERO.
       01  CONT-AUSENTES        PIC 9(7) COMP VALUE ZERO.
       01  CONT-PAGINAS         PIC 9(7) COMP VALUE ZERO.
       01  IDX-DIS              PIC 9(3) COMP.
       01  IDX-ENT              PIC 9(3) COMP.
       01  IDX-DST              PIC 9(3) COMP.
       01  IDX-FRL              PIC 9(3) COMP.
       01  IDX-IMP              PIC 9(3) COMP.

       01  TAB-DISTRIBUICAO.
           05 QTD-DISTRIB       PIC 9(3) COMP VALUE ZERO.
           05 TAB-DIS-ITEM      OCCURS 1 TO 99 TIMES
                                DEPENDING ON QTD-DISTRIB.
               10 TAB-DIS-ARQUIVO   PIC X(12).
               10 TAB-DIS-FILIAL    PIC X(2).
               10 TAB-DIS-DESTINO   PIC X(10).
               10 TAB-DIS-PASSO     PIC X(8).
               10 TAB-DIS-DESCRICAO PIC X(30).

       01  TAB-PADRAO-INIC.
           05 FILLER PIC X(24) VALUE "EX11REL.DAT   RH        ".
           05 FILLER PIC X(38) VALUE
               "EX11    FOLHA DE PAGAMENTO            ".
           05 FILLER PIC X(24) VALUE "EX11REL.DAT   FINANCEIRO".
           05 FILLER PIC X(38) VALUE
               "EX11    FOLHA DE PAGAMENTO            ".
           05 FILLER PIC X(24) VALUE "EX61REL.DAT   RH        ".
           05 FILLER PIC X(38) VALUE
               "EX61    ENCARGOS E FGTS               ".
           05 FILLER PIC X(24) VALUE "EX61REL.DAT   FINANCEIRO".
           05 FILLER PIC X(38) VALUE
               "EX61    ENCARGOS E FGTS               ".
           05 FILLER PIC X(24) VALUE "EX63REL.DAT   RH        ".
           05 FILLER PIC X(38) VALUE
               "EX63    FOLHA DE PONTO                ".
           05 FILLER PIC X(24) VALUE "EX48REL.DAT   RH        ".
           05 FILLER PIC X(38) VALUE
               "        TERMOS DE RESCISAO            ".
           05 FILLER PIC X(24) VALUE "BOLETIM.DAT   SECRETARIA".
           05 FILLER PIC X(38) VALUE
               "EX09    BOLETIM ESCOLAR               ".
           05 FILLER PIC X(24) VALUE "EX42REL.DAT   SECRETARIA".
           05 FILLER PIC X(38) VALUE
               "        CARGA HORARIA DOCENTE         ".
           05 FILLER PIC X(24) VALUE "EX45REL.DAT   SECRETARIA".
           05 FILLER PIC X(38) VALUE
               "        QUADRO DE HONRA               ".
           05 FILLER PIC X(24) VALUE "EX35REL.DAT   FINANCEIRO".
           05 FILLER PIC X(38) VALUE
               "        COBRANCA MENSALIDADES         ".
           05 FILLER PIC X(24) VALUE "EX37REL.DAT   FINANCEIRO".
           05 FILLER PIC X(38) VALUE
               "        MENSALIDADES EM ABERTO        ".
           05 FILLER PIC X(24) VALUE "EX39REL.DAT   FINANCEIRO".
           05 FILLER PIC X(38) VALUE
               "        RETORNO BANCARIO              ".
           05 FILLER PIC X(24) VALUE "EX50REL.DAT   FINANCEIRO".
           05 FILLER PIC X(38) VALUE
               "        RAZAO CONTABIL                ".
           05 FILLER PIC X(24) VALUE "EX57REL.DAT   FINANCEIRO".
           05 FILLER PIC X(38) VALUE
               "        CONCILIACAO PAGAMENTOS        ".
           05 FILLER PIC X(24) VALUE "EX78REL.DAT   FINANCEIRO".
           05 FILLER PIC X(38) VALUE
               "        FLUXO DE CAIXA                ".
           05 FILLER PIC X(24) VALUE "EX78REL.DAT **          ".
           05 FILLER PIC X(38) VALUE
               "        FLUXO DE CAIXA FILIAL         ".
       01  TAB-PADRAO REDEFINES TAB-PADRAO-INIC.
           05 TAB-PAD-ITEM      OCCURS 16 TIMES
                                INDEXED BY IDX-PAD.
               10 FILLER        PIC X(62).

       01  TAB-DIAS-MES-INIC.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01  TAB-DIAS-MES REDEFINES TAB-DIAS-MES-INIC.
           05 DIAS-MES          OCCURS 12 TIMES PIC 9(2).

       01  TAB-ENTREGAS.
           05 QTD-ENTREGAS      PIC 9(3) COMP VALUE ZERO.
           05 TAB-ENT-ITEM      OCCURS 1 TO 299 TIMES
                                DEPENDING ON QTD-ENTREGAS.
               10 TAB-ENT-ARQUIVO   PIC X(12).
               10 TAB-ENT-FILIAL    PIC X(2).
               10 TAB-ENT-DESTINO   PIC X(10).
               10 TAB-ENT-PASSO     PIC X(8).
               10 TAB-ENT-DESCRICAO PIC X(30).
               10 TAB-ENT-DATA-PROG PIC 9(8).
               10 TAB-ENT-LINHAS    PIC 9(7) COMP.
               10 TAB-ENT-PAGINAS   PIC 9(5) COMP.
               10 TAB-ENT-PAG-INIC  PIC 9(5) COMP.
               10 TAB-ENT-SITUACAO  PIC X(1).
                   88 ENT-ENTREGUE      VALUE "E".
                   88 ENT-NAO-PRODUZIDO VALUE "N".
                   88 ENT-PASSO-PENDENTE VALUE "P".
                   88 ENT-SEM-SECAO     VALUE "S".
                   88 ENT-NAO-EMITIDO   VALUE "A".

       01  TAB-DESTINOS.
           05 QTD-DESTINOS      PIC 9(3) COMP VALUE ZERO.
           05 TAB-DST-ITEM      OCCURS 1 TO 99 TIMES
                                DEPENDING ON QTD-DESTINOS
                                INDEXED BY IDX-TDST.
               10 TAB-DST-DESTINO   PIC X(10).
               10 TAB-DST-PACOTE    PIC X(20).
               10 TAB-DST-DOCS      PIC 9(5) COMP.
               10 TAB-DST-ITENS     PIC 9(5) COMP.
               10 TAB-DST-PAGINAS   PIC 9(5) COMP.
               10 TAB-DST-ALERTAS   PIC 9(5) COMP.

       01  TAB-FILIAIS-REL.
           05 QTD-FILIAIS-REL   PIC 9(3) COMP VALUE ZERO.
           05 TAB-FRL-ITEM      OCCURS 1 TO 99 TIMES
                                DEPENDING ON QTD-FILIAIS-REL
                                INDEXED BY IDX-TFRL.
               10 TAB-FRL-FILIAL    PIC X(2).

       01  TAB-RUNLOG.
           05 QTD-PROGRAMAS     PIC 9(3) COMP VALUE ZERO.
           05 TAB-RLG-ITEM      OCCURS 1 TO 199 TIMES
                                DEPENDING ON QTD-PROGRAMAS
                                INDEXED BY IDX-RLG.
               10 TAB-RLG-PROGRAMA  PIC X(4).
               10 TAB-RLG-DATA      PIC 9(8).

       01  TAB-RUNCTL.
           05 QTD-PASSOS        PIC 9(3) COMP VALUE ZERO.
           05 TAB-CTL-ITEM      OCCURS 1 TO 99 TIMES
                                DEPENDING ON QTD-PASSOS
                                INDEXED BY IDX-CTL.
               10 TAB-CTL-PASSO  PIC X(8).
               10 TAB-CTL-DATA   PIC 9(8).
               10 TAB-CTL-STATUS PIC X(1).

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
           ACCEPT WS-RELOGIO FROM TIME
           MOVE WS-HMS-RELOGIO TO WS-HORA-EXECUCAO
           STRING WS-DIA "/" WS-MES "/" WS-ANO
               DELIMITED BY SIZE INTO WS-DATA-EMISSAO
           PERFORM LE-PARAMETRO
           PERFORM CARREGA-RUNLOG
           IF WS-DATA-LOTE = ZERO
               MOVE WS-DATA-EXECUCAO TO WS-DATA-LOTE
           END-IF
           MOVE WS-DATA-LOTE TO WS-DATA-CALCULO
           PERFORM EDITA-DATA
           MOVE WS-DATA-EDIT TO WS-DATA-LOTE-EDIT
           PERFORM CALCULA-DIAS
           MOVE WS-DIAS-CALC TO WS-DIAS-LOTE
           PERFORM CARREGA-RUNCTL
           PERFORM CARREGA-DISTRIBUICAO
           IF QTD-DISTRIB = ZERO
               DISPLAY "EX82: TABELA DE DISTRIBUICAO CADDIS VAZIA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO QTD-ENTREGAS
           PERFORM EXPANDE-DISTRIBUICAO
               VARYING IDX-DIS FROM 1 BY 1
               UNTIL IDX-DIS > QTD-DISTRIB
           PERFORM AVALIA-ENTREGA
               VARYING IDX-ENT FROM 1 BY 1
               UNTIL IDX-ENT > QTD-ENTREGAS
           MOVE ZERO TO QTD-DESTINOS
           PERFORM REGISTRA-DESTINO
               VARYING IDX-ENT FROM 1 BY 1
               UNTIL IDX-ENT > QTD-ENTREGAS
           OPEN EXTEND LOG-DISTRIBUICAO
           IF WS-STATUS-DST NOT = "00"
               OPEN OUTPUT LOG-DISTRIBUICAO
               CLOSE LOG-DISTRIBUICAO
               OPEN EXTEND LOG-DISTRIBUICAO
           END-IF
           PERFORM MONTA-PACOTE
               VARYING IDX-DST FROM 1 BY 1
               UNTIL IDX-DST > QTD-DESTINOS
           CLOSE LOG-DISTRIBUICAO
           OPEN OUTPUT RELATORIO
           PERFORM RELATORIO-DISTRIBUICAO
           CLOSE RELATORIO
           PERFORM GRAVA-RUNLOG
           MOVE CONT-LIDOS TO WS-CONT-EDIT
           DISPLAY "EX82: ITENS DE DISTRIBUICAO ... " WS-CONT-EDIT
           MOVE CONT-PACOTES TO WS-CONT-EDIT
           DISPLAY "EX82: PACOTES MONTADOS ........ " WS-CONT-EDIT
           MOVE CONT-GRAVADOS TO WS-CONT-EDIT
           DISPLAY "EX82: DOCUMENTOS ENTREGUES .... " WS-CONT-EDIT
           MOVE CONT-AUSENTES TO WS-CONT-EDIT
           DISPLAY "EX82: RELATORIOS AUSENTES ..... " WS-CONT-EDIT
           IF CONT-AUSENTES > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LE-PARAMETRO.
           OPEN INPUT PARAMETROS
           IF WS-STATUS-PARM = "00"
               READ PARAMETROS
                   NOT AT END
                       IF LINHAS-PARM IS NUMERIC
                               AND LINHAS-PARM > ZERO
                           MOVE LINHAS-PARM TO WS-LINHAS-POR-PAGINA
                       END-IF
                       IF DATA-LOTE-PARM IS NUMERIC
                               AND DATA-LOTE-PARM > ZERO
                           MOVE DATA-LOTE-PARM TO WS-DATA-LOTE
                           MOVE "S" TO SW-DATA-LOTE
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.

       CARREGA-RUNLOG.
           MOVE ZERO TO QTD-PROGRAMAS
           OPEN INPUT RUNLOG
           IF WS-STATUS-RLOG = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ RUNLOG AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       IF PROGRAMA-RLOG NOT = "EX82"
                               AND DATA-RLOG IS NUMERIC
                           PERFORM ACUMULA-RUNLOG
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNLOG
           END-IF
           MOVE "N" TO FIMARQ.

       ACUMULA-RUNLOG.
           IF NOT DATA-LOTE-INFORMADA
                   AND DATA-RLOG > WS-DATA-LOTE
               MOVE DATA-RLOG TO WS-DATA-LOTE
           END-IF
           MOVE "N" TO SW-ACHADO
           SET IDX-RLG TO 1
           SEARCH TAB-RLG-ITEM
               AT END
                   CONTINUE
               WHEN TAB-RLG-PROGRAMA (IDX-RLG) = PROGRAMA-RLOG
                   MOVE "S" TO SW-ACHADO
                   IF DATA-RLOG > TAB-RLG-DATA (IDX-RLG)
                       MOVE DATA-RLOG TO TAB-RLG-DATA (IDX-RLG)
                   END-IF
           END-SEARCH
           IF NOT ITEM-ACHADO AND QTD-PROGRAMAS < 199
               ADD 1 TO QTD-PROGRAMAS
               MOVE PROGRAMA-RLOG TO TAB-RLG-PROGRAMA (QTD-PROGRAMAS)
               MOVE DATA-RLOG TO TAB-RLG-DATA (QTD-PROGRAMAS)
           END-IF.

       CARREGA-RUNCTL.
           MOVE ZERO TO QTD-PASSOS
           OPEN INPUT RUNCTL
           IF WS-STATUS-CTL = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ RUNCTL AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       IF QTD-PASSOS < 99
                           ADD 1 TO QTD-PASSOS
                           MOVE REG-RUNCTL TO TAB-CTL-ITEM (QTD-PASSOS)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNCTL
           END-IF
           MOVE "N" TO FIMARQ.

       CARREGA-DISTRIBUICAO.
           MOVE ZERO TO QTD-DISTRIB
           OPEN INPUT DISTRIBUICAO
           IF WS-STATUS-DIS = "35"
               MOVE "S" TO SW-TABELA-PADRAO
               DISPLAY "EX82: CADDIS AUSENTE - USANDO TABELA PADRAO"
               PERFORM CARREGA-ITEM-PADRAO
                   VARYING IDX-PAD FROM 1 BY 1
                   UNTIL IDX-PAD > 16
           ELSE
               IF WS-STATUS-DIS NOT = "00"
                   DISPLAY "EX82: ERRO AO ABRIR CADDIS - STATUS "
                           WS-STATUS-DIS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL FIMARQ = "S"
                   READ DISTRIBUICAO AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       PERFORM VALIDA-DISTRIBUICAO
                   END-READ
               END-PERFORM
               CLOSE DISTRIBUICAO
           END-IF
           MOVE "N" TO FIMARQ.

       CARREGA-ITEM-PADRAO.
           MOVE TAB-PAD-ITEM (IDX-PAD) TO REG-DISTRIBUICAO
           PERFORM VALIDA-DISTRIBUICAO.

       VALIDA-DISTRIBUICAO.
           ADD 1 TO CONT-LIDOS
           EVALUATE TRUE
               WHEN ARQUIVO-DIS = SPACES
                   DISPLAY "EX82: CADDIS SEM NOME DE RELATORIO - "
                           DESTINO-DIS
                   ADD 1 TO CONT-REJEITADOS
               WHEN DESTINO-DIS = SPACES AND FILIAL-DIS NOT = "**"
                   DISPLAY "EX82: CADDIS SEM DESTINATARIO - "
                           ARQUIVO-DIS
                   ADD 1 TO CONT-REJEITADOS
               WHEN QTD-DISTRIB NOT < 99
                   DISPLAY "EX82: CADDIS COM MAIS DE 99 ITENS - "
                           ARQUIVO-DIS " " DESTINO-DIS " IGNORADO"
                   ADD 1 TO CONT-REJEITADOS
               WHEN OTHER
                   ADD 1 TO QTD-DISTRIB
                   MOVE REG-DISTRIBUICAO TO TAB-DIS-ITEM (QTD-DISTRIB)
           END-EVALUATE.

       EXPANDE-DISTRIBUICAO.
           IF TAB-DIS-FILIAL (IDX-DIS) = "**"
               MOVE TAB-DIS-ARQUIVO (IDX-DIS) TO WS-ARQ-ORIGEM
               MOVE SPACES TO WS-FILIAL-SECAO
               MOVE ZERO TO QTD-FILIAIS-REL
               MOVE "S" TO SW-COLETA
               MOVE "N" TO SW-COPIA
               PERFORM PERCORRE-ORIGEM
               MOVE "N" TO SW-COLETA
               IF QTD-FILIAIS-REL = ZERO
                   PERFORM INCLUI-ENTREGA
                   IF ENTREGA-INCLUIDA
                           AND TAB-DIS-DESTINO (IDX-DIS) = SPACES
                       MOVE "FILIAIS" TO TAB-ENT-DESTINO (QTD-ENTREGAS)
                   END-IF
               ELSE
                   PERFORM INCLUI-ENTREGA-FILIAL
                       VARYING IDX-FRL FROM 1 BY 1
                       UNTIL IDX-FRL > QTD-FILIAIS-REL
               END-IF
           ELSE
               PERFORM INCLUI-ENTREGA
           END-IF.

       INCLUI-ENTREGA.
           MOVE "N" TO SW-ENTREGA-INCLUIDA
           IF QTD-ENTREGAS < 299
               MOVE "S" TO SW-ENTREGA-INCLUIDA
               ADD 1 TO QTD-ENTREGAS
               MOVE TAB-DIS-ARQUIVO (IDX-DIS)
                   TO TAB-ENT-ARQUIVO (QTD-ENTREGAS)
               MOVE TAB-DIS-FILIAL (IDX-DIS)
                   TO TAB-ENT-FILIAL (QTD-ENTREGAS)
               MOVE TAB-DIS-DESTINO (IDX-DIS)
                   TO TAB-ENT-DESTINO (QTD-ENTREGAS)
               MOVE TAB-DIS-PASSO (IDX-DIS)
                   TO TAB-ENT-PASSO (QTD-ENTREGAS)
               MOVE TAB-DIS-DESCRICAO (IDX-DIS)
                   TO TAB-ENT-DESCRICAO (QTD-ENTREGAS)
           ELSE
               DISPLAY "EX82: MAIS DE 299 ENTREGAS - "
                       TAB-DIS-ARQUIVO (IDX-DIS) " IGNORADO"
               ADD 1 TO CONT-REJEITADOS
           END-IF.

       INCLUI-ENTREGA-FILIAL.
           PERFORM INCLUI-ENTREGA
           IF ENTREGA-INCLUIDA
               MOVE TAB-FRL-FILIAL (IDX-FRL)
                   TO TAB-ENT-FILIAL (QTD-ENTREGAS)
               MOVE SPACES TO TAB-ENT-DESTINO (QTD-ENTREGAS)
               STRING "FILIAL" TAB-FRL-FILIAL (IDX-FRL)
                   DELIMITED BY SIZE
                   INTO TAB-ENT-DESTINO (QTD-ENTREGAS)
           END-IF.

       AVALIA-ENTREGA.
           IF TAB-ENT-PASSO (IDX-ENT) NOT = SPACES
               MOVE TAB-ENT-PASSO (IDX-ENT) TO WS-PROGRAMA-BUSCA
           ELSE
               MOVE TAB-ENT-ARQUIVO (IDX-ENT) TO WS-PROGRAMA-BUSCA
           END-IF
           MOVE ZERO TO TAB-ENT-DATA-PROG (IDX-ENT)
           SET IDX-RLG TO 1
           SEARCH TAB-RLG-ITEM
               AT END
                   CONTINUE
               WHEN TAB-RLG-PROGRAMA (IDX-RLG) = WS-PROGRAMA-BUSCA
                   MOVE TAB-RLG-DATA (IDX-RLG)
                       TO TAB-ENT-DATA-PROG (IDX-ENT)
           END-SEARCH
           MOVE ZERO TO TAB-ENT-LINHAS (IDX-ENT)
           MOVE ZERO TO TAB-ENT-PAGINAS (IDX-ENT)
           MOVE ZERO TO TAB-ENT-PAG-INIC (IDX-ENT)
           MOVE "S" TO SW-PASSO-OK
           IF TAB-ENT-PASSO (IDX-ENT) NOT = SPACES
               PERFORM VERIFICA-PASSO
           END-IF
           IF NOT PASSO-CONCLUIDO
               MOVE "P" TO TAB-ENT-SITUACAO (IDX-ENT)
               ADD 1 TO CONT-AUSENTES
           ELSE
               MOVE TAB-ENT-ARQUIVO (IDX-ENT) TO WS-ARQ-ORIGEM
               MOVE TAB-ENT-FILIAL (IDX-ENT) TO WS-FILIAL-SECAO
               MOVE "N" TO SW-COPIA
               PERFORM PERCORRE-ORIGEM
               EVALUATE TRUE
                   WHEN WS-LINHAS-TOTAL = ZERO
                           AND TAB-ENT-PASSO (IDX-ENT) NOT = SPACES
                       MOVE "N" TO TAB-ENT-SITUACAO (IDX-ENT)
                       ADD 1 TO CONT-AUSENTES
                   WHEN WS-LINHAS-TOTAL = ZERO
                       MOVE "A" TO TAB-ENT-SITUACAO (IDX-ENT)
                   WHEN WS-LINHAS-SECAO = ZERO
                       MOVE "S" TO TAB-ENT-SITUACAO (IDX-ENT)
                   WHEN OTHER
                       MOVE "E" TO TAB-ENT-SITUACAO (IDX-ENT)
                       MOVE WS-LINHAS-SECAO
                           TO TAB-ENT-LINHAS (IDX-ENT)
                       COMPUTE WS-LINHAS-SECAO = WS-LINHAS-SECAO + 1
                       PERFORM CALCULA-PAGINAS
                       MOVE WS-QUOCIENTE TO TAB-ENT-PAGINAS (IDX-ENT)
               END-EVALUATE
           END-IF.

       VERIFICA-PASSO.
           MOVE "N" TO SW-PASSO-OK
           SET IDX-CTL TO 1
           SEARCH TAB-CTL-ITEM
               AT END
                   CONTINUE
               WHEN TAB-CTL-PASSO (IDX-CTL) = TAB-ENT-PASSO (IDX-ENT)
                   IF TAB-CTL-STATUS (IDX-CTL) = "F"
                           AND TAB-CTL-DATA (IDX-CTL) IS NUMERIC
                       MOVE TAB-CTL-DATA (IDX-CTL) TO WS-DATA-CALCULO
                       PERFORM CALCULA-DIAS
                       IF WS-DIAS-CALC + 1 NOT < WS-DIAS-LOTE
                           MOVE "S" TO SW-PASSO-OK
                       END-IF
                   END-IF
           END-SEARCH.

       CALCULA-PAGINAS.
           DIVIDE WS-LINHAS-SECAO BY WS-LINHAS-POR-PAGINA
               GIVING WS-QUOCIENTE REMAINDER WS-RESTO
           IF WS-RESTO > ZERO
               ADD 1 TO WS-QUOCIENTE
           END-IF.

       CALCULA-DIAS.
           COMPUTE WS-ANO-ANTERIOR = WS-ANO-CALC - 1
           DIVIDE WS-ANO-ANTERIOR BY 4 GIVING WS-QUOCIENTE-ANO
           COMPUTE WS-DIAS-CALC =
               WS-ANO-CALC * 365 + WS-QUOCIENTE-ANO + WS-DIA-CALC
           PERFORM SOMA-DIAS-MES
               VARYING IDX-MES-CALC FROM 1 BY 1
               UNTIL IDX-MES-CALC >= WS-MES-CALC
                   OR IDX-MES-CALC > 12
           IF WS-MES-CALC > 02
               DIVIDE WS-ANO-CALC BY 4 GIVING WS-QUOCIENTE-ANO
                   REMAINDER WS-RESTO-BISSEXTO
               IF WS-RESTO-BISSEXTO = ZERO
                   ADD 1 TO WS-DIAS-CALC
               END-IF
           END-IF.

       SOMA-DIAS-MES.
           ADD DIAS-MES (IDX-MES-CALC) TO WS-DIAS-CALC.

       EDITA-DATA.
           MOVE SPACES TO WS-DATA-EDIT
           IF WS-DATA-CALCULO = ZERO
               MOVE "    --    " TO WS-DATA-EDIT
           ELSE
               STRING WS-DIA-CALC "/" WS-MES-CALC "/" WS-ANO-CALC
                   DELIMITED BY SIZE INTO WS-DATA-EDIT
           END-IF.

       PERCORRE-ORIGEM.
           MOVE ZERO TO WS-LINHAS-TOTAL
           MOVE ZERO TO WS-LINHAS-SECAO
           IF WS-FILIAL-SECAO = SPACES
               MOVE "S" TO SW-SECAO
           ELSE
               MOVE "N" TO SW-SECAO
           END-IF
           OPEN INPUT RELATORIO-ORIGEM
           IF WS-STATUS-ORI = "00"
               PERFORM UNTIL FIM-ORI = "S"
                   READ RELATORIO-ORIGEM AT END
                       MOVE "S" TO FIM-ORI
                   NOT AT END
                       PERFORM TRATA-LINHA-ORIGEM
                   END-READ
               END-PERFORM
               CLOSE RELATORIO-ORIGEM
           END-IF
           MOVE "N" TO FIM-ORI.

       TRATA-LINHA-ORIGEM.
           ADD 1 TO WS-LINHAS-TOTAL
           IF LINHA-ORI (1:7) = "FILIAL "
                   AND LINHA-ORI (8:2) NOT = SPACES
                   AND LINHA-ORI (10:71) = SPACES
               IF COLETA-FILIAIS
                   PERFORM REGISTRA-FILIAL-REL
               END-IF
               IF WS-FILIAL-SECAO NOT = SPACES
                   IF LINHA-ORI (8:2) = WS-FILIAL-SECAO
                       MOVE "S" TO SW-SECAO
                   ELSE
                       MOVE "N" TO SW-SECAO
                   END-IF
               END-IF
           END-IF
           IF DENTRO-SECAO
               ADD 1 TO WS-LINHAS-SECAO
               IF COPIA-PACOTE
                   MOVE LINHA-ORI TO LINHA-PAC
                   PERFORM GRAVA-LINHA-PACOTE
               END-IF
           END-IF.

       REGISTRA-FILIAL-REL.
           MOVE LINHA-ORI (8:2) TO WS-FILIAL-BUSCA
           MOVE "N" TO SW-ACHADO
           SET IDX-TFRL TO 1
           SEARCH TAB-FRL-ITEM
               AT END
                   CONTINUE
               WHEN TAB-FRL-FILIAL (IDX-TFRL) = WS-FILIAL-BUSCA
                   MOVE "S" TO SW-ACHADO
           END-SEARCH
           IF NOT ITEM-ACHADO AND QTD-FILIAIS-REL < 99
               ADD 1 TO QTD-FILIAIS-REL
               MOVE WS-FILIAL-BUSCA TO TAB-FRL-FILIAL (QTD-FILIAIS-REL)
           END-IF.

       REGISTRA-DESTINO.
           MOVE TAB-ENT-DESTINO (IDX-ENT) TO WS-DESTINO-BUSCA
           MOVE "N" TO SW-ACHADO
           SET IDX-TDST TO 1
           SEARCH TAB-DST-ITEM
               AT END
                   CONTINUE
               WHEN TAB-DST-DESTINO (IDX-TDST) = WS-DESTINO-BUSCA
                   MOVE "S" TO SW-ACHADO
                   ADD 1 TO TAB-DST-ITENS (IDX-TDST)
           END-SEARCH
           IF NOT ITEM-ACHADO
               IF QTD-DESTINOS < 99
                   ADD 1 TO QTD-DESTINOS
                   MOVE WS-DESTINO-BUSCA
                       TO TAB-DST-DESTINO (QTD-DESTINOS)
                   MOVE SPACES TO TAB-DST-PACOTE (QTD-DESTINOS)
                   STRING "EX82" DELIMITED BY SIZE
                       WS-DESTINO-BUSCA DELIMITED BY SPACE
                       ".DAT" DELIMITED BY SIZE
                       INTO TAB-DST-PACOTE (QTD-DESTINOS)
                   MOVE 1 TO TAB-DST-ITENS (QTD-DESTINOS)
                   MOVE ZERO TO TAB-DST-DOCS (QTD-DESTINOS)
                   MOVE ZERO TO TAB-DST-PAGINAS (QTD-DESTINOS)
                   MOVE ZERO TO TAB-DST-ALERTAS (QTD-DESTINOS)
               ELSE
                   DISPLAY "EX82: MAIS DE 99 DESTINATARIOS - "
                           WS-DESTINO-BUSCA " IGNORADO"
                   ADD 1 TO CONT-REJEITADOS
               END-IF
           END-IF.

       MONTA-PACOTE.
           MOVE TAB-DST-DESTINO (IDX-DST) TO WS-DESTINO-BUSCA
           MOVE TAB-DST-PACOTE (IDX-DST) TO WS-ARQ-PACOTE
           COMPUTE WS-LINHAS-SECAO = TAB-DST-ITENS (IDX-DST) + 12
           PERFORM CALCULA-PAGINAS
           MOVE WS-QUOCIENTE TO WS-PAGINAS-CAPA
           COMPUTE WS-PAGINA-ATUAL = WS-PAGINAS-CAPA + 1
           PERFORM NUMERA-ENTREGA
               VARYING IDX-ENT FROM 1 BY 1
               UNTIL IDX-ENT > QTD-ENTREGAS
           COMPUTE TAB-DST-PAGINAS (IDX-DST) = WS-PAGINA-ATUAL - 1
           OPEN OUTPUT PACOTE
           IF WS-STATUS-PAC NOT = "00"
               DISPLAY "EX82: ERRO AO CRIAR O PACOTE " WS-ARQ-PACOTE
                       " - STATUS " WS-STATUS-PAC
               MOVE 8 TO RETURN-CODE
               CLOSE LOG-DISTRIBUICAO
               STOP RUN
           END-IF
           MOVE ZERO TO WS-LINHAS-PACOTE
           PERFORM IMPRIME-CAPA
           PERFORM ENTREGA-RELATORIO
               VARYING IDX-ENT FROM 1 BY 1
               UNTIL IDX-ENT > QTD-ENTREGAS
           CLOSE PACOTE
           ADD 1 TO CONT-PACOTES
           ADD TAB-DST-PAGINAS (IDX-DST) TO CONT-PAGINAS.

       NUMERA-ENTREGA.
           IF TAB-ENT-DESTINO (IDX-ENT) = WS-DESTINO-BUSCA
               IF ENT-ENTREGUE (IDX-ENT)
                   MOVE WS-PAGINA-ATUAL TO TAB-ENT-PAG-INIC (IDX-ENT)
                   ADD TAB-ENT-PAGINAS (IDX-ENT) TO WS-PAGINA-ATUAL
                   ADD 1 TO TAB-DST-DOCS (IDX-DST)
               END-IF
               IF ENT-NAO-PRODUZIDO (IDX-ENT)
                       OR ENT-PASSO-PENDENTE (IDX-ENT)
                   ADD 1 TO TAB-DST-ALERTAS (IDX-DST)
               END-IF
           END-IF.

       IMPRIME-CAPA.
           MOVE SPACES TO LINHA-PAC
           STRING "PACOTE DE RELATORIOS - DESTINATARIO: "
               WS-DESTINO-BUSCA
               DELIMITED BY SIZE INTO LINHA-PAC
           PERFORM GRAVA-LINHA-PACOTE
           MOVE SPACES TO LINHA-PAC
           STRING "LOTE (RUNLOG): " WS-DATA-LOTE-EDIT
               "   EMISSAO: " WS-DATA-EMISSAO " "
               WS-HH-EXEC ":" WS-MM-EXEC
               DELIMITED BY SIZE INTO LINHA-PAC
           PERFORM GRAVA-LINHA-PACOTE
           MOVE SPACES TO LINHA-PAC
           STRING "ARQUIVO DO PACOTE: " WS-ARQ-PACOTE
               DELIMITED BY SIZE INTO LINHA-PAC
           PERFORM GRAVA-LINHA-PACOTE
           MOVE SPACES TO LINHA-PAC
           PERFORM GRAVA-LINHA-PACOTE
           MOVE SPACES TO LINHA-PAC
           STRING "RELATORIO    FL DESCRICAO              EXECUCAO"
               "   PAGS  PAG SITUACAO"
               DELIMITED BY SIZE INTO LINHA-PAC
           PERFORM GRAVA-LINHA-PACOTE
           MOVE ALL "-" TO LINHA-PAC
           PERFORM GRAVA-LINHA-PACOTE
           PERFORM IMPRIME-ITEM-CAPA
               VARYING IDX-ENT FROM 1 BY 1
               UNTIL IDX-ENT > QTD-ENTREGAS
           MOVE ALL "-" TO LINHA-PAC
           PERFORM GRAVA-LINHA-PACOTE
           MOVE TAB-DST-DOCS (IDX-DST) TO WS-CONT-EDIT
           MOVE SPACES TO LINHA-PAC
           STRING "DOCUMENTOS ENTREGUES ......... " WS-CONT-EDIT
               DELIMITED BY SIZE INTO LINHA-PAC
           PERFORM GRAVA-LINHA-PACOTE
           MOVE TAB-DST-PAGINAS (IDX-DST) TO WS-CONT-EDIT
           MOVE SPACES TO LINHA-PAC
           STRING "PAGINAS COM ESTA CAPA ........ " WS-CONT-EDIT
               DELIMITED BY SIZE INTO LINHA-PAC
           PERFORM GRAVA-LINHA-PACOTE
           MOVE TAB-DST-ALERTAS (IDX-DST) TO WS-CONT-EDIT
           MOVE SPACES TO LINHA-PAC
           STRING "RELATORIOS ESPERADOS AUSENTES  " WS-CONT-EDIT
               DELIMITED BY SIZE INTO LINHA-PAC
           PERFORM GRAVA-LINHA-PACOTE
           MOVE SPACES TO LINHA-PAC
           PERFORM GRAVA-LINHA-PACOTE
           MOVE SPACES TO LINHA-PAC
           STRING "RECEBIDO POR: ______________________________"
               "  DATA: ____/____/________"
               DELIMITED BY SIZE INTO LINHA-PAC
           PERFORM GRAVA-LINHA-PACOTE
           PERFORM COMPLETA-PAGINA.

       IMPRIME-ITEM-CAPA.
           IF TAB-ENT-DESTINO (IDX-ENT) = WS-DESTINO-BUSCA
               PERFORM DESCREVE-SITUACAO
               MOVE TAB-ENT-DATA-PROG (IDX-ENT) TO WS-DATA-CALCULO
               PERFORM EDITA-DATA
               MOVE TAB-ENT-PAGINAS (IDX-ENT) TO WS-PAGINAS-EDIT
               MOVE TAB-ENT-PAG-INIC (IDX-ENT) TO WS-PAG-INICIAL-EDIT
               MOVE SPACES TO LINHA-PAC
               MOVE TAB-ENT-ARQUIVO (IDX-ENT) TO LINHA-PAC (1:12)
               MOVE TAB-ENT-FILIAL (IDX-ENT) TO LINHA-PAC (14:2)
               MOVE TAB-ENT-DESCRICAO (IDX-ENT) TO LINHA-PAC (17:22)
               MOVE WS-DATA-EDIT TO LINHA-PAC (40:10)
               IF ENT-ENTREGUE (IDX-ENT)
                   MOVE WS-PAGINAS-EDIT TO LINHA-PAC (51:4)
                   MOVE WS-PAG-INICIAL-EDIT TO LINHA-PAC (56:4)
               END-IF
               MOVE WS-SITUACAO-DESC TO LINHA-PAC (61:20)
               PERFORM GRAVA-LINHA-PACOTE
           END-IF.

       DESCREVE-SITUACAO.
           EVALUATE TRUE
               WHEN ENT-ENTREGUE (IDX-ENT)
                   MOVE "ENTREGUE" TO WS-SITUACAO-DESC
               WHEN ENT-NAO-PRODUZIDO (IDX-ENT)
                   MOVE "*NAO PRODUZIDO*" TO WS-SITUACAO-DESC
               WHEN ENT-PASSO-PENDENTE (IDX-ENT)
                   MOVE "*PASSO PENDENTE*" TO WS-SITUACAO-DESC
               WHEN ENT-SEM-SECAO (IDX-ENT)
                   MOVE "SEM SECAO DA FILIAL" TO WS-SITUACAO-DESC
               WHEN OTHER
                   MOVE "NAO EMITIDO" TO WS-SITUACAO-DESC
           END-EVALUATE.

       ENTREGA-RELATORIO.
           IF TAB-ENT-DESTINO (IDX-ENT) = WS-DESTINO-BUSCA
               IF ENT-ENTREGUE (IDX-ENT)
                   MOVE SPACES TO LINHA-PAC
                   STRING "*** " TAB-ENT-ARQUIVO (IDX-ENT)
                       " FILIAL " TAB-ENT-FILIAL (IDX-ENT)
                       " - " TAB-ENT-DESCRICAO (IDX-ENT)
                       DELIMITED BY SIZE INTO LINHA-PAC
                   PERFORM GRAVA-LINHA-PACOTE
                   MOVE TAB-ENT-ARQUIVO (IDX-ENT) TO WS-ARQ-ORIGEM
                   MOVE TAB-ENT-FILIAL (IDX-ENT) TO WS-FILIAL-SECAO
                   MOVE "S" TO SW-COPIA
                   PERFORM PERCORRE-ORIGEM
                   MOVE "N" TO SW-COPIA
                   PERFORM COMPLETA-PAGINA
                   ADD 1 TO CONT-GRAVADOS
               END-IF
               PERFORM GRAVA-LOG-DISTRIBUICAO
           END-IF.

       GRAVA-LINHA-PACOTE.
           WRITE LINHA-PAC
           ADD 1 TO WS-LINHAS-PACOTE.

       COMPLETA-PAGINA.
           DIVIDE WS-LINHAS-PACOTE BY WS-LINHAS-POR-PAGINA
               GIVING WS-QUOCIENTE REMAINDER WS-RESTO
           IF WS-RESTO > ZERO
               ADD 1 TO WS-QUOCIENTE
               MULTIPLY WS-QUOCIENTE BY WS-LINHAS-POR-PAGINA
                   GIVING WS-LINHAS-ALVO
               MOVE SPACES TO LINHA-PAC
               PERFORM GRAVA-LINHA-PACOTE
                   UNTIL WS-LINHAS-PACOTE NOT < WS-LINHAS-ALVO
           END-IF.

       GRAVA-LOG-DISTRIBUICAO.
           MOVE WS-DATA-EXECUCAO TO DATA-DST
           MOVE WS-HORA-EXECUCAO TO HORA-DST
           MOVE WS-DATA-LOTE TO DATA-LOTE-DST
           MOVE WS-DESTINO-BUSCA TO DESTINO-DST
           MOVE WS-ARQ-PACOTE TO PACOTE-DST
           MOVE TAB-ENT-ARQUIVO (IDX-ENT) TO ARQUIVO-DST
           MOVE TAB-ENT-FILIAL (IDX-ENT) TO FILIAL-DST
           MOVE TAB-ENT-PAGINAS (IDX-ENT) TO PAGINAS-DST
           MOVE TAB-ENT-SITUACAO (IDX-ENT) TO SITUACAO-DST
           WRITE REG-LOG-DST.

       RELATORIO-DISTRIBUICAO.
           MOVE SPACES TO LINHA-REL
           STRING "DISTRIBUICAO DOS RELATORIOS DO LOTE NOTURNO"
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "LOTE (RUNLOG): " WS-DATA-LOTE-EDIT
               "   EMISSAO: " WS-DATA-EMISSAO
               "   LINHAS POR PAGINA: " WS-LINHAS-POR-PAGINA
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           IF USA-TABELA-PADRAO
               MOVE SPACES TO LINHA-REL
               STRING "CADDIS AUSENTE - TABELA DE DISTRIBUICAO PADRAO"
                   DELIMITED BY SIZE INTO LINHA-REL
               WRITE LINHA-REL
           END-IF
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "DESTINATARIO PACOTE                  DOCUMENTOS"
               "  PAGINAS  AUSENTES"
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL
           PERFORM IMPRIME-DESTINO
               VARYING IDX-DST FROM 1 BY 1
               UNTIL IDX-DST > QTD-DESTINOS
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL
           MOVE CONT-PACOTES TO WS-CONT-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "PACOTES MONTADOS ............. " WS-CONT-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE CONT-GRAVADOS TO WS-CONT-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "DOCUMENTOS ENTREGUES ......... " WS-CONT-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE CONT-PAGINAS TO WS-CONT-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "PAGINAS IMPRESSAS ............ " WS-CONT-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "RELATORIOS ESPERADOS DOS PASSOS DO EX25 E NAO "
               "PRODUZIDOS"
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL
           PERFORM IMPRIME-AUSENTE
               VARYING IDX-ENT FROM 1 BY 1
               UNTIL IDX-ENT > QTD-ENTREGAS
           IF CONT-AUSENTES = ZERO
               MOVE SPACES TO LINHA-REL
               STRING "NENHUM RELATORIO AUSENTE"
                   DELIMITED BY SIZE INTO LINHA-REL
               WRITE LINHA-REL
           END-IF.

       IMPRIME-DESTINO.
           MOVE SPACES TO LINHA-REL
           MOVE TAB-DST-DESTINO (IDX-DST) TO LINHA-REL (1:10)
           MOVE TAB-DST-PACOTE (IDX-DST) TO LINHA-REL (14:20)
           MOVE TAB-DST-DOCS (IDX-DST) TO WS-CONT-EDIT
           MOVE WS-CONT-EDIT TO LINHA-REL (40:7)
           MOVE TAB-DST-PAGINAS (IDX-DST) TO WS-CONT-EDIT
           MOVE WS-CONT-EDIT TO LINHA-REL (49:7)
           MOVE TAB-DST-ALERTAS (IDX-DST) TO WS-CONT-EDIT
           MOVE WS-CONT-EDIT TO LINHA-REL (59:7)
           WRITE LINHA-REL.

       IMPRIME-AUSENTE.
           IF ENT-NAO-PRODUZIDO (IDX-ENT)
                   OR ENT-PASSO-PENDENTE (IDX-ENT)
               PERFORM DESCREVE-SITUACAO
               MOVE SPACES TO LINHA-REL
               MOVE TAB-ENT-ARQUIVO (IDX-ENT) TO LINHA-REL (1:12)
               MOVE TAB-ENT-FILIAL (IDX-ENT) TO LINHA-REL (14:2)
               MOVE TAB-ENT-PASSO (IDX-ENT) TO LINHA-REL (17:8)
               MOVE TAB-ENT-DESTINO (IDX-ENT) TO LINHA-REL (26:10)
               MOVE WS-SITUACAO-DESC TO LINHA-REL (37:20)
               WRITE LINHA-REL
           END-IF.

       GRAVA-RUNLOG.
           OPEN EXTEND RUNLOG
           IF WS-STATUS-RLOG NOT = "00"
               OPEN OUTPUT RUNLOG
               CLOSE RUNLOG
               OPEN EXTEND RUNLOG
           END-IF
           MOVE "EX82" TO PROGRAMA-RLOG
           MOVE WS-DATA-EXECUCAO TO DATA-RLOG
           MOVE CONT-LIDOS TO LIDOS-RLOG
           MOVE CONT-GRAVADOS TO GRAVADOS-RLOG
           ADD CONT-AUSENTES TO CONT-REJEITADOS
           MOVE CONT-REJEITADOS TO REJEITADOS-RLOG
           WRITE REG-RUNLOG
           CLOSE RUNLOG.
