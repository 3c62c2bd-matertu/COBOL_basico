       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX74.
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-CREC = MES-REF-CREC
                   MATRICULA-CREC TIPO-CREC
               ALTERNATE RECORD KEY IS CODIGO-CLI-CREC
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CREC.
           SELECT TRANSACOES ASSIGN TO "EX74ACO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRN.
           SELECT ACORDOS ASSIGN TO "CADACO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ACO.
           SELECT ITENS-ACORDO ASSIGN TO "CADACI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ACI.
           SELECT CALENDARIO ASSIGN TO "CADCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CAL.
           SELECT RELATORIO ASSIGN TO "EX74REL.DAT"
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
               88 CREC-EM-COBRANCA  VALUE "S".
           05 TIPO-CREC         PIC X(1).
               88 CREC-MENSALIDADE  VALUE SPACE.
               88 CREC-ENCARGOS     VALUE "E".
               88 CREC-PARCELA-ACORDO VALUE "A".

       FD  TRANSACOES.
       01  REG-TRANSACAO.
           05 TIPO-TRN          PIC X(1).
               88 TRN-CABECALHO     VALUE "C".
               88 TRN-ITEM          VALUE "I".
           05 FILLER            PIC X(39).
       01  REG-TRN-CABECALHO.
           05 FILLER            PIC X(1).
           05 CODIGO-CLI-TRN    PIC X(5).
           05 QTD-PARC-TRN      PIC 9(2).
           05 PRIMEIRO-VENC-TRN PIC 9(8).
           05 ENCARGOS-TRN      PIC X(1).
               88 TRN-INCLUI-ENCARGOS   VALUE "I".
               88 TRN-DISPENSA-ENCARGOS VALUE "D".
           05 FILLER            PIC X(23).
       01  REG-TRN-ITEM.
           05 FILLER            PIC X(1).
           05 MES-REF-TRN       PIC 9(6).
           05 MATRICULA-TRN     PIC 9(5).
           05 TIPO-ITEM-TRN     PIC X(1).
           05 FILLER            PIC X(27).

       FD  ACORDOS.
       01  DADOS-ACORDO.
           05 NUMERO-ACO        PIC 9(5).
           05 CODIGO-CLI-ACO    PIC X(5).
           05 NOME-RESP-ACO     PIC X(20).
           05 DATA-ACO          PIC 9(8).
           05 ENCARGOS-ACO      PIC X(1).
               88 ACO-INCLUI-ENCARGOS   VALUE "I".
               88 ACO-DISPENSA-ENCARGOS VALUE "D".
           05 QTD-PARC-ACO      PIC 9(2).
           05 VALOR-ORIGINAL-ACO PIC 9(7)V99.
           05 VALOR-ENCARGOS-ACO PIC 9(7)V99.
           05 VALOR-TOTAL-ACO   PIC 9(7)V99.
           05 SITUACAO-ACO      PIC X(1).
               88 ACO-ATIVO         VALUE "A".
               88 ACO-QUITADO       VALUE "Q".
               88 ACO-ROMPIDO       VALUE "R".
           05 DATA-SITUACAO-ACO PIC 9(8).

       FD  ITENS-ACORDO.
       01  DADOS-ITEM-ACORDO.
           05 NUMERO-ACI        PIC 9(5).
           05 PAPEL-ACI         PIC X(1).
               88 ACI-ORIGINAL      VALUE "O".
               88 ACI-PARCELA       VALUE "P".
           05 MES-REF-ACI       PIC 9(6).
           05 MATRICULA-ACI     PIC 9(5).
           05 TIPO-CREC-ACI     PIC X(1).
           05 NUM-PARC-ACI      PIC 9(2).
           05 VENCIMENTO-ACI    PIC 9(8).
           05 VALOR-ACI         PIC 9(5)V99.
           05 SITUACAO-ANT-ACI  PIC X(1).

       FD  CALENDARIO.
       01  DADOS-CALENDARIO.
           05 DATA-CAL          PIC 9(8).
           05 TIPO-CAL          PIC X(1).

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
       01  WS-STATUS-TRN        PIC X(2).
       01  WS-STATUS-ACO        PIC X(2).
       01  WS-STATUS-ACI        PIC X(2).
       01  WS-STATUS-CAL        PIC X(2).
       01  WS-STATUS-REJ        PIC X(2).
       01  WS-STATUS-SEQ        PIC X(2).
       01  WS-STATUS-RLOG       PIC X(2).
       01  WS-STATUS-PCEN       PIC X(2).
       01  WS-STATUS-FEC        PIC X(2).
       01  WS-MES-VERIFICAR     PIC 9(6) VALUE ZERO.
       01  SW-MES-FECHADO       PIC X(1) VALUE "N".
           88 MES-FECHADO       VALUE "S".
       01  FIM-PCEN             PIC X(1) VALUE "N".
       01  WS-SEQ-EXECUCAO      PIC 9(4) VALUE ZERO.
       01  WS-DATA-EXECUCAO     PIC 9(8).
       01  WS-DATA-SISTEMA REDEFINES WS-DATA-EXECUCAO.
           05 WS-ANO            PIC 9(4).
           05 WS-MES            PIC 9(2).
           05 WS-DIA            PIC 9(2).
       01  WS-DATA-EMISSAO      PIC X(10).
       01  WS-DATA-FORMATAR     PIC 9(8) VALUE ZERO.
       01  WS-DATA-FORMATAR-DEC REDEFINES WS-DATA-FORMATAR.
           05 WS-ANO-FORMATAR   PIC 9(4).
           05 WS-MES-FORMATAR   PIC 9(2).
           05 WS-DIA-FORMATAR   PIC 9(2).
       01  WS-DATA-EDITADA      PIC X(10).
       01  WS-DATA-CALCULO      PIC 9(8) VALUE ZERO.
       01  WS-DATA-CALC-DEC REDEFINES WS-DATA-CALCULO.
           05 WS-ANO-CALC       PIC 9(4).
           05 WS-MES-CALC       PIC 9(2).
           05 WS-DIA-CALC       PIC 9(2).
       01  WS-DATA-VENCIMENTO   PIC 9(8) VALUE ZERO.
       01  WS-DATA-VENC-DEC REDEFINES WS-DATA-VENCIMENTO.
           05 WS-ANO-VENC       PIC 9(4).
           05 WS-MES-VENC       PIC 9(2).
           05 WS-DIA-VENC       PIC 9(2).
       01  WS-PRIMEIRO-VENC     PIC 9(8) VALUE ZERO.
       01  WS-PRIMEIRO-VENC-DEC REDEFINES WS-PRIMEIRO-VENC.
           05 WS-ANO-PRIM       PIC 9(4).
           05 WS-MES-PRIM       PIC 9(2).
           05 WS-DIA-PRIM       PIC 9(2).
       01  WS-MES-PARCELA       PIC 9(6) VALUE ZERO.
       01  WS-MESES-CORRIDOS    PIC 9(7) COMP VALUE ZERO.
       01  WS-RESTO-MESES       PIC 9(2) COMP VALUE ZERO.
       01  WS-TENTATIVAS-VENC   PIC 9(2) VALUE ZERO.
       01  SW-DIA-UTIL          PIC X(1) VALUE "S".
       01  WS-DIAS-HOJE         PIC 9(7) COMP VALUE ZERO.
       01  WS-DIAS-ITEM         PIC 9(7) COMP VALUE ZERO.
       01  WS-DIAS-ATRASO       PIC S9(5) COMP VALUE ZERO.
       01  CONT-LIDOS           PIC 9(7) COMP VALUE ZERO.
       01  CONT-GRAVADOS        PIC 9(7) COMP VALUE ZERO.
       01  CONT-REJEITADOS      PIC 9(7) COMP VALUE ZERO.
       01  CONT-FIRMADOS        PIC 9(5) COMP VALUE ZERO.
       01  CONT-ACO-REJEITADOS  PIC 9(5) COMP VALUE ZERO.
       01  CONT-QUITADOS        PIC 9(5) COMP VALUE ZERO.
       01  CONT-ROMPIDOS        PIC 9(5) COMP VALUE ZERO.
       01  CONT-ATIVOS          PIC 9(5) COMP VALUE ZERO.
       01  WS-CONT-EDIT         PIC ZZZZ9.
       01  WS-PARC-EDIT         PIC 99.
       01  WS-VALOR-EDIT        PIC Z.ZZZ.ZZ9,99.
       01  IDX-ACO              PIC 9(3) COMP.
       01  IDX-ACI              PIC 9(5) COMP.
       01  IDX-SEL              PIC 9(3) COMP.
       01  IDX-SEL2             PIC 9(3) COMP.
       01  IDX-PARC             PIC 9(3) COMP.
       01  IDX-TAXA             PIC 9(3) COMP.
       01  SW-ITEM-ACHADO       PIC X(1) VALUE "N".
       01  SW-CABECALHO         PIC X(1) VALUE "N".
       01  SW-ATRASO            PIC X(1) VALUE "N".
       01  SW-PRINCIPAL         PIC X(1) VALUE "N".
       01  WS-MOTIVO-ACORDO     PIC X(30) VALUE SPACES.
       01  WS-MES-PROCURA       PIC 9(6) VALUE ZERO.
       01  WS-MAT-PROCURA       PIC 9(5) VALUE ZERO.
       01  WS-TIPO-PROCURA      PIC X(1) VALUE SPACE.
       01  WS-DESC-TIPO         PIC X(16) VALUE SPACES.
       01  WS-DESC-SITUACAO     PIC X(11) VALUE SPACES.
       01  WS-ULTIMO-ACORDO     PIC 9(5) VALUE ZERO.
       01  WS-MAX-PARCELAS      PIC 9(2) VALUE 12.
       01  WS-TOLERANCIA        PIC 9(3) VALUE 5.
       01  WS-VIG-MAXPARC       PIC 9(8) VALUE ZERO.
       01  WS-VIG-TOLERANCIA    PIC 9(8) VALUE ZERO.
       01  WS-MULTA-PADRAO      PIC 9(3)V99 VALUE 2.
       01  WS-JUROS-PADRAO      PIC 9(3)V99 VALUE 1.
       01  WS-PERC-MULTA        PIC 9(3)V99 VALUE ZERO.
       01  WS-PERC-JUROS-MES    PIC 9(3)V99 VALUE ZERO.
       01  WS-VIG-MULTA         PIC 9(8) VALUE ZERO.
       01  WS-VIG-JUROS         PIC 9(8) VALUE ZERO.
       01  WS-DATA-TAXA         PIC 9(8) VALUE ZERO.
       01  WS-SALDO-ITEM        PIC 9(5)V99 VALUE ZERO.
       01  WS-VALOR-MULTA       PIC 9(5)V99 VALUE ZERO.
       01  WS-VALOR-JUROS       PIC 9(5)V99 VALUE ZERO.
       01  WS-VALOR-PRINCIPAL   PIC 9(7)V99 VALUE ZERO.
       01  WS-ENCARGOS-ANTERIORES PIC 9(7)V99 VALUE ZERO.
       01  WS-ENCARGOS-NOVOS    PIC 9(7)V99 VALUE ZERO.
       01  WS-ENCARGOS-ACORDO   PIC 9(7)V99 VALUE ZERO.
       01  WS-TOTAL-ACORDO      PIC 9(7)V99 VALUE ZERO.
       01  WS-VALOR-PARCELA     PIC 9(7)V99 VALUE ZERO.
       01  WS-VALOR-ULTIMA      PIC 9(7)V99 VALUE ZERO.
       01  WS-TOTAL-FIRMADO     PIC 9(9)V99 VALUE ZERO.
       01  WS-PAGO-ACORDO       PIC 9(7)V99 VALUE ZERO.
       01  WS-SALDO-DEVOLVER    PIC 9(7)V99 VALUE ZERO.
       01  WS-VALOR-APLICADO    PIC 9(5)V99 VALUE ZERO.
       01  WS-QTD-PARC-PAGAS    PIC 9(2) VALUE ZERO.
       01  WS-QTD-PARC-ANTERIORES PIC 9(2) VALUE ZERO.

       01  WS-CABECALHO-ACORDO  PIC X(40) VALUE SPACES.
       01  WS-CAB-DET REDEFINES WS-CABECALHO-ACORDO.
           05 FILLER            PIC X(1).
           05 WS-CAB-CODIGO     PIC X(5).
           05 WS-CAB-QTD-PARC   PIC 9(2).
           05 WS-CAB-PRIMEIRO-VENC PIC 9(8).
           05 WS-CAB-ENCARGOS   PIC X(1).
               88 CAB-INCLUI-ENCARGOS   VALUE "I".
               88 CAB-DISPENSA-ENCARGOS VALUE "D".
           05 FILLER            PIC X(23).

       01  TAB-SELECAO.
           05 QTD-SELECAO       PIC 9(3) COMP VALUE ZERO.
           05 TAB-SEL-ITEM      OCCURS 50 TIMES.
               10 TAB-SEL-MES       PIC 9(6).
               10 TAB-SEL-MATRICULA PIC 9(5).
               10 TAB-SEL-TIPO      PIC X(1).

       01  TAB-TAXAS-ENCARGOS.
           05 QTD-TAXAS         PIC 9(3) COMP VALUE ZERO.
           05 TAB-TAX-ITEM      OCCURS 1 TO 100 TIMES
                                DEPENDING ON QTD-TAXAS.
               10 TAB-TAX-NOME     PIC X(10).
               10 TAB-TAX-VIGENCIA PIC 9(8).
               10 TAB-TAX-VALOR    PIC 9(9)V99.

       01  TAB-CALENDARIO.
           05 QTD-CALENDARIO    PIC 9(5) COMP VALUE ZERO.
           05 TAB-CAL-ITEM      OCCURS 1 TO 9999 TIMES
                                DEPENDING ON QTD-CALENDARIO
                                INDEXED BY IDX-TCAL.
               10 TAB-CAL-DATA  PIC 9(8).
               10 TAB-CAL-TIPO  PIC X(1).

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
           05 WS-PRI-CODIGO     PIC X(5).
           05 WS-PRI-CPF        PIC X(11).
           05 WS-PRI-NOME       PIC X(20).
           05 FILLER            PIC X(33).

       01  TAB-ACORDOS.
           05 QTD-ACORDOS       PIC 9(3) COMP VALUE ZERO.
           05 TAB-ACO-ITEM      OCCURS 1 TO 999 TIMES
                                DEPENDING ON QTD-ACORDOS
                                INDEXED BY IDX-TACO.
               10 TAB-ACO-REGISTRO PIC X(77).
               10 TAB-ACO-DET REDEFINES TAB-ACO-REGISTRO.
                   15 TAB-ACO-NUMERO    PIC 9(5).
                   15 TAB-ACO-CODIGO    PIC X(5).
                   15 TAB-ACO-NOME      PIC X(20).
                   15 TAB-ACO-DATA      PIC 9(8).
                   15 TAB-ACO-ENCARGOS  PIC X(1).
                   15 TAB-ACO-QTD-PARC  PIC 9(2).
                   15 TAB-ACO-ORIGINAL  PIC 9(7)V99.
                   15 TAB-ACO-VALOR-ENC PIC 9(7)V99.
                   15 TAB-ACO-TOTAL     PIC 9(7)V99.
                   15 TAB-ACO-SITUACAO  PIC X(1).
                   15 TAB-ACO-DATA-SIT  PIC 9(8).

       01  TAB-ITENS-ACORDO.
           05 QTD-ITENS-ACO     PIC 9(5) COMP VALUE ZERO.
           05 TAB-ACI-ITEM      OCCURS 1 TO 9999 TIMES
                                DEPENDING ON QTD-ITENS-ACO.
               10 TAB-ACI-REGISTRO PIC X(36).
               10 TAB-ACI-DET REDEFINES TAB-ACI-REGISTRO.
                   15 TAB-ACI-NUMERO    PIC 9(5).
                   15 TAB-ACI-PAPEL     PIC X(1).
                   15 TAB-ACI-MES       PIC 9(6).
                   15 TAB-ACI-MATRICULA PIC 9(5).
                   15 TAB-ACI-TIPO      PIC X(1).
                   15 TAB-ACI-NUM-PARC  PIC 9(2).
                   15 TAB-ACI-VENCIMENTO PIC 9(8).
                   15 TAB-ACI-VALOR     PIC 9(5)V99.
                   15 TAB-ACI-SIT-ANT   PIC X(1).

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
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
           STRING WS-DIA "/" WS-MES "/" WS-ANO
               DELIMITED BY SIZE INTO WS-DATA-EMISSAO
           MOVE "CONTREC" TO WS-TRV-ARQUIVO
           PERFORM TRAVA-ARQUIVO
           MOVE WS-DATA-EXECUCAO TO WS-DATA-CALCULO
           PERFORM CALCULA-DIAS-ITEM
           MOVE WS-DIAS-ITEM TO WS-DIAS-HOJE
           PERFORM LE-PARAMETROS-CENTRAIS
           PERFORM CARREGA-MESES-FECHADOS
           MOVE WS-DATA-EXECUCAO (1:6) TO WS-MES-VERIFICAR
           PERFORM VERIFICA-MES-FECHADO
           IF MES-FECHADO
               DISPLAY "EX74: MES " WS-MES-VERIFICAR
                       " FECHADO - REABRA PELO EX77"
               MOVE 8 TO RETURN-CODE
               PERFORM LIBERA-TRAVAS
               STOP RUN
           END-IF
           PERFORM CARREGA-CALENDARIO
           PERFORM ABRE-CARTEIRA
           PERFORM CARREGA-ACORDOS
           PERFORM CARREGA-ITENS-ACORDO
           OPEN OUTPUT RELATORIO
           PERFORM IMPRIME-CABECALHO-REL
           PERFORM PROCESSA-TRANSACOES
           PERFORM ACOMPANHA-ACORDO
               VARYING IDX-ACO FROM 1 BY 1
               UNTIL IDX-ACO > QTD-ACORDOS
           PERFORM IMPRIME-RODAPE-REL
           CLOSE RELATORIO
           CLOSE CONTAS-RECEBER
           PERFORM REGRAVA-ACORDOS
           PERFORM REGRAVA-ITENS-ACORDO
           PERFORM GRAVA-RUNLOG
           DISPLAY "EX74: REGISTROS LIDOS ....... " CONT-LIDOS
           DISPLAY "EX74: ACORDOS FIRMADOS ...... " CONT-FIRMADOS
           DISPLAY "EX74: ACORDOS REJEITADOS .... " CONT-ACO-REJEITADOS
           DISPLAY "EX74: ACORDOS QUITADOS ...... " CONT-QUITADOS
           DISPLAY "EX74: ACORDOS ROMPIDOS ...... " CONT-ROMPIDOS
           DISPLAY "EX74: ACORDOS EM DIA ........ " CONT-ATIVOS
           DISPLAY "EX74: TOTAL RENEGOCIADO ..... " WS-TOTAL-FIRMADO
           PERFORM LIBERA-TRAVAS
           STOP RUN.

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
                           IF PROGRAMA-PAR = "EX74"
                                   AND VIGENCIA-PAR
                                       NOT > WS-DATA-EXECUCAO
                               PERFORM GUARDA-PARAMETRO-ACORDO
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

       GUARDA-PARAMETRO-ACORDO.
           EVALUATE NOME-PAR
               WHEN "MAXPARCELA"
                   IF VIGENCIA-PAR >= WS-VIG-MAXPARC
                           AND VALOR-PAR > ZERO
                           AND VALOR-PAR < 100
                       MOVE VIGENCIA-PAR TO WS-VIG-MAXPARC
                       MOVE VALOR-PAR TO WS-MAX-PARCELAS
                   END-IF
               WHEN "TOLERDIAS"
                   IF VIGENCIA-PAR >= WS-VIG-TOLERANCIA
                           AND VALOR-PAR < 1000
                       MOVE VIGENCIA-PAR TO WS-VIG-TOLERANCIA
                       MOVE VALOR-PAR TO WS-TOLERANCIA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

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

       CARREGA-CALENDARIO.
           MOVE ZERO TO QTD-CALENDARIO
           OPEN INPUT CALENDARIO
           IF WS-STATUS-CAL = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ CALENDARIO AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       IF DATA-CAL IS NUMERIC
                               AND QTD-CALENDARIO < 9999
                           ADD 1 TO QTD-CALENDARIO
                           MOVE DATA-CAL
                               TO TAB-CAL-DATA (QTD-CALENDARIO)
                           MOVE TIPO-CAL
                               TO TAB-CAL-TIPO (QTD-CALENDARIO)
                       ELSE
                           IF DATA-CAL IS NUMERIC
                               DISPLAY "EX74: CALENDARIO CHEIO -"
                                       " DATA IGNORADA " DATA-CAL
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDARIO
           ELSE
               DISPLAY "EX74: CADCAL AUSENTE - VENCIMENTOS SEM"
                       " VERIFICACAO DE DIA UTIL"
           END-IF
           MOVE "N" TO FIMARQ.

       ABRE-CARTEIRA.
           OPEN I-O CONTAS-RECEBER
           IF WS-STATUS-CREC NOT = "00"
               DISPLAY "EX74: CONTREC AUSENTE - EXECUTE O EX37"
               MOVE 8 TO RETURN-CODE
               PERFORM LIBERA-TRAVAS
               STOP RUN
           END-IF.

       LE-ITEM-PROCURA.
           MOVE WS-MES-PROCURA TO MES-REF-CREC
           MOVE WS-MAT-PROCURA TO MATRICULA-CREC
           MOVE WS-TIPO-PROCURA TO TIPO-CREC
           READ CONTAS-RECEBER
               INVALID KEY
                   MOVE "N" TO SW-ITEM-ACHADO
               NOT INVALID KEY
                   MOVE "S" TO SW-ITEM-ACHADO
           END-READ.

       REGRAVA-ITEM-CARTEIRA.
           REWRITE DADOS-CREC
               INVALID KEY
                   DISPLAY "EX74: ERRO NA REGRAVACAO DO CONTREC - MES "
                           MES-REF-CREC " MATR " MATRICULA-CREC
           END-REWRITE.

       INCLUI-ITEM-CARTEIRA.
           WRITE DADOS-CREC
               INVALID KEY
                   DISPLAY "EX74: ITEM JA EXISTENTE NO CONTREC - MES "
                           MES-REF-CREC " MATR " MATRICULA-CREC
           END-WRITE.

       CARREGA-ACORDOS.
           MOVE ZERO TO QTD-ACORDOS
           OPEN INPUT ACORDOS
           IF WS-STATUS-ACO = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ ACORDOS AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       IF QTD-ACORDOS >= 999
                           DISPLAY "EX74: CADACO CHEIO - EXECUCAO"
                                   " CANCELADA"
                           MOVE 8 TO RETURN-CODE
                           PERFORM LIBERA-TRAVAS
                           STOP RUN
                       END-IF
                       ADD 1 TO QTD-ACORDOS
                       MOVE DADOS-ACORDO
                           TO TAB-ACO-REGISTRO (QTD-ACORDOS)
                       IF NUMERO-ACO > WS-ULTIMO-ACORDO
                           MOVE NUMERO-ACO TO WS-ULTIMO-ACORDO
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ACORDOS
           END-IF
           MOVE "N" TO FIMARQ.

       CARREGA-ITENS-ACORDO.
           MOVE ZERO TO QTD-ITENS-ACO
           OPEN INPUT ITENS-ACORDO
           IF WS-STATUS-ACI = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ ITENS-ACORDO AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       IF QTD-ITENS-ACO >= 9999
                           DISPLAY "EX74: CADACI CHEIO - EXECUCAO"
                                   " CANCELADA"
                           MOVE 8 TO RETURN-CODE
                           PERFORM LIBERA-TRAVAS
                           STOP RUN
                       END-IF
                       ADD 1 TO QTD-ITENS-ACO
                       MOVE DADOS-ITEM-ACORDO
                           TO TAB-ACI-REGISTRO (QTD-ITENS-ACO)
                   END-READ
               END-PERFORM
               CLOSE ITENS-ACORDO
           END-IF
           MOVE "N" TO FIMARQ.

       PROCESSA-TRANSACOES.
           OPEN INPUT TRANSACOES
           IF WS-STATUS-TRN = "00"
               PERFORM ABRE-REJEITOS
               MOVE "N" TO SW-CABECALHO
               PERFORM UNTIL FIMARQ = "S"
                   READ TRANSACOES AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       ADD 1 TO CONT-LIDOS
                       PERFORM TRATA-TRANSACAO
                   END-READ
               END-PERFORM
               IF SW-CABECALHO = "S"
                   PERFORM PROCESSA-ACORDO
               END-IF
               CLOSE TRANSACOES
               CLOSE REJEITOS
               OPEN OUTPUT TRANSACOES
               CLOSE TRANSACOES
           END-IF
           MOVE "N" TO FIMARQ.

       TRATA-TRANSACAO.
           EVALUATE TRUE
               WHEN TRN-CABECALHO
                   IF SW-CABECALHO = "S"
                       PERFORM PROCESSA-ACORDO
                   END-IF
                   MOVE REG-TRANSACAO TO WS-CABECALHO-ACORDO
                   MOVE "S" TO SW-CABECALHO
                   MOVE ZERO TO QTD-SELECAO
                   MOVE SPACES TO WS-MOTIVO-ACORDO
               WHEN TRN-ITEM
                   IF SW-CABECALHO = "N"
                       MOVE "ITEM SEM CABECALHO DE ACORDO"
                           TO MOTIVO-REJ
                       MOVE MATRICULA-TRN TO CHAVE-REJ
                       MOVE REG-TRANSACAO TO IMAGEM-REJ
                       PERFORM GRAVA-REJEITO
                   ELSE
                       PERFORM GUARDA-ITEM-SELECAO
                   END-IF
               WHEN OTHER
                   MOVE "TIPO DE REGISTRO INVALIDO" TO MOTIVO-REJ
                   MOVE SPACES TO CHAVE-REJ
                   MOVE REG-TRANSACAO TO IMAGEM-REJ
                   PERFORM GRAVA-REJEITO
           END-EVALUATE.

       GUARDA-ITEM-SELECAO.
           IF WS-MOTIVO-ACORDO = SPACES
               IF MES-REF-TRN IS NOT NUMERIC
                       OR MATRICULA-TRN IS NOT NUMERIC
                   MOVE "ITEM DE ACORDO MAL FORMADO"
                       TO WS-MOTIVO-ACORDO
               ELSE
                   IF QTD-SELECAO >= 50
                       MOVE "EXCESSO DE ITENS NO ACORDO"
                           TO WS-MOTIVO-ACORDO
                   ELSE
                       ADD 1 TO QTD-SELECAO
                       MOVE MES-REF-TRN TO TAB-SEL-MES (QTD-SELECAO)
                       MOVE MATRICULA-TRN
                           TO TAB-SEL-MATRICULA (QTD-SELECAO)
                       MOVE TIPO-ITEM-TRN
                           TO TAB-SEL-TIPO (QTD-SELECAO)
                   END-IF
               END-IF
           END-IF.

       PROCESSA-ACORDO.
           MOVE "N" TO SW-CABECALHO
           PERFORM VALIDA-ACORDO
           IF WS-MOTIVO-ACORDO NOT = SPACES
               ADD 1 TO CONT-ACO-REJEITADOS
               MOVE WS-MOTIVO-ACORDO TO MOTIVO-REJ
               MOVE WS-CAB-CODIGO TO CHAVE-REJ
               MOVE WS-CABECALHO-ACORDO TO IMAGEM-REJ
               PERFORM GRAVA-REJEITO
               PERFORM IMPRIME-ACORDO-REJEITADO
           ELSE
               PERFORM FIRMA-ACORDO
           END-IF.

       VALIDA-ACORDO.
           MOVE ZERO TO WS-VALOR-PRINCIPAL
           MOVE ZERO TO WS-ENCARGOS-ANTERIORES
           MOVE ZERO TO WS-ENCARGOS-NOVOS
           IF WS-MOTIVO-ACORDO = SPACES
               IF WS-CAB-CODIGO = SPACES
                       OR WS-CAB-QTD-PARC IS NOT NUMERIC
                       OR WS-CAB-PRIMEIRO-VENC IS NOT NUMERIC
                       OR NOT (CAB-INCLUI-ENCARGOS
                           OR CAB-DISPENSA-ENCARGOS)
                   MOVE "CABECALHO DE ACORDO INVALIDO"
                       TO WS-MOTIVO-ACORDO
               END-IF
           END-IF
           IF WS-MOTIVO-ACORDO = SPACES
               IF WS-CAB-QTD-PARC = ZERO
                       OR WS-CAB-QTD-PARC > WS-MAX-PARCELAS
                   MOVE "QUANTIDADE DE PARCELAS INVALIDA"
                       TO WS-MOTIVO-ACORDO
               END-IF
           END-IF
           IF WS-MOTIVO-ACORDO = SPACES
               MOVE WS-CAB-PRIMEIRO-VENC TO WS-PRIMEIRO-VENC
               IF WS-MES-PRIM < 01 OR WS-MES-PRIM > 12
                       OR WS-DIA-PRIM < 01 OR WS-DIA-PRIM > 28
                       OR WS-PRIMEIRO-VENC < WS-DATA-EXECUCAO
                   MOVE "PRIMEIRO VENCIMENTO INVALIDO"
                       TO WS-MOTIVO-ACORDO
               END-IF
           END-IF
           IF WS-MOTIVO-ACORDO = SPACES
               IF QTD-SELECAO = ZERO
                   MOVE "ACORDO SEM ITENS" TO WS-MOTIVO-ACORDO
               END-IF
           END-IF
           IF WS-MOTIVO-ACORDO = SPACES
               SET IDX-TACO TO 1
               SEARCH TAB-ACO-ITEM
                   AT END
                       CONTINUE
                   WHEN TAB-ACO-CODIGO (IDX-TACO) = WS-CAB-CODIGO
                           AND TAB-ACO-SITUACAO (IDX-TACO) = "A"
                       MOVE "RESPONSAVEL COM ACORDO ATIVO"
                           TO WS-MOTIVO-ACORDO
               END-SEARCH
           END-IF
           PERFORM VALIDA-ITEM-SELECAO
               VARYING IDX-SEL FROM 1 BY 1
               UNTIL IDX-SEL > QTD-SELECAO
                   OR WS-MOTIVO-ACORDO NOT = SPACES
           IF WS-MOTIVO-ACORDO = SPACES
               IF QTD-ACORDOS >= 999
                       OR QTD-ITENS-ACO + QTD-SELECAO
                           + WS-CAB-QTD-PARC > 9999
                   MOVE "CAPACIDADE DAS TABELAS ESGOTADA"
                       TO WS-MOTIVO-ACORDO
               END-IF
           END-IF
           IF WS-MOTIVO-ACORDO = SPACES
               PERFORM VERIFICA-PARCELA-EXISTENTE
                   VARYING IDX-PARC FROM 1 BY 1
                   UNTIL IDX-PARC > WS-CAB-QTD-PARC
                       OR WS-MOTIVO-ACORDO NOT = SPACES
           END-IF
           IF WS-MOTIVO-ACORDO = SPACES
               PERFORM CALCULA-PARCELAS
               IF WS-VALOR-ULTIMA > 99999,99
                       OR WS-VALOR-PARCELA > 99999,99
                   MOVE "PARCELA ACIMA DO VALOR MAXIMO"
                       TO WS-MOTIVO-ACORDO
               END-IF
               IF WS-TOTAL-ACORDO = ZERO
                   MOVE "ACORDO SEM SALDO DEVEDOR"
                       TO WS-MOTIVO-ACORDO
               END-IF
           END-IF.

       VALIDA-ITEM-SELECAO.
           MOVE TAB-SEL-MES (IDX-SEL) TO WS-MES-PROCURA
           MOVE TAB-SEL-MATRICULA (IDX-SEL) TO WS-MAT-PROCURA
           MOVE TAB-SEL-TIPO (IDX-SEL) TO WS-TIPO-PROCURA
           PERFORM PROCURA-ITEM-ABERTO
           IF SW-ITEM-ACHADO = "N"
               MOVE "ITEM INVALIDO PARA O ACORDO"
                   TO WS-MOTIVO-ACORDO
           ELSE
               IF CODIGO-CLI-CREC NOT = WS-CAB-CODIGO
                       OR CREC-PARCELA-ACORDO
                       OR DATA-EMISSAO-CREC NOT < WS-DATA-EXECUCAO
                   MOVE "ITEM INVALIDO PARA O ACORDO"
                       TO WS-MOTIVO-ACORDO
               ELSE
                   IF IDX-SEL = 1
                       MOVE DADOS-CREC TO WS-REG-PRINCIPAL
                   END-IF
                   PERFORM VERIFICA-ITEM-REPETIDO
                       VARYING IDX-SEL2 FROM 1 BY 1
                       UNTIL IDX-SEL2 >= IDX-SEL
                   IF WS-MOTIVO-ACORDO = SPACES
                       PERFORM SOMA-ITEM-ACORDO
                   END-IF
               END-IF
           END-IF.

       VERIFICA-ITEM-REPETIDO.
           IF TAB-SEL-MES (IDX-SEL2) = TAB-SEL-MES (IDX-SEL)
                   AND TAB-SEL-MATRICULA (IDX-SEL2)
                       = TAB-SEL-MATRICULA (IDX-SEL)
                   AND TAB-SEL-TIPO (IDX-SEL2) = TAB-SEL-TIPO (IDX-SEL)
               MOVE "ITEM REPETIDO NO ACORDO" TO WS-MOTIVO-ACORDO
           END-IF.

       SOMA-ITEM-ACORDO.
           COMPUTE WS-SALDO-ITEM = VALOR-ORIG-CREC
               - VALOR-PAGO-CREC
           IF TIPO-CREC = "E"
               ADD WS-SALDO-ITEM TO WS-ENCARGOS-ANTERIORES
           ELSE
               ADD WS-SALDO-ITEM TO WS-VALOR-PRINCIPAL
               MOVE DATA-EMISSAO-CREC TO WS-DATA-CALCULO
               PERFORM CALCULA-DIAS-ITEM
               COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE - WS-DIAS-ITEM
               IF WS-DIAS-ATRASO > ZERO
                   MOVE DATA-EMISSAO-CREC TO WS-DATA-TAXA
                   PERFORM OBTEM-TAXAS-ENCARGOS
                   COMPUTE WS-VALOR-MULTA ROUNDED =
                       WS-SALDO-ITEM * WS-PERC-MULTA / 100
                   COMPUTE WS-VALOR-JUROS ROUNDED =
                       WS-SALDO-ITEM * WS-PERC-JUROS-MES / 100
                       * WS-DIAS-ATRASO / 30
                   ADD WS-VALOR-MULTA WS-VALOR-JUROS
                       TO WS-ENCARGOS-NOVOS
               END-IF
           END-IF.

       VERIFICA-PARCELA-EXISTENTE.
           PERFORM CALCULA-MES-PARCELA
           MOVE WS-MES-PARCELA TO WS-MES-PROCURA
           MOVE WS-PRI-MATRICULA TO WS-MAT-PROCURA
           PERFORM PROCURA-PARCELA
           IF SW-ITEM-ACHADO = "S"
               MOVE "PARCELA JA EXISTE NA CARTEIRA"
                   TO WS-MOTIVO-ACORDO
           END-IF.

       CALCULA-PARCELAS.
           COMPUTE WS-ENCARGOS-ACORDO =
               WS-ENCARGOS-ANTERIORES + WS-ENCARGOS-NOVOS
           IF CAB-INCLUI-ENCARGOS
               COMPUTE WS-TOTAL-ACORDO =
                   WS-VALOR-PRINCIPAL + WS-ENCARGOS-ACORDO
           ELSE
               MOVE WS-VALOR-PRINCIPAL TO WS-TOTAL-ACORDO
           END-IF
           COMPUTE WS-VALOR-PARCELA =
               WS-TOTAL-ACORDO / WS-CAB-QTD-PARC
           COMPUTE WS-QTD-PARC-ANTERIORES = WS-CAB-QTD-PARC - 1
           COMPUTE WS-VALOR-ULTIMA = WS-TOTAL-ACORDO
               - WS-VALOR-PARCELA * WS-QTD-PARC-ANTERIORES.

       CALCULA-MES-PARCELA.
           COMPUTE WS-MESES-CORRIDOS = WS-ANO-PRIM * 12
               + WS-MES-PRIM - 1 + IDX-PARC - 1
           DIVIDE WS-MESES-CORRIDOS BY 12
               GIVING WS-ANO-VENC REMAINDER WS-RESTO-MESES
           COMPUTE WS-MES-VENC = WS-RESTO-MESES + 1
           MOVE WS-DIA-PRIM TO WS-DIA-VENC
           COMPUTE WS-MES-PARCELA = WS-ANO-VENC * 100 + WS-MES-VENC.

       FIRMA-ACORDO.
           ADD 1 TO WS-ULTIMO-ACORDO
           ADD 1 TO QTD-ACORDOS
           MOVE QTD-ACORDOS TO IDX-ACO
           MOVE SPACES TO TAB-ACO-REGISTRO (IDX-ACO)
           MOVE WS-ULTIMO-ACORDO TO TAB-ACO-NUMERO (IDX-ACO)
           MOVE WS-CAB-CODIGO TO TAB-ACO-CODIGO (IDX-ACO)
           MOVE WS-PRI-NOME TO TAB-ACO-NOME (IDX-ACO)
           MOVE WS-DATA-EXECUCAO TO TAB-ACO-DATA (IDX-ACO)
           MOVE WS-CAB-ENCARGOS TO TAB-ACO-ENCARGOS (IDX-ACO)
           MOVE WS-CAB-QTD-PARC TO TAB-ACO-QTD-PARC (IDX-ACO)
           COMPUTE TAB-ACO-ORIGINAL (IDX-ACO) =
               WS-VALOR-PRINCIPAL + WS-ENCARGOS-ANTERIORES
           MOVE WS-ENCARGOS-NOVOS TO TAB-ACO-VALOR-ENC (IDX-ACO)
           MOVE WS-TOTAL-ACORDO TO TAB-ACO-TOTAL (IDX-ACO)
           MOVE "A" TO TAB-ACO-SITUACAO (IDX-ACO)
           MOVE WS-DATA-EXECUCAO TO TAB-ACO-DATA-SIT (IDX-ACO)
           MOVE "FIRMADO EM " TO WS-DESC-SITUACAO
           PERFORM IMPRIME-LINHA-ACORDO
           PERFORM RENEGOCIA-ITEM
               VARYING IDX-SEL FROM 1 BY 1
               UNTIL IDX-SEL > QTD-SELECAO
           PERFORM IMPRIME-TOTAIS-ACORDO
           PERFORM GERA-PARCELA
               VARYING IDX-PARC FROM 1 BY 1
               UNTIL IDX-PARC > WS-CAB-QTD-PARC
           PERFORM IMPRIME-ASSINATURAS
           ADD 1 TO CONT-FIRMADOS
           ADD 1 TO CONT-GRAVADOS
           ADD WS-TOTAL-ACORDO TO WS-TOTAL-FIRMADO.

       RENEGOCIA-ITEM.
           MOVE TAB-SEL-MES (IDX-SEL) TO WS-MES-PROCURA
           MOVE TAB-SEL-MATRICULA (IDX-SEL) TO WS-MAT-PROCURA
           MOVE TAB-SEL-TIPO (IDX-SEL) TO WS-TIPO-PROCURA
           PERFORM PROCURA-ITEM-ABERTO
           IF SW-ITEM-ACHADO = "N"
               DISPLAY "EX74: ITEM DO ACORDO NAO ENCONTRADO - MES "
                       WS-MES-PROCURA " MATR " WS-MAT-PROCURA
           ELSE
               ADD 1 TO QTD-ITENS-ACO
               MOVE SPACES TO TAB-ACI-REGISTRO (QTD-ITENS-ACO)
               MOVE WS-ULTIMO-ACORDO TO TAB-ACI-NUMERO (QTD-ITENS-ACO)
               MOVE "O" TO TAB-ACI-PAPEL (QTD-ITENS-ACO)
               MOVE MES-REF-CREC TO TAB-ACI-MES (QTD-ITENS-ACO)
               MOVE MATRICULA-CREC
                   TO TAB-ACI-MATRICULA (QTD-ITENS-ACO)
               MOVE TIPO-CREC TO TAB-ACI-TIPO (QTD-ITENS-ACO)
               MOVE ZERO TO TAB-ACI-NUM-PARC (QTD-ITENS-ACO)
               MOVE DATA-EMISSAO-CREC
                   TO TAB-ACI-VENCIMENTO (QTD-ITENS-ACO)
               COMPUTE TAB-ACI-VALOR (QTD-ITENS-ACO) =
                   VALOR-ORIG-CREC - VALOR-PAGO-CREC
               MOVE SITUACAO-CREC
                   TO TAB-ACI-SIT-ANT (QTD-ITENS-ACO)
               MOVE "N" TO SITUACAO-CREC
               MOVE TAB-ACI-VALOR (QTD-ITENS-ACO) TO WS-SALDO-ITEM
               PERFORM IMPRIME-ITEM-RENEGOCIADO
               PERFORM REGRAVA-ITEM-CARTEIRA
           END-IF.

       GERA-PARCELA.
           PERFORM CALCULA-MES-PARCELA
           PERFORM CALCULA-VENCIMENTO
           MOVE WS-REG-PRINCIPAL TO DADOS-CREC
           MOVE WS-MES-PARCELA TO MES-REF-CREC
           IF IDX-PARC = WS-CAB-QTD-PARC
               MOVE WS-VALOR-ULTIMA TO VALOR-ORIG-CREC
           ELSE
               MOVE WS-VALOR-PARCELA TO VALOR-ORIG-CREC
           END-IF
           MOVE ZERO TO VALOR-PAGO-CREC
           MOVE WS-DATA-VENCIMENTO TO DATA-EMISSAO-CREC
           MOVE ZERO TO DATA-PAGTO-CREC
           MOVE "A" TO SITUACAO-CREC
           MOVE SPACE TO COBRANCA-CREC
           MOVE "A" TO TIPO-CREC
           ADD 1 TO QTD-ITENS-ACO
           MOVE SPACES TO TAB-ACI-REGISTRO (QTD-ITENS-ACO)
           MOVE WS-ULTIMO-ACORDO TO TAB-ACI-NUMERO (QTD-ITENS-ACO)
           MOVE "P" TO TAB-ACI-PAPEL (QTD-ITENS-ACO)
           MOVE WS-MES-PARCELA TO TAB-ACI-MES (QTD-ITENS-ACO)
           MOVE MATRICULA-CREC
               TO TAB-ACI-MATRICULA (QTD-ITENS-ACO)
           MOVE "A" TO TAB-ACI-TIPO (QTD-ITENS-ACO)
           MOVE IDX-PARC TO TAB-ACI-NUM-PARC (QTD-ITENS-ACO)
           MOVE WS-DATA-VENCIMENTO
               TO TAB-ACI-VENCIMENTO (QTD-ITENS-ACO)
           MOVE VALOR-ORIG-CREC
               TO TAB-ACI-VALOR (QTD-ITENS-ACO)
           MOVE SPACE TO TAB-ACI-SIT-ANT (QTD-ITENS-ACO)
           PERFORM IMPRIME-PARCELA
           PERFORM INCLUI-ITEM-CARTEIRA.

       CALCULA-VENCIMENTO.
           MOVE ZERO TO WS-TENTATIVAS-VENC
           PERFORM VERIFICA-DIA-UTIL
           PERFORM UNTIL SW-DIA-UTIL = "S"
                   OR WS-TENTATIVAS-VENC > 15
               ADD 1 TO WS-TENTATIVAS-VENC
               ADD 1 TO WS-DIA-VENC
               IF WS-DIA-VENC > 28
                   MOVE 01 TO WS-DIA-VENC
                   ADD 1 TO WS-MES-VENC
                   IF WS-MES-VENC > 12
                       MOVE 01 TO WS-MES-VENC
                       ADD 1 TO WS-ANO-VENC
                   END-IF
               END-IF
               PERFORM VERIFICA-DIA-UTIL
           END-PERFORM.

       VERIFICA-DIA-UTIL.
           MOVE "S" TO SW-DIA-UTIL
           SET IDX-TCAL TO 1
           SEARCH TAB-CAL-ITEM
               AT END
                   CONTINUE
               WHEN TAB-CAL-DATA (IDX-TCAL) = WS-DATA-VENCIMENTO
                       AND TAB-CAL-TIPO (IDX-TCAL) NOT = "L"
                   MOVE "N" TO SW-DIA-UTIL
           END-SEARCH.

       PROCURA-ITEM-ABERTO.
           PERFORM LE-ITEM-PROCURA
           IF SW-ITEM-ACHADO = "S"
               IF NOT CREC-ABERTO AND NOT CREC-PARCIAL
                       AND NOT CREC-RECUSADO
                   MOVE "N" TO SW-ITEM-ACHADO
               END-IF
           END-IF.

       PROCURA-PARCELA.
           MOVE "A" TO WS-TIPO-PROCURA
           PERFORM LE-ITEM-PROCURA.

       PROCURA-ITEM-RENEGOCIADO.
           PERFORM LE-ITEM-PROCURA
           IF SW-ITEM-ACHADO = "S"
               IF NOT CREC-RENEGOCIADO
                   MOVE "N" TO SW-ITEM-ACHADO
               END-IF
           END-IF.

       ACOMPANHA-ACORDO.
           IF TAB-ACO-SITUACAO (IDX-ACO) = "A"
               MOVE ZERO TO WS-QTD-PARC-PAGAS
               MOVE ZERO TO WS-PAGO-ACORDO
               MOVE "N" TO SW-ATRASO
               PERFORM AVALIA-PARCELA
                   VARYING IDX-ACI FROM 1 BY 1
                   UNTIL IDX-ACI > QTD-ITENS-ACO
               IF SW-ATRASO = "S"
                   PERFORM ROMPE-ACORDO
               ELSE
                   IF WS-QTD-PARC-PAGAS = TAB-ACO-QTD-PARC (IDX-ACO)
                       PERFORM QUITA-ACORDO
                   ELSE
                       ADD 1 TO CONT-ATIVOS
                   END-IF
               END-IF
           END-IF.

       AVALIA-PARCELA.
           IF TAB-ACI-NUMERO (IDX-ACI) = TAB-ACO-NUMERO (IDX-ACO)
                   AND TAB-ACI-PAPEL (IDX-ACI) = "P"
               MOVE TAB-ACI-MES (IDX-ACI) TO WS-MES-PROCURA
               MOVE TAB-ACI-MATRICULA (IDX-ACI) TO WS-MAT-PROCURA
               PERFORM PROCURA-PARCELA
               IF SW-ITEM-ACHADO = "S"
                   ADD VALOR-PAGO-CREC TO WS-PAGO-ACORDO
                   IF CREC-PAGO
                       ADD 1 TO WS-QTD-PARC-PAGAS
                   ELSE
                       MOVE DATA-EMISSAO-CREC TO WS-DATA-CALCULO
                       PERFORM CALCULA-DIAS-ITEM
                       COMPUTE WS-DIAS-ATRASO =
                           WS-DIAS-HOJE - WS-DIAS-ITEM
                       IF WS-DIAS-ATRASO > WS-TOLERANCIA
                           MOVE "S" TO SW-ATRASO
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "EX74: PARCELA NAO ENCONTRADA - ACORDO "
                           TAB-ACO-NUMERO (IDX-ACO) " MES "
                           TAB-ACI-MES (IDX-ACI)
               END-IF
           END-IF.

       QUITA-ACORDO.
           MOVE "Q" TO TAB-ACO-SITUACAO (IDX-ACO)
           MOVE WS-DATA-EXECUCAO TO TAB-ACO-DATA-SIT (IDX-ACO)
           ADD 1 TO CONT-QUITADOS
           ADD 1 TO CONT-GRAVADOS
           MOVE "QUITADO EM " TO WS-DESC-SITUACAO
           PERFORM IMPRIME-LINHA-ACORDO
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL.

       ROMPE-ACORDO.
           MOVE "R" TO TAB-ACO-SITUACAO (IDX-ACO)
           MOVE WS-DATA-EXECUCAO TO TAB-ACO-DATA-SIT (IDX-ACO)
           ADD 1 TO CONT-ROMPIDOS
           ADD 1 TO CONT-GRAVADOS
           MOVE "ROMPIDO EM " TO WS-DESC-SITUACAO
           PERFORM IMPRIME-LINHA-ACORDO
           MOVE SPACES TO LINHA-REL
           STRING "  PAGO NAS PARCELAS ATE O ROMPIMENTO"
               DELIMITED BY SIZE INTO LINHA-REL
           MOVE WS-PAGO-ACORDO TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-REL (69:12)
           WRITE LINHA-REL
           MOVE WS-PAGO-ACORDO TO WS-SALDO-DEVOLVER
           MOVE "N" TO SW-PRINCIPAL
           PERFORM CANCELA-PARCELA
               VARYING IDX-ACI FROM 1 BY 1
               UNTIL IDX-ACI > QTD-ITENS-ACO
           PERFORM RESTAURA-ITEM-ORIGINAL
               VARYING IDX-ACI FROM 1 BY 1
               UNTIL IDX-ACI > QTD-ITENS-ACO
           IF WS-SALDO-DEVOLVER > ZERO
               PERFORM LANCA-ENCARGOS-RECEBIDOS
           END-IF
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL.

       CANCELA-PARCELA.
           IF TAB-ACI-NUMERO (IDX-ACI) = TAB-ACO-NUMERO (IDX-ACO)
                   AND TAB-ACI-PAPEL (IDX-ACI) = "P"
               MOVE TAB-ACI-MES (IDX-ACI) TO WS-MES-PROCURA
               MOVE TAB-ACI-MATRICULA (IDX-ACI) TO WS-MAT-PROCURA
               PERFORM PROCURA-PARCELA
               IF SW-ITEM-ACHADO = "S"
                   IF CREC-ABERTO OR CREC-PARCIAL OR CREC-RECUSADO
                       MOVE "C" TO SITUACAO-CREC
                       PERFORM REGRAVA-ITEM-CARTEIRA
                   END-IF
               END-IF
           END-IF.

       RESTAURA-ITEM-ORIGINAL.
           IF TAB-ACI-NUMERO (IDX-ACI) = TAB-ACO-NUMERO (IDX-ACO)
                   AND TAB-ACI-PAPEL (IDX-ACI) = "O"
               MOVE TAB-ACI-MES (IDX-ACI) TO WS-MES-PROCURA
               MOVE TAB-ACI-MATRICULA (IDX-ACI) TO WS-MAT-PROCURA
               MOVE TAB-ACI-TIPO (IDX-ACI) TO WS-TIPO-PROCURA
               PERFORM PROCURA-ITEM-RENEGOCIADO
               IF SW-ITEM-ACHADO = "S"
                   IF SW-PRINCIPAL = "N"
                       MOVE DADOS-CREC TO WS-REG-PRINCIPAL
                       MOVE "S" TO SW-PRINCIPAL
                   END-IF
                   PERFORM REABRE-ITEM-ORIGINAL
               ELSE
                   DISPLAY "EX74: ITEM RENEGOCIADO NAO ENCONTRADO -"
                           " ACORDO " TAB-ACO-NUMERO (IDX-ACO)
                           " MES " TAB-ACI-MES (IDX-ACI)
               END-IF
           END-IF.

       REABRE-ITEM-ORIGINAL.
           COMPUTE WS-SALDO-ITEM = VALOR-ORIG-CREC - VALOR-PAGO-CREC
           IF WS-SALDO-DEVOLVER < WS-SALDO-ITEM
               MOVE WS-SALDO-DEVOLVER TO WS-VALOR-APLICADO
           ELSE
               MOVE WS-SALDO-ITEM TO WS-VALOR-APLICADO
           END-IF
           SUBTRACT WS-VALOR-APLICADO FROM WS-SALDO-DEVOLVER
           ADD WS-VALOR-APLICADO TO VALOR-PAGO-CREC
           EVALUATE TRUE
               WHEN VALOR-PAGO-CREC >= VALOR-ORIG-CREC
                   MOVE "P" TO SITUACAO-CREC
                   MOVE WS-DATA-EXECUCAO TO DATA-PAGTO-CREC
               WHEN WS-VALOR-APLICADO > ZERO
                   MOVE "M" TO SITUACAO-CREC
                   MOVE WS-DATA-EXECUCAO TO DATA-PAGTO-CREC
               WHEN OTHER
                   MOVE TAB-ACI-SIT-ANT (IDX-ACI) TO SITUACAO-CREC
           END-EVALUATE
           COMPUTE WS-SALDO-ITEM = VALOR-ORIG-CREC - VALOR-PAGO-CREC
           PERFORM IMPRIME-ITEM-RESTABELECIDO
           PERFORM REGRAVA-ITEM-CARTEIRA.

       LANCA-ENCARGOS-RECEBIDOS.
           IF SW-PRINCIPAL = "N"
               DISPLAY "EX74: SALDO PAGO NAO APROPRIADO - ACORDO "
                       TAB-ACO-NUMERO (IDX-ACO)
           ELSE
               MOVE WS-PRI-MES TO WS-MES-PROCURA
               MOVE WS-PRI-MATRICULA TO WS-MAT-PROCURA
               MOVE "E" TO WS-TIPO-PROCURA
               PERFORM LE-ITEM-PROCURA
               IF SW-ITEM-ACHADO = "S"
                   ADD WS-SALDO-DEVOLVER TO VALOR-ORIG-CREC
                   ADD WS-SALDO-DEVOLVER TO VALOR-PAGO-CREC
                   MOVE WS-DATA-EXECUCAO TO DATA-PAGTO-CREC
                   IF VALOR-PAGO-CREC >= VALOR-ORIG-CREC
                       MOVE "P" TO SITUACAO-CREC
                   ELSE
                       MOVE "M" TO SITUACAO-CREC
                   END-IF
                   PERFORM REGRAVA-ITEM-CARTEIRA
               ELSE
                   MOVE WS-REG-PRINCIPAL TO DADOS-CREC
                   MOVE WS-SALDO-DEVOLVER TO VALOR-ORIG-CREC
                   MOVE WS-SALDO-DEVOLVER TO VALOR-PAGO-CREC
                   MOVE WS-DATA-EXECUCAO TO DATA-EMISSAO-CREC
                   MOVE WS-DATA-EXECUCAO TO DATA-PAGTO-CREC
                   MOVE "P" TO SITUACAO-CREC
                   MOVE SPACE TO COBRANCA-CREC
                   MOVE "E" TO TIPO-CREC
                   PERFORM INCLUI-ITEM-CARTEIRA
               END-IF
               MOVE SPACES TO LINHA-REL
               STRING "  PAGO A TITULO DE MULTA E JUROS"
                   DELIMITED BY SIZE INTO LINHA-REL
               MOVE WS-SALDO-DEVOLVER TO WS-VALOR-EDIT
               MOVE WS-VALOR-EDIT TO LINHA-REL (69:12)
               WRITE LINHA-REL
           END-IF.

       CALCULA-DIAS-ITEM.
           COMPUTE WS-DIAS-ITEM = WS-ANO-CALC * 360
               + WS-MES-CALC * 30 + WS-DIA-CALC.

       FORMATA-DATA.
           MOVE SPACES TO WS-DATA-EDITADA
           STRING WS-DIA-FORMATAR "/" WS-MES-FORMATAR "/"
               WS-ANO-FORMATAR
               DELIMITED BY SIZE INTO WS-DATA-EDITADA.

       DESCREVE-TIPO-ITEM.
           EVALUATE WS-TIPO-PROCURA
               WHEN "E"
                   MOVE "ENCARGOS ATRASO" TO WS-DESC-TIPO
               WHEN OTHER
                   MOVE "MENSALIDADE" TO WS-DESC-TIPO
           END-EVALUATE.

       IMPRIME-CABECALHO-REL.
           MOVE SPACES TO LINHA-REL
           STRING "ACORDOS DE PARCELAMENTO DE MENSALIDADES"
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "EMISSAO: " WS-DATA-EMISSAO
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL.

       IMPRIME-LINHA-ACORDO.
           MOVE TAB-ACO-DATA-SIT (IDX-ACO) TO WS-DATA-FORMATAR
           PERFORM FORMATA-DATA
           MOVE SPACES TO LINHA-REL
           STRING "ACORDO " TAB-ACO-NUMERO (IDX-ACO)
               "  RESPONSAVEL " TAB-ACO-CODIGO (IDX-ACO) " "
               TAB-ACO-NOME (IDX-ACO) "  " WS-DESC-SITUACAO
               WS-DATA-EDITADA
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.

       IMPRIME-ITEM-RENEGOCIADO.
           MOVE TIPO-CREC TO WS-TIPO-PROCURA
           PERFORM DESCREVE-TIPO-ITEM
           MOVE DATA-EMISSAO-CREC TO WS-DATA-FORMATAR
           PERFORM FORMATA-DATA
           MOVE SPACES TO LINHA-REL
           STRING "  RENEGOCIADO " MES-REF-CREC
               " MATR " MATRICULA-CREC " "
               WS-DESC-TIPO " VENC " WS-DATA-EDITADA
               DELIMITED BY SIZE INTO LINHA-REL
           MOVE WS-SALDO-ITEM TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-REL (69:12)
           WRITE LINHA-REL.

       IMPRIME-TOTAIS-ACORDO.
           MOVE SPACES TO LINHA-REL
           STRING "  SALDO DEVEDOR RENEGOCIADO"
               DELIMITED BY SIZE INTO LINHA-REL
           MOVE TAB-ACO-ORIGINAL (IDX-ACO) TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-REL (69:12)
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           IF CAB-INCLUI-ENCARGOS
               STRING "  MULTA E JUROS ATE A DATA (INCLUIDOS)"
                   DELIMITED BY SIZE INTO LINHA-REL
           ELSE
               STRING "  MULTA E JUROS ATE A DATA (DISPENSADOS)"
                   DELIMITED BY SIZE INTO LINHA-REL
           END-IF
           MOVE WS-ENCARGOS-NOVOS TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-REL (69:12)
           WRITE LINHA-REL
           IF CAB-DISPENSA-ENCARGOS
                   AND WS-ENCARGOS-ANTERIORES > ZERO
               MOVE SPACES TO LINHA-REL
               STRING "  ENCARGOS JA LANCADOS (DISPENSADOS)"
                   DELIMITED BY SIZE INTO LINHA-REL
               MOVE WS-ENCARGOS-ANTERIORES TO WS-VALOR-EDIT
               MOVE WS-VALOR-EDIT TO LINHA-REL (69:12)
               WRITE LINHA-REL
           END-IF
           MOVE WS-CAB-QTD-PARC TO WS-PARC-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "  TOTAL DO ACORDO EM " WS-PARC-EDIT " PARCELAS"
               DELIMITED BY SIZE INTO LINHA-REL
           MOVE WS-TOTAL-ACORDO TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-REL (69:12)
           WRITE LINHA-REL.

       IMPRIME-PARCELA.
           MOVE WS-DATA-VENCIMENTO TO WS-DATA-FORMATAR
           PERFORM FORMATA-DATA
           MOVE SPACES TO LINHA-REL
           MOVE IDX-PARC TO WS-PARC-EDIT
           STRING "  PARCELA " WS-PARC-EDIT "/"
               DELIMITED BY SIZE INTO LINHA-REL
           MOVE WS-CAB-QTD-PARC TO WS-PARC-EDIT
           MOVE WS-PARC-EDIT TO LINHA-REL (14:2)
           MOVE "VENCIMENTO" TO LINHA-REL (17:10)
           MOVE WS-DATA-EDITADA TO LINHA-REL (28:10)
           MOVE VALOR-ORIG-CREC TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-REL (69:12)
           WRITE LINHA-REL.

       IMPRIME-ASSINATURAS.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "  ______________________________"
               "    ______________________________"
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "  RESPONSAVEL FINANCEIRO"
               "              SECRETARIA ESCOLAR"
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL.

       IMPRIME-ITEM-RESTABELECIDO.
           MOVE TIPO-CREC TO WS-TIPO-PROCURA
           PERFORM DESCREVE-TIPO-ITEM
           MOVE SPACES TO LINHA-REL
           STRING "  RESTABELECIDO " MES-REF-CREC
               " MATR " MATRICULA-CREC " "
               WS-DESC-TIPO " SITUACAO " SITUACAO-CREC
               DELIMITED BY SIZE INTO LINHA-REL
           MOVE WS-SALDO-ITEM TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-REL (69:12)
           WRITE LINHA-REL.

       IMPRIME-ACORDO-REJEITADO.
           MOVE SPACES TO LINHA-REL
           STRING "ACORDO REJEITADO - RESPONSAVEL " WS-CAB-CODIGO
               ": " WS-MOTIVO-ACORDO
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL.

       IMPRIME-RODAPE-REL.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE CONT-FIRMADOS TO WS-CONT-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "ACORDOS FIRMADOS ....... " WS-CONT-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           MOVE WS-TOTAL-FIRMADO TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-REL (69:12)
           WRITE LINHA-REL
           MOVE CONT-ACO-REJEITADOS TO WS-CONT-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "ACORDOS REJEITADOS ..... " WS-CONT-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE CONT-QUITADOS TO WS-CONT-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "ACORDOS QUITADOS ....... " WS-CONT-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE CONT-ROMPIDOS TO WS-CONT-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "ACORDOS ROMPIDOS ....... " WS-CONT-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE CONT-ATIVOS TO WS-CONT-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "ACORDOS EM DIA ......... " WS-CONT-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.

       REGRAVA-ACORDOS.
           OPEN OUTPUT ACORDOS
           PERFORM REGRAVA-ITEM-ACORDO
               VARYING IDX-ACO FROM 1 BY 1
               UNTIL IDX-ACO > QTD-ACORDOS
           CLOSE ACORDOS.

       REGRAVA-ITEM-ACORDO.
           MOVE TAB-ACO-REGISTRO (IDX-ACO) TO DADOS-ACORDO
           WRITE DADOS-ACORDO.

       REGRAVA-ITENS-ACORDO.
           OPEN OUTPUT ITENS-ACORDO
           PERFORM REGRAVA-ITEM-ACI
               VARYING IDX-ACI FROM 1 BY 1
               UNTIL IDX-ACI > QTD-ITENS-ACO
           CLOSE ITENS-ACORDO.

       REGRAVA-ITEM-ACI.
           MOVE TAB-ACI-REGISTRO (IDX-ACI) TO DADOS-ITEM-ACORDO
           WRITE DADOS-ITEM-ACORDO.

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
           MOVE "EX74" TO PROGRAMA-REJ
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
               OPEN OUTPUT RUNLOG
               CLOSE RUNLOG
               OPEN EXTEND RUNLOG
           END-IF
           MOVE "EX74" TO PROGRAMA-RLOG
           MOVE WS-DATA-EXECUCAO TO DATA-RLOG
           MOVE CONT-LIDOS TO LIDOS-RLOG
           MOVE CONT-GRAVADOS TO GRAVADOS-RLOG
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
                       DISPLAY "EX74: " WS-TRV-ARQUIVO " EM USO POR "
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
                   MOVE "EX74" TO TAB-TRV-PROGRAMA (QTD-TRAVAS)
                   MOVE WS-TRV-OPERADOR
                       TO TAB-TRV-OPERADOR (QTD-TRAVAS)
                   MOVE WS-TRV-DATA TO TAB-TRV-DATA (QTD-TRAVAS)
                   MOVE WS-TRV-HORA TO TAB-TRV-HORA (QTD-TRAVAS)
                   MOVE WS-TRV-MODO TO TAB-TRV-MODO (QTD-TRAVAS)
                   PERFORM GRAVA-TRAVAS
                   PERFORM CARREGA-TRAVAS
                   PERFORM PROCURA-DONO-TRAVA
                   IF WS-DONO-PROGRAMA = "EX74"
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
           DISPLAY "EX74: " WS-TRV-ARQUIVO " BLOQUEADO POR "
                   WS-DONO-PROGRAMA " OPERADOR " WS-DONO-OPERADOR
                   " DESDE " WS-DONO-DATA " " WS-DONO-HORA
           DISPLAY "EX74: EXECUCAO RECUSADA - CADASTRO EM USO."
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
           IF TAB-TRV-PROGRAMA (IDX-TRV) NOT = "EX74"
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
                   OR TAB-TRV-PROGRAMA (IDX-TRV) NOT = "EX74"
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
               WHEN TAB-PTR-PASSO (IDX-TPTR) = "EX74"
                   MOVE "S" TO SW-PASSO-TRV
           END-SEARCH
           IF SW-PASSO-TRV = "N" AND QTD-PASSOS-TRV < 99
               ADD 1 TO QTD-PASSOS-TRV
               SET IDX-TPTR TO QTD-PASSOS-TRV
               MOVE "EX74" TO TAB-PTR-PASSO (IDX-TPTR)
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
