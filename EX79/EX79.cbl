       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX79.
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
           SELECT PARAMETROS ASSIGN TO "EX79PARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARM.
           SELECT PARAMETROS-CENTRAL ASSIGN TO "CADPAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHAVE-PAR
               FILE STATUS IS WS-STATUS-PCEN.
           SELECT BLOQUEIOS ASSIGN TO "CADLEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LEG.
           SELECT CADASTRO-OUT ASSIGN TO "CADCLI2.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO-OUT
               FILE STATUS IS WS-STATUS-CLI.
           SELECT CADASTRO-INT ASSIGN TO "CADCLI1.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-INT.
           SELECT CADXREF ASSIGN TO "CADXREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-XREF.
           SELECT CADALU2 ASSIGN TO "CADALU2.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ALU.
           SELECT CADFUN2I ASSIGN TO "CADFUN2I.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-FUNI
               FILE STATUS IS WS-STATUS-FNI.
           SELECT CADDEP ASSIGN TO "CADDEP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-DEP
               FILE STATUS IS WS-STATUS-DEP.
           SELECT CONTAS-RECEBER ASSIGN TO "CONTREC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHAVE-CREC = MES-REF-CREC
                   MATRICULA-CREC TIPO-CREC
               ALTERNATE RECORD KEY IS CODIGO-CLI-CREC
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CREC.
           SELECT CANDIDATOS ASSIGN TO "CADCAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CAN.
           SELECT JORNAL ASSIGN TO "CADJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JRN.
           SELECT JORNAL-ARQ ASSIGN TO "CADJRNARQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JRA.
           SELECT CADAUD ASSIGN TO "CADAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.
           SELECT CADAUD-ARQ ASSIGN TO "CADAUDARQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUA.
           SELECT TRANSFERENCIAS ASSIGN TO "CADTRF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRF.
           SELECT CADCON ASSIGN TO "CADCON.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHAVE-CON
               FILE STATUS IS WS-STATUS-CON.
           SELECT REJEITOS ASSIGN TO "REJEITOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REJ.
           SELECT REJEITOS-ARQ ASSIGN TO "REJARQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RJA.
           SELECT ANONIMIZACOES ASSIGN TO "CADANO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ANO.
           SELECT CHECKSUMS ASSIGN TO "CADCKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CKS.
           SELECT RELATORIO ASSIGN TO "EX79REL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RLOG.
           SELECT TRAVAS ASSIGN TO "CADLCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRV.
           SELECT RUNCTL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CTL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS.
       01  REG-PARM.
           05 MODO-PARM         PIC X(1).
               88 PARM-CONSULTA     VALUE "C".
               88 PARM-ANONIMIZA    VALUE "A".
           05 CPF-PARM          PIC X(11).
           05 OPERADOR-PARM     PIC X(8).

       FD  PARAMETROS-CENTRAL.
       01  DADOS-PAR.
           05 CHAVE-PAR.
               10 PROGRAMA-PAR     PIC X(4).
               10 NOME-PAR         PIC X(10).
               10 VIGENCIA-PAR     PIC 9(8).
           05 VALOR-PAR            PIC 9(9)V99.
           05 ALTERADO-POR-PAR     PIC X(8).
           05 DATA-ALTERACAO-PAR   PIC 9(8).

       FD  BLOQUEIOS.
       01  DADOS-LEG.
           05 TIPO-LEG          PIC X(1).
               88 LEG-CPF           VALUE "P".
               88 LEG-CLIENTE       VALUE "C".
               88 LEG-ALUNO         VALUE "A".
               88 LEG-FUNCIONARIO   VALUE "F".
           05 CHAVE-LEG         PIC X(11).
           05 DATA-INICIO-LEG   PIC 9(8).
           05 DATA-FIM-LEG      PIC 9(8).
           05 PROCESSO-LEG      PIC X(20).
           05 MOTIVO-LEG        PIC X(30).

       FD  CADASTRO-OUT.
       01  DADOS-OUT.
           05 NOME-OUT          PIC X(20).
           05 CODIGO-OUT        PIC X(5).
           05 CPF-OUT           PIC X(11).
           05 ENDERECO-OUT      PIC X(30).
           05 TELEFONE-OUT      PIC X(15).
           05 FILIAL-OUT        PIC X(2).

       FD  CADASTRO-INT.
       01  DADOS-INT.
           05 CODIGO-INT        PIC X(5).
           05 NOME-INT          PIC X(20).
           05 CPF-INT           PIC X(11).
           05 ENDERECO-INT      PIC X(30).
           05 TELEFONE-INT      PIC X(15).
           05 FILIAL-INT        PIC X(2).

       FD  CADXREF.
       01  DADOS-XREF.
           05 NOME-XREF          PIC X(20).
           05 CODIGO-CLI-XREF    PIC X(5).
           05 CPF-XREF           PIC X(11).
           05 NUMERO-ALU-XREF    PIC 9(5).
           05 NUMERO-FUN-XREF    PIC 9(5).
           05 IND-CLIENTE-XREF   PIC X(1).
           05 IND-ALUNO-XREF     PIC X(1).
           05 IND-FUNC-XREF      PIC X(1).

       FD  CADALU2.
       01  DADOS-ALU2.
           05 NUMERO-ALU2       PIC 9(5).
           05 NOME-ALU2         PIC X(20).
           05 SEXO-ALU2         PIC X(1).
           05 QTD-NOTAS-ALU2    PIC 9(1).
           05 NOTA-ALU2         OCCURS 4 TIMES.
               10 VALOR-NOTA    PIC 9(2)V99.
               10 PESO-NOTA     PIC 9V999.
           05 FALTAS-ALU2       PIC 9(2).
           05 TURMA-ALU2        PIC X(3).
           05 FILIAL-ALU2       PIC X(2).
           05 SITUACAO-ALU2     PIC X(1).
               88 ALUNO-TRANSFERIDO VALUE "T".

       FD  CADFUN2I.
       01  DADOS-FUNI.
           05 NUMERO-FUNI       PIC 9(5).
           05 NOME-FUNI         PIC X(20).
           05 DEPTO-FUNI        PIC X(10).
           05 SALARIOBRUTO-FUNI PIC 9(5)V99.
           05 SITUACAO-FUNI     PIC X(1).
               88 FUNI-ATIVO    VALUE "A".
               88 FUNI-INATIVO  VALUE "I".
           05 FILIAL-FUNI       PIC X(2).

       FD  CADDEP.
       01  DADOS-DEP.
           05 CHAVE-DEP.
               10 NUMERO-DEP       PIC 9(5).
               10 SEQ-DEP          PIC 9(2).
           05 NOME-DEP             PIC X(20).
           05 NASCIMENTO-DEP       PIC 9(8).
           05 PARENTESCO-DEP       PIC X(1).
               88 DEP-FILHO        VALUE "F".
               88 DEP-CONJUGE      VALUE "C".
               88 DEP-PAIS         VALUE "P".
               88 DEP-OUTRO        VALUE "O".
           05 IR-DEP               PIC X(1).
               88 DEP-DEDUZ-IR     VALUE "S".
           05 SALFAM-DEP           PIC X(1).
               88 DEP-SALFAMILIA   VALUE "S".
           05 CPF-DEP              PIC X(11).

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

       FD  CANDIDATOS.
       01  DADOS-CAN.
           05 NUMERO-CAN        PIC 9(5).
           05 NOME-CAN          PIC X(20).
           05 SEXO-CAN          PIC X(1).
           05 TURMA-CAN         PIC X(3).
           05 FILIAL-CAN        PIC X(2).
           05 NOTA-CAN          PIC 9(2)V99.
           05 DATA-INSCRICAO-CAN PIC 9(8).
           05 NOME-RESP-CAN     PIC X(20).
           05 CPF-RESP-CAN      PIC X(11).
           05 ENDERECO-RESP-CAN PIC X(30).
           05 TELEFONE-RESP-CAN PIC X(15).
           05 SITUACAO-CAN      PIC X(1).
           05 POSICAO-CAN       PIC 9(3).
           05 MATRICULA-CAN     PIC 9(5).
           05 CODIGO-CLI-CAN    PIC X(5).
           05 DATA-SITUACAO-CAN PIC 9(8).

       FD  JORNAL.
       01  DADOS-JORNAL         PIC X(188).

       FD  JORNAL-ARQ.
       01  REG-JRN-ARQ.
           05 ANO-JRA           PIC 9(4).
           05 IMAGEM-JRA        PIC X(188).

       FD  CADAUD.
       01  DADOS-AUD.
           05 NUMERO-AUD       PIC 9(5).
           05 SALARIOBRUTO-AUD PIC 9(5)V99.
           05 FAIXA-AUD        PIC X(20).
           05 SALARIOLIQ-AUD   PIC 9(5)V99.
           05 OPERADOR-AUD     PIC X(8).
           05 DATA-AUD         PIC 9(8).
           05 QTD-DEP-IR-AUD   PIC 9(2).
           05 DEDUCAO-DEP-AUD  PIC 9(5)V99.
           05 SALFAMILIA-AUD   PIC 9(5)V99.
           05 INSS-AUD         PIC 9(5)V99.
           05 IRRF-AUD         PIC 9(5)V99.

       FD  CADAUD-ARQ.
       01  REG-AUD-ARQ.
           05 ANO-AUA          PIC 9(4).
           05 IMAGEM-AUA       PIC X(85).

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

       FD  REJEITOS.
       01  DADOS-REJEITO.
           05 PROGRAMA-REJ     PIC X(4).
           05 CHAVE-REJ        PIC X(10).
           05 MOTIVO-REJ       PIC X(30).
           05 DATA-REJ         PIC 9(8).
           05 SEQ-EXEC-REJ     PIC 9(4).
           05 IMAGEM-REJ       PIC X(82).

       FD  REJEITOS-ARQ.
       01  REG-REJ-ARQ.
           05 ANO-RJA          PIC 9(4).
           05 IMAGEM-RJA.
               10 PROGRAMA-RJA  PIC X(4).
               10 CHAVE-RJA     PIC X(10).
               10 MOTIVO-RJA    PIC X(30).
               10 DATA-RJA      PIC 9(8).
               10 SEQ-EXEC-RJA  PIC 9(4).
               10 IMAGEM-REJ-RJA PIC X(82).

       FD  ANONIMIZACOES.
       01  DADOS-ANO.
           05 DATA-ANO          PIC 9(8).
           05 OPERADOR-ANO      PIC X(8).
           05 TIPO-ANO          PIC X(1).
           05 CHAVE-ANO         PIC X(5).
           05 ULTIMA-ATV-ANO    PIC 9(8).
           05 RETENCAO-ANO      PIC 9(2).
           05 QTD-REG-ANO       PIC 9(5).

       FD  CHECKSUMS.
       01  DADOS-CKS.
           05 NOME-ARQ-CKS      PIC X(12).
           05 TOTAL-CKS         PIC 9(15).
           05 DATA-CKS          PIC 9(8).

       FD  RELATORIO.
       01  LINHA-REL            PIC X(80).

       FD  RUNLOG.
       01  REG-RUNLOG.
           05 PROGRAMA-RLOG    PIC X(4).
           05 DATA-RLOG        PIC 9(8).
           05 LIDOS-RLOG       PIC 9(7).
           05 GRAVADOS-RLOG    PIC 9(7).
           05 REJEITADOS-RLOG  PIC 9(7).

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
       01  FIM-MASTER           PIC X(1) VALUE "N".
       01  FIM-PCEN             PIC X(1) VALUE "N".
       01  FIM-CKS              PIC X(1) VALUE "N".
       01  WS-STATUS-PARM       PIC X(2).
       01  WS-STATUS-PCEN       PIC X(2).
       01  WS-STATUS-LEG        PIC X(2).
       01  WS-STATUS-CLI        PIC X(2).
       01  WS-STATUS-INT        PIC X(2).
       01  WS-STATUS-XREF       PIC X(2).
       01  WS-STATUS-ALU        PIC X(2).
       01  WS-STATUS-FNI        PIC X(2).
       01  WS-STATUS-DEP        PIC X(2).
       01  WS-STATUS-CREC       PIC X(2).
       01  WS-STATUS-CAN        PIC X(2).
       01  WS-STATUS-JRN        PIC X(2).
       01  WS-STATUS-JRA        PIC X(2).
       01  WS-STATUS-AUD        PIC X(2).
       01  WS-STATUS-AUA        PIC X(2).
       01  WS-STATUS-TRF        PIC X(2).
       01  WS-STATUS-CON        PIC X(2).
       01  WS-STATUS-REJ        PIC X(2).
       01  WS-STATUS-RJA        PIC X(2).
       01  WS-STATUS-ANO        PIC X(2).
       01  WS-STATUS-CKS        PIC X(2).
       01  WS-STATUS-RLOG       PIC X(2).
       01  WS-DATA-EXECUCAO     PIC 9(8) VALUE ZERO.
       01  WS-DATA-SISTEMA REDEFINES WS-DATA-EXECUCAO.
           05 WS-ANO            PIC 9(4).
           05 WS-MES            PIC 9(2).
           05 WS-DIA            PIC 9(2).
       01  WS-DATA-EMISSAO      PIC X(10).
       01  WS-MODO              PIC X(1) VALUE SPACE.
           88 MODO-CONSULTA     VALUE "C".
           88 MODO-ANONIMIZA    VALUE "A".
       01  WS-CPF-TITULAR       PIC X(11) VALUE SPACES.
       01  WS-OPERADOR          PIC X(8) VALUE "BATCH".
       01  WS-CPF-ANONIMO       PIC X(11) VALUE ALL "*".
       01  WS-RET-CLIENTE       PIC 9(2) VALUE 5.
       01  WS-RET-ALUNO         PIC 9(2) VALUE 5.
       01  WS-RET-FUNC          PIC 9(2) VALUE 5.
       01  WS-VIG-RET-CLIENTE   PIC 9(8) VALUE ZERO.
       01  WS-VIG-RET-ALUNO     PIC 9(8) VALUE ZERO.
       01  WS-VIG-RET-FUNC      PIC 9(8) VALUE ZERO.
       01  WS-RETENCAO          PIC 9(2) VALUE ZERO.
       01  WS-DATA-LIMITE       PIC 9(8) VALUE ZERO.
       01  WS-ULTIMA-ATIVIDADE  PIC 9(8) VALUE ZERO.
       01  WS-DATA-ITEM         PIC 9(8) VALUE ZERO.
       01  WS-TIPO-BUSCA        PIC X(1) VALUE SPACE.
       01  WS-CHAVE-BUSCA       PIC X(5) VALUE SPACES.
       01  WS-NUMERO-BUSCA REDEFINES WS-CHAVE-BUSCA PIC 9(5).
       01  WS-CHAVE-ATV         PIC X(11) VALUE SPACES.
       01  WS-CPF-BUSCA         PIC X(11) VALUE SPACES.
       01  WS-NOME-BUSCA        PIC X(20) VALUE SPACES.
       01  WS-TAM-NOME          PIC 9(2) VALUE ZERO.
       01  WS-MOTIVO            PIC X(30) VALUE SPACES.
       01  WS-TIPO-DESC         PIC X(11) VALUE SPACES.
       01  WS-ARQUIVO           PIC X(10) VALUE SPACES.
       01  WS-CHAVE-REL         PIC X(12) VALUE SPACES.
       01  WS-DESCRICAO         PIC X(56) VALUE SPACES.
       01  WS-REGISTRO          PIC X(200) VALUE SPACES.
       01  WS-REGISTRO-ANTES    PIC X(200) VALUE SPACES.
       01  WS-IMAGEM-LOG        PIC X(82) VALUE SPACES.
       01  WS-OCORRENCIAS       PIC 9(4) COMP VALUE ZERO.
       01  WS-IDX-ALVO          PIC 9(4) COMP VALUE ZERO.
       01  WS-IMAGEM-JRN        PIC X(83) VALUE SPACES.
       01  WS-IMAGEM-CLIENTE REDEFINES WS-IMAGEM-JRN.
           05 WS-NOME-IMG       PIC X(20).
           05 WS-CODIGO-IMG     PIC X(5).
           05 WS-CPF-IMG        PIC X(11).
           05 WS-ENDERECO-IMG   PIC X(30).
           05 WS-TELEFONE-IMG   PIC X(15).
           05 WS-FILIAL-IMG     PIC X(2).
       01  WS-JORNAL.
           05 WS-DATA-JRN           PIC 9(8).
           05 WS-TIPO-JRN           PIC X(1).
           05 WS-CODIGO-JRN         PIC X(5).
           05 WS-OPERADOR-JRN       PIC X(8).
           05 WS-IMAGEM-ANTES-JRN   PIC X(83).
           05 WS-IMAGEM-DEPOIS-JRN  PIC X(83).
       01  WS-TOTAL-CKS         PIC 9(15) VALUE ZERO.
       01  WS-NOME-CKS          PIC X(12) VALUE SPACES.
       01  WS-CPF-NUMERICO      PIC 9(11) VALUE ZERO.
       01  SW-ALVO-ACHADO       PIC X(1) VALUE "N".
           88 ALVO-ACHADO       VALUE "S".
       01  SW-ATV-ACHADA        PIC X(1) VALUE "N".
       01  SW-BLOQUEADO         PIC X(1) VALUE "N".
           88 PESSOA-BLOQUEADA  VALUE "S".
       01  SW-DEBITO            PIC X(1) VALUE "N".
           88 TEM-DEBITO        VALUE "S".
       01  SW-DEBITO-ITEM       PIC X(1) VALUE "N".
       01  SW-PERTENCE          PIC X(1) VALUE "N".
           88 PERTENCE-AO-ALVO  VALUE "S".
       01  SW-ESTOURO           PIC X(1) VALUE "N".
           88 TABELA-ESTOURADA  VALUE "S".
       01  SW-ESTOURO-ATV       PIC X(1) VALUE "N".
       01  SW-CKS-ACHADO        PIC X(1) VALUE "N".
       01  CONT-LIDOS           PIC 9(7) COMP VALUE ZERO.
       01  CONT-GRAVADOS        PIC 9(7) COMP VALUE ZERO.
       01  CONT-REJEITADOS      PIC 9(7) COMP VALUE ZERO.
       01  CONT-RETIDOS         PIC 9(7) COMP VALUE ZERO.
       01  CONT-REGISTROS       PIC 9(7) COMP VALUE ZERO.
       01  CONT-REG-ARQUIVO     PIC 9(7) COMP VALUE ZERO.
       01  WS-CONT-EDIT         PIC ZZZZZZ9.
       01  WS-VALOR-EDIT        PIC ZZ.ZZ9,99.
       01  WS-VALOR2-EDIT       PIC ZZ.ZZ9,99.
       01  IDX-REG              PIC 9(5) COMP.
       01  IDX-XRF              PIC 9(5) COMP.
       01  IDX-CKS              PIC 9(2) COMP.

       01  TAB-ALVOS.
           05 QTD-ALVOS         PIC 9(4) COMP VALUE ZERO.
           05 TAB-ALV-ITEM      OCCURS 1 TO 999 TIMES
                                DEPENDING ON QTD-ALVOS
                                INDEXED BY IDX-TALV.
               10 TAB-ALV-TIPO   PIC X(1).
               10 TAB-ALV-CHAVE  PIC X(5).
               10 TAB-ALV-CPF    PIC X(11).
               10 TAB-ALV-NOME   PIC X(20).
               10 TAB-ALV-TAM    PIC 9(2).
               10 TAB-ALV-ULTIMA PIC 9(8).
               10 TAB-ALV-RETENCAO PIC 9(2).
               10 TAB-ALV-QTD    PIC 9(5).

       01  TAB-BLOQUEIOS.
           05 QTD-BLOQUEIOS     PIC 9(3) COMP VALUE ZERO.
           05 TAB-BLQ-ITEM      OCCURS 1 TO 999 TIMES
                                DEPENDING ON QTD-BLOQUEIOS
                                INDEXED BY IDX-TBLQ.
               10 TAB-BLQ-TIPO   PIC X(1).
               10 TAB-BLQ-CHAVE  PIC X(11).

       01  TAB-CRUZAMENTO.
           05 QTD-CRUZAMENTO    PIC 9(5) COMP VALUE ZERO.
           05 TAB-XRF-ITEM      OCCURS 1 TO 9999 TIMES
                                DEPENDING ON QTD-CRUZAMENTO
                                INDEXED BY IDX-TXRF.
               10 TAB-XRF-CODIGO   PIC X(5).
               10 TAB-XRF-CPF      PIC X(11).
               10 TAB-XRF-NUM-ALU  PIC 9(5).
               10 TAB-XRF-NUM-FUN  PIC 9(5).
               10 TAB-XRF-IND-CLI  PIC X(1).
               10 TAB-XRF-IND-ALU  PIC X(1).
               10 TAB-XRF-IND-FUN  PIC X(1).

       01  TAB-ATIVIDADES.
           05 QTD-ATIVIDADES    PIC 9(5) COMP VALUE ZERO.
           05 TAB-ATV-ITEM      OCCURS 1 TO 9999 TIMES
                                DEPENDING ON QTD-ATIVIDADES
                                INDEXED BY IDX-TATV.
               10 TAB-ATV-TIPO   PIC X(1).
               10 TAB-ATV-CHAVE  PIC X(11).
               10 TAB-ATV-ULTIMA PIC 9(8).
               10 TAB-ATV-DEBITO PIC X(1).

       01  TAB-REGISTROS.
           05 QTD-REGISTROS     PIC 9(5) COMP VALUE ZERO.
           05 TAB-REG-ITEM      OCCURS 1 TO 9999 TIMES
                                DEPENDING ON QTD-REGISTROS.
               10 TAB-REG-REGISTRO PIC X(200).

       01  TAB-CHECKSUMS.
           05 QTD-CHECKSUMS     PIC 9(2) COMP VALUE ZERO.
           05 TAB-CKS-ITEM      OCCURS 1 TO 99 TIMES
                                DEPENDING ON QTD-CHECKSUMS
                                INDEXED BY IDX-TCKS.
               10 TAB-CKS-ARQ   PIC X(12).
               10 TAB-CKS-TOTAL PIC 9(15).
               10 TAB-CKS-DATA  PIC 9(8).

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
           PERFORM LE-PARAMETRO
           IF MODO-CONSULTA AND WS-CPF-TITULAR IS NOT NUMERIC
               DISPLAY "EX79: CPF DO TITULAR INVALIDO NO EX79PARM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARREGA-BLOQUEIOS
           PERFORM CARREGA-CRUZAMENTO
           IF MODO-ANONIMIZA
               MOVE WS-OPERADOR TO WS-TRV-OPERADOR
               MOVE "CADCLI2" TO WS-TRV-ARQUIVO
               PERFORM TRAVA-ARQUIVO
               MOVE "CADFUN2I" TO WS-TRV-ARQUIVO
               PERFORM TRAVA-ARQUIVO
               MOVE "CONTREC" TO WS-TRV-ARQUIVO
               PERFORM TRAVA-ARQUIVO
           END-IF
           OPEN OUTPUT RELATORIO
           IF MODO-CONSULTA
               PERFORM CONSULTA-TITULAR
           ELSE
               PERFORM ANONIMIZA-INATIVOS
           END-IF
           CLOSE RELATORIO
           PERFORM GRAVA-RUNLOG
           IF MODO-CONSULTA
               DISPLAY "EX79: CPF CONSULTADO ......... " WS-CPF-TITULAR
               DISPLAY "EX79: REGISTROS ENCONTRADOS .. " CONT-REGISTROS
           ELSE
               DISPLAY "EX79: PESSOAS AVALIADAS ...... " CONT-LIDOS
               DISPLAY "EX79: DENTRO DA RETENCAO ..... " CONT-RETIDOS
               DISPLAY "EX79: PESSOAS ANONIMIZADAS ... " CONT-GRAVADOS
               DISPLAY "EX79: NAO ANONIMIZADAS ....... "
                       CONT-REJEITADOS
               DISPLAY "EX79: REGISTROS ALTERADOS .... " CONT-REGISTROS
           END-IF
           PERFORM LIBERA-TRAVAS
           STOP RUN.

       LE-PARAMETRO.
           OPEN INPUT PARAMETROS
           IF WS-STATUS-PARM = "00"
               READ PARAMETROS
                   NOT AT END
                       IF PARM-CONSULTA OR PARM-ANONIMIZA
                           MOVE MODO-PARM TO WS-MODO
                       END-IF
                       MOVE CPF-PARM TO WS-CPF-TITULAR
                       IF OPERADOR-PARM NOT = SPACES
                           MOVE OPERADOR-PARM TO WS-OPERADOR
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF
           IF WS-MODO = SPACE
               IF WS-CPF-TITULAR = SPACES
                   SET MODO-ANONIMIZA TO TRUE
               ELSE
                   SET MODO-CONSULTA TO TRUE
               END-IF
           END-IF.

       LE-PARAMETROS-CENTRAIS.
           OPEN INPUT PARAMETROS-CENTRAL
           IF WS-STATUS-PCEN = "00"
               PERFORM UNTIL FIM-PCEN = "S"
                   READ PARAMETROS-CENTRAL NEXT
                       AT END
                           MOVE "S" TO FIM-PCEN
                       NOT AT END
                           IF PROGRAMA-PAR = "EX79"
                                   AND VIGENCIA-PAR
                                       NOT > WS-DATA-EXECUCAO
                                   AND VALOR-PAR > ZERO
                                   AND VALOR-PAR < 100
                               PERFORM GUARDA-PARAMETRO-RETENCAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMETROS-CENTRAL
           END-IF
           MOVE "N" TO FIM-PCEN.

       GUARDA-PARAMETRO-RETENCAO.
           EVALUATE NOME-PAR
               WHEN "RETCLIENTE"
                   IF VIGENCIA-PAR >= WS-VIG-RET-CLIENTE
                       MOVE VIGENCIA-PAR TO WS-VIG-RET-CLIENTE
                       MOVE VALOR-PAR TO WS-RET-CLIENTE
                   END-IF
               WHEN "RETALUNO"
                   IF VIGENCIA-PAR >= WS-VIG-RET-ALUNO
                       MOVE VIGENCIA-PAR TO WS-VIG-RET-ALUNO
                       MOVE VALOR-PAR TO WS-RET-ALUNO
                   END-IF
               WHEN "RETFUNC"
                   IF VIGENCIA-PAR >= WS-VIG-RET-FUNC
                       MOVE VIGENCIA-PAR TO WS-VIG-RET-FUNC
                       MOVE VALOR-PAR TO WS-RET-FUNC
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CARREGA-BLOQUEIOS.
           MOVE ZERO TO QTD-BLOQUEIOS
           OPEN INPUT BLOQUEIOS
           IF WS-STATUS-LEG = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ BLOQUEIOS AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       IF (LEG-CPF OR LEG-CLIENTE OR LEG-ALUNO
                               OR LEG-FUNCIONARIO)
                               AND CHAVE-LEG NOT = SPACES
                               AND DATA-INICIO-LEG IS NUMERIC
                               AND DATA-INICIO-LEG
                                   NOT > WS-DATA-EXECUCAO
                               AND DATA-FIM-LEG IS NUMERIC
                               AND (DATA-FIM-LEG = ZERO
                                   OR DATA-FIM-LEG
                                       NOT < WS-DATA-EXECUCAO)
                               AND QTD-BLOQUEIOS < 999
                           ADD 1 TO QTD-BLOQUEIOS
                           MOVE TIPO-LEG
                               TO TAB-BLQ-TIPO (QTD-BLOQUEIOS)
                           MOVE CHAVE-LEG
                               TO TAB-BLQ-CHAVE (QTD-BLOQUEIOS)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE BLOQUEIOS
           END-IF
           MOVE "N" TO FIMARQ.

       CARREGA-CRUZAMENTO.
           MOVE ZERO TO QTD-CRUZAMENTO
           OPEN INPUT CADXREF
           IF WS-STATUS-XREF = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ CADXREF AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       IF QTD-CRUZAMENTO < 9999
                           ADD 1 TO QTD-CRUZAMENTO
                           MOVE CODIGO-CLI-XREF
                               TO TAB-XRF-CODIGO (QTD-CRUZAMENTO)
                           MOVE CPF-XREF
                               TO TAB-XRF-CPF (QTD-CRUZAMENTO)
                           MOVE NUMERO-ALU-XREF
                               TO TAB-XRF-NUM-ALU (QTD-CRUZAMENTO)
                           MOVE NUMERO-FUN-XREF
                               TO TAB-XRF-NUM-FUN (QTD-CRUZAMENTO)
                           MOVE IND-CLIENTE-XREF
                               TO TAB-XRF-IND-CLI (QTD-CRUZAMENTO)
                           MOVE IND-ALUNO-XREF
                               TO TAB-XRF-IND-ALU (QTD-CRUZAMENTO)
                           MOVE IND-FUNC-XREF
                               TO TAB-XRF-IND-FUN (QTD-CRUZAMENTO)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CADXREF
           END-IF
           MOVE "N" TO FIMARQ.

       CONSULTA-TITULAR.
           PERFORM IDENTIFICA-TITULAR
           PERFORM IMPRIME-CABECALHO-CONSULTA
           PERFORM PERCORRE-ARQUIVOS
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE CONT-REGISTROS TO WS-CONT-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "TOTAL DE REGISTROS ENCONTRADOS: " WS-CONT-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE QTD-ALVOS TO CONT-LIDOS
           MOVE CONT-REGISTROS TO CONT-GRAVADOS.

       IDENTIFICA-TITULAR.
           OPEN INPUT CADASTRO-OUT
           IF WS-STATUS-CLI = "00"
               PERFORM UNTIL FIM-MASTER = "S"
                   READ CADASTRO-OUT NEXT
                       AT END
                           MOVE "S" TO FIM-MASTER
                       NOT AT END
                           IF CPF-OUT = WS-CPF-TITULAR
                               MOVE "C" TO WS-TIPO-BUSCA
                               MOVE CODIGO-OUT TO WS-CHAVE-BUSCA
                               MOVE CPF-OUT TO WS-CPF-BUSCA
                               MOVE NOME-OUT TO WS-NOME-BUSCA
                               MOVE ZERO TO WS-ULTIMA-ATIVIDADE
                               PERFORM ADICIONA-ALVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CADASTRO-OUT
           END-IF
           MOVE "N" TO FIM-MASTER
           OPEN INPUT CADASTRO-INT
           IF WS-STATUS-INT = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ CADASTRO-INT AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       IF CPF-INT = WS-CPF-TITULAR
                               AND CODIGO-INT NOT = SPACES
                           MOVE "C" TO WS-TIPO-BUSCA
                           MOVE CODIGO-INT TO WS-CHAVE-BUSCA
                           MOVE CPF-INT TO WS-CPF-BUSCA
                           MOVE NOME-INT TO WS-NOME-BUSCA
                           MOVE ZERO TO WS-ULTIMA-ATIVIDADE
                           PERFORM ADICIONA-ALVO
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CADASTRO-INT
           END-IF
           MOVE "N" TO FIMARQ
           PERFORM IDENTIFICA-VINCULO
               VARYING IDX-XRF FROM 1 BY 1
               UNTIL IDX-XRF > QTD-CRUZAMENTO.

       IDENTIFICA-VINCULO.
           IF TAB-XRF-CPF (IDX-XRF) = WS-CPF-TITULAR
               MOVE SPACES TO WS-NOME-BUSCA
               MOVE ZERO TO WS-ULTIMA-ATIVIDADE
               IF TAB-XRF-IND-CLI (IDX-XRF) = "S"
                       AND TAB-XRF-CODIGO (IDX-XRF) NOT = SPACES
                   MOVE "C" TO WS-TIPO-BUSCA
                   MOVE TAB-XRF-CODIGO (IDX-XRF) TO WS-CHAVE-BUSCA
                   MOVE WS-CPF-TITULAR TO WS-CPF-BUSCA
                   PERFORM ADICIONA-ALVO
               END-IF
               MOVE SPACES TO WS-CPF-BUSCA
               IF TAB-XRF-IND-ALU (IDX-XRF) = "S"
                   MOVE "A" TO WS-TIPO-BUSCA
                   MOVE TAB-XRF-NUM-ALU (IDX-XRF) TO WS-NUMERO-BUSCA
                   PERFORM ADICIONA-ALVO
               END-IF
               IF TAB-XRF-IND-FUN (IDX-XRF) = "S"
                   MOVE "F" TO WS-TIPO-BUSCA
                   MOVE TAB-XRF-NUM-FUN (IDX-XRF) TO WS-NUMERO-BUSCA
                   PERFORM ADICIONA-ALVO
               END-IF
           END-IF.

       IMPRIME-CABECALHO-CONSULTA.
           MOVE SPACES TO LINHA-REL
           STRING "RELATORIO DO TITULAR DE DADOS - CPF "
               WS-CPF-TITULAR
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "EMISSAO: " WS-DATA-EMISSAO
               "  OPERADOR: " WS-OPERADOR
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE "C" TO WS-TIPO-BUSCA
           MOVE SPACES TO WS-CHAVE-BUSCA
           MOVE WS-CPF-TITULAR TO WS-CPF-BUSCA
           PERFORM VERIFICA-BLOQUEIO
           MOVE SPACES TO LINHA-REL
           IF PESSOA-BLOQUEADA
               STRING "BLOQUEIO LEGAL EM VIGOR: SIM"
                   DELIMITED BY SIZE INTO LINHA-REL
           ELSE
               STRING "BLOQUEIO LEGAL EM VIGOR: NAO"
                   DELIMITED BY SIZE INTO LINHA-REL
           END-IF
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "VINCULOS IDENTIFICADOS"
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL
           PERFORM IMPRIME-VINCULO
               VARYING IDX-TALV FROM 1 BY 1
               UNTIL IDX-TALV > QTD-ALVOS
           IF QTD-ALVOS = ZERO
               MOVE SPACES TO LINHA-REL
               STRING "NENHUM CADASTRO COM ESTE CPF"
                   DELIMITED BY SIZE INTO LINHA-REL
               WRITE LINHA-REL
           END-IF
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "ARQUIVO    CHAVE        CONTEUDO"
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL.

       IMPRIME-VINCULO.
           PERFORM DESCREVE-TIPO
           MOVE SPACES TO LINHA-REL
           STRING WS-TIPO-DESC " " TAB-ALV-CHAVE (IDX-TALV)
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.

       ANONIMIZA-INATIVOS.
           PERFORM LE-PARAMETROS-CENTRAIS
           PERFORM CARREGA-ATIVIDADES
           IF SW-ESTOURO-ATV = "S"
               DISPLAY "EX79: TABELA DE ATIVIDADES EXCEDIDA - "
                       "ANONIMIZACAO CANCELADA"
               CLOSE RELATORIO
               MOVE 8 TO RETURN-CODE
               PERFORM LIBERA-TRAVAS
               STOP RUN
           END-IF
           PERFORM IMPRIME-CABECALHO-ANONIMIZACAO
           PERFORM AVALIA-CLIENTES
           PERFORM AVALIA-ALUNOS
           PERFORM AVALIA-FUNCIONARIOS
           IF CONT-REJEITADOS = ZERO
               MOVE SPACES TO LINHA-REL
               STRING "NENHUMA"
                   DELIMITED BY SIZE INTO LINHA-REL
               WRITE LINHA-REL
           END-IF
           MOVE QTD-ALVOS TO CONT-GRAVADOS
           IF QTD-ALVOS > ZERO
               MOVE SPACES TO LINHA-REL
               WRITE LINHA-REL
               MOVE SPACES TO LINHA-REL
               STRING "REGISTROS ANONIMIZADOS POR ARQUIVO"
                   DELIMITED BY SIZE INTO LINHA-REL
               WRITE LINHA-REL
               MOVE ALL "-" TO LINHA-REL
               WRITE LINHA-REL
               PERFORM PERCORRE-ARQUIVOS
               PERFORM IMPRIME-ANONIMIZADOS
               PERFORM GRAVA-ANONIMIZACOES
               PERFORM ATUALIZA-CHECKSUM-CLIENTES
               PERFORM ATUALIZA-CHECKSUM-FUNCIONARIOS
           END-IF.

       CARREGA-ATIVIDADES.
           MOVE ZERO TO QTD-ATIVIDADES
           OPEN INPUT CONTAS-RECEBER
           IF WS-STATUS-CREC = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ CONTAS-RECEBER AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       PERFORM ATIVIDADE-CONTAS
                   END-READ
               END-PERFORM
               CLOSE CONTAS-RECEBER
           END-IF
           MOVE "N" TO FIMARQ
           OPEN INPUT JORNAL
           IF WS-STATUS-JRN = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ JORNAL INTO WS-JORNAL AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       PERFORM ATIVIDADE-JORNAL
                   END-READ
               END-PERFORM
               CLOSE JORNAL
           END-IF
           MOVE "N" TO FIMARQ
           MOVE "N" TO SW-DEBITO-ITEM
           OPEN INPUT TRANSFERENCIAS
           IF WS-STATUS-TRF = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ TRANSFERENCIAS AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       IF DATA-TRF IS NUMERIC
                           MOVE "A" TO WS-TIPO-BUSCA
                           MOVE SPACES TO WS-CHAVE-ATV
                           MOVE NUMERO-TRF TO WS-NUMERO-BUSCA
                           MOVE WS-CHAVE-BUSCA TO WS-CHAVE-ATV
                           MOVE DATA-TRF TO WS-DATA-ITEM
                           PERFORM REGISTRA-ATIVIDADE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSFERENCIAS
           END-IF
           MOVE "N" TO FIMARQ
           OPEN INPUT CADAUD
           IF WS-STATUS-AUD = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ CADAUD AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       IF DATA-AUD IS NUMERIC
                           MOVE "F" TO WS-TIPO-BUSCA
                           MOVE SPACES TO WS-CHAVE-ATV
                           MOVE NUMERO-AUD TO WS-NUMERO-BUSCA
                           MOVE WS-CHAVE-BUSCA TO WS-CHAVE-ATV
                           MOVE DATA-AUD TO WS-DATA-ITEM
                           PERFORM REGISTRA-ATIVIDADE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CADAUD
           END-IF
           MOVE "N" TO FIMARQ
           OPEN INPUT CADCON
           IF WS-STATUS-CON = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ CADCON NEXT
                       AT END
                           MOVE "S" TO FIMARQ
                       NOT AT END
                           IF CON-EMPRESTIMO AND NOT CON-QUITADO
                                   AND SALDO-CON > ZERO
                               MOVE "F" TO WS-TIPO-BUSCA
                               MOVE SPACES TO WS-CHAVE-ATV
                               MOVE NUMERO-CON TO WS-NUMERO-BUSCA
                               MOVE WS-CHAVE-BUSCA TO WS-CHAVE-ATV
                               MOVE ZERO TO WS-DATA-ITEM
                               MOVE "S" TO SW-DEBITO-ITEM
                               PERFORM REGISTRA-ATIVIDADE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CADCON
           END-IF
           MOVE "N" TO FIMARQ.

       ATIVIDADE-CONTAS.
           MOVE ZERO TO WS-DATA-ITEM
           IF DATA-EMISSAO-CREC IS NUMERIC
               MOVE DATA-EMISSAO-CREC TO WS-DATA-ITEM
           END-IF
           IF DATA-PAGTO-CREC IS NUMERIC
                   AND DATA-PAGTO-CREC > WS-DATA-ITEM
               MOVE DATA-PAGTO-CREC TO WS-DATA-ITEM
           END-IF
           IF CREC-ABERTO OR CREC-PARCIAL OR CREC-RECUSADO
               MOVE "S" TO SW-DEBITO-ITEM
           ELSE
               MOVE "N" TO SW-DEBITO-ITEM
           END-IF
           IF CODIGO-CLI-CREC NOT = SPACES
               MOVE "C" TO WS-TIPO-BUSCA
               MOVE CODIGO-CLI-CREC TO WS-CHAVE-ATV
               PERFORM REGISTRA-ATIVIDADE
           END-IF
           IF CPF-CREC NOT = SPACES
                   AND CPF-CREC NOT = WS-CPF-ANONIMO
               MOVE "P" TO WS-TIPO-BUSCA
               MOVE CPF-CREC TO WS-CHAVE-ATV
               PERFORM REGISTRA-ATIVIDADE
           END-IF
           IF MATRICULA-CREC IS NUMERIC
               MOVE "A" TO WS-TIPO-BUSCA
               MOVE SPACES TO WS-CHAVE-ATV
               MOVE MATRICULA-CREC TO WS-NUMERO-BUSCA
               MOVE WS-CHAVE-BUSCA TO WS-CHAVE-ATV
               PERFORM REGISTRA-ATIVIDADE
           END-IF.

       ATIVIDADE-JORNAL.
           IF WS-TIPO-JRN NOT = "N" AND WS-DATA-JRN IS NUMERIC
               MOVE WS-DATA-JRN TO WS-DATA-ITEM
               MOVE "N" TO SW-DEBITO-ITEM
               MOVE "C" TO WS-TIPO-BUSCA
               MOVE WS-CODIGO-JRN TO WS-CHAVE-ATV
               PERFORM REGISTRA-ATIVIDADE
               IF WS-IMAGEM-DEPOIS-JRN NOT = SPACES
                   MOVE WS-IMAGEM-DEPOIS-JRN TO WS-IMAGEM-JRN
               ELSE
                   MOVE WS-IMAGEM-ANTES-JRN TO WS-IMAGEM-JRN
               END-IF
               IF WS-CPF-IMG NOT = SPACES
                       AND WS-CPF-IMG NOT = WS-CPF-ANONIMO
                   MOVE "P" TO WS-TIPO-BUSCA
                   MOVE WS-CPF-IMG TO WS-CHAVE-ATV
                   PERFORM REGISTRA-ATIVIDADE
               END-IF
           END-IF.

       REGISTRA-ATIVIDADE.
           MOVE "N" TO SW-ATV-ACHADA
           SET IDX-TATV TO 1
           SEARCH TAB-ATV-ITEM
               AT END
                   CONTINUE
               WHEN TAB-ATV-TIPO (IDX-TATV) = WS-TIPO-BUSCA
                       AND TAB-ATV-CHAVE (IDX-TATV) = WS-CHAVE-ATV
                   MOVE "S" TO SW-ATV-ACHADA
           END-SEARCH
           IF SW-ATV-ACHADA = "N"
               IF QTD-ATIVIDADES < 9999
                   ADD 1 TO QTD-ATIVIDADES
                   SET IDX-TATV TO QTD-ATIVIDADES
                   MOVE WS-TIPO-BUSCA TO TAB-ATV-TIPO (IDX-TATV)
                   MOVE WS-CHAVE-ATV TO TAB-ATV-CHAVE (IDX-TATV)
                   MOVE ZERO TO TAB-ATV-ULTIMA (IDX-TATV)
                   MOVE "N" TO TAB-ATV-DEBITO (IDX-TATV)
                   MOVE "S" TO SW-ATV-ACHADA
               ELSE
                   MOVE "S" TO SW-ESTOURO-ATV
               END-IF
           END-IF
           IF SW-ATV-ACHADA = "S"
               IF WS-DATA-ITEM > TAB-ATV-ULTIMA (IDX-TATV)
                   MOVE WS-DATA-ITEM TO TAB-ATV-ULTIMA (IDX-TATV)
               END-IF
               IF SW-DEBITO-ITEM = "S"
                   MOVE "S" TO TAB-ATV-DEBITO (IDX-TATV)
               END-IF
           END-IF.

       CONSULTA-ATIVIDADE.
           SET IDX-TATV TO 1
           SEARCH TAB-ATV-ITEM
               AT END
                   CONTINUE
               WHEN TAB-ATV-TIPO (IDX-TATV) = WS-TIPO-BUSCA
                       AND TAB-ATV-CHAVE (IDX-TATV) = WS-CHAVE-ATV
                   IF TAB-ATV-ULTIMA (IDX-TATV) > WS-ULTIMA-ATIVIDADE
                       MOVE TAB-ATV-ULTIMA (IDX-TATV)
                           TO WS-ULTIMA-ATIVIDADE
                   END-IF
                   IF TAB-ATV-DEBITO (IDX-TATV) = "S"
                       MOVE "S" TO SW-DEBITO
                   END-IF
           END-SEARCH.

       IMPRIME-CABECALHO-ANONIMIZACAO.
           MOVE SPACES TO LINHA-REL
           STRING "ANONIMIZACAO DE DADOS PESSOAIS - INATIVOS COM "
               "RETENCAO VENCIDA"
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "EMISSAO: " WS-DATA-EMISSAO
               "  OPERADOR: " WS-OPERADOR
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "RETENCAO EM ANOS - CLIENTES: " WS-RET-CLIENTE
               "  ALUNOS: " WS-RET-ALUNO
               "  FUNCIONARIOS: " WS-RET-FUNC
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "RETENCAO VENCIDA - NAO ANONIMIZADOS"
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "TIPO        CHAVE  ULT.ATIV. MOTIVO"
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL.

       AVALIA-CLIENTES.
           OPEN INPUT CADASTRO-OUT
           IF WS-STATUS-CLI NOT = "00"
               DISPLAY "EX79: CADASTRO DE CLIENTES INDISPONIVEL - "
                       WS-STATUS-CLI
               CLOSE RELATORIO
               MOVE 8 TO RETURN-CODE
               PERFORM LIBERA-TRAVAS
               STOP RUN
           END-IF
           PERFORM UNTIL FIM-MASTER = "S"
               READ CADASTRO-OUT NEXT
                   AT END
                       MOVE "S" TO FIM-MASTER
                   NOT AT END
                       IF CPF-OUT NOT = WS-CPF-ANONIMO
                           PERFORM AVALIA-UM-CLIENTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CADASTRO-OUT
           MOVE "N" TO FIM-MASTER.

       AVALIA-UM-CLIENTE.
           ADD 1 TO CONT-LIDOS
           MOVE ZERO TO WS-ULTIMA-ATIVIDADE
           MOVE "N" TO SW-DEBITO
           MOVE "C" TO WS-TIPO-BUSCA
           MOVE CODIGO-OUT TO WS-CHAVE-ATV
           PERFORM CONSULTA-ATIVIDADE
           IF CPF-OUT NOT = SPACES
               MOVE "P" TO WS-TIPO-BUSCA
               MOVE CPF-OUT TO WS-CHAVE-ATV
               PERFORM CONSULTA-ATIVIDADE
           END-IF
           MOVE "C" TO WS-TIPO-BUSCA
           MOVE CODIGO-OUT TO WS-CHAVE-BUSCA
           MOVE CPF-OUT TO WS-CPF-BUSCA
           MOVE NOME-OUT TO WS-NOME-BUSCA
           PERFORM VERIFICA-BLOQUEIO
           MOVE WS-RET-CLIENTE TO WS-RETENCAO
           PERFORM CLASSIFICA-PESSOA.

       AVALIA-ALUNOS.
           OPEN INPUT CADALU2
           IF WS-STATUS-ALU = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ CADALU2 AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       IF ALUNO-TRANSFERIDO
                               AND NOME-ALU2 NOT = SPACES
                           PERFORM AVALIA-UM-ALUNO
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CADALU2
           END-IF
           MOVE "N" TO FIMARQ.

       AVALIA-UM-ALUNO.
           ADD 1 TO CONT-LIDOS
           MOVE ZERO TO WS-ULTIMA-ATIVIDADE
           MOVE "N" TO SW-DEBITO
           MOVE "A" TO WS-TIPO-BUSCA
           MOVE NUMERO-ALU2 TO WS-NUMERO-BUSCA
           MOVE SPACES TO WS-CHAVE-ATV
           MOVE WS-CHAVE-BUSCA TO WS-CHAVE-ATV
           PERFORM CONSULTA-ATIVIDADE
           MOVE SPACES TO WS-CPF-BUSCA
           MOVE NOME-ALU2 TO WS-NOME-BUSCA
           PERFORM VERIFICA-BLOQUEIO
           PERFORM CONFERE-BLOQUEIO-VINCULO
               VARYING IDX-XRF FROM 1 BY 1
               UNTIL IDX-XRF > QTD-CRUZAMENTO
                   OR PESSOA-BLOQUEADA
           MOVE SPACES TO WS-CPF-BUSCA
           MOVE WS-RET-ALUNO TO WS-RETENCAO
           PERFORM CLASSIFICA-PESSOA.

       AVALIA-FUNCIONARIOS.
           OPEN INPUT CADFUN2I
           IF WS-STATUS-FNI = "00"
               PERFORM UNTIL FIM-MASTER = "S"
                   READ CADFUN2I NEXT
                       AT END
                           MOVE "S" TO FIM-MASTER
                       NOT AT END
                           IF FUNI-INATIVO
                                   AND NOME-FUNI NOT = SPACES
                               PERFORM AVALIA-UM-FUNCIONARIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CADFUN2I
           END-IF
           MOVE "N" TO FIM-MASTER.

       AVALIA-UM-FUNCIONARIO.
           ADD 1 TO CONT-LIDOS
           MOVE ZERO TO WS-ULTIMA-ATIVIDADE
           MOVE "N" TO SW-DEBITO
           MOVE "F" TO WS-TIPO-BUSCA
           MOVE NUMERO-FUNI TO WS-NUMERO-BUSCA
           MOVE SPACES TO WS-CHAVE-ATV
           MOVE WS-CHAVE-BUSCA TO WS-CHAVE-ATV
           PERFORM CONSULTA-ATIVIDADE
           MOVE SPACES TO WS-CPF-BUSCA
           MOVE NOME-FUNI TO WS-NOME-BUSCA
           PERFORM VERIFICA-BLOQUEIO
           PERFORM CONFERE-BLOQUEIO-VINCULO
               VARYING IDX-XRF FROM 1 BY 1
               UNTIL IDX-XRF > QTD-CRUZAMENTO
                   OR PESSOA-BLOQUEADA
           MOVE SPACES TO WS-CPF-BUSCA
           MOVE WS-RET-FUNC TO WS-RETENCAO
           PERFORM CLASSIFICA-PESSOA.

       CONFERE-BLOQUEIO-VINCULO.
           IF TAB-XRF-CPF (IDX-XRF) NOT = SPACES
               IF (WS-TIPO-BUSCA = "A"
                       AND TAB-XRF-IND-ALU (IDX-XRF) = "S"
                       AND TAB-XRF-NUM-ALU (IDX-XRF) = WS-NUMERO-BUSCA)
                   OR (WS-TIPO-BUSCA = "F"
                       AND TAB-XRF-IND-FUN (IDX-XRF) = "S"
                       AND TAB-XRF-NUM-FUN (IDX-XRF) = WS-NUMERO-BUSCA)
                   MOVE TAB-XRF-CPF (IDX-XRF) TO WS-CPF-BUSCA
                   PERFORM VERIFICA-BLOQUEIO
               END-IF
           END-IF.

       VERIFICA-BLOQUEIO.
           MOVE "N" TO SW-BLOQUEADO
           SET IDX-TBLQ TO 1
           SEARCH TAB-BLQ-ITEM
               AT END
                   CONTINUE
               WHEN TAB-BLQ-TIPO (IDX-TBLQ) = WS-TIPO-BUSCA
                       AND WS-CHAVE-BUSCA NOT = SPACES
                       AND TAB-BLQ-CHAVE (IDX-TBLQ) = WS-CHAVE-BUSCA
                   MOVE "S" TO SW-BLOQUEADO
               WHEN TAB-BLQ-TIPO (IDX-TBLQ) = "P"
                       AND WS-CPF-BUSCA NOT = SPACES
                       AND TAB-BLQ-CHAVE (IDX-TBLQ) = WS-CPF-BUSCA
                   MOVE "S" TO SW-BLOQUEADO
           END-SEARCH.

       CLASSIFICA-PESSOA.
           IF WS-ULTIMA-ATIVIDADE = ZERO
               MOVE "SEM DATA DE REFERENCIA" TO WS-MOTIVO
               PERFORM LISTA-NAO-ANONIMIZADO
           ELSE
               COMPUTE WS-DATA-LIMITE =
                   WS-ULTIMA-ATIVIDADE + WS-RETENCAO * 10000
               IF WS-DATA-LIMITE NOT < WS-DATA-EXECUCAO
                   ADD 1 TO CONT-RETIDOS
               ELSE
                   IF TEM-DEBITO
                       MOVE "DEBITO EM ABERTO" TO WS-MOTIVO
                       PERFORM LISTA-NAO-ANONIMIZADO
                   ELSE
                       IF PESSOA-BLOQUEADA
                           MOVE "BLOQUEIO LEGAL" TO WS-MOTIVO
                           PERFORM LISTA-NAO-ANONIMIZADO
                       ELSE
                           IF QTD-ALVOS < 999
                               PERFORM ADICIONA-ALVO
                           ELSE
                               MOVE "LIMITE DA EXECUCAO - PROXIMA"
                                   TO WS-MOTIVO
                               PERFORM LISTA-NAO-ANONIMIZADO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LISTA-NAO-ANONIMIZADO.
           ADD 1 TO CONT-REJEITADOS
           EVALUATE WS-TIPO-BUSCA
               WHEN "C"
                   MOVE "CLIENTE" TO WS-TIPO-DESC
               WHEN "A"
                   MOVE "ALUNO" TO WS-TIPO-DESC
               WHEN OTHER
                   MOVE "FUNCIONARIO" TO WS-TIPO-DESC
           END-EVALUATE
           MOVE SPACES TO LINHA-REL
           STRING WS-TIPO-DESC " " WS-CHAVE-BUSCA "  "
               WS-ULTIMA-ATIVIDADE "  " WS-MOTIVO
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.

       IMPRIME-ANONIMIZADOS.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "PESSOAS ANONIMIZADAS"
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "TIPO        CHAVE  ULT.ATIV. RETENCAO  REGISTROS"
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL
           PERFORM IMPRIME-UM-ANONIMIZADO
               VARYING IDX-TALV FROM 1 BY 1
               UNTIL IDX-TALV > QTD-ALVOS
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL
           MOVE QTD-ALVOS TO WS-CONT-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "PESSOAS ANONIMIZADAS ......... " WS-CONT-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE CONT-REGISTROS TO WS-CONT-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "REGISTROS ALTERADOS .......... " WS-CONT-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.

       IMPRIME-UM-ANONIMIZADO.
           PERFORM DESCREVE-TIPO
           MOVE TAB-ALV-QTD (IDX-TALV) TO WS-CONT-EDIT
           MOVE SPACES TO LINHA-REL
           STRING WS-TIPO-DESC " " TAB-ALV-CHAVE (IDX-TALV) "  "
               TAB-ALV-ULTIMA (IDX-TALV) "  "
               TAB-ALV-RETENCAO (IDX-TALV) " ANOS  " WS-CONT-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.

       GRAVA-ANONIMIZACOES.
           OPEN EXTEND ANONIMIZACOES
           IF WS-STATUS-ANO NOT = "00"
               OPEN OUTPUT ANONIMIZACOES
               CLOSE ANONIMIZACOES
               OPEN EXTEND ANONIMIZACOES
           END-IF
           PERFORM GRAVA-UMA-ANONIMIZACAO
               VARYING IDX-TALV FROM 1 BY 1
               UNTIL IDX-TALV > QTD-ALVOS
           CLOSE ANONIMIZACOES.

       GRAVA-UMA-ANONIMIZACAO.
           MOVE WS-DATA-EXECUCAO TO DATA-ANO
           MOVE WS-OPERADOR TO OPERADOR-ANO
           MOVE TAB-ALV-TIPO (IDX-TALV) TO TIPO-ANO
           MOVE TAB-ALV-CHAVE (IDX-TALV) TO CHAVE-ANO
           MOVE TAB-ALV-ULTIMA (IDX-TALV) TO ULTIMA-ATV-ANO
           MOVE TAB-ALV-RETENCAO (IDX-TALV) TO RETENCAO-ANO
           MOVE TAB-ALV-QTD (IDX-TALV) TO QTD-REG-ANO
           WRITE DADOS-ANO.

       ADICIONA-ALVO.
           PERFORM PROCURA-ALVO
           IF ALVO-ACHADO
               IF TAB-ALV-NOME (IDX-TALV) = SPACES
                   PERFORM GUARDA-NOME-ALVO
               END-IF
           ELSE
               IF QTD-ALVOS < 999
                   ADD 1 TO QTD-ALVOS
                   SET IDX-TALV TO QTD-ALVOS
                   MOVE WS-TIPO-BUSCA TO TAB-ALV-TIPO (IDX-TALV)
                   MOVE WS-CHAVE-BUSCA TO TAB-ALV-CHAVE (IDX-TALV)
                   MOVE WS-CPF-BUSCA TO TAB-ALV-CPF (IDX-TALV)
                   MOVE WS-ULTIMA-ATIVIDADE
                       TO TAB-ALV-ULTIMA (IDX-TALV)
                   MOVE WS-RETENCAO TO TAB-ALV-RETENCAO (IDX-TALV)
                   MOVE ZERO TO TAB-ALV-QTD (IDX-TALV)
                   PERFORM GUARDA-NOME-ALVO
               END-IF
           END-IF.

       GUARDA-NOME-ALVO.
           MOVE WS-NOME-BUSCA TO TAB-ALV-NOME (IDX-TALV)
           MOVE 20 TO WS-TAM-NOME
           PERFORM UNTIL WS-TAM-NOME = ZERO
                   OR WS-NOME-BUSCA (WS-TAM-NOME:1) NOT = SPACE
               SUBTRACT 1 FROM WS-TAM-NOME
           END-PERFORM
           MOVE WS-TAM-NOME TO TAB-ALV-TAM (IDX-TALV).

       PROCURA-ALVO.
           MOVE "N" TO SW-ALVO-ACHADO
           SET IDX-TALV TO 1
           SEARCH TAB-ALV-ITEM
               AT END
                   CONTINUE
               WHEN TAB-ALV-TIPO (IDX-TALV) = WS-TIPO-BUSCA
                       AND TAB-ALV-CHAVE (IDX-TALV) = WS-CHAVE-BUSCA
                   MOVE "S" TO SW-ALVO-ACHADO
           END-SEARCH.

       PROCURA-ALVO-CPF.
           MOVE "N" TO SW-ALVO-ACHADO
           IF WS-CPF-BUSCA NOT = SPACES
                   AND WS-CPF-BUSCA NOT = WS-CPF-ANONIMO
               SET IDX-TALV TO 1
               SEARCH TAB-ALV-ITEM
                   AT END
                       CONTINUE
                   WHEN TAB-ALV-CPF (IDX-TALV) = WS-CPF-BUSCA
                       MOVE "S" TO SW-ALVO-ACHADO
               END-SEARCH
           END-IF.

       VERIFICA-TITULAR-CLIENTE.
           MOVE "N" TO SW-PERTENCE
           MOVE "C" TO WS-TIPO-BUSCA
           PERFORM PROCURA-ALVO
           IF ALVO-ACHADO
               MOVE "S" TO SW-PERTENCE
           ELSE
               PERFORM PROCURA-ALVO-CPF
               IF ALVO-ACHADO
                   MOVE "S" TO SW-PERTENCE
               END-IF
           END-IF.

       DESCREVE-TIPO.
           EVALUATE TAB-ALV-TIPO (IDX-TALV)
               WHEN "C"
                   MOVE "CLIENTE" TO WS-TIPO-DESC
               WHEN "A"
                   MOVE "ALUNO" TO WS-TIPO-DESC
               WHEN OTHER
                   MOVE "FUNCIONARIO" TO WS-TIPO-DESC
           END-EVALUATE.

       CONTA-REGISTRO-ALVO.
           ADD 1 TO TAB-ALV-QTD (IDX-TALV)
           ADD 1 TO CONT-REG-ARQUIVO
           ADD 1 TO CONT-REGISTROS.

       PERCORRE-ARQUIVOS.
           PERFORM PROCESSA-CLIENTES
           PERFORM PROCESSA-CLIENTES-ORIGEM
           PERFORM PROCESSA-CRUZAMENTO
           PERFORM PROCESSA-ALUNOS
           PERFORM PROCESSA-FUNCIONARIOS
           PERFORM PROCESSA-DEPENDENTES
           PERFORM PROCESSA-CONTAS
           PERFORM PROCESSA-CANDIDATOS
           PERFORM PROCESSA-JORNAL
           PERFORM PROCESSA-JORNAL-ARQ
           IF MODO-CONSULTA
               PERFORM PROCESSA-AUDITORIA
               PERFORM PROCESSA-AUDITORIA-ARQ
           END-IF
           PERFORM PROCESSA-REJEITOS
           PERFORM PROCESSA-REJEITOS-ARQ.

       INICIA-ARQUIVO.
           MOVE ZERO TO CONT-REG-ARQUIVO
           MOVE ZERO TO QTD-REGISTROS
           MOVE "N" TO SW-ESTOURO.

       GUARDA-REGISTRO.
           IF MODO-ANONIMIZA
               IF QTD-REGISTROS < 9999
                   ADD 1 TO QTD-REGISTROS
                   MOVE WS-REGISTRO TO TAB-REG-REGISTRO (QTD-REGISTROS)
               ELSE
                   MOVE "S" TO SW-ESTOURO
               END-IF
           END-IF.

       VERIFICA-REGRAVACAO.
           IF TABELA-ESTOURADA
               DISPLAY "EX79: " WS-ARQUIVO
                       " EXCEDE 9999 REGISTROS - NAO ANONIMIZADO"
               MOVE 8 TO RETURN-CODE
               MOVE ZERO TO CONT-REG-ARQUIVO
           END-IF.

       IMPRIME-TOTAL-ARQUIVO.
           MOVE CONT-REG-ARQUIVO TO WS-CONT-EDIT
           MOVE SPACES TO LINHA-REL
           IF MODO-CONSULTA
               STRING "   TOTAL " WS-ARQUIVO ": " WS-CONT-EDIT
                   DELIMITED BY SIZE INTO LINHA-REL
               WRITE LINHA-REL
               MOVE SPACES TO LINHA-REL
           ELSE
               STRING WS-ARQUIVO " ..... " WS-CONT-EDIT
                   DELIMITED BY SIZE INTO LINHA-REL
           END-IF
           WRITE LINHA-REL.

       IMPRIME-DETALHE.
           MOVE SPACES TO LINHA-REL
           MOVE WS-ARQUIVO TO LINHA-REL (1:10)
           MOVE WS-CHAVE-REL TO LINHA-REL (12:12)
           MOVE WS-DESCRICAO TO LINHA-REL (25:56)
           WRITE LINHA-REL.

       IMPRIME-CONTINUACAO.
           MOVE SPACES TO LINHA-REL
           MOVE WS-DESCRICAO TO LINHA-REL (25:56)
           WRITE LINHA-REL.

       PROCESSA-CLIENTES.
           MOVE "CADCLI2" TO WS-ARQUIVO
           PERFORM INICIA-ARQUIVO
           IF MODO-CONSULTA
               OPEN INPUT CADASTRO-OUT
           ELSE
               OPEN I-O CADASTRO-OUT
               PERFORM ABRE-JORNAL
           END-IF
           IF WS-STATUS-CLI = "00"
               PERFORM PROCESSA-UM-CLIENTE
                   VARYING IDX-TALV FROM 1 BY 1
                   UNTIL IDX-TALV > QTD-ALVOS
               CLOSE CADASTRO-OUT
           ELSE
               DISPLAY "EX79: CADASTRO DE CLIENTES INDISPONIVEL - "
                       WS-STATUS-CLI
               MOVE 8 TO RETURN-CODE
           END-IF
           IF MODO-ANONIMIZA
               CLOSE JORNAL
           END-IF
           PERFORM IMPRIME-TOTAL-ARQUIVO.

       PROCESSA-UM-CLIENTE.
           IF TAB-ALV-TIPO (IDX-TALV) = "C"
               MOVE TAB-ALV-CHAVE (IDX-TALV) TO CODIGO-OUT
               READ CADASTRO-OUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MODO-CONSULTA
                           IF TAB-ALV-NOME (IDX-TALV) = SPACES
                               MOVE NOME-OUT TO WS-NOME-BUSCA
                               PERFORM GUARDA-NOME-ALVO
                           END-IF
                           PERFORM LISTA-CLIENTE
                       ELSE
                           MOVE SPACES TO NOME-OUT
                           MOVE WS-CPF-ANONIMO TO CPF-OUT
                           MOVE SPACES TO ENDERECO-OUT
                           MOVE SPACES TO TELEFONE-OUT
                           REWRITE DADOS-OUT
                           MOVE DADOS-OUT TO WS-IMAGEM-JRN
                           PERFORM GRAVA-JORNAL
                       END-IF
                       PERFORM CONTA-REGISTRO-ALVO
               END-READ
           END-IF.

       LISTA-CLIENTE.
           MOVE CODIGO-OUT TO WS-CHAVE-REL
           MOVE SPACES TO WS-DESCRICAO
           STRING NOME-OUT " CPF " CPF-OUT " FILIAL " FILIAL-OUT
               DELIMITED BY SIZE INTO WS-DESCRICAO
           PERFORM IMPRIME-DETALHE
           MOVE SPACES TO WS-DESCRICAO
           STRING ENDERECO-OUT " " TELEFONE-OUT
               DELIMITED BY SIZE INTO WS-DESCRICAO
           PERFORM IMPRIME-CONTINUACAO.

       ABRE-JORNAL.
           OPEN EXTEND JORNAL
           IF WS-STATUS-JRN NOT = "00"
               OPEN OUTPUT JORNAL
               CLOSE JORNAL
               OPEN EXTEND JORNAL
           END-IF.

       GRAVA-JORNAL.
           MOVE WS-DATA-EXECUCAO TO WS-DATA-JRN
           MOVE "N" TO WS-TIPO-JRN
           MOVE WS-CODIGO-IMG TO WS-CODIGO-JRN
           MOVE WS-OPERADOR TO WS-OPERADOR-JRN
           MOVE WS-IMAGEM-JRN TO WS-IMAGEM-ANTES-JRN
           MOVE WS-IMAGEM-JRN TO WS-IMAGEM-DEPOIS-JRN
           WRITE DADOS-JORNAL FROM WS-JORNAL.

       PROCESSA-CLIENTES-ORIGEM.
           MOVE "CADCLI1" TO WS-ARQUIVO
           PERFORM INICIA-ARQUIVO
           OPEN INPUT CADASTRO-INT
           IF WS-STATUS-INT = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ CADASTRO-INT AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       PERFORM CONFERE-CLIENTE-ORIGEM
                       MOVE DADOS-INT TO WS-REGISTRO
                       PERFORM GUARDA-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE CADASTRO-INT
               PERFORM VERIFICA-REGRAVACAO
               IF MODO-ANONIMIZA AND CONT-REG-ARQUIVO > ZERO
                   OPEN OUTPUT CADASTRO-INT
                   PERFORM REGRAVA-CLIENTE-ORIGEM
                       VARYING IDX-REG FROM 1 BY 1
                       UNTIL IDX-REG > QTD-REGISTROS
                   CLOSE CADASTRO-INT
               END-IF
           END-IF
           MOVE "N" TO FIMARQ
           PERFORM IMPRIME-TOTAL-ARQUIVO.

       CONFERE-CLIENTE-ORIGEM.
           MOVE CODIGO-INT TO WS-CHAVE-BUSCA
           MOVE CPF-INT TO WS-CPF-BUSCA
           PERFORM VERIFICA-TITULAR-CLIENTE
           IF PERTENCE-AO-ALVO
               IF MODO-CONSULTA
                   MOVE CODIGO-INT TO WS-CHAVE-REL
                   MOVE SPACES TO WS-DESCRICAO
                   STRING NOME-INT " CPF " CPF-INT " FILIAL "
                       FILIAL-INT
                       DELIMITED BY SIZE INTO WS-DESCRICAO
                   PERFORM IMPRIME-DETALHE
                   MOVE SPACES TO WS-DESCRICAO
                   STRING ENDERECO-INT " " TELEFONE-INT
                       DELIMITED BY SIZE INTO WS-DESCRICAO
                   PERFORM IMPRIME-CONTINUACAO
                   PERFORM CONTA-REGISTRO-ALVO
               ELSE
                   MOVE DADOS-INT TO WS-REGISTRO-ANTES
                   MOVE SPACES TO NOME-INT
                   MOVE WS-CPF-ANONIMO TO CPF-INT
                   MOVE SPACES TO ENDERECO-INT
                   MOVE SPACES TO TELEFONE-INT
                   IF DADOS-INT NOT = WS-REGISTRO-ANTES
                       PERFORM CONTA-REGISTRO-ALVO
                   END-IF
               END-IF
           END-IF.

       REGRAVA-CLIENTE-ORIGEM.
           MOVE TAB-REG-REGISTRO (IDX-REG) TO DADOS-INT
           WRITE DADOS-INT.

       PROCESSA-CRUZAMENTO.
           MOVE "CADXREF" TO WS-ARQUIVO
           PERFORM INICIA-ARQUIVO
           OPEN INPUT CADXREF
           IF WS-STATUS-XREF = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ CADXREF AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       PERFORM CONFERE-CRUZAMENTO
                       MOVE DADOS-XREF TO WS-REGISTRO
                       PERFORM GUARDA-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE CADXREF
               PERFORM VERIFICA-REGRAVACAO
               IF MODO-ANONIMIZA AND CONT-REG-ARQUIVO > ZERO
                   OPEN OUTPUT CADXREF
                   PERFORM REGRAVA-CRUZAMENTO
                       VARYING IDX-REG FROM 1 BY 1
                       UNTIL IDX-REG > QTD-REGISTROS
                   CLOSE CADXREF
               END-IF
           END-IF
           MOVE "N" TO FIMARQ
           PERFORM IMPRIME-TOTAL-ARQUIVO.

       CONFERE-CRUZAMENTO.
           MOVE DADOS-XREF TO WS-REGISTRO-ANTES
           MOVE "N" TO SW-PERTENCE
           IF CODIGO-CLI-XREF NOT = SPACES OR CPF-XREF NOT = SPACES
               MOVE CODIGO-CLI-XREF TO WS-CHAVE-BUSCA
               MOVE CPF-XREF TO WS-CPF-BUSCA
               PERFORM VERIFICA-TITULAR-CLIENTE
               IF PERTENCE-AO-ALVO AND MODO-ANONIMIZA
                   MOVE WS-CPF-ANONIMO TO CPF-XREF
                   IF NOME-XREF = TAB-ALV-NOME (IDX-TALV)
                       MOVE SPACES TO NOME-XREF
                   END-IF
               END-IF
           END-IF
           IF IND-ALUNO-XREF = "S"
               MOVE "A" TO WS-TIPO-BUSCA
               MOVE NUMERO-ALU-XREF TO WS-NUMERO-BUSCA
               PERFORM CONFERE-VINCULO-CRUZAMENTO
           END-IF
           IF IND-FUNC-XREF = "S"
               MOVE "F" TO WS-TIPO-BUSCA
               MOVE NUMERO-FUN-XREF TO WS-NUMERO-BUSCA
               PERFORM CONFERE-VINCULO-CRUZAMENTO
           END-IF
           IF PERTENCE-AO-ALVO
               IF MODO-CONSULTA
                   MOVE CODIGO-CLI-XREF TO WS-CHAVE-REL
                   MOVE SPACES TO WS-DESCRICAO
                   STRING NOME-XREF " CPF " CPF-XREF
                       " ALU " NUMERO-ALU-XREF "/" IND-ALUNO-XREF
                       " FUN " NUMERO-FUN-XREF "/" IND-FUNC-XREF
                       DELIMITED BY SIZE INTO WS-DESCRICAO
                   PERFORM IMPRIME-DETALHE
                   PERFORM CONTA-REGISTRO-ALVO
               ELSE
                   IF DADOS-XREF NOT = WS-REGISTRO-ANTES
                       PERFORM CONTA-REGISTRO-ALVO
                   END-IF
               END-IF
           END-IF.

       CONFERE-VINCULO-CRUZAMENTO.
           PERFORM PROCURA-ALVO
           IF ALVO-ACHADO
               MOVE "S" TO SW-PERTENCE
               IF MODO-ANONIMIZA
                       AND NOME-XREF = TAB-ALV-NOME (IDX-TALV)
                   MOVE SPACES TO NOME-XREF
               END-IF
           END-IF.

       REGRAVA-CRUZAMENTO.
           MOVE TAB-REG-REGISTRO (IDX-REG) TO DADOS-XREF
           WRITE DADOS-XREF.

       PROCESSA-ALUNOS.
           MOVE "CADALU2" TO WS-ARQUIVO
           PERFORM INICIA-ARQUIVO
           OPEN INPUT CADALU2
           IF WS-STATUS-ALU = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ CADALU2 AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       PERFORM CONFERE-ALUNO
                       MOVE DADOS-ALU2 TO WS-REGISTRO
                       PERFORM GUARDA-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE CADALU2
               PERFORM VERIFICA-REGRAVACAO
               IF MODO-ANONIMIZA AND CONT-REG-ARQUIVO > ZERO
                   OPEN OUTPUT CADALU2
                   PERFORM REGRAVA-ALUNO
                       VARYING IDX-REG FROM 1 BY 1
                       UNTIL IDX-REG > QTD-REGISTROS
                   CLOSE CADALU2
               END-IF
           END-IF
           MOVE "N" TO FIMARQ
           PERFORM IMPRIME-TOTAL-ARQUIVO.

       CONFERE-ALUNO.
           MOVE "A" TO WS-TIPO-BUSCA
           MOVE NUMERO-ALU2 TO WS-NUMERO-BUSCA
           PERFORM PROCURA-ALVO
           IF ALVO-ACHADO
               IF MODO-CONSULTA
                   IF TAB-ALV-NOME (IDX-TALV) = SPACES
                       MOVE NOME-ALU2 TO WS-NOME-BUSCA
                       PERFORM GUARDA-NOME-ALVO
                   END-IF
                   MOVE NUMERO-ALU2 TO WS-CHAVE-REL
                   MOVE SPACES TO WS-DESCRICAO
                   STRING NOME-ALU2 " SEXO " SEXO-ALU2
                       " TURMA " TURMA-ALU2 " FILIAL " FILIAL-ALU2
                       " SIT " SITUACAO-ALU2
                       DELIMITED BY SIZE INTO WS-DESCRICAO
                   PERFORM IMPRIME-DETALHE
                   PERFORM CONTA-REGISTRO-ALVO
               ELSE
                   IF NOME-ALU2 NOT = SPACES
                       MOVE SPACES TO NOME-ALU2
                       PERFORM CONTA-REGISTRO-ALVO
                   END-IF
               END-IF
           END-IF.

       REGRAVA-ALUNO.
           MOVE TAB-REG-REGISTRO (IDX-REG) TO DADOS-ALU2
           WRITE DADOS-ALU2.

       PROCESSA-FUNCIONARIOS.
           MOVE "CADFUN2I" TO WS-ARQUIVO
           PERFORM INICIA-ARQUIVO
           IF MODO-CONSULTA
               OPEN INPUT CADFUN2I
           ELSE
               OPEN I-O CADFUN2I
           END-IF
           IF WS-STATUS-FNI = "00"
               PERFORM PROCESSA-UM-FUNCIONARIO
                   VARYING IDX-TALV FROM 1 BY 1
                   UNTIL IDX-TALV > QTD-ALVOS
               CLOSE CADFUN2I
           END-IF
           PERFORM IMPRIME-TOTAL-ARQUIVO.

       PROCESSA-UM-FUNCIONARIO.
           IF TAB-ALV-TIPO (IDX-TALV) = "F"
               MOVE TAB-ALV-CHAVE (IDX-TALV) TO WS-CHAVE-BUSCA
               MOVE WS-NUMERO-BUSCA TO NUMERO-FUNI
               READ CADFUN2I
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MODO-CONSULTA
                           IF TAB-ALV-NOME (IDX-TALV) = SPACES
                               MOVE NOME-FUNI TO WS-NOME-BUSCA
                               PERFORM GUARDA-NOME-ALVO
                           END-IF
                           MOVE NUMERO-FUNI TO WS-CHAVE-REL
                           MOVE SPACES TO WS-DESCRICAO
                           STRING NOME-FUNI " " DEPTO-FUNI
                               " SIT " SITUACAO-FUNI
                               " FILIAL " FILIAL-FUNI
                               DELIMITED BY SIZE INTO WS-DESCRICAO
                           PERFORM IMPRIME-DETALHE
                       ELSE
                           MOVE SPACES TO NOME-FUNI
                           REWRITE DADOS-FUNI
                       END-IF
                       PERFORM CONTA-REGISTRO-ALVO
               END-READ
           END-IF.

       PROCESSA-DEPENDENTES.
           MOVE "CADDEP" TO WS-ARQUIVO
           PERFORM INICIA-ARQUIVO
           IF MODO-CONSULTA
               OPEN INPUT CADDEP
           ELSE
               OPEN I-O CADDEP
           END-IF
           IF WS-STATUS-DEP = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ CADDEP NEXT
                       AT END
                           MOVE "S" TO FIMARQ
                       NOT AT END
                           PERFORM CONFERE-DEPENDENTE
                   END-READ
               END-PERFORM
               CLOSE CADDEP
           END-IF
           MOVE "N" TO FIMARQ
           PERFORM IMPRIME-TOTAL-ARQUIVO.

       CONFERE-DEPENDENTE.
           MOVE "F" TO WS-TIPO-BUSCA
           MOVE NUMERO-DEP TO WS-NUMERO-BUSCA
           PERFORM PROCURA-ALVO
           IF MODO-CONSULTA
               IF ALVO-ACHADO OR CPF-DEP = WS-CPF-TITULAR
                   MOVE SPACES TO WS-CHAVE-REL
                   STRING NUMERO-DEP "/" SEQ-DEP
                       DELIMITED BY SIZE INTO WS-CHAVE-REL
                   MOVE SPACES TO WS-DESCRICAO
                   STRING NOME-DEP " NASC " NASCIMENTO-DEP
                       " " PARENTESCO-DEP " CPF " CPF-DEP
                       DELIMITED BY SIZE INTO WS-DESCRICAO
                   PERFORM IMPRIME-DETALHE
                   IF ALVO-ACHADO
                       PERFORM CONTA-REGISTRO-ALVO
                   ELSE
                       ADD 1 TO CONT-REG-ARQUIVO
                       ADD 1 TO CONT-REGISTROS
                   END-IF
               END-IF
           ELSE
               IF ALVO-ACHADO
                   MOVE DADOS-DEP TO WS-REGISTRO-ANTES
                   MOVE SPACES TO NOME-DEP
                   MOVE ZERO TO NASCIMENTO-DEP
                   MOVE WS-CPF-ANONIMO TO CPF-DEP
                   IF DADOS-DEP NOT = WS-REGISTRO-ANTES
                       PERFORM CONTA-REGISTRO-ALVO
                       REWRITE DADOS-DEP
                   END-IF
               END-IF
           END-IF.

       PROCESSA-CONTAS.
           MOVE "CONTREC" TO WS-ARQUIVO
           PERFORM INICIA-ARQUIVO
           IF MODO-CONSULTA
               OPEN INPUT CONTAS-RECEBER
           ELSE
               OPEN I-O CONTAS-RECEBER
           END-IF
           IF WS-STATUS-CREC = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ CONTAS-RECEBER AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       PERFORM CONFERE-CONTA
                   END-READ
               END-PERFORM
               CLOSE CONTAS-RECEBER
           END-IF
           MOVE "N" TO FIMARQ
           PERFORM IMPRIME-TOTAL-ARQUIVO.

       CONFERE-CONTA.
           MOVE CODIGO-CLI-CREC TO WS-CHAVE-BUSCA
           MOVE CPF-CREC TO WS-CPF-BUSCA
           PERFORM VERIFICA-TITULAR-CLIENTE
           IF MODO-CONSULTA
               IF NOT PERTENCE-AO-ALVO
                   MOVE "A" TO WS-TIPO-BUSCA
                   MOVE MATRICULA-CREC TO WS-NUMERO-BUSCA
                   PERFORM PROCURA-ALVO
                   IF ALVO-ACHADO
                       MOVE "S" TO SW-PERTENCE
                   END-IF
               END-IF
               IF PERTENCE-AO-ALVO
                   MOVE SPACES TO WS-CHAVE-REL
                   STRING MES-REF-CREC "/" MATRICULA-CREC
                       DELIMITED BY SIZE INTO WS-CHAVE-REL
                   MOVE VALOR-ORIG-CREC TO WS-VALOR-EDIT
                   MOVE VALOR-PAGO-CREC TO WS-VALOR2-EDIT
                   MOVE SPACES TO WS-DESCRICAO
                   STRING CODIGO-CLI-CREC " " NOME-RESP-CREC " "
                       WS-VALOR-EDIT " " WS-VALOR2-EDIT
                       " " SITUACAO-CREC TIPO-CREC
                       DELIMITED BY SIZE INTO WS-DESCRICAO
                   PERFORM IMPRIME-DETALHE
                   PERFORM CONTA-REGISTRO-ALVO
               END-IF
           ELSE
               IF PERTENCE-AO-ALVO
                   MOVE DADOS-CREC TO WS-REGISTRO-ANTES
                   MOVE WS-CPF-ANONIMO TO CPF-CREC
                   MOVE SPACES TO NOME-RESP-CREC
                   IF DADOS-CREC NOT = WS-REGISTRO-ANTES
                       PERFORM CONTA-REGISTRO-ALVO
                       REWRITE DADOS-CREC
                   END-IF
               END-IF
           END-IF.

       PROCESSA-CANDIDATOS.
           MOVE "CADCAN" TO WS-ARQUIVO
           PERFORM INICIA-ARQUIVO
           OPEN INPUT CANDIDATOS
           IF WS-STATUS-CAN = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ CANDIDATOS AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       PERFORM CONFERE-CANDIDATO
                       MOVE DADOS-CAN TO WS-REGISTRO
                       PERFORM GUARDA-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE CANDIDATOS
               PERFORM VERIFICA-REGRAVACAO
               IF MODO-ANONIMIZA AND CONT-REG-ARQUIVO > ZERO
                   OPEN OUTPUT CANDIDATOS
                   PERFORM REGRAVA-CANDIDATO
                       VARYING IDX-REG FROM 1 BY 1
                       UNTIL IDX-REG > QTD-REGISTROS
                   CLOSE CANDIDATOS
               END-IF
           END-IF
           MOVE "N" TO FIMARQ
           PERFORM IMPRIME-TOTAL-ARQUIVO.

       CONFERE-CANDIDATO.
           MOVE DADOS-CAN TO WS-REGISTRO-ANTES
           MOVE CODIGO-CLI-CAN TO WS-CHAVE-BUSCA
           MOVE CPF-RESP-CAN TO WS-CPF-BUSCA
           PERFORM VERIFICA-TITULAR-CLIENTE
           IF PERTENCE-AO-ALVO AND MODO-ANONIMIZA
               MOVE SPACES TO NOME-RESP-CAN
               MOVE WS-CPF-ANONIMO TO CPF-RESP-CAN
               MOVE SPACES TO ENDERECO-RESP-CAN
               MOVE SPACES TO TELEFONE-RESP-CAN
           END-IF
           IF MATRICULA-CAN IS NUMERIC AND MATRICULA-CAN > ZERO
               MOVE "A" TO WS-TIPO-BUSCA
               MOVE MATRICULA-CAN TO WS-NUMERO-BUSCA
               PERFORM PROCURA-ALVO
               IF ALVO-ACHADO
                   MOVE "S" TO SW-PERTENCE
                   IF MODO-ANONIMIZA
                       MOVE SPACES TO NOME-CAN
                   END-IF
               END-IF
           END-IF
           IF PERTENCE-AO-ALVO
               IF MODO-CONSULTA
                   MOVE NUMERO-CAN TO WS-CHAVE-REL
                   MOVE SPACES TO WS-DESCRICAO
                   STRING NOME-CAN " TURMA " TURMA-CAN
                       " SIT " SITUACAO-CAN " MATR " MATRICULA-CAN
                       DELIMITED BY SIZE INTO WS-DESCRICAO
                   PERFORM IMPRIME-DETALHE
                   MOVE SPACES TO WS-DESCRICAO
                   STRING "RESP " NOME-RESP-CAN " CPF " CPF-RESP-CAN
                       DELIMITED BY SIZE INTO WS-DESCRICAO
                   PERFORM IMPRIME-CONTINUACAO
                   MOVE SPACES TO WS-DESCRICAO
                   STRING ENDERECO-RESP-CAN " " TELEFONE-RESP-CAN
                       DELIMITED BY SIZE INTO WS-DESCRICAO
                   PERFORM IMPRIME-CONTINUACAO
                   PERFORM CONTA-REGISTRO-ALVO
               ELSE
                   IF DADOS-CAN NOT = WS-REGISTRO-ANTES
                       PERFORM CONTA-REGISTRO-ALVO
                   END-IF
               END-IF
           END-IF.

       REGRAVA-CANDIDATO.
           MOVE TAB-REG-REGISTRO (IDX-REG) TO DADOS-CAN
           WRITE DADOS-CAN.

       PROCESSA-JORNAL.
           MOVE "CADJRN" TO WS-ARQUIVO
           PERFORM INICIA-ARQUIVO
           OPEN INPUT JORNAL
           IF WS-STATUS-JRN = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ JORNAL INTO WS-JORNAL AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       PERFORM CONFERE-JORNAL
                       MOVE WS-JORNAL TO WS-REGISTRO
                       PERFORM GUARDA-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE JORNAL
               PERFORM VERIFICA-REGRAVACAO
               IF MODO-ANONIMIZA AND CONT-REG-ARQUIVO > ZERO
                   OPEN OUTPUT JORNAL
                   PERFORM REGRAVA-JORNAL
                       VARYING IDX-REG FROM 1 BY 1
                       UNTIL IDX-REG > QTD-REGISTROS
                   CLOSE JORNAL
               END-IF
           END-IF
           MOVE "N" TO FIMARQ
           PERFORM IMPRIME-TOTAL-ARQUIVO.

       REGRAVA-JORNAL.
           MOVE TAB-REG-REGISTRO (IDX-REG) TO DADOS-JORNAL
           WRITE DADOS-JORNAL.

       PROCESSA-JORNAL-ARQ.
           MOVE "CADJRNARQ" TO WS-ARQUIVO
           PERFORM INICIA-ARQUIVO
           OPEN INPUT JORNAL-ARQ
           IF WS-STATUS-JRA = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ JORNAL-ARQ AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       MOVE IMAGEM-JRA TO WS-JORNAL
                       PERFORM CONFERE-JORNAL
                       MOVE WS-JORNAL TO IMAGEM-JRA
                       MOVE REG-JRN-ARQ TO WS-REGISTRO
                       PERFORM GUARDA-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE JORNAL-ARQ
               PERFORM VERIFICA-REGRAVACAO
               IF MODO-ANONIMIZA AND CONT-REG-ARQUIVO > ZERO
                   OPEN OUTPUT JORNAL-ARQ
                   PERFORM REGRAVA-JORNAL-ARQ
                       VARYING IDX-REG FROM 1 BY 1
                       UNTIL IDX-REG > QTD-REGISTROS
                   CLOSE JORNAL-ARQ
               END-IF
           END-IF
           MOVE "N" TO FIMARQ
           PERFORM IMPRIME-TOTAL-ARQUIVO.

       REGRAVA-JORNAL-ARQ.
           MOVE TAB-REG-REGISTRO (IDX-REG) TO REG-JRN-ARQ
           WRITE REG-JRN-ARQ.

       CONFERE-JORNAL.
           MOVE WS-JORNAL TO WS-REGISTRO-ANTES
           MOVE WS-CODIGO-JRN TO WS-CHAVE-BUSCA
           MOVE WS-IMAGEM-DEPOIS-JRN TO WS-IMAGEM-JRN
           MOVE WS-CPF-IMG TO WS-CPF-BUSCA
           PERFORM VERIFICA-TITULAR-CLIENTE
           IF NOT PERTENCE-AO-ALVO
               MOVE WS-IMAGEM-ANTES-JRN TO WS-IMAGEM-JRN
               MOVE WS-CPF-IMG TO WS-CPF-BUSCA
               PERFORM PROCURA-ALVO-CPF
               IF ALVO-ACHADO
                   MOVE "S" TO SW-PERTENCE
               END-IF
           END-IF
           IF PERTENCE-AO-ALVO
               IF MODO-CONSULTA
                   MOVE WS-DATA-JRN TO WS-CHAVE-REL
                   IF WS-IMAGEM-DEPOIS-JRN NOT = SPACES
                       MOVE WS-IMAGEM-DEPOIS-JRN TO WS-IMAGEM-JRN
                   ELSE
                       MOVE WS-IMAGEM-ANTES-JRN TO WS-IMAGEM-JRN
                   END-IF
                   MOVE SPACES TO WS-DESCRICAO
                   STRING WS-TIPO-JRN " " WS-CODIGO-JRN " "
                       WS-OPERADOR-JRN " " WS-NOME-IMG " "
                       WS-CPF-IMG
                       DELIMITED BY SIZE INTO WS-DESCRICAO
                   PERFORM IMPRIME-DETALHE
                   PERFORM CONTA-REGISTRO-ALVO
               ELSE
                   MOVE WS-IMAGEM-ANTES-JRN TO WS-IMAGEM-JRN
                   PERFORM MASCARA-IMAGEM-JRN
                   MOVE WS-IMAGEM-JRN TO WS-IMAGEM-ANTES-JRN
                   MOVE WS-IMAGEM-DEPOIS-JRN TO WS-IMAGEM-JRN
                   PERFORM MASCARA-IMAGEM-JRN
                   MOVE WS-IMAGEM-JRN TO WS-IMAGEM-DEPOIS-JRN
                   IF WS-JORNAL NOT = WS-REGISTRO-ANTES
                       PERFORM CONTA-REGISTRO-ALVO
                   END-IF
               END-IF
           END-IF.

       MASCARA-IMAGEM-JRN.
           IF WS-IMAGEM-JRN NOT = SPACES
               MOVE SPACES TO WS-NOME-IMG
               MOVE WS-CPF-ANONIMO TO WS-CPF-IMG
               MOVE SPACES TO WS-ENDERECO-IMG
               MOVE SPACES TO WS-TELEFONE-IMG
           END-IF.

       PROCESSA-AUDITORIA.
           MOVE "CADAUD" TO WS-ARQUIVO
           PERFORM INICIA-ARQUIVO
           OPEN INPUT CADAUD
           IF WS-STATUS-AUD = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ CADAUD AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       PERFORM CONFERE-AUDITORIA
                   END-READ
               END-PERFORM
               CLOSE CADAUD
           END-IF
           MOVE "N" TO FIMARQ
           PERFORM IMPRIME-TOTAL-ARQUIVO.

       PROCESSA-AUDITORIA-ARQ.
           MOVE "CADAUDARQ" TO WS-ARQUIVO
           PERFORM INICIA-ARQUIVO
           OPEN INPUT CADAUD-ARQ
           IF WS-STATUS-AUA = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ CADAUD-ARQ AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       MOVE IMAGEM-AUA TO DADOS-AUD
                       PERFORM CONFERE-AUDITORIA
                   END-READ
               END-PERFORM
               CLOSE CADAUD-ARQ
           END-IF
           MOVE "N" TO FIMARQ
           PERFORM IMPRIME-TOTAL-ARQUIVO.

       CONFERE-AUDITORIA.
           MOVE "F" TO WS-TIPO-BUSCA
           MOVE NUMERO-AUD TO WS-NUMERO-BUSCA
           PERFORM PROCURA-ALVO
           IF ALVO-ACHADO
               MOVE NUMERO-AUD TO WS-CHAVE-REL
               MOVE SALARIOBRUTO-AUD TO WS-VALOR-EDIT
               MOVE SALARIOLIQ-AUD TO WS-VALOR2-EDIT
               MOVE SPACES TO WS-DESCRICAO
               STRING DATA-AUD " BRUTO " WS-VALOR-EDIT
                   " LIQUIDO " WS-VALOR2-EDIT " " OPERADOR-AUD
                   DELIMITED BY SIZE INTO WS-DESCRICAO
               PERFORM IMPRIME-DETALHE
               PERFORM CONTA-REGISTRO-ALVO
           END-IF.

       PROCESSA-REJEITOS.
           MOVE "REJEITOS" TO WS-ARQUIVO
           PERFORM INICIA-ARQUIVO
           OPEN INPUT REJEITOS
           IF WS-STATUS-REJ = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ REJEITOS AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       MOVE IMAGEM-REJ TO WS-IMAGEM-LOG
                       PERFORM CONFERE-IMAGEM-LOG
                       IF PERTENCE-AO-ALVO AND MODO-CONSULTA
                           MOVE CHAVE-REJ TO WS-CHAVE-REL
                           MOVE SPACES TO WS-DESCRICAO
                           STRING PROGRAMA-REJ " " DATA-REJ " "
                               MOTIVO-REJ
                               DELIMITED BY SIZE INTO WS-DESCRICAO
                           PERFORM IMPRIME-DETALHE
                       END-IF
                       MOVE WS-IMAGEM-LOG TO IMAGEM-REJ
                       MOVE DADOS-REJEITO TO WS-REGISTRO
                       PERFORM GUARDA-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE REJEITOS
               PERFORM VERIFICA-REGRAVACAO
               IF MODO-ANONIMIZA AND CONT-REG-ARQUIVO > ZERO
                   OPEN OUTPUT REJEITOS
                   PERFORM REGRAVA-REJEITO
                       VARYING IDX-REG FROM 1 BY 1
                       UNTIL IDX-REG > QTD-REGISTROS
                   CLOSE REJEITOS
               END-IF
           END-IF
           MOVE "N" TO FIMARQ
           PERFORM IMPRIME-TOTAL-ARQUIVO.

       REGRAVA-REJEITO.
           MOVE TAB-REG-REGISTRO (IDX-REG) TO DADOS-REJEITO
           WRITE DADOS-REJEITO.

       PROCESSA-REJEITOS-ARQ.
           MOVE "REJARQ" TO WS-ARQUIVO
           PERFORM INICIA-ARQUIVO
           OPEN INPUT REJEITOS-ARQ
           IF WS-STATUS-RJA = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ REJEITOS-ARQ AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       MOVE IMAGEM-REJ-RJA TO WS-IMAGEM-LOG
                       PERFORM CONFERE-IMAGEM-LOG
                       IF PERTENCE-AO-ALVO AND MODO-CONSULTA
                           MOVE CHAVE-RJA TO WS-CHAVE-REL
                           MOVE SPACES TO WS-DESCRICAO
                           STRING PROGRAMA-RJA " " DATA-RJA " "
                               MOTIVO-RJA
                               DELIMITED BY SIZE INTO WS-DESCRICAO
                           PERFORM IMPRIME-DETALHE
                       END-IF
                       MOVE WS-IMAGEM-LOG TO IMAGEM-REJ-RJA
                       MOVE REG-REJ-ARQ TO WS-REGISTRO
                       PERFORM GUARDA-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE REJEITOS-ARQ
               PERFORM VERIFICA-REGRAVACAO
               IF MODO-ANONIMIZA AND CONT-REG-ARQUIVO > ZERO
                   OPEN OUTPUT REJEITOS-ARQ
                   PERFORM REGRAVA-REJEITO-ARQ
                       VARYING IDX-REG FROM 1 BY 1
                       UNTIL IDX-REG > QTD-REGISTROS
                   CLOSE REJEITOS-ARQ
               END-IF
           END-IF
           MOVE "N" TO FIMARQ
           PERFORM IMPRIME-TOTAL-ARQUIVO.

       REGRAVA-REJEITO-ARQ.
           MOVE TAB-REG-REGISTRO (IDX-REG) TO REG-REJ-ARQ
           WRITE REG-REJ-ARQ.

       CONFERE-IMAGEM-LOG.
           MOVE "N" TO SW-PERTENCE
           MOVE WS-IMAGEM-LOG TO WS-REGISTRO-ANTES
           PERFORM PROCURA-NA-IMAGEM
               VARYING IDX-TALV FROM 1 BY 1
               UNTIL IDX-TALV > QTD-ALVOS
           IF PERTENCE-AO-ALVO
               SET IDX-TALV TO WS-IDX-ALVO
               IF MODO-CONSULTA
                   PERFORM CONTA-REGISTRO-ALVO
               ELSE
                   IF WS-IMAGEM-LOG NOT = WS-REGISTRO-ANTES
                       PERFORM CONTA-REGISTRO-ALVO
                   END-IF
               END-IF
           END-IF.

       PROCURA-NA-IMAGEM.
           MOVE ZERO TO WS-OCORRENCIAS
           IF TAB-ALV-CPF (IDX-TALV) NOT = SPACES
               INSPECT WS-IMAGEM-LOG TALLYING WS-OCORRENCIAS
                   FOR ALL TAB-ALV-CPF (IDX-TALV)
           END-IF
           IF TAB-ALV-TAM (IDX-TALV) > ZERO
               INSPECT WS-IMAGEM-LOG TALLYING WS-OCORRENCIAS
                   FOR ALL TAB-ALV-NOME (IDX-TALV)
                       (1:TAB-ALV-TAM (IDX-TALV))
           END-IF
           IF WS-OCORRENCIAS > ZERO
               MOVE "S" TO SW-PERTENCE
               SET WS-IDX-ALVO TO IDX-TALV
               IF MODO-ANONIMIZA
                   PERFORM MASCARA-IMAGEM-LOG
               END-IF
           END-IF.

       MASCARA-IMAGEM-LOG.
           IF TAB-ALV-CPF (IDX-TALV) NOT = SPACES
               INSPECT WS-IMAGEM-LOG
                   REPLACING ALL TAB-ALV-CPF (IDX-TALV)
                       BY WS-CPF-ANONIMO
           END-IF
           IF TAB-ALV-TAM (IDX-TALV) > ZERO
               INSPECT WS-IMAGEM-LOG
                   REPLACING ALL TAB-ALV-NOME (IDX-TALV)
                       (1:TAB-ALV-TAM (IDX-TALV)) BY SPACES
           END-IF.

       ATUALIZA-CHECKSUM-CLIENTES.
           MOVE ZERO TO WS-TOTAL-CKS
           OPEN INPUT CADASTRO-OUT
           IF WS-STATUS-CLI = "00"
               PERFORM UNTIL FIM-MASTER = "S"
                   READ CADASTRO-OUT NEXT
                       AT END
                           MOVE "S" TO FIM-MASTER
                       NOT AT END
                           IF CPF-OUT IS NUMERIC
                               MOVE CPF-OUT TO WS-CPF-NUMERICO
                               ADD WS-CPF-NUMERICO TO WS-TOTAL-CKS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CADASTRO-OUT
               MOVE "CADCLI2" TO WS-NOME-CKS
               PERFORM REGISTRA-CHECKSUM
           END-IF
           MOVE "N" TO FIM-MASTER.

       ATUALIZA-CHECKSUM-FUNCIONARIOS.
           MOVE ZERO TO WS-TOTAL-CKS
           OPEN INPUT CADFUN2I
           IF WS-STATUS-FNI = "00"
               PERFORM UNTIL FIM-MASTER = "S"
                   READ CADFUN2I NEXT
                       AT END
                           MOVE "S" TO FIM-MASTER
                       NOT AT END
                           COMPUTE WS-TOTAL-CKS =
                               WS-TOTAL-CKS + NUMERO-FUNI
                               + SALARIOBRUTO-FUNI * 100
                   END-READ
               END-PERFORM
               CLOSE CADFUN2I
               MOVE "CADFUN2I" TO WS-NOME-CKS
               PERFORM REGISTRA-CHECKSUM
           END-IF
           MOVE "N" TO FIM-MASTER.

       REGISTRA-CHECKSUM.
           MOVE ZERO TO QTD-CHECKSUMS
           OPEN INPUT CHECKSUMS
           IF WS-STATUS-CKS = "00"
               PERFORM UNTIL FIM-CKS = "S"
                   READ CHECKSUMS AT END
                       MOVE "S" TO FIM-CKS
                   NOT AT END
                       ADD 1 TO QTD-CHECKSUMS
                       MOVE NOME-ARQ-CKS
                           TO TAB-CKS-ARQ (QTD-CHECKSUMS)
                       MOVE TOTAL-CKS
                           TO TAB-CKS-TOTAL (QTD-CHECKSUMS)
                       MOVE DATA-CKS
                           TO TAB-CKS-DATA (QTD-CHECKSUMS)
                   END-READ
               END-PERFORM
               CLOSE CHECKSUMS
           END-IF
           MOVE "N" TO FIM-CKS
           MOVE "N" TO SW-CKS-ACHADO
           SET IDX-TCKS TO 1
           SEARCH TAB-CKS-ITEM
               AT END
                   CONTINUE
               WHEN TAB-CKS-ARQ (IDX-TCKS) = WS-NOME-CKS
                   MOVE "S" TO SW-CKS-ACHADO
           END-SEARCH
           IF SW-CKS-ACHADO = "N"
               ADD 1 TO QTD-CHECKSUMS
               SET IDX-TCKS TO QTD-CHECKSUMS
               MOVE WS-NOME-CKS TO TAB-CKS-ARQ (IDX-TCKS)
           END-IF
           MOVE WS-TOTAL-CKS TO TAB-CKS-TOTAL (IDX-TCKS)
           MOVE WS-DATA-EXECUCAO TO TAB-CKS-DATA (IDX-TCKS)
           OPEN OUTPUT CHECKSUMS
           PERFORM REGRAVA-UM-CHECKSUM
               VARYING IDX-CKS FROM 1 BY 1
               UNTIL IDX-CKS > QTD-CHECKSUMS
           CLOSE CHECKSUMS.

       REGRAVA-UM-CHECKSUM.
           MOVE TAB-CKS-ARQ (IDX-CKS) TO NOME-ARQ-CKS
           MOVE TAB-CKS-TOTAL (IDX-CKS) TO TOTAL-CKS
           MOVE TAB-CKS-DATA (IDX-CKS) TO DATA-CKS
           WRITE DADOS-CKS.

       GRAVA-RUNLOG.
           OPEN EXTEND RUNLOG
           IF WS-STATUS-RLOG NOT = "00"
               OPEN OUTPUT RUNLOG
               CLOSE RUNLOG
               OPEN EXTEND RUNLOG
           END-IF
           MOVE "EX79" TO PROGRAMA-RLOG
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
                       DISPLAY "EX79: " WS-TRV-ARQUIVO " EM USO POR "
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
                   MOVE "EX79" TO TAB-TRV-PROGRAMA (QTD-TRAVAS)
                   MOVE WS-TRV-OPERADOR
                       TO TAB-TRV-OPERADOR (QTD-TRAVAS)
                   MOVE WS-TRV-DATA TO TAB-TRV-DATA (QTD-TRAVAS)
                   MOVE WS-TRV-HORA TO TAB-TRV-HORA (QTD-TRAVAS)
                   MOVE WS-TRV-MODO TO TAB-TRV-MODO (QTD-TRAVAS)
                   PERFORM GRAVA-TRAVAS
                   PERFORM CARREGA-TRAVAS
                   PERFORM PROCURA-DONO-TRAVA
                   IF WS-DONO-PROGRAMA = "EX79"
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
           DISPLAY "EX79: " WS-TRV-ARQUIVO " BLOQUEADO POR "
                   WS-DONO-PROGRAMA " OPERADOR " WS-DONO-OPERADOR
                   " DESDE " WS-DONO-DATA " " WS-DONO-HORA
           DISPLAY "EX79: EXECUCAO RECUSADA - CADASTRO EM USO."
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
           IF TAB-TRV-PROGRAMA (IDX-TRV) NOT = "EX79"
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
                   OR TAB-TRV-PROGRAMA (IDX-TRV) NOT = "EX79"
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
               WHEN TAB-PTR-PASSO (IDX-TPTR) = "EX79"
                   MOVE "S" TO SW-PASSO-TRV
           END-SEARCH
           IF SW-PASSO-TRV = "N" AND QTD-PASSOS-TRV < 99
               ADD 1 TO QTD-PASSOS-TRV
               SET IDX-TPTR TO QTD-PASSOS-TRV
               MOVE "EX79" TO TAB-PTR-PASSO (IDX-TPTR)
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
