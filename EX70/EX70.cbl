       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX70.
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
           SELECT CANDIDATOS ASSIGN TO "CADCAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CAN.
           SELECT CANDIDATOS-ORD ASSIGN TO "EX70ORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ORD.
           SELECT ARQ-ORDENACAO ASSIGN TO "EX70SORT.TMP".
           SELECT CADALU2 ASSIGN TO "CADALU2.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ALU.
           SELECT CADHIST ASSIGN TO "CADHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HIS.
           SELECT CAPACIDADES ASSIGN TO "EX41CAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CAP.
           SELECT PARAMETROS ASSIGN TO "EX41PARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARM.
           SELECT CADASTRO-INT ASSIGN TO "CADCLI1.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-INT.
           SELECT CADASTRO-OUT ASSIGN TO "CADCLI2.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO-OUT
               FILE STATUS IS WS-STATUS-CLI.
           SELECT CADASTRO-CAB ASSIGN TO "CADCLI2CAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CAB.
           SELECT CHECKSUMS ASSIGN TO "CADCKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CKS.
           SELECT JORNAL ASSIGN TO "CADJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JRN.
           SELECT CADXREF ASSIGN TO "CADXREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-XREF.
           SELECT CARTAS ASSIGN TO "EX70CAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO ASSIGN TO "EX70REL.DAT"
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
           SELECT TRAVAS ASSIGN TO "CADLCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRV.
           SELECT RUNCTL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CTL.

       DATA DIVISION.
       FILE SECTION.
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
               88 CAN-PENDENTE      VALUE " " "P".
               88 CAN-ACEITO        VALUE "A".
               88 CAN-ESPERA        VALUE "E".
               88 CAN-RECUSADO      VALUE "R".
               88 CAN-DESISTENTE    VALUE "D".
           05 POSICAO-CAN       PIC 9(3).
           05 MATRICULA-CAN     PIC 9(5).
           05 CODIGO-CLI-CAN    PIC X(5).
           05 DATA-SITUACAO-CAN PIC 9(8).

       FD  CANDIDATOS-ORD.
       01  REG-CANDIDATO-ORD    PIC X(141).

       SD  ARQ-ORDENACAO.
       01  DADOS-CLASS.
           05 NUMERO-CLASS      PIC 9(5).
           05 FILLER            PIC X(21).
           05 TURMA-CLASS       PIC X(3).
           05 FILLER            PIC X(2).
           05 NOTA-CLASS        PIC 9(2)V99.
           05 DATA-CLASS        PIC 9(8).
           05 FILLER            PIC X(98).

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

       FD  CADHIST.
       01  DADOS-HIST.
           05 NUMERO-HIST       PIC 9(5).
           05 NOME-HIST         PIC X(20).
           05 SEXO-HIST         PIC X(1).
           05 TURMA-HIST        PIC X(3).
           05 BIMESTRE-HIST     PIC 9(1).
           05 MEDIA-HIST        PIC 9(2)V99.

       FD  CAPACIDADES.
       01  DADOS-CAPACIDADE.
           05 TURMA-CAP         PIC X(3).
           05 VAGAS-CAP         PIC 9(3).

       FD  PARAMETROS.
       01  REG-PARM.
           05 CAPACIDADE-PARM   PIC 9(3).

       FD  CADASTRO-INT.
       01  DADOS-INT.
           05 CODIGO-INT        PIC X(5).
           05 NOME-INT          PIC X(20).
           05 CPF-INT           PIC X(11).
           05 ENDERECO-INT      PIC X(30).
           05 TELEFONE-INT      PIC X(15).
           05 FILIAL-INT        PIC X(2).

       FD  CADASTRO-OUT.
       01  DADOS-OUT.
           05 NOME-OUT          PIC X(20).
           05 CODIGO-OUT        PIC X(5).
           05 CPF-OUT           PIC X(11).
           05 ENDERECO-OUT      PIC X(30).
           05 TELEFONE-OUT      PIC X(15).
           05 FILIAL-OUT        PIC X(2).

       FD  CADASTRO-CAB.
       01  REG-CONTROLE-OUT.
           05 DATA-EXEC-CAB     PIC 9(8).
           05 QTD-REG-CAB       PIC 9(7).

       FD  CHECKSUMS.
       01  DADOS-CKS.
           05 NOME-ARQ-CKS      PIC X(12).
           05 TOTAL-CKS         PIC 9(15).
           05 DATA-CKS          PIC 9(8).

       FD  JORNAL.
       01  DADOS-JORNAL.
           05 DATA-JRN           PIC 9(8).
           05 TIPO-JRN           PIC X(1).
           05 CODIGO-JRN         PIC X(5).
           05 OPERADOR-JRN       PIC X(8).
           05 IMAGEM-ANTES-JRN   PIC X(83).
           05 IMAGEM-DEPOIS-JRN  PIC X(83).

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

       FD  CARTAS.
       01  LINHA-CARTA          PIC X(80).

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
       01  FIM-CKS              PIC X(1) VALUE "N".
       01  WS-STATUS-CAN        PIC X(2).
       01  WS-STATUS-ORD        PIC X(2).
       01  WS-STATUS-ALU        PIC X(2).
       01  WS-STATUS-HIS        PIC X(2).
       01  WS-STATUS-CAP        PIC X(2).
       01  WS-STATUS-PARM       PIC X(2).
       01  WS-STATUS-INT        PIC X(2).
       01  WS-STATUS-CLI        PIC X(2).
       01  WS-STATUS-CAB        PIC X(2).
       01  WS-STATUS-CKS        PIC X(2).
       01  WS-STATUS-JRN        PIC X(2).
       01  WS-STATUS-XREF       PIC X(2).
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
       01  WS-CAPACIDADE-PADRAO PIC 9(3) VALUE 35.
       01  WS-TURMA-DESTINO     PIC X(3) VALUE SPACES.
       01  WS-MOTIVO            PIC X(30) VALUE SPACES.
       01  WS-ULTIMA-MATRICULA  PIC 9(5) VALUE ZERO.
       01  WS-ULTIMO-CODIGO     PIC 9(5) VALUE ZERO.
       01  WS-CODIGO-NUMERICO   PIC 9(5) VALUE ZERO.
       01  WS-CODIGO-ALFA REDEFINES WS-CODIGO-NUMERICO PIC X(5).
       01  WS-CODIGO-CLIENTE    PIC X(5) VALUE SPACES.
       01  WS-POSICAO-NOVA      PIC 9(3) VALUE ZERO.
       01  WS-DELTA-CAB         PIC S9(7) COMP VALUE ZERO.
       01  WS-QTD-REG-CAB-ANT   PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-CLIENTES    PIC 9(15) VALUE ZERO.
       01  WS-CPF-NUMERICO      PIC 9(11) VALUE ZERO.
       01  WS-IMAGEM-DEPOIS     PIC X(83).
       01  SW-TURMA-ACHADA      PIC X(1) VALUE "N".
       01  SW-CPF-ACHADO        PIC X(1) VALUE "N".
       01  SW-CKS-ACHADO        PIC X(1) VALUE "N".
       01  SW-CLIENTE-GRAVADO   PIC X(1) VALUE "N".
       01  WS-TENTATIVAS        PIC 9(2) COMP VALUE ZERO.
       01  IDX-NOTA             PIC 9(1) COMP.
       01  IDX-CKS              PIC 9(2) COMP.

       01  WS-CPF-TRABALHO.
           05 WS-CPF-DIGITO     OCCURS 11 TIMES PIC 9(1).
       01  SW-CPF               PIC X(1) VALUE "N".
           88 CPF-VALIDO        VALUE "N".
           88 CPF-INVALIDO      VALUE "S".
       01  SW-CPF-IGUAIS        PIC X(1) VALUE "N".
           88 CPF-TODOS-IGUAIS  VALUE "S".
       01  WS-SOMA-CPF          PIC 9(4) COMP VALUE ZERO.
       01  WS-QUOC-CPF          PIC 9(4) COMP VALUE ZERO.
       01  WS-RESTO-CPF         PIC 9(2) COMP VALUE ZERO.
       01  WS-DV1-CPF           PIC 9(1) VALUE ZERO.
       01  WS-DV2-CPF           PIC 9(1) VALUE ZERO.
       01  IDX-CPF              PIC 9(2) COMP.

       01  CONT-LIDOS           PIC 9(7) COMP VALUE ZERO.
       01  CONT-GRAVADOS        PIC 9(7) COMP VALUE ZERO.
       01  CONT-REJEITADOS      PIC 9(7) COMP VALUE ZERO.
       01  CONT-ACEITOS         PIC 9(7) COMP VALUE ZERO.
       01  CONT-ESPERA          PIC 9(7) COMP VALUE ZERO.
       01  CONT-CLIENTES-NOVOS  PIC 9(7) COMP VALUE ZERO.
       01  CONT-CARTAS          PIC 9(7) COMP VALUE ZERO.
       01  WS-NUMERO-EDIT       PIC ZZZZ9.
       01  WS-MATRICULA-EDIT    PIC ZZZZ9.
       01  WS-POSICAO-EDIT      PIC ZZ9.
       01  WS-NOTA-EDIT         PIC Z9,99.
       01  WS-RESULTADO         PIC X(20).

       01  TAB-TURMAS.
           05 QTD-TURMAS        PIC 9(3) COMP VALUE ZERO.
           05 TAB-TUR-ITEM      OCCURS 1 TO 999 TIMES
                                DEPENDING ON QTD-TURMAS
                                INDEXED BY IDX-TTUR.
               10 TAB-TUR-TURMA      PIC X(3).
               10 TAB-TUR-CAPACIDADE PIC 9(3).
               10 TAB-TUR-OCUPADAS   PIC 9(3).
               10 TAB-TUR-FILA       PIC 9(3).

       01  TAB-CPFS.
           05 QTD-CPFS          PIC 9(5) COMP VALUE ZERO.
           05 TAB-CPF-ITEM      OCCURS 1 TO 9999 TIMES
                                DEPENDING ON QTD-CPFS
                                INDEXED BY IDX-TCPF.
               10 TAB-CPF-CODIGO PIC X(5).
               10 TAB-CPF-NUM    PIC X(11).

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
           PERFORM CONFERE-CANDIDATOS
           PERFORM LE-PARAMETRO
           MOVE "CADCLI2" TO WS-TRV-ARQUIVO
           PERFORM TRAVA-ARQUIVO
           PERFORM CARREGA-CAPACIDADES
           PERFORM CARREGA-ALUNOS
           PERFORM CARREGA-HISTORICO
           PERFORM CARREGA-CLIENTES

           SORT ARQ-ORDENACAO
               ON ASCENDING KEY TURMA-CLASS
               ON DESCENDING KEY NOTA-CLASS
               ON ASCENDING KEY DATA-CLASS
                                NUMERO-CLASS
               USING CANDIDATOS
               GIVING CANDIDATOS-ORD

           PERFORM ABRE-REJEITOS
           PERFORM ABRE-ARQUIVOS-MATRICULA
           OPEN OUTPUT CARTAS
           OPEN OUTPUT RELATORIO
           PERFORM IMPRIME-CABECALHO-REL
           OPEN INPUT CANDIDATOS-ORD
           OPEN OUTPUT CANDIDATOS

           PERFORM UNTIL FIMARQ = "S"
               READ CANDIDATOS-ORD INTO DADOS-CAN
                   AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       ADD 1 TO CONT-LIDOS
                       PERFORM PROCESSA-CANDIDATO
                       WRITE DADOS-CAN
               END-READ
           END-PERFORM
           MOVE "N" TO FIMARQ

           CLOSE CANDIDATOS-ORD
           CLOSE CANDIDATOS
           CLOSE CADALU2
           CLOSE CADASTRO-INT
           CLOSE CADASTRO-OUT
           CLOSE JORNAL
           CLOSE CADXREF
           CLOSE CARTAS
           CLOSE RELATORIO
           CLOSE REJEITOS
           IF CONT-CLIENTES-NOVOS > ZERO
               PERFORM ATUALIZA-CABECALHO
               PERFORM ATUALIZA-CHECKSUM-CLIENTES
           END-IF
           PERFORM GRAVA-RUNLOG
           DISPLAY "EX70: CANDIDATOS LIDOS ....... " CONT-LIDOS
           DISPLAY "EX70: ACEITOS NESTA EXECUCAO . " CONT-ACEITOS
           DISPLAY "EX70: NA LISTA DE ESPERA ..... " CONT-ESPERA
           DISPLAY "EX70: RESPONSAVEIS NOVOS ..... " CONT-CLIENTES-NOVOS
           DISPLAY "EX70: CARTAS EMITIDAS ........ " CONT-CARTAS
           DISPLAY "EX70: INSCRICOES RECUSADAS ... " CONT-REJEITADOS
           PERFORM LIBERA-TRAVAS
           STOP RUN.

       CONFERE-CANDIDATOS.
           OPEN INPUT CANDIDATOS
           IF WS-STATUS-CAN NOT = "00"
               DISPLAY "EX70: CADCAN AUSENTE - NENHUMA INSCRICAO"
               PERFORM LIBERA-TRAVAS
               STOP RUN
           END-IF
           PERFORM UNTIL FIMARQ = "S"
               READ CANDIDATOS AT END
                   MOVE "S" TO FIMARQ
               NOT AT END
                   IF CAN-ACEITO AND MATRICULA-CAN IS NUMERIC
                           AND MATRICULA-CAN > WS-ULTIMA-MATRICULA
                       MOVE MATRICULA-CAN TO WS-ULTIMA-MATRICULA
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CANDIDATOS
           MOVE "N" TO FIMARQ.

       LE-PARAMETRO.
           OPEN INPUT PARAMETROS
           IF WS-STATUS-PARM = "00"
               READ PARAMETROS
                   NOT AT END
                       IF CAPACIDADE-PARM IS NUMERIC
                               AND CAPACIDADE-PARM > ZERO
                           MOVE CAPACIDADE-PARM
                               TO WS-CAPACIDADE-PADRAO
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.

       CARREGA-CAPACIDADES.
           MOVE ZERO TO QTD-TURMAS
           OPEN INPUT CAPACIDADES
           IF WS-STATUS-CAP = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ CAPACIDADES AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       IF VAGAS-CAP IS NUMERIC
                               AND TURMA-CAP NOT = SPACES
                           ADD 1 TO QTD-TURMAS
                           MOVE TURMA-CAP
                               TO TAB-TUR-TURMA (QTD-TURMAS)
                           MOVE VAGAS-CAP
                               TO TAB-TUR-CAPACIDADE (QTD-TURMAS)
                           MOVE ZERO
                               TO TAB-TUR-OCUPADAS (QTD-TURMAS)
                           MOVE ZERO
                               TO TAB-TUR-FILA (QTD-TURMAS)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CAPACIDADES
           END-IF
           MOVE "N" TO FIMARQ.

       CARREGA-ALUNOS.
           OPEN INPUT CADALU2
           IF WS-STATUS-ALU = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ CADALU2 AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       IF NUMERO-ALU2 IS NUMERIC
                               AND NUMERO-ALU2 > WS-ULTIMA-MATRICULA
                           MOVE NUMERO-ALU2 TO WS-ULTIMA-MATRICULA
                       END-IF
                       IF NOT ALUNO-TRANSFERIDO
                               AND TURMA-ALU2 NOT = SPACES
                           MOVE TURMA-ALU2 TO WS-TURMA-DESTINO
                           PERFORM PROCURA-TURMA
                           ADD 1 TO TAB-TUR-OCUPADAS (IDX-TTUR)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CADALU2
           END-IF
           MOVE "N" TO FIMARQ.

       CARREGA-HISTORICO.
           OPEN INPUT CADHIST
           IF WS-STATUS-HIS = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ CADHIST AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       IF NUMERO-HIST IS NUMERIC
                               AND NUMERO-HIST > WS-ULTIMA-MATRICULA
                           MOVE NUMERO-HIST TO WS-ULTIMA-MATRICULA
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CADHIST
           END-IF
           MOVE "N" TO FIMARQ.

       CARREGA-CLIENTES.
           MOVE ZERO TO QTD-CPFS
           OPEN INPUT CADASTRO-OUT
           IF WS-STATUS-CLI NOT = "00"
               DISPLAY "EX70: CADASTRO DE CLIENTES INDISPONIVEL - "
                       WS-STATUS-CLI
               MOVE 8 TO RETURN-CODE
               PERFORM LIBERA-TRAVAS
               STOP RUN
           END-IF
           PERFORM UNTIL FIM-MASTER = "S"
               READ CADASTRO-OUT NEXT
                   AT END
                       MOVE "S" TO FIM-MASTER
                   NOT AT END
                       ADD 1 TO QTD-CPFS
                       MOVE CODIGO-OUT TO TAB-CPF-CODIGO (QTD-CPFS)
                       MOVE CPF-OUT TO TAB-CPF-NUM (QTD-CPFS)
                       MOVE CODIGO-OUT TO WS-CODIGO-ALFA
                       IF WS-CODIGO-NUMERICO IS NUMERIC
                               AND WS-CODIGO-NUMERICO
                                   > WS-ULTIMO-CODIGO
                           MOVE WS-CODIGO-NUMERICO
                               TO WS-ULTIMO-CODIGO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CADASTRO-OUT
           MOVE "N" TO FIM-MASTER.

       ABRE-ARQUIVOS-MATRICULA.
           OPEN EXTEND CADALU2
           IF WS-STATUS-ALU NOT = "00"
               OPEN OUTPUT CADALU2
               CLOSE CADALU2
               OPEN EXTEND CADALU2
           END-IF
           OPEN EXTEND CADASTRO-INT
           IF WS-STATUS-INT NOT = "00"
               OPEN OUTPUT CADASTRO-INT
               CLOSE CADASTRO-INT
               OPEN EXTEND CADASTRO-INT
           END-IF
           OPEN I-O CADASTRO-OUT
           OPEN EXTEND JORNAL
           IF WS-STATUS-JRN NOT = "00"
               OPEN OUTPUT JORNAL
               CLOSE JORNAL
               OPEN EXTEND JORNAL
           END-IF
           OPEN EXTEND CADXREF
           IF WS-STATUS-XREF NOT = "00"
               OPEN OUTPUT CADXREF
               CLOSE CADXREF
               OPEN EXTEND CADXREF
           END-IF.

       PROCESSA-CANDIDATO.
           EVALUATE TRUE
               WHEN CAN-ACEITO OR CAN-RECUSADO OR CAN-DESISTENTE
                   CONTINUE
               WHEN CAN-ESPERA
                   PERFORM CLASSIFICA-CANDIDATO
               WHEN CAN-PENDENTE
                   PERFORM VALIDA-CANDIDATO
                   IF WS-MOTIVO = SPACES
                       PERFORM CLASSIFICA-CANDIDATO
                   ELSE
                       PERFORM RECUSA-CANDIDATO
                   END-IF
               WHEN OTHER
                   MOVE "SITUACAO DA INSCRICAO INVALIDA" TO WS-MOTIVO
                   PERFORM RECUSA-CANDIDATO
           END-EVALUATE.

       VALIDA-CANDIDATO.
           MOVE SPACES TO WS-MOTIVO
           IF NUMERO-CAN IS NOT NUMERIC
                   OR NOME-CAN = SPACES
                   OR TURMA-CAN = SPACES
                   OR NOTA-CAN IS NOT NUMERIC
                   OR DATA-INSCRICAO-CAN IS NOT NUMERIC
                   OR NOME-RESP-CAN = SPACES
               MOVE "INSCRICAO MAL FORMADA" TO WS-MOTIVO
           ELSE
               IF NOTA-CAN > 10
                   MOVE "NOTA DE INGRESSO FORA DE 0 A 10" TO WS-MOTIVO
               ELSE
                   MOVE CPF-RESP-CAN TO WS-CPF-TRABALHO
                   PERFORM VALIDA-CPF
                   IF CPF-INVALIDO
                       MOVE "CPF DO RESPONSAVEL INVALIDO"
                           TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF.

       RECUSA-CANDIDATO.
           MOVE "EX70" TO PROGRAMA-REJ
           MOVE NUMERO-CAN TO CHAVE-REJ
           MOVE WS-MOTIVO TO MOTIVO-REJ
           MOVE DADOS-CAN TO IMAGEM-REJ
           PERFORM GRAVA-REJEITO
           MOVE "R" TO SITUACAO-CAN
           MOVE ZERO TO POSICAO-CAN
           MOVE WS-DATA-EXECUCAO TO DATA-SITUACAO-CAN
           MOVE "RECUSADA" TO WS-RESULTADO
           PERFORM IMPRIME-LINHA-REL.

       CLASSIFICA-CANDIDATO.
           MOVE TURMA-CAN TO WS-TURMA-DESTINO
           PERFORM PROCURA-TURMA
           IF TAB-TUR-OCUPADAS (IDX-TTUR)
                   < TAB-TUR-CAPACIDADE (IDX-TTUR)
               PERFORM ACEITA-CANDIDATO
           ELSE
               PERFORM COLOCA-EM-ESPERA
           END-IF.

       PROCURA-TURMA.
           MOVE "N" TO SW-TURMA-ACHADA
           SET IDX-TTUR TO 1
           SEARCH TAB-TUR-ITEM
               AT END
                   CONTINUE
               WHEN TAB-TUR-TURMA (IDX-TTUR) = WS-TURMA-DESTINO
                   MOVE "S" TO SW-TURMA-ACHADA
           END-SEARCH
           IF SW-TURMA-ACHADA = "N"
               ADD 1 TO QTD-TURMAS
               SET IDX-TTUR TO QTD-TURMAS
               MOVE WS-TURMA-DESTINO TO TAB-TUR-TURMA (IDX-TTUR)
               MOVE WS-CAPACIDADE-PADRAO
                   TO TAB-TUR-CAPACIDADE (IDX-TTUR)
               MOVE ZERO TO TAB-TUR-OCUPADAS (IDX-TTUR)
               MOVE ZERO TO TAB-TUR-FILA (IDX-TTUR)
           END-IF.

       ACEITA-CANDIDATO.
           ADD 1 TO TAB-TUR-OCUPADAS (IDX-TTUR)
           ADD 1 TO WS-ULTIMA-MATRICULA
           IF FILIAL-CAN = SPACES
               MOVE "01" TO FILIAL-CAN
           END-IF
           PERFORM GRAVA-ALUNO-NOVO
           PERFORM VINCULA-RESPONSAVEL
           PERFORM GRAVA-CRUZAMENTO
           MOVE "A" TO SITUACAO-CAN
           MOVE ZERO TO POSICAO-CAN
           MOVE WS-ULTIMA-MATRICULA TO MATRICULA-CAN
           MOVE WS-CODIGO-CLIENTE TO CODIGO-CLI-CAN
           MOVE WS-DATA-EXECUCAO TO DATA-SITUACAO-CAN
           ADD 1 TO CONT-ACEITOS
           ADD 1 TO CONT-GRAVADOS
           PERFORM IMPRIME-CARTA-ACEITE
           MOVE WS-ULTIMA-MATRICULA TO WS-MATRICULA-EDIT
           MOVE SPACES TO WS-RESULTADO
           STRING "ACEITO MAT " WS-MATRICULA-EDIT
               DELIMITED BY SIZE INTO WS-RESULTADO
           PERFORM IMPRIME-LINHA-REL.

       GRAVA-ALUNO-NOVO.
           MOVE WS-ULTIMA-MATRICULA TO NUMERO-ALU2
           MOVE NOME-CAN TO NOME-ALU2
           MOVE SEXO-CAN TO SEXO-ALU2
           MOVE 4 TO QTD-NOTAS-ALU2
           PERFORM LIMPA-NOTA
               VARYING IDX-NOTA FROM 1 BY 1
               UNTIL IDX-NOTA > 4
           MOVE ZERO TO FALTAS-ALU2
           MOVE TURMA-CAN TO TURMA-ALU2
           MOVE FILIAL-CAN TO FILIAL-ALU2
           MOVE SPACE TO SITUACAO-ALU2
           WRITE DADOS-ALU2.

       LIMPA-NOTA.
           MOVE ZERO TO VALOR-NOTA (IDX-NOTA)
           MOVE 0,250 TO PESO-NOTA (IDX-NOTA).

       VINCULA-RESPONSAVEL.
           MOVE "N" TO SW-CPF-ACHADO
           SET IDX-TCPF TO 1
           SEARCH TAB-CPF-ITEM
               AT END
                   CONTINUE
               WHEN TAB-CPF-NUM (IDX-TCPF) = CPF-RESP-CAN
                   MOVE "S" TO SW-CPF-ACHADO
                   MOVE TAB-CPF-CODIGO (IDX-TCPF)
                       TO WS-CODIGO-CLIENTE
           END-SEARCH
           IF SW-CPF-ACHADO = "N"
               MOVE "N" TO SW-CLIENTE-GRAVADO
               MOVE ZERO TO WS-TENTATIVAS
               PERFORM GRAVA-CLIENTE-NOVO
                   UNTIL SW-CLIENTE-GRAVADO = "S"
                      OR WS-TENTATIVAS >= 10
               IF SW-CLIENTE-GRAVADO = "N"
                   MOVE SPACES TO WS-CODIGO-CLIENTE
                   MOVE "EX70" TO PROGRAMA-REJ
                   MOVE NUMERO-CAN TO CHAVE-REJ
                   MOVE "RESPONSAVEL NAO INCLUIDO" TO MOTIVO-REJ
                   MOVE DADOS-CAN TO IMAGEM-REJ
                   PERFORM GRAVA-REJEITO
               END-IF
           END-IF.

       GRAVA-CLIENTE-NOVO.
           ADD 1 TO WS-TENTATIVAS
           ADD 1 TO WS-ULTIMO-CODIGO
           MOVE WS-ULTIMO-CODIGO TO WS-CODIGO-NUMERICO
           MOVE WS-CODIGO-ALFA TO WS-CODIGO-CLIENTE
           MOVE NOME-RESP-CAN TO NOME-OUT
           MOVE WS-CODIGO-CLIENTE TO CODIGO-OUT
           MOVE CPF-RESP-CAN TO CPF-OUT
           MOVE ENDERECO-RESP-CAN TO ENDERECO-OUT
           MOVE TELEFONE-RESP-CAN TO TELEFONE-OUT
           MOVE FILIAL-CAN TO FILIAL-OUT
           WRITE DADOS-OUT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO SW-CLIENTE-GRAVADO
                   ADD 1 TO CONT-CLIENTES-NOVOS
                   ADD 1 TO WS-DELTA-CAB
                   MOVE DADOS-OUT TO WS-IMAGEM-DEPOIS
                   PERFORM GRAVA-JORNAL
                   PERFORM GRAVA-CLIENTE-ORIGEM
                   ADD 1 TO QTD-CPFS
                   MOVE WS-CODIGO-CLIENTE
                       TO TAB-CPF-CODIGO (QTD-CPFS)
                   MOVE CPF-RESP-CAN TO TAB-CPF-NUM (QTD-CPFS)
           END-WRITE.

       GRAVA-CLIENTE-ORIGEM.
           MOVE WS-CODIGO-CLIENTE TO CODIGO-INT
           MOVE NOME-RESP-CAN TO NOME-INT
           MOVE CPF-RESP-CAN TO CPF-INT
           MOVE ENDERECO-RESP-CAN TO ENDERECO-INT
           MOVE TELEFONE-RESP-CAN TO TELEFONE-INT
           MOVE FILIAL-CAN TO FILIAL-INT
           WRITE DADOS-INT.

       GRAVA-JORNAL.
           MOVE WS-DATA-EXECUCAO TO DATA-JRN
           MOVE "I" TO TIPO-JRN
           MOVE WS-CODIGO-CLIENTE TO CODIGO-JRN
           MOVE "EX70" TO OPERADOR-JRN
           MOVE SPACES TO IMAGEM-ANTES-JRN
           MOVE WS-IMAGEM-DEPOIS TO IMAGEM-DEPOIS-JRN
           WRITE DADOS-JORNAL.

       GRAVA-CRUZAMENTO.
           MOVE NOME-CAN TO NOME-XREF
           MOVE WS-CODIGO-CLIENTE TO CODIGO-CLI-XREF
           MOVE CPF-RESP-CAN TO CPF-XREF
           MOVE WS-ULTIMA-MATRICULA TO NUMERO-ALU-XREF
           MOVE ZERO TO NUMERO-FUN-XREF
           MOVE "S" TO IND-CLIENTE-XREF
           MOVE "S" TO IND-ALUNO-XREF
           MOVE "N" TO IND-FUNC-XREF
           WRITE DADOS-XREF.

       COLOCA-EM-ESPERA.
           ADD 1 TO TAB-TUR-FILA (IDX-TTUR)
           MOVE TAB-TUR-FILA (IDX-TTUR) TO WS-POSICAO-NOVA
           IF NOT CAN-ESPERA
                   OR POSICAO-CAN NOT = WS-POSICAO-NOVA
               MOVE "E" TO SITUACAO-CAN
               MOVE WS-POSICAO-NOVA TO POSICAO-CAN
               MOVE WS-DATA-EXECUCAO TO DATA-SITUACAO-CAN
               PERFORM IMPRIME-CARTA-ESPERA
           END-IF
           ADD 1 TO CONT-ESPERA
           MOVE WS-POSICAO-NOVA TO WS-POSICAO-EDIT
           MOVE SPACES TO WS-RESULTADO
           STRING "ESPERA POSICAO " WS-POSICAO-EDIT
               DELIMITED BY SIZE INTO WS-RESULTADO
           PERFORM IMPRIME-LINHA-REL.

       IMPRIME-CARTA-ACEITE.
           PERFORM IMPRIME-CABECALHO-CARTA
           MOVE SPACES TO LINHA-CARTA
           STRING "ASSUNTO: CARTA DE ACEITE - MATRICULA"
               DELIMITED BY SIZE INTO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           STRING "TEMOS A SATISFACAO DE INFORMAR QUE O(A) CANDIDATO(A)"
               DELIMITED BY SIZE INTO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE NUMERO-CAN TO WS-NUMERO-EDIT
           MOVE SPACES TO LINHA-CARTA
           STRING NOME-CAN " (INSCRICAO " WS-NUMERO-EDIT
               ") FOI ACEITO(A) NA TURMA " TURMA-CAN
               ", FILIAL " FILIAL-CAN "."
               DELIMITED BY SIZE INTO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE WS-ULTIMA-MATRICULA TO WS-MATRICULA-EDIT
           MOVE SPACES TO LINHA-CARTA
           STRING "NUMERO DE MATRICULA: " WS-MATRICULA-EDIT
               "   CODIGO DO RESPONSAVEL: " WS-CODIGO-CLIENTE
               DELIMITED BY SIZE INTO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           STRING "AS MENSALIDADES SERAO EMITIDAS EM NOME DO"
               " RESPONSAVEL FINANCEIRO ACIMA."
               DELIMITED BY SIZE INTO LINHA-CARTA
           WRITE LINHA-CARTA
           PERFORM IMPRIME-RODAPE-CARTA.

       IMPRIME-CARTA-ESPERA.
           PERFORM IMPRIME-CABECALHO-CARTA
           MOVE SPACES TO LINHA-CARTA
           STRING "ASSUNTO: LISTA DE ESPERA"
               DELIMITED BY SIZE INTO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE NUMERO-CAN TO WS-NUMERO-EDIT
           MOVE SPACES TO LINHA-CARTA
           STRING "O(A) CANDIDATO(A) " NOME-CAN
               " (INSCRICAO " WS-NUMERO-EDIT ")"
               DELIMITED BY SIZE INTO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE WS-POSICAO-NOVA TO WS-POSICAO-EDIT
           MOVE SPACES TO LINHA-CARTA
           STRING "ESTA NA POSICAO " WS-POSICAO-EDIT
               " DA LISTA DE ESPERA DA TURMA " TURMA-CAN "."
               DELIMITED BY SIZE INTO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           STRING "SURGINDO VAGA, A CONVOCACAO SERA FEITA"
               " AUTOMATICAMENTE POR CARTA."
               DELIMITED BY SIZE INTO LINHA-CARTA
           WRITE LINHA-CARTA
           PERFORM IMPRIME-RODAPE-CARTA.

       IMPRIME-CABECALHO-CARTA.
           MOVE ALL "=" TO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           STRING "SECRETARIA ESCOLAR"
               "                                  EMISSAO: "
               WS-DATA-EMISSAO
               DELIMITED BY SIZE INTO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           STRING "A(O) SR(A). " NOME-RESP-CAN
               DELIMITED BY SIZE INTO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           STRING ENDERECO-RESP-CAN
               DELIMITED BY SIZE INTO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           WRITE LINHA-CARTA.

       IMPRIME-RODAPE-CARTA.
           MOVE SPACES TO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           STRING "ATENCIOSAMENTE,"
               DELIMITED BY SIZE INTO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           STRING "SECRETARIA ESCOLAR"
               DELIMITED BY SIZE INTO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           WRITE LINHA-CARTA
           ADD 1 TO CONT-CARTAS.

       IMPRIME-CABECALHO-REL.
           MOVE SPACES TO LINHA-REL
           STRING "CLASSIFICACAO DE INGRESSO POR TURMA"
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "EMISSAO: " WS-DATA-EMISSAO
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "TURMA  INSCR  CANDIDATO              NOTA  "
               "RESULTADO"
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL.

       IMPRIME-LINHA-REL.
           MOVE NUMERO-CAN TO WS-NUMERO-EDIT
           IF NOTA-CAN IS NUMERIC
               MOVE NOTA-CAN TO WS-NOTA-EDIT
           ELSE
               MOVE ZERO TO WS-NOTA-EDIT
           END-IF
           MOVE SPACES TO LINHA-REL
           STRING TURMA-CAN "    " WS-NUMERO-EDIT "  " NOME-CAN
               " " WS-NOTA-EDIT "  " WS-RESULTADO
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.

       ATUALIZA-CABECALHO.
           MOVE ZERO TO WS-QTD-REG-CAB-ANT
           OPEN INPUT CADASTRO-CAB
           IF WS-STATUS-CAB = "00"
               READ CADASTRO-CAB
                   NOT AT END
                       MOVE QTD-REG-CAB TO WS-QTD-REG-CAB-ANT
               END-READ
               CLOSE CADASTRO-CAB
           END-IF
           MOVE WS-DATA-EXECUCAO TO DATA-EXEC-CAB
           COMPUTE QTD-REG-CAB = WS-QTD-REG-CAB-ANT + WS-DELTA-CAB
           OPEN OUTPUT CADASTRO-CAB
           WRITE REG-CONTROLE-OUT
           CLOSE CADASTRO-CAB.

       ATUALIZA-CHECKSUM-CLIENTES.
           MOVE ZERO TO WS-TOTAL-CLIENTES
           MOVE "N" TO FIM-MASTER
           OPEN INPUT CADASTRO-OUT
           PERFORM UNTIL FIM-MASTER = "S"
               READ CADASTRO-OUT NEXT
                   AT END
                       MOVE "S" TO FIM-MASTER
                   NOT AT END
                       IF CPF-OUT IS NUMERIC
                           MOVE CPF-OUT TO WS-CPF-NUMERICO
                           ADD WS-CPF-NUMERICO
                               TO WS-TOTAL-CLIENTES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CADASTRO-OUT
           MOVE "N" TO FIM-MASTER
           PERFORM REGISTRA-CHECKSUM.

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
               WHEN TAB-CKS-ARQ (IDX-TCKS) = "CADCLI2"
                   MOVE "S" TO SW-CKS-ACHADO
           END-SEARCH
           IF SW-CKS-ACHADO = "N"
               ADD 1 TO QTD-CHECKSUMS
               SET IDX-TCKS TO QTD-CHECKSUMS
               MOVE "CADCLI2" TO TAB-CKS-ARQ (IDX-TCKS)
           END-IF
           MOVE WS-TOTAL-CLIENTES TO TAB-CKS-TOTAL (IDX-TCKS)
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

       VALIDA-CPF.
           SET CPF-VALIDO TO TRUE
           IF WS-CPF-TRABALHO IS NOT NUMERIC
               SET CPF-INVALIDO TO TRUE
           ELSE
               SET CPF-TODOS-IGUAIS TO TRUE
               PERFORM VERIFICA-CPF-REPETIDO
                   VARYING IDX-CPF FROM 2 BY 1
                   UNTIL IDX-CPF > 11
               IF CPF-TODOS-IGUAIS
                   SET CPF-INVALIDO TO TRUE
               ELSE
                   PERFORM CALCULA-DIGITOS-CPF
                   IF WS-DV1-CPF NOT = WS-CPF-DIGITO (10)
                           OR WS-DV2-CPF NOT = WS-CPF-DIGITO (11)
                       SET CPF-INVALIDO TO TRUE
                   END-IF
               END-IF
           END-IF.

       VERIFICA-CPF-REPETIDO.
           IF WS-CPF-DIGITO (IDX-CPF) NOT = WS-CPF-DIGITO (1)
               MOVE "N" TO SW-CPF-IGUAIS
           END-IF.

       CALCULA-DIGITOS-CPF.
           MOVE ZERO TO WS-SOMA-CPF
           PERFORM SOMA-PESO-DV1
               VARYING IDX-CPF FROM 1 BY 1
               UNTIL IDX-CPF > 9
           DIVIDE WS-SOMA-CPF BY 11 GIVING WS-QUOC-CPF
               REMAINDER WS-RESTO-CPF
           IF WS-RESTO-CPF < 2
               MOVE ZERO TO WS-DV1-CPF
           ELSE
               COMPUTE WS-DV1-CPF = 11 - WS-RESTO-CPF
           END-IF
           MOVE ZERO TO WS-SOMA-CPF
           PERFORM SOMA-PESO-DV2
               VARYING IDX-CPF FROM 1 BY 1
               UNTIL IDX-CPF > 9
           COMPUTE WS-SOMA-CPF = WS-SOMA-CPF + WS-DV1-CPF * 2
           DIVIDE WS-SOMA-CPF BY 11 GIVING WS-QUOC-CPF
               REMAINDER WS-RESTO-CPF
           IF WS-RESTO-CPF < 2
               MOVE ZERO TO WS-DV2-CPF
           ELSE
               COMPUTE WS-DV2-CPF = 11 - WS-RESTO-CPF
           END-IF.

       SOMA-PESO-DV1.
           COMPUTE WS-SOMA-CPF = WS-SOMA-CPF +
               WS-CPF-DIGITO (IDX-CPF) * (11 - IDX-CPF).

       SOMA-PESO-DV2.
           COMPUTE WS-SOMA-CPF = WS-SOMA-CPF +
               WS-CPF-DIGITO (IDX-CPF) * (12 - IDX-CPF).

       ABRE-REJEITOS.
           OPEN EXTEND REJEITOS
           IF WS-STATUS-REJ NOT = "00"
               OPEN OUTPUT REJEITOS
               CLOSE REJEITOS
               OPEN EXTEND REJEITOS
           END-IF
           PERFORM LE-SEQUENCIA.

       GRAVA-REJEITO.
           MOVE WS-DATA-EXECUCAO TO DATA-REJ
           MOVE WS-SEQ-EXECUCAO TO SEQ-EXEC-REJ
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
           MOVE "EX70" TO PROGRAMA-RLOG
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
                       DISPLAY "EX70: " WS-TRV-ARQUIVO " EM USO POR "
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
                   MOVE "EX70" TO TAB-TRV-PROGRAMA (QTD-TRAVAS)
                   MOVE WS-TRV-OPERADOR
                       TO TAB-TRV-OPERADOR (QTD-TRAVAS)
                   MOVE WS-TRV-DATA TO TAB-TRV-DATA (QTD-TRAVAS)
                   MOVE WS-TRV-HORA TO TAB-TRV-HORA (QTD-TRAVAS)
                   MOVE WS-TRV-MODO TO TAB-TRV-MODO (QTD-TRAVAS)
                   PERFORM GRAVA-TRAVAS
                   PERFORM CARREGA-TRAVAS
                   PERFORM PROCURA-DONO-TRAVA
                   IF WS-DONO-PROGRAMA = "EX70"
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
           DISPLAY "EX70: " WS-TRV-ARQUIVO " BLOQUEADO POR "
                   WS-DONO-PROGRAMA " OPERADOR " WS-DONO-OPERADOR
                   " DESDE " WS-DONO-DATA " " WS-DONO-HORA
           DISPLAY "EX70: EXECUCAO RECUSADA - CADASTRO EM USO."
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
           IF TAB-TRV-PROGRAMA (IDX-TRV) NOT = "EX70"
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
                   OR TAB-TRV-PROGRAMA (IDX-TRV) NOT = "EX70"
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
               WHEN TAB-PTR-PASSO (IDX-TPTR) = "EX70"
                   MOVE "S" TO SW-PASSO-TRV
           END-SEARCH
           IF SW-PASSO-TRV = "N" AND QTD-PASSOS-TRV < 99
               ADD 1 TO QTD-PASSOS-TRV
               SET IDX-TPTR TO QTD-PASSOS-TRV
               MOVE "EX70" TO TAB-PTR-PASSO (IDX-TPTR)
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
