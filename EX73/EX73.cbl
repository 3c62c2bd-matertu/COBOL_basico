       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX73.
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
           SELECT CREDITOS ASSIGN TO "CADCRE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CRE.
           SELECT CREDITOS-ORD ASSIGN TO "EX73ORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ORD.
           SELECT ARQ-ORDENACAO ASSIGN TO "EX73SORT.TMP".
           SELECT CADXREF ASSIGN TO "CADXREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-XREF.
           SELECT TRANSFERENCIAS ASSIGN TO "CADTRF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRF.
           SELECT RELATORIO ASSIGN TO "EX73REL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RLOG.

       DATA DIVISION.
       FILE SECTION.
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

       FD  CREDITOS-ORD.
       01  DADOS-ORD.
           05 CODIGO-CLI-ORD    PIC X(5).
           05 NOME-RESP-ORD     PIC X(20).
           05 MATRICULA-ORD     PIC 9(5).
           05 MES-REF-ORD       PIC 9(6).
           05 ORIGEM-ORD        PIC X(1).
               88 ORD-DUPLICADO     VALUE "D".
           05 PROGRAMA-ORD      PIC X(4).
           05 DATA-ORD          PIC 9(8).
           05 VALOR-ORD         PIC 9(5)V99.
           05 VALOR-USADO-ORD   PIC 9(5)V99.
           05 MES-USO-ORD       PIC 9(6).
           05 VALOR-USO-MES-ORD PIC 9(5)V99.
           05 SITUACAO-ORD      PIC X(1).
               88 ORD-ABERTO        VALUE "A".
           05 DATA-REEMB-ORD    PIC 9(8).

       SD  ARQ-ORDENACAO.
       01  DADOS-CLASS.
           05 CODIGO-CLI-CLASS  PIC X(5).
           05 FILLER            PIC X(36).
           05 DATA-CLASS        PIC 9(8).
           05 FILLER            PIC X(36).

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
       01  WS-STATUS-CRE        PIC X(2).
       01  WS-STATUS-ORD        PIC X(2).
       01  WS-STATUS-XREF       PIC X(2).
       01  WS-STATUS-TRF        PIC X(2).
       01  WS-STATUS-RLOG       PIC X(2).
       01  WS-DATA-EXECUCAO     PIC 9(8) VALUE ZERO.
       01  WS-DATA-SISTEMA REDEFINES WS-DATA-EXECUCAO.
           05 WS-ANO            PIC 9(4).
           05 WS-MES            PIC 9(2).
           05 WS-DIA            PIC 9(2).
       01  WS-DATA-EMISSAO      PIC X(10).
       01  WS-CODIGO-ANTERIOR   PIC X(5) VALUE SPACES.
       01  WS-SALDO-CREDITO     PIC 9(5)V99 VALUE ZERO.
       01  WS-TOTAL-RESP        PIC 9(7)V99 VALUE ZERO.
       01  WS-TOTAL-REEMBOLSO   PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-MANTIDO     PIC 9(9)V99 VALUE ZERO.
       01  WS-QTD-ALUNOS-RESP   PIC 9(3) COMP VALUE ZERO.
       01  WS-QTD-ATIVOS-RESP   PIC 9(3) COMP VALUE ZERO.
       01  WS-ORIGEM-TXT        PIC X(15) VALUE SPACES.
       01  SW-RESP-SAIU         PIC X(1) VALUE "N".
           88 RESPONSAVEL-SAIU      VALUE "S".
           88 RESPONSAVEL-ATIVO     VALUE "N".
       01  SW-TRANSFERIDO       PIC X(1) VALUE "N".
           88 ALUNO-TRANSFERIDO     VALUE "S".
       01  WS-MATRICULA-TESTE   PIC 9(5) VALUE ZERO.
       01  IDX-XRF              PIC 9(5) COMP.

       01  CONT-LIDOS           PIC 9(7) COMP VALUE ZERO.
       01  CONT-REEMBOLSOS      PIC 9(7) COMP VALUE ZERO.
       01  CONT-RESPONSAVEIS    PIC 9(5) COMP VALUE ZERO.
       01  CONT-MANTIDOS        PIC 9(7) COMP VALUE ZERO.
       01  WS-MATRICULA-EDIT    PIC ZZZZ9.
       01  WS-VALOR-EDIT        PIC ZZ.ZZ9,99.
       01  WS-TOTAL-EDIT        PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-QTD-EDIT          PIC ZZZZ9.
       01  WS-DATA-EDIT         PIC X(10).

       01  TAB-VINCULOS.
           05 QTD-VINCULOS      PIC 9(5) COMP VALUE ZERO.
           05 TAB-VIN-ITEM      OCCURS 1 TO 9999 TIMES
                                DEPENDING ON QTD-VINCULOS.
               10 TAB-VIN-CODIGO    PIC X(5).
               10 TAB-VIN-MATRICULA PIC 9(5).

       01  TAB-TRANSFERIDOS.
           05 QTD-TRANSFERIDOS  PIC 9(5) COMP VALUE ZERO.
           05 TAB-TRF-ITEM      OCCURS 1 TO 9999 TIMES
                                DEPENDING ON QTD-TRANSFERIDOS
                                INDEXED BY IDX-TTRF.
               10 TAB-TRF-MATRICULA PIC 9(5).

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
           STRING WS-DIA "/" WS-MES "/" WS-ANO
               DELIMITED BY SIZE INTO WS-DATA-EMISSAO
           OPEN INPUT CREDITOS
           IF WS-STATUS-CRE NOT = "00"
               DISPLAY "EX73: CADCRE AUSENTE - NENHUM SALDO CREDOR"
               STOP RUN
           END-IF
           CLOSE CREDITOS
           PERFORM CARREGA-VINCULOS
           PERFORM CARREGA-TRANSFERIDOS

           SORT ARQ-ORDENACAO
               ON ASCENDING KEY CODIGO-CLI-CLASS
                                DATA-CLASS
               USING CREDITOS
               GIVING CREDITOS-ORD

           OPEN OUTPUT RELATORIO
           PERFORM IMPRIME-CABECALHO-REL
           OPEN INPUT CREDITOS-ORD
           OPEN OUTPUT CREDITOS
           PERFORM UNTIL FIMARQ = "S"
               READ CREDITOS-ORD AT END
                   MOVE "S" TO FIMARQ
               NOT AT END
                   ADD 1 TO CONT-LIDOS
                   PERFORM AVALIA-CREDITO
                   MOVE DADOS-ORD TO DADOS-CREDITO
                   WRITE DADOS-CREDITO
               END-READ
           END-PERFORM
           MOVE "N" TO FIMARQ
           CLOSE CREDITOS-ORD
           CLOSE CREDITOS
           IF CONT-RESPONSAVEIS > ZERO
               PERFORM IMPRIME-TOTAL-RESP
           END-IF
           PERFORM IMPRIME-RODAPE-REL
           CLOSE RELATORIO

           PERFORM GRAVA-RUNLOG
           DISPLAY "EX73: CREDITOS LIDOS ........ " CONT-LIDOS
           DISPLAY "EX73: REEMBOLSOS SOLICITADOS  " CONT-REEMBOLSOS
           DISPLAY "EX73: RESPONSAVEIS .......... " CONT-RESPONSAVEIS
           DISPLAY "EX73: TOTAL A REEMBOLSAR .... " WS-TOTAL-REEMBOLSO
           DISPLAY "EX73: CREDITOS MANTIDOS ..... " CONT-MANTIDOS
           STOP RUN.

       CARREGA-VINCULOS.
           MOVE ZERO TO QTD-VINCULOS
           OPEN INPUT CADXREF
           IF WS-STATUS-XREF = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ CADXREF AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       IF IND-CLIENTE-XREF = "S"
                               AND IND-ALUNO-XREF = "S"
                               AND QTD-VINCULOS < 9999
                           ADD 1 TO QTD-VINCULOS
                           MOVE CODIGO-CLI-XREF
                               TO TAB-VIN-CODIGO (QTD-VINCULOS)
                           MOVE NUMERO-ALU-XREF
                               TO TAB-VIN-MATRICULA (QTD-VINCULOS)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CADXREF
           END-IF
           MOVE "N" TO FIMARQ.

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
                               AND QTD-TRANSFERIDOS < 9999
                           ADD 1 TO QTD-TRANSFERIDOS
                           MOVE NUMERO-TRF TO
                               TAB-TRF-MATRICULA (QTD-TRANSFERIDOS)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSFERENCIAS
           END-IF
           MOVE "N" TO FIMARQ.

       AVALIA-CREDITO.
           IF ORD-ABERTO AND VALOR-ORD > VALOR-USADO-ORD
               COMPUTE WS-SALDO-CREDITO =
                   VALOR-ORD - VALOR-USADO-ORD
               PERFORM VERIFICA-SAIDA-RESPONSAVEL
               IF RESPONSAVEL-SAIU
                   MOVE "R" TO SITUACAO-ORD
                   MOVE WS-DATA-EXECUCAO TO DATA-REEMB-ORD
                   PERFORM IMPRIME-CREDITO
               ELSE
                   ADD 1 TO CONT-MANTIDOS
                   ADD WS-SALDO-CREDITO TO WS-TOTAL-MANTIDO
               END-IF
           END-IF.

       VERIFICA-SAIDA-RESPONSAVEL.
           MOVE ZERO TO WS-QTD-ALUNOS-RESP
           MOVE ZERO TO WS-QTD-ATIVOS-RESP
           PERFORM CONTA-ALUNO-RESPONSAVEL
               VARYING IDX-XRF FROM 1 BY 1
               UNTIL IDX-XRF > QTD-VINCULOS
           IF WS-QTD-ALUNOS-RESP = ZERO
               MOVE MATRICULA-ORD TO WS-MATRICULA-TESTE
               PERFORM VERIFICA-TRANSFERIDO
               IF ALUNO-TRANSFERIDO
                   SET RESPONSAVEL-SAIU TO TRUE
               ELSE
                   SET RESPONSAVEL-ATIVO TO TRUE
               END-IF
           ELSE
               IF WS-QTD-ATIVOS-RESP = ZERO
                   SET RESPONSAVEL-SAIU TO TRUE
               ELSE
                   SET RESPONSAVEL-ATIVO TO TRUE
               END-IF
           END-IF.

       CONTA-ALUNO-RESPONSAVEL.
           IF TAB-VIN-CODIGO (IDX-XRF) = CODIGO-CLI-ORD
               ADD 1 TO WS-QTD-ALUNOS-RESP
               MOVE TAB-VIN-MATRICULA (IDX-XRF) TO WS-MATRICULA-TESTE
               PERFORM VERIFICA-TRANSFERIDO
               IF NOT ALUNO-TRANSFERIDO
                   ADD 1 TO WS-QTD-ATIVOS-RESP
               END-IF
           END-IF.

       VERIFICA-TRANSFERIDO.
           MOVE "N" TO SW-TRANSFERIDO
           SET IDX-TTRF TO 1
           SEARCH TAB-TRF-ITEM
               AT END
                   CONTINUE
               WHEN TAB-TRF-MATRICULA (IDX-TTRF) = WS-MATRICULA-TESTE
                   MOVE "S" TO SW-TRANSFERIDO
           END-SEARCH.

       IMPRIME-CABECALHO-REL.
           MOVE SPACES TO LINHA-REL
           STRING "PEDIDOS DE REEMBOLSO DE SALDO CREDOR"
               " - RESPONSAVEIS SEM ALUNO ATIVO"
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "EMISSAO: " WS-DATA-EMISSAO
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "   ORIGEM          COMPET. MATRIC  DATA CRED."
               "          SALDO"
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL.

       IMPRIME-CREDITO.
           IF CODIGO-CLI-ORD NOT = WS-CODIGO-ANTERIOR
               IF CONT-RESPONSAVEIS > ZERO
                   PERFORM IMPRIME-TOTAL-RESP
               END-IF
               PERFORM IMPRIME-QUEBRA-RESP
           END-IF
           ADD 1 TO CONT-REEMBOLSOS
           ADD WS-SALDO-CREDITO TO WS-TOTAL-RESP
           ADD WS-SALDO-CREDITO TO WS-TOTAL-REEMBOLSO
           IF ORD-DUPLICADO
               MOVE "PAGTO DUPLICADO" TO WS-ORIGEM-TXT
           ELSE
               MOVE "PAGO A MAIOR" TO WS-ORIGEM-TXT
           END-IF
           MOVE MATRICULA-ORD TO WS-MATRICULA-EDIT
           MOVE WS-SALDO-CREDITO TO WS-VALOR-EDIT
           MOVE SPACES TO WS-DATA-EDIT
           STRING DATA-ORD (7:2) "/" DATA-ORD (5:2) "/"
               DATA-ORD (1:4)
               DELIMITED BY SIZE INTO WS-DATA-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "   " WS-ORIGEM-TXT
               " " MES-REF-ORD
               "  " WS-MATRICULA-EDIT
               "  " WS-DATA-EDIT
               "  " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.

       IMPRIME-QUEBRA-RESP.
           ADD 1 TO CONT-RESPONSAVEIS
           MOVE ZERO TO WS-TOTAL-RESP
           MOVE CODIGO-CLI-ORD TO WS-CODIGO-ANTERIOR
           MOVE SPACES TO LINHA-REL
           STRING "RESPONSAVEL: " CODIGO-CLI-ORD " " NOME-RESP-ORD
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.

       IMPRIME-TOTAL-RESP.
           MOVE WS-TOTAL-RESP TO WS-TOTAL-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "   TOTAL A REEMBOLSAR ........................ "
               WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "   AUTORIZACAO: ____________________  DATA: "
               "___/___/______"
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.

       IMPRIME-RODAPE-REL.
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           IF CONT-REEMBOLSOS = ZERO
               STRING "NENHUM REEMBOLSO A SOLICITAR"
                   DELIMITED BY SIZE INTO LINHA-REL
               WRITE LINHA-REL
           ELSE
               MOVE CONT-RESPONSAVEIS TO WS-QTD-EDIT
               MOVE WS-TOTAL-REEMBOLSO TO WS-TOTAL-EDIT
               STRING "RESPONSAVEIS: " WS-QTD-EDIT
                   "   TOTAL A REEMBOLSAR: " WS-TOTAL-EDIT
                   DELIMITED BY SIZE INTO LINHA-REL
               WRITE LINHA-REL
           END-IF
           MOVE CONT-MANTIDOS TO WS-QTD-EDIT
           MOVE WS-TOTAL-MANTIDO TO WS-TOTAL-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "SALDOS CREDORES MANTIDOS P/ PROXIMAS FATURAS: "
               WS-QTD-EDIT "  " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.

       GRAVA-RUNLOG.
           OPEN EXTEND RUNLOG
           IF WS-STATUS-RLOG NOT = "00"
               OPEN OUTPUT RUNLOG
               CLOSE RUNLOG
               OPEN EXTEND RUNLOG
           END-IF
           MOVE "EX73" TO PROGRAMA-RLOG
           MOVE WS-DATA-EXECUCAO TO DATA-RLOG
           MOVE CONT-LIDOS TO LIDOS-RLOG
           MOVE CONT-REEMBOLSOS TO GRAVADOS-RLOG
           MOVE ZERO TO REJEITADOS-RLOG
           WRITE REG-RUNLOG
           CLOSE RUNLOG.
