       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX75.
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHAVE-CREC = MES-REF-CREC
                   MATRICULA-CREC TIPO-CREC
               ALTERNATE RECORD KEY IS CODIGO-CLI-CREC
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CREC.
           SELECT CONTREC-ORD ASSIGN TO "EX75ORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ORD.
           SELECT ARQ-ORDENACAO ASSIGN TO "EX75SORT.TMP".
           SELECT CADASTRO-OUT ASSIGN TO "CADCLI2.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CODIGO-OUT
               FILE STATUS IS WS-STATUS-CLI.
           SELECT CADALU2 ASSIGN TO "CADALU2.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ALU.
           SELECT ACORDOS ASSIGN TO "CADACO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ACO.
           SELECT ITENS-ACORDO ASSIGN TO "CADACI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ACI.
           SELECT DECLARACOES ASSIGN TO "EX75DEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ETIQUETAS-SEL ASSIGN TO "EX75ETQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARAMETROS ASSIGN TO "EX75PARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARM.
           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS-RECEBER.
       01  DADOS-CREC.
           05 MES-REF-CREC      PIC 9(6).
           05 MATRICULA-CREC    PIC 9(5).
           05 CODIGO-CLI-CREC   PIC X(5).
           05 FILLER            PIC X(63).
           05 TIPO-CREC         PIC X(1).

       FD  CONTREC-ORD.
       01  DADOS-ORD.
           05 MES-REF-ORD       PIC 9(6).
           05 MES-REF-ORD-R REDEFINES MES-REF-ORD.
               10 ANO-REF-ORD   PIC 9(4).
               10 MES-ORD       PIC 9(2).
           05 MATRICULA-ORD     PIC 9(5).
           05 CODIGO-CLI-ORD    PIC X(5).
           05 CPF-ORD           PIC X(11).
           05 NOME-RESP-ORD     PIC X(20).
           05 VALOR-ORIG-ORD    PIC 9(5)V99.
           05 VALOR-PAGO-ORD    PIC 9(5)V99.
           05 DATA-EMISSAO-ORD  PIC 9(8).
           05 DATA-PAGTO-ORD    PIC 9(8).
           05 SITUACAO-ORD      PIC X(1).
               88 ORD-ABERTO        VALUE "A".
               88 ORD-PAGO          VALUE "P".
               88 ORD-PARCIAL       VALUE "M".
               88 ORD-RECUSADO      VALUE "R".
               88 ORD-RENEGOCIADO   VALUE "N".
               88 ORD-CANCELADO     VALUE "C".
           05 COBRANCA-ORD      PIC X(1).
           05 TIPO-ORD          PIC X(1).
               88 ORD-MENSALIDADE   VALUE SPACE.
               88 ORD-ENCARGOS      VALUE "E".
               88 ORD-PARCELA-ACORDO VALUE "A".

       SD  ARQ-ORDENACAO.
       01  DADOS-SORT.
           05 MES-REF-SRT       PIC 9(6).
           05 MATRICULA-SRT     PIC 9(5).
           05 CODIGO-CLI-SRT    PIC X(5).
           05 CPF-SRT           PIC X(11).
           05 FILLER            PIC X(52).
           05 TIPO-SRT          PIC X(1).

       FD  CADASTRO-OUT.
       01  DADOS-OUT.
           05 NOME-OUT         PIC X(20).
           05 CODIGO-OUT       PIC X(5).
           05 CPF-OUT          PIC X(11).
           05 ENDERECO-OUT     PIC X(30).
           05 TELEFONE-OUT     PIC X(15).
           05 FILIAL-OUT       PIC X(2).

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

       FD  ACORDOS.
       01  DADOS-ACORDO.
           05 NUMERO-ACO        PIC 9(5).
           05 CODIGO-CLI-ACO    PIC X(5).
           05 NOME-RESP-ACO     PIC X(20).
           05 DATA-ACO          PIC 9(8).
           05 ENCARGOS-ACO      PIC X(1).
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

       FD  DECLARACOES.
       01  LINHA-DEC            PIC X(80).

       FD  ETIQUETAS-SEL.
       01  DADOS-ETQ-SEL.
           05 CODIGO-CLI-ETQ    PIC X(5).
           05 CPF-ETQ           PIC X(11).
           05 TIPO-DOC-ETQ      PIC X(1).
               88 ETQ-QUITACAO      VALUE "Q".
               88 ETQ-PENDENCIA     VALUE "P".

       FD  PARAMETROS.
       01  REG-PARM.
           05 ANO-PARM          PIC 9(4).

       FD  RUNLOG.
       01  REG-RUNLOG.
           05 PROGRAMA-RLOG    PIC X(4).
           05 DATA-RLOG        PIC 9(8).
           05 LIDOS-RLOG       PIC 9(7).
           05 GRAVADOS-RLOG    PIC 9(7).
           05 REJEITADOS-RLOG  PIC 9(7).

       WORKING-STORAGE SECTION.
       01  FIMARQ               PIC X(1) VALUE "N".
       01  WS-STATUS-CREC       PIC X(2).
       01  WS-STATUS-ORD        PIC X(2).
       01  WS-STATUS-CLI        PIC X(2).
       01  WS-STATUS-ALU        PIC X(2).
       01  WS-STATUS-ACO        PIC X(2).
       01  WS-STATUS-ACI        PIC X(2).
       01  WS-STATUS-PARM       PIC X(2).
       01  WS-STATUS-RLOG       PIC X(2).
       01  WS-DATA-EXECUCAO     PIC 9(8).
       01  WS-DATA-SISTEMA REDEFINES WS-DATA-EXECUCAO.
           05 WS-ANO            PIC 9(4).
           05 WS-MES            PIC 9(2).
           05 WS-DIA            PIC 9(2).
       01  WS-DATA-EMISSAO      PIC X(10).
       01  WS-ANO-BASE          PIC 9(4) VALUE ZERO.
       01  SW-MASTER-OK         PIC X(1) VALUE "N".
           88 MASTER-DISPONIVEL VALUE "S".
           88 MASTER-AUSENTE    VALUE "N".
       01  SW-PENDENTE          PIC X(1) VALUE "N".
           88 FAMILIA-PENDENTE  VALUE "S".
           88 FAMILIA-QUITADA   VALUE "N".
       01  SW-ITEM-PENDENTE     PIC X(1) VALUE "N".
       01  WS-CODIGO-ATUAL      PIC X(5) VALUE SPACES.
       01  WS-CPF-ATUAL         PIC X(11) VALUE SPACES.
       01  WS-NOME-RESP         PIC X(20) VALUE SPACES.
       01  WS-ENDERECO-RESP     PIC X(30) VALUE SPACES.
       01  WS-NOME-ALUNO        PIC X(20) VALUE SPACES.
       01  WS-MATRICULA-ATUAL   PIC 9(5) VALUE ZERO.
       01  WS-DESC-TIPO         PIC X(16) VALUE SPACES.
       01  WS-DESC-SITUACAO     PIC X(11) VALUE SPACES.
       01  WS-COMPETENCIA       PIC X(7) VALUE SPACES.
       01  WS-SALDO-ITEM        PIC 9(5)V99 VALUE ZERO.
       01  WS-PAGO-ALUNO        PIC 9(7)V99 VALUE ZERO.
       01  WS-ENC-ALUNO         PIC 9(7)V99 VALUE ZERO.
       01  WS-PAGO-FAMILIA      PIC 9(7)V99 VALUE ZERO.
       01  WS-ENC-FAMILIA       PIC 9(7)V99 VALUE ZERO.
       01  WS-PENDENTE-FAMILIA  PIC 9(7)V99 VALUE ZERO.
       01  WS-VALOR-EDIT        PIC Z.ZZZ.ZZ9,99.
       01  WS-CONT-EDIT         PIC ZZZZ9.
       01  CONT-LIDOS           PIC 9(7) COMP VALUE ZERO.
       01  CONT-FAMILIAS        PIC 9(7) COMP VALUE ZERO.
       01  CONT-DECLARACOES     PIC 9(5) COMP VALUE ZERO.
       01  CONT-AVISOS          PIC 9(5) COMP VALUE ZERO.
       01  CONT-SEM-ENDERECO    PIC 9(5) COMP VALUE ZERO.
       01  IDX-ITEM             PIC 9(3) COMP.

       01  TAB-ITENS-FAMILIA.
           05 QTD-ITENS         PIC 9(3) COMP VALUE ZERO.
           05 TAB-ITE-ITEM      OCCURS 1 TO 500 TIMES
                                DEPENDING ON QTD-ITENS.
               10 TAB-ITE-REGISTRO PIC X(80).
               10 TAB-ITE-DET REDEFINES TAB-ITE-REGISTRO.
                   15 TAB-ITE-MES       PIC 9(6).
                   15 TAB-ITE-MES-R REDEFINES TAB-ITE-MES.
                       20 TAB-ITE-ANO-REF  PIC 9(4).
                       20 TAB-ITE-MES-REF  PIC 9(2).
                   15 TAB-ITE-MATRICULA PIC 9(5).
                   15 TAB-ITE-CODIGO    PIC X(5).
                   15 TAB-ITE-CPF       PIC X(11).
                   15 TAB-ITE-NOME      PIC X(20).
                   15 TAB-ITE-ORIG      PIC 9(5)V99.
                   15 TAB-ITE-PAGO      PIC 9(5)V99.
                   15 TAB-ITE-EMISSAO   PIC 9(8).
                   15 TAB-ITE-PAGTO     PIC 9(8).
                   15 TAB-ITE-SITUACAO  PIC X(1).
                   15 TAB-ITE-COBRANCA  PIC X(1).
                   15 TAB-ITE-TIPO      PIC X(1).
               10 TAB-ITE-PENDENTE PIC X(1).

       01  TAB-ALUNOS.
           05 QTD-ALUNOS        PIC 9(5) COMP VALUE ZERO.
           05 TAB-ALU-ITEM      OCCURS 1 TO 9999 TIMES
                                DEPENDING ON QTD-ALUNOS
                                INDEXED BY IDX-ALU.
               10 TAB-ALU-NUMERO PIC 9(5).
               10 TAB-ALU-NOME   PIC X(20).

       01  TAB-ACORDOS.
           05 QTD-ACORDOS       PIC 9(3) COMP VALUE ZERO.
           05 TAB-ACO-ITEM      OCCURS 1 TO 999 TIMES
                                DEPENDING ON QTD-ACORDOS
                                INDEXED BY IDX-ACO.
               10 TAB-ACO-NUMERO    PIC 9(5).
               10 TAB-ACO-SITUACAO  PIC X(1).

       01  TAB-RENEGOCIADOS.
           05 QTD-RENEGOCIADOS  PIC 9(5) COMP VALUE ZERO.
           05 TAB-REN-ITEM      OCCURS 1 TO 9999 TIMES
                                DEPENDING ON QTD-RENEGOCIADOS
                                INDEXED BY IDX-REN.
               10 TAB-REN-NUMERO    PIC 9(5).
               10 TAB-REN-MES       PIC 9(6).
               10 TAB-REN-MATRICULA PIC 9(5).
               10 TAB-REN-TIPO      PIC X(1).

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
           STRING WS-DIA "/" WS-MES "/" WS-ANO
               DELIMITED BY SIZE INTO WS-DATA-EMISSAO
           PERFORM LE-PARAMETRO
           OPEN INPUT CONTAS-RECEBER
           IF WS-STATUS-CREC NOT = "00"
               DISPLAY "EX75: CONTREC AUSENTE - EXECUTE O EX37"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CONTAS-RECEBER
           PERFORM CARREGA-ALUNOS
           PERFORM CARREGA-ACORDOS
           PERFORM CARREGA-RENEGOCIADOS
           SORT ARQ-ORDENACAO
               ON ASCENDING KEY CODIGO-CLI-SRT
               ON ASCENDING KEY CPF-SRT
               ON ASCENDING KEY MATRICULA-SRT
               ON ASCENDING KEY MES-REF-SRT
               ON ASCENDING KEY TIPO-SRT
               USING CONTAS-RECEBER
               GIVING CONTREC-ORD
           PERFORM ABRE-MASTER-CLIENTES
           OPEN INPUT CONTREC-ORD
           OPEN OUTPUT DECLARACOES
           OPEN OUTPUT ETIQUETAS-SEL
           MOVE ZERO TO QTD-ITENS
           PERFORM UNTIL FIMARQ = "S"
               READ CONTREC-ORD AT END
                   MOVE "S" TO FIMARQ
               NOT AT END
                   IF ANO-REF-ORD = WS-ANO-BASE
                           AND NOT ORD-CANCELADO
                       ADD 1 TO CONT-LIDOS
                       PERFORM GUARDA-ITEM-FAMILIA
                   END-IF
               END-READ
           END-PERFORM
           IF QTD-ITENS > ZERO
               PERFORM EMITE-FAMILIA
           END-IF
           CLOSE CONTREC-ORD
           CLOSE DECLARACOES
           CLOSE ETIQUETAS-SEL
           IF MASTER-DISPONIVEL
               CLOSE CADASTRO-OUT
           END-IF
           PERFORM GRAVA-RUNLOG
           DISPLAY "EX75: ANO BASE .............. " WS-ANO-BASE
           DISPLAY "EX75: ITENS DO ANO LIDOS .... " CONT-LIDOS
           DISPLAY "EX75: FAMILIAS ATENDIDAS .... " CONT-FAMILIAS
           DISPLAY "EX75: DECLARACOES QUITACAO .. " CONT-DECLARACOES
           DISPLAY "EX75: AVISOS DE PENDENCIA ... " CONT-AVISOS
           DISPLAY "EX75: SEM ENDERECO NO CADCLI2 " CONT-SEM-ENDERECO
           STOP RUN.

       LE-PARAMETRO.
           COMPUTE WS-ANO-BASE = WS-ANO - 1
           OPEN INPUT PARAMETROS
           IF WS-STATUS-PARM = "00"
               READ PARAMETROS
                   NOT AT END
                       IF ANO-PARM IS NUMERIC
                               AND ANO-PARM > 1900
                           MOVE ANO-PARM TO WS-ANO-BASE
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.

       CARREGA-ALUNOS.
           MOVE ZERO TO QTD-ALUNOS
           OPEN INPUT CADALU2
           IF WS-STATUS-ALU = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ CADALU2 AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       IF QTD-ALUNOS < 9999
                           ADD 1 TO QTD-ALUNOS
                           MOVE NUMERO-ALU2
                               TO TAB-ALU-NUMERO (QTD-ALUNOS)
                           MOVE NOME-ALU2
                               TO TAB-ALU-NOME (QTD-ALUNOS)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CADALU2
           ELSE
               DISPLAY "EX75: AVISO - CADALU2 AUSENTE - DEMONSTRATIVO"
                       " SEM NOME DO ALUNO"
           END-IF
           MOVE "N" TO FIMARQ.

       CARREGA-ACORDOS.
           MOVE ZERO TO QTD-ACORDOS
           OPEN INPUT ACORDOS
           IF WS-STATUS-ACO = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ ACORDOS AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       IF QTD-ACORDOS < 999
                           ADD 1 TO QTD-ACORDOS
                           MOVE NUMERO-ACO
                               TO TAB-ACO-NUMERO (QTD-ACORDOS)
                           MOVE SITUACAO-ACO
                               TO TAB-ACO-SITUACAO (QTD-ACORDOS)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ACORDOS
           END-IF
           MOVE "N" TO FIMARQ.

       CARREGA-RENEGOCIADOS.
           MOVE ZERO TO QTD-RENEGOCIADOS
           OPEN INPUT ITENS-ACORDO
           IF WS-STATUS-ACI = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ ITENS-ACORDO AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       IF ACI-ORIGINAL
                               AND QTD-RENEGOCIADOS < 9999
                           ADD 1 TO QTD-RENEGOCIADOS
                           MOVE NUMERO-ACI
                               TO TAB-REN-NUMERO (QTD-RENEGOCIADOS)
                           MOVE MES-REF-ACI
                               TO TAB-REN-MES (QTD-RENEGOCIADOS)
                           MOVE MATRICULA-ACI
                               TO TAB-REN-MATRICULA (QTD-RENEGOCIADOS)
                           MOVE TIPO-CREC-ACI
                               TO TAB-REN-TIPO (QTD-RENEGOCIADOS)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ITENS-ACORDO
           END-IF
           MOVE "N" TO FIMARQ.

       ABRE-MASTER-CLIENTES.
           OPEN INPUT CADASTRO-OUT
           IF WS-STATUS-CLI = "00"
               SET MASTER-DISPONIVEL TO TRUE
           ELSE
               SET MASTER-AUSENTE TO TRUE
               DISPLAY "EX75: AVISO - CADCLI2 INDISPONIVEL - "
                       "DECLARACOES SEM ENDERECO"
           END-IF.

       GUARDA-ITEM-FAMILIA.
           IF QTD-ITENS > ZERO
               IF CODIGO-CLI-ORD NOT = WS-CODIGO-ATUAL
                       OR CPF-ORD NOT = WS-CPF-ATUAL
                   PERFORM EMITE-FAMILIA
               END-IF
           END-IF
           IF QTD-ITENS = ZERO
               MOVE CODIGO-CLI-ORD TO WS-CODIGO-ATUAL
               MOVE CPF-ORD TO WS-CPF-ATUAL
               MOVE NOME-RESP-ORD TO WS-NOME-RESP
               SET FAMILIA-QUITADA TO TRUE
           END-IF
           IF QTD-ITENS >= 500
               DISPLAY "EX75: ITENS DEMAIS PARA " WS-CODIGO-ATUAL
                       " - ITEM IGNORADO " MES-REF-ORD
           ELSE
               ADD 1 TO QTD-ITENS
               MOVE DADOS-ORD TO TAB-ITE-REGISTRO (QTD-ITENS)
               PERFORM AVALIA-PENDENCIA
               MOVE SW-ITEM-PENDENTE TO TAB-ITE-PENDENTE (QTD-ITENS)
               IF SW-ITEM-PENDENTE = "S"
                   SET FAMILIA-PENDENTE TO TRUE
               END-IF
           END-IF.

       AVALIA-PENDENCIA.
           MOVE "N" TO SW-ITEM-PENDENTE
           EVALUATE TRUE
               WHEN ORD-ABERTO OR ORD-PARCIAL OR ORD-RECUSADO
                   MOVE "S" TO SW-ITEM-PENDENTE
               WHEN ORD-RENEGOCIADO
                   PERFORM VERIFICA-ACORDO-QUITADO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       VERIFICA-ACORDO-QUITADO.
           MOVE "S" TO SW-ITEM-PENDENTE
           SET IDX-REN TO 1
           SEARCH TAB-REN-ITEM
               AT END
                   CONTINUE
               WHEN TAB-REN-MES (IDX-REN) = MES-REF-ORD
                       AND TAB-REN-MATRICULA (IDX-REN) = MATRICULA-ORD
                       AND TAB-REN-TIPO (IDX-REN) = TIPO-ORD
                   SET IDX-ACO TO 1
                   SEARCH TAB-ACO-ITEM
                       AT END
                           CONTINUE
                       WHEN TAB-ACO-NUMERO (IDX-ACO)
                               = TAB-REN-NUMERO (IDX-REN)
                           IF TAB-ACO-SITUACAO (IDX-ACO) = "Q"
                               MOVE "N" TO SW-ITEM-PENDENTE
                           END-IF
                   END-SEARCH
           END-SEARCH.

       EMITE-FAMILIA.
           PERFORM OBTEM-DADOS-RESPONSAVEL
           PERFORM IMPRIME-CABECALHO-FAMILIA
           IF FAMILIA-PENDENTE
               PERFORM IMPRIME-AVISO-PENDENCIA
               ADD 1 TO CONT-AVISOS
               MOVE "P" TO TIPO-DOC-ETQ
           ELSE
               PERFORM IMPRIME-DECLARACAO
               ADD 1 TO CONT-DECLARACOES
               MOVE "Q" TO TIPO-DOC-ETQ
           END-IF
           PERFORM IMPRIME-DEMONSTRATIVO
           MOVE WS-CODIGO-ATUAL TO CODIGO-CLI-ETQ
           MOVE WS-CPF-ATUAL TO CPF-ETQ
           WRITE DADOS-ETQ-SEL
           ADD 1 TO CONT-FAMILIAS
           MOVE ZERO TO QTD-ITENS.

       OBTEM-DADOS-RESPONSAVEL.
           MOVE SPACES TO WS-ENDERECO-RESP
           IF MASTER-DISPONIVEL
               MOVE WS-CODIGO-ATUAL TO CODIGO-OUT
               READ CADASTRO-OUT
                   INVALID KEY
                       ADD 1 TO CONT-SEM-ENDERECO
                   NOT INVALID KEY
                       MOVE NOME-OUT TO WS-NOME-RESP
                       MOVE ENDERECO-OUT TO WS-ENDERECO-RESP
               END-READ
           ELSE
               ADD 1 TO CONT-SEM-ENDERECO
           END-IF.

       IMPRIME-CABECALHO-FAMILIA.
           MOVE ALL "=" TO LINHA-DEC
           WRITE LINHA-DEC
           MOVE SPACES TO LINHA-DEC
           STRING "ESCOLA MUNICIPAL - SECRETARIA"
               DELIMITED BY SIZE INTO LINHA-DEC
           WRITE LINHA-DEC
           MOVE SPACES TO LINHA-DEC
           STRING "EMISSAO: " WS-DATA-EMISSAO
               DELIMITED BY SIZE INTO LINHA-DEC
           WRITE LINHA-DEC
           MOVE SPACES TO LINHA-DEC
           WRITE LINHA-DEC
           MOVE SPACES TO LINHA-DEC
           STRING "AO RESPONSAVEL: " WS-NOME-RESP
               "  CODIGO " WS-CODIGO-ATUAL
               DELIMITED BY SIZE INTO LINHA-DEC
           WRITE LINHA-DEC
           MOVE SPACES TO LINHA-DEC
           STRING "CPF...........: " WS-CPF-ATUAL
               DELIMITED BY SIZE INTO LINHA-DEC
           WRITE LINHA-DEC
           MOVE SPACES TO LINHA-DEC
           STRING "ENDERECO......: " WS-ENDERECO-RESP
               DELIMITED BY SIZE INTO LINHA-DEC
           WRITE LINHA-DEC
           MOVE SPACES TO LINHA-DEC
           WRITE LINHA-DEC.

       IMPRIME-DECLARACAO.
           MOVE SPACES TO LINHA-DEC
           STRING "DECLARACAO ANUAL DE QUITACAO DE DEBITOS - ANO "
               WS-ANO-BASE
               DELIMITED BY SIZE INTO LINHA-DEC
           WRITE LINHA-DEC
           MOVE SPACES TO LINHA-DEC
           WRITE LINHA-DEC
           MOVE SPACES TO LINHA-DEC
           STRING "DECLARAMOS, NOS TERMOS DA LEI 12.007/2009, QUE O"
               " RESPONSAVEL ACIMA"
               DELIMITED BY SIZE INTO LINHA-DEC
           WRITE LINHA-DEC
           MOVE SPACES TO LINHA-DEC
           STRING "IDENTIFICADO QUITOU TODOS OS DEBITOS REFERENTES AS"
               " MENSALIDADES"
               DELIMITED BY SIZE INTO LINHA-DEC
           WRITE LINHA-DEC
           MOVE SPACES TO LINHA-DEC
           STRING "ESCOLARES DO ANO DE " WS-ANO-BASE
               ". ESTA DECLARACAO SUBSTITUI, PARA A"
               DELIMITED BY SIZE INTO LINHA-DEC
           WRITE LINHA-DEC
           MOVE SPACES TO LINHA-DEC
           STRING "COMPROVACAO DO ANO, OS COMPROVANTES DE PAGAMENTO"
               " INDIVIDUAIS."
               DELIMITED BY SIZE INTO LINHA-DEC
           WRITE LINHA-DEC
           MOVE SPACES TO LINHA-DEC
           WRITE LINHA-DEC.

       IMPRIME-AVISO-PENDENCIA.
           MOVE SPACES TO LINHA-DEC
           STRING "AVISO DE DEBITOS PENDENTES - ANO " WS-ANO-BASE
               DELIMITED BY SIZE INTO LINHA-DEC
           WRITE LINHA-DEC
           MOVE SPACES TO LINHA-DEC
           WRITE LINHA-DEC
           MOVE SPACES TO LINHA-DEC
           STRING "A DECLARACAO ANUAL DE QUITACAO DE DEBITOS NAO PODE"
               " SER EMITIDA,"
               DELIMITED BY SIZE INTO LINHA-DEC
           WRITE LINHA-DEC
           MOVE SPACES TO LINHA-DEC
           STRING "POIS CONSTAM EM ABERTO OS DEBITOS ABAIXO:"
               DELIMITED BY SIZE INTO LINHA-DEC
           WRITE LINHA-DEC
           MOVE ZERO TO WS-PENDENTE-FAMILIA
           PERFORM IMPRIME-ITEM-PENDENTE
               VARYING IDX-ITEM FROM 1 BY 1
               UNTIL IDX-ITEM > QTD-ITENS
           MOVE SPACES TO LINHA-DEC
           STRING "   TOTAL PENDENTE"
               DELIMITED BY SIZE INTO LINHA-DEC
           MOVE WS-PENDENTE-FAMILIA TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-DEC (57:12)
           WRITE LINHA-DEC
           MOVE SPACES TO LINHA-DEC
           WRITE LINHA-DEC
           MOVE SPACES TO LINHA-DEC
           STRING "SOLICITAMOS A REGULARIZACAO JUNTO A SECRETARIA."
               DELIMITED BY SIZE INTO LINHA-DEC
           WRITE LINHA-DEC
           MOVE SPACES TO LINHA-DEC
           WRITE LINHA-DEC.

       IMPRIME-ITEM-PENDENTE.
           IF TAB-ITE-PENDENTE (IDX-ITEM) = "S"
               PERFORM DESCREVE-ITEM
               COMPUTE WS-SALDO-ITEM = TAB-ITE-ORIG (IDX-ITEM)
                   - TAB-ITE-PAGO (IDX-ITEM)
               MOVE SPACES TO LINHA-DEC
               STRING "   " WS-COMPETENCIA "  MATR "
                   TAB-ITE-MATRICULA (IDX-ITEM) "  " WS-DESC-TIPO
                   DELIMITED BY SIZE INTO LINHA-DEC
               MOVE WS-SALDO-ITEM TO WS-VALOR-EDIT
               MOVE WS-VALOR-EDIT TO LINHA-DEC (57:12)
               MOVE WS-DESC-SITUACAO TO LINHA-DEC (70:11)
               WRITE LINHA-DEC
               ADD WS-SALDO-ITEM TO WS-PENDENTE-FAMILIA
           END-IF.

       IMPRIME-DEMONSTRATIVO.
           MOVE SPACES TO LINHA-DEC
           STRING "DEMONSTRATIVO DE MENSALIDADES PAGAS - ANO "
               WS-ANO-BASE " (PARA FINS DE IMPOSTO DE RENDA)"
               DELIMITED BY SIZE INTO LINHA-DEC
           WRITE LINHA-DEC
           MOVE SPACES TO LINHA-DEC
           STRING "   COMPET.  DESCRICAO                     "
               "COBRADO         PAGO  SITUACAO"
               DELIMITED BY SIZE INTO LINHA-DEC
           WRITE LINHA-DEC
           MOVE ZERO TO WS-PAGO-FAMILIA
           MOVE ZERO TO WS-ENC-FAMILIA
           MOVE ZERO TO WS-MATRICULA-ATUAL
           PERFORM IMPRIME-ITEM-DEMONSTRATIVO
               VARYING IDX-ITEM FROM 1 BY 1
               UNTIL IDX-ITEM > QTD-ITENS
           PERFORM IMPRIME-TOTAL-ALUNO
           MOVE SPACES TO LINHA-DEC
           WRITE LINHA-DEC
           MOVE SPACES TO LINHA-DEC
           STRING "TOTAL PAGO NO ANO - MENSALIDADES E PARCELAS"
               DELIMITED BY SIZE INTO LINHA-DEC
           MOVE WS-PAGO-FAMILIA TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-DEC (57:12)
           WRITE LINHA-DEC
           MOVE SPACES TO LINHA-DEC
           STRING "TOTAL PAGO NO ANO - MULTA E JUROS (NAO DEDUTIVEL)"
               DELIMITED BY SIZE INTO LINHA-DEC
           MOVE WS-ENC-FAMILIA TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-DEC (57:12)
           WRITE LINHA-DEC
           MOVE SPACES TO LINHA-DEC
           WRITE LINHA-DEC
           MOVE SPACES TO LINHA-DEC
           STRING "  ______________________________"
               DELIMITED BY SIZE INTO LINHA-DEC
           WRITE LINHA-DEC
           MOVE SPACES TO LINHA-DEC
           STRING "  SECRETARIA ESCOLAR"
               DELIMITED BY SIZE INTO LINHA-DEC
           WRITE LINHA-DEC
           MOVE SPACES TO LINHA-DEC
           WRITE LINHA-DEC.

       IMPRIME-ITEM-DEMONSTRATIVO.
           IF TAB-ITE-MATRICULA (IDX-ITEM) NOT = WS-MATRICULA-ATUAL
               IF WS-MATRICULA-ATUAL NOT = ZERO
                   PERFORM IMPRIME-TOTAL-ALUNO
               END-IF
               MOVE TAB-ITE-MATRICULA (IDX-ITEM) TO WS-MATRICULA-ATUAL
               MOVE ZERO TO WS-PAGO-ALUNO
               MOVE ZERO TO WS-ENC-ALUNO
               PERFORM OBTEM-NOME-ALUNO
               MOVE SPACES TO LINHA-DEC
               STRING " ALUNO " WS-MATRICULA-ATUAL " - " WS-NOME-ALUNO
                   DELIMITED BY SIZE INTO LINHA-DEC
               WRITE LINHA-DEC
           END-IF
           PERFORM DESCREVE-ITEM
           MOVE SPACES TO LINHA-DEC
           STRING "   " WS-COMPETENCIA "  " WS-DESC-TIPO
               DELIMITED BY SIZE INTO LINHA-DEC
           MOVE TAB-ITE-ORIG (IDX-ITEM) TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-DEC (38:12)
           MOVE TAB-ITE-PAGO (IDX-ITEM) TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-DEC (51:12)
           MOVE WS-DESC-SITUACAO TO LINHA-DEC (65:11)
           WRITE LINHA-DEC
           IF TAB-ITE-TIPO (IDX-ITEM) = "E"
               ADD TAB-ITE-PAGO (IDX-ITEM) TO WS-ENC-ALUNO
               ADD TAB-ITE-PAGO (IDX-ITEM) TO WS-ENC-FAMILIA
           ELSE
               ADD TAB-ITE-PAGO (IDX-ITEM) TO WS-PAGO-ALUNO
               ADD TAB-ITE-PAGO (IDX-ITEM) TO WS-PAGO-FAMILIA
           END-IF.

       IMPRIME-TOTAL-ALUNO.
           MOVE SPACES TO LINHA-DEC
           STRING "   PAGO PELO ALUNO " WS-MATRICULA-ATUAL
               " - MENSALIDADES E PARCELAS"
               DELIMITED BY SIZE INTO LINHA-DEC
           MOVE WS-PAGO-ALUNO TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO LINHA-DEC (51:12)
           WRITE LINHA-DEC
           IF WS-ENC-ALUNO > ZERO
               MOVE SPACES TO LINHA-DEC
               STRING "   PAGO PELO ALUNO " WS-MATRICULA-ATUAL
                   " - MULTA E JUROS"
                   DELIMITED BY SIZE INTO LINHA-DEC
               MOVE WS-ENC-ALUNO TO WS-VALOR-EDIT
               MOVE WS-VALOR-EDIT TO LINHA-DEC (51:12)
               WRITE LINHA-DEC
           END-IF.

       OBTEM-NOME-ALUNO.
           MOVE "NAO CADASTRADO" TO WS-NOME-ALUNO
           SET IDX-ALU TO 1
           SEARCH TAB-ALU-ITEM
               AT END
                   CONTINUE
               WHEN TAB-ALU-NUMERO (IDX-ALU) = WS-MATRICULA-ATUAL
                   MOVE TAB-ALU-NOME (IDX-ALU) TO WS-NOME-ALUNO
           END-SEARCH.

       DESCREVE-ITEM.
           MOVE SPACES TO WS-COMPETENCIA
           STRING TAB-ITE-MES-REF (IDX-ITEM) "/"
               TAB-ITE-ANO-REF (IDX-ITEM)
               DELIMITED BY SIZE INTO WS-COMPETENCIA
           EVALUATE TAB-ITE-TIPO (IDX-ITEM)
               WHEN "E"
                   MOVE "MULTA E JUROS" TO WS-DESC-TIPO
               WHEN "A"
                   MOVE "PARCELA ACORDO" TO WS-DESC-TIPO
               WHEN OTHER
                   MOVE "MENSALIDADE" TO WS-DESC-TIPO
           END-EVALUATE
           EVALUATE TAB-ITE-SITUACAO (IDX-ITEM)
               WHEN "P"
                   MOVE "QUITADO" TO WS-DESC-SITUACAO
               WHEN "N"
                   MOVE "RENEGOCIADO" TO WS-DESC-SITUACAO
               WHEN OTHER
                   MOVE "EM ABERTO" TO WS-DESC-SITUACAO
           END-EVALUATE.

       GRAVA-RUNLOG.
           OPEN EXTEND RUNLOG
           IF WS-STATUS-RLOG NOT = "00"
               OPEN OUTPUT RUNLOG
               CLOSE RUNLOG
               OPEN EXTEND RUNLOG
           END-IF
           MOVE "EX75" TO PROGRAMA-RLOG
           MOVE WS-DATA-EXECUCAO TO DATA-RLOG
           MOVE CONT-LIDOS TO LIDOS-RLOG
           MOVE CONT-FAMILIAS TO GRAVADOS-RLOG
           MOVE ZERO TO REJEITADOS-RLOG
           WRITE REG-RUNLOG
           CLOSE RUNLOG.
