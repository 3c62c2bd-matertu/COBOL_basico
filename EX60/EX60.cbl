       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX60.
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
           SELECT CADDEP ASSIGN TO "CADDEP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-DEP
               FILE STATUS IS WS-STATUS-DEP.
           SELECT CADDEPT ASSIGN TO "CADDEPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRN.
           SELECT CADFUN2I ASSIGN TO "CADFUN2I.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-FUNI
               FILE STATUS IS WS-STATUS-FNI.
           SELECT RELATORIO ASSIGN TO "EX60REL.DAT"
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

       DATA DIVISION.
       FILE SECTION.
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

       FD  CADDEPT.
       01  DADOS-TDEP.
           05 TIPO-TDEP            PIC X(1).
               88 TDEP-INCLUSAO    VALUE "I".
               88 TDEP-ALTERACAO   VALUE "A".
               88 TDEP-EXCLUSAO    VALUE "E".
           05 NUMERO-TDEP          PIC 9(5).
           05 SEQ-TDEP             PIC 9(2).
           05 NOME-TDEP            PIC X(20).
           05 NASCIMENTO-TDEP      PIC 9(8).
           05 NASC-TDEP-R REDEFINES NASCIMENTO-TDEP.
               10 ANO-NASC-TDEP    PIC 9(4).
               10 MES-NASC-TDEP    PIC 9(2).
               10 DIA-NASC-TDEP    PIC 9(2).
           05 PARENTESCO-TDEP      PIC X(1).
           05 IR-TDEP              PIC X(1).
           05 SALFAM-TDEP          PIC X(1).
           05 CPF-TDEP             PIC X(11).

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

       WORKING-STORAGE SECTION.
       01  FIMARQ              PIC X(1) VALUE "N".
       01  FIM-TRANS           PIC X(1) VALUE "N".
       01  WS-STATUS-DEP       PIC X(2).
       01  WS-STATUS-TRN       PIC X(2).
       01  WS-STATUS-FNI       PIC X(2).
       01  WS-STATUS-REJ       PIC X(2).
       01  WS-STATUS-SEQ       PIC X(2).
       01  WS-STATUS-RLOG      PIC X(2).
       01  WS-SEQ-EXECUCAO     PIC 9(4) VALUE ZERO.
       01  WS-DATA-EXECUCAO    PIC 9(8) VALUE ZERO.
       01  WS-DATA-SISTEMA REDEFINES WS-DATA-EXECUCAO.
           05 WS-ANO           PIC 9(4).
           05 WS-MES           PIC 9(2).
           05 WS-DIA           PIC 9(2).
       01  WS-DATA-EMISSAO     PIC X(10).
       01  CONT-LIDOS          PIC 9(7) COMP VALUE ZERO.
       01  CONT-GRAVADOS       PIC 9(7) COMP VALUE ZERO.
       01  CONT-REJEITADOS     PIC 9(7) COMP VALUE ZERO.
       01  SW-MASTER-OK        PIC X(1) VALUE "N".
           88 MASTER-DISPONIVEL VALUE "S".
           88 MASTER-AUSENTE    VALUE "N".
       01  SW-TRANS-VALIDA     PIC X(1) VALUE "S".
           88 TRANS-VALIDA     VALUE "S".
           88 TRANS-INVALIDA   VALUE "N".
       01  WS-NUMERO-ANTERIOR  PIC 9(5) VALUE ZERO.
       01  WS-NOME-FUNC        PIC X(20) VALUE SPACES.
       01  WS-QTD-DEP-FUNC     PIC 9(3) COMP VALUE ZERO.
       01  WS-QTD-IR-FUNC      PIC 9(3) COMP VALUE ZERO.
       01  WS-QTD-SF-FUNC      PIC 9(3) COMP VALUE ZERO.
       01  WS-TOTAL-DEP        PIC 9(7) COMP VALUE ZERO.
       01  WS-TOTAL-FUNC       PIC 9(7) COMP VALUE ZERO.
       01  WS-NUMERO-EDIT      PIC ZZZZ9.
       01  WS-SEQ-EDIT         PIC Z9.
       01  WS-QTD-EDIT         PIC ZZZZZZ9.
       01  WS-QTD-PEQ-EDIT     PIC ZZ9.
       01  WS-QTD-SF-EDIT      PIC ZZ9.
       01  WS-NASC-EDIT        PIC X(10).
       01  LINHA-DETALHE       PIC X(80).

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
           STRING WS-DIA "/" WS-MES "/" WS-ANO
               DELIMITED BY SIZE INTO WS-DATA-EMISSAO
           PERFORM ABRE-CADDEP
           PERFORM ABRE-MASTER

           OPEN INPUT CADDEPT
           IF WS-STATUS-TRN = "00"
               PERFORM ABRE-REJEITOS
               PERFORM UNTIL FIM-TRANS = "S"
                   READ CADDEPT AT END
                       MOVE "S" TO FIM-TRANS
                   NOT AT END
                       ADD 1 TO CONT-LIDOS
                       PERFORM VALIDA-TRANSACAO
                       IF TRANS-VALIDA
                           PERFORM APLICA-TRANSACAO
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CADDEPT
               CLOSE REJEITOS
           ELSE
               DISPLAY "EX60: SEM TRANSACOES A APLICAR - EMITINDO"
                       " SOMENTE A RELACAO"
           END-IF

           PERFORM IMPRIME-RELACAO
           CLOSE CADDEP
           IF MASTER-DISPONIVEL
               CLOSE CADFUN2I
           END-IF
           PERFORM GRAVA-RUNLOG
           DISPLAY "EX60: TRANSACOES LIDAS ..... " CONT-LIDOS
           DISPLAY "EX60: TRANSACOES APLICADAS . " CONT-GRAVADOS
           DISPLAY "EX60: TRANSACOES REJEITADAS  " CONT-REJEITADOS
           STOP RUN.

       ABRE-CADDEP.
           OPEN I-O CADDEP
           IF WS-STATUS-DEP NOT = "00"
               OPEN OUTPUT CADDEP
               CLOSE CADDEP
               OPEN I-O CADDEP
           END-IF
           IF WS-STATUS-DEP NOT = "00"
               DISPLAY "EX60: CADDEP INDISPONIVEL - " WS-STATUS-DEP
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       ABRE-MASTER.
           OPEN INPUT CADFUN2I
           IF WS-STATUS-FNI = "00"
               SET MASTER-DISPONIVEL TO TRUE
           ELSE
               SET MASTER-AUSENTE TO TRUE
               DISPLAY "EX60: AVISO - CADFUN2I INDISPONIVEL -"
                       " FUNCIONARIO NAO CONFERIDO"
           END-IF.

       VALIDA-TRANSACAO.
           SET TRANS-VALIDA TO TRUE
           MOVE SPACES TO MOTIVO-REJ
           EVALUATE TRUE
               WHEN NUMERO-TDEP IS NOT NUMERIC
                       OR SEQ-TDEP IS NOT NUMERIC
                       OR SEQ-TDEP = ZERO
                   MOVE "CHAVE DO DEPENDENTE INVALIDA" TO MOTIVO-REJ
               WHEN NOT TDEP-INCLUSAO
                       AND NOT TDEP-ALTERACAO
                       AND NOT TDEP-EXCLUSAO
                   MOVE "TIPO DE TRANSACAO INVALIDO" TO MOTIVO-REJ
               WHEN TDEP-EXCLUSAO
                   CONTINUE
               WHEN NOME-TDEP = SPACES
                   MOVE "NOME DO DEPENDENTE EM BRANCO" TO MOTIVO-REJ
               WHEN NASCIMENTO-TDEP IS NOT NUMERIC
                       OR MES-NASC-TDEP < 1 OR MES-NASC-TDEP > 12
                       OR DIA-NASC-TDEP < 1 OR DIA-NASC-TDEP > 31
                       OR NASCIMENTO-TDEP > WS-DATA-EXECUCAO
                   MOVE "DATA DE NASCIMENTO INVALIDA" TO MOTIVO-REJ
               WHEN PARENTESCO-TDEP NOT = "F"
                       AND PARENTESCO-TDEP NOT = "C"
                       AND PARENTESCO-TDEP NOT = "P"
                       AND PARENTESCO-TDEP NOT = "O"
                   MOVE "GRAU DE PARENTESCO INVALIDO" TO MOTIVO-REJ
               WHEN (IR-TDEP NOT = "S" AND IR-TDEP NOT = "N")
                       OR (SALFAM-TDEP NOT = "S"
                           AND SALFAM-TDEP NOT = "N")
                   MOVE "INDICADOR IR/SAL-FAMILIA INVALIDO"
                       TO MOTIVO-REJ
               WHEN SALFAM-TDEP = "S" AND PARENTESCO-TDEP NOT = "F"
                   MOVE "SAL-FAMILIA SOMENTE PARA FILHO" TO MOTIVO-REJ
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF MOTIVO-REJ = SPACES
                   AND TDEP-INCLUSAO
                   AND MASTER-DISPONIVEL
               MOVE NUMERO-TDEP TO NUMERO-FUNI
               READ CADFUN2I
                   INVALID KEY
                       MOVE "FUNCIONARIO NAO CADASTRADO"
                           TO MOTIVO-REJ
                   NOT INVALID KEY
                       IF FUNI-INATIVO
                           MOVE "FUNCIONARIO INATIVO" TO MOTIVO-REJ
                       END-IF
               END-READ
           END-IF
           IF MOTIVO-REJ NOT = SPACES
               SET TRANS-INVALIDA TO TRUE
               PERFORM GRAVA-REJEITO-TRANS
           END-IF.

       APLICA-TRANSACAO.
           MOVE NUMERO-TDEP TO NUMERO-DEP
           MOVE SEQ-TDEP TO SEQ-DEP
           EVALUATE TRUE
               WHEN TDEP-INCLUSAO
                   PERFORM MOVE-TRANSACAO-DEPENDENTE
                   WRITE DADOS-DEP
                       INVALID KEY
                           MOVE "INCLUSAO - DEPENDENTE JA EXISTE"
                               TO MOTIVO-REJ
                           PERFORM GRAVA-REJEITO-TRANS
                       NOT INVALID KEY
                           ADD 1 TO CONT-GRAVADOS
                   END-WRITE
               WHEN TDEP-ALTERACAO
                   READ CADDEP
                       INVALID KEY
                           MOVE "ALTERACAO - NAO ENCONTRADO"
                               TO MOTIVO-REJ
                           PERFORM GRAVA-REJEITO-TRANS
                       NOT INVALID KEY
                           PERFORM MOVE-TRANSACAO-DEPENDENTE
                           REWRITE DADOS-DEP
                           ADD 1 TO CONT-GRAVADOS
                   END-READ
               WHEN TDEP-EXCLUSAO
                   READ CADDEP
                       INVALID KEY
                           MOVE "EXCLUSAO - NAO ENCONTRADO"
                               TO MOTIVO-REJ
                           PERFORM GRAVA-REJEITO-TRANS
                       NOT INVALID KEY
                           DELETE CADDEP
                           ADD 1 TO CONT-GRAVADOS
                   END-READ
           END-EVALUATE.

       MOVE-TRANSACAO-DEPENDENTE.
           MOVE NOME-TDEP TO NOME-DEP
           MOVE NASCIMENTO-TDEP TO NASCIMENTO-DEP
           MOVE PARENTESCO-TDEP TO PARENTESCO-DEP
           MOVE IR-TDEP TO IR-DEP
           MOVE SALFAM-TDEP TO SALFAM-DEP
           MOVE CPF-TDEP TO CPF-DEP.

       IMPRIME-RELACAO.
           OPEN OUTPUT RELATORIO
           PERFORM IMPRIME-CABECALHO-REL
           MOVE ZERO TO WS-NUMERO-ANTERIOR
           MOVE LOW-VALUES TO CHAVE-DEP
           START CADDEP KEY IS NOT LESS THAN CHAVE-DEP
               INVALID KEY
                   MOVE "S" TO FIMARQ
           END-START
           PERFORM UNTIL FIMARQ = "S"
               READ CADDEP NEXT
                   AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       PERFORM IMPRIME-DEPENDENTE
               END-READ
           END-PERFORM
           PERFORM IMPRIME-TOTAL-FUNCIONARIO
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL
           MOVE WS-TOTAL-FUNC TO WS-QTD-EDIT
           MOVE SPACES TO LINHA-DETALHE
           STRING "FUNCIONARIOS COM DEPENDENTES: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-REL FROM LINHA-DETALHE
           MOVE WS-TOTAL-DEP TO WS-QTD-EDIT
           MOVE SPACES TO LINHA-DETALHE
           STRING "DEPENDENTES CADASTRADOS ....: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-REL FROM LINHA-DETALHE
           CLOSE RELATORIO
           MOVE "N" TO FIMARQ.

       IMPRIME-CABECALHO-REL.
           MOVE SPACES TO LINHA-DETALHE
           STRING "RELACAO DE DEPENDENTES POR FUNCIONARIO"
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-REL FROM LINHA-DETALHE
           MOVE SPACES TO LINHA-DETALHE
           STRING "EMISSAO: " WS-DATA-EMISSAO
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-REL FROM LINHA-DETALHE
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-DETALHE
           STRING "SQ NOME                 NASCIMENTO PAR IR SF CPF"
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-REL FROM LINHA-DETALHE
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL.

       IMPRIME-DEPENDENTE.
           IF NUMERO-DEP NOT = WS-NUMERO-ANTERIOR
               PERFORM IMPRIME-TOTAL-FUNCIONARIO
               PERFORM IMPRIME-QUEBRA-FUNCIONARIO
           END-IF
           ADD 1 TO WS-QTD-DEP-FUNC
           ADD 1 TO WS-TOTAL-DEP
           IF DEP-DEDUZ-IR
               ADD 1 TO WS-QTD-IR-FUNC
           END-IF
           IF DEP-SALFAMILIA
               ADD 1 TO WS-QTD-SF-FUNC
           END-IF
           MOVE SEQ-DEP TO WS-SEQ-EDIT
           MOVE SPACES TO WS-NASC-EDIT
           STRING NASCIMENTO-DEP (7:2) "/" NASCIMENTO-DEP (5:2) "/"
               NASCIMENTO-DEP (1:4)
               DELIMITED BY SIZE INTO WS-NASC-EDIT
           MOVE SPACES TO LINHA-DETALHE
           STRING WS-SEQ-EDIT " " NOME-DEP " " WS-NASC-EDIT
               "  " PARENTESCO-DEP "   " IR-DEP "  " SALFAM-DEP
               "  " CPF-DEP
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-REL FROM LINHA-DETALHE.

       IMPRIME-QUEBRA-FUNCIONARIO.
           MOVE NUMERO-DEP TO WS-NUMERO-ANTERIOR
           MOVE ZERO TO WS-QTD-DEP-FUNC
           MOVE ZERO TO WS-QTD-IR-FUNC
           MOVE ZERO TO WS-QTD-SF-FUNC
           ADD 1 TO WS-TOTAL-FUNC
           MOVE SPACES TO WS-NOME-FUNC
           IF MASTER-DISPONIVEL
               MOVE NUMERO-DEP TO NUMERO-FUNI
               READ CADFUN2I
                   INVALID KEY
                       MOVE "*** NAO CADASTRADO ***" TO WS-NOME-FUNC
                   NOT INVALID KEY
                       MOVE NOME-FUNI TO WS-NOME-FUNC
               END-READ
           END-IF
           MOVE NUMERO-DEP TO WS-NUMERO-EDIT
           MOVE SPACES TO LINHA-DETALHE
           STRING "FUNCIONARIO: " WS-NUMERO-EDIT "  NOME: "
               WS-NOME-FUNC
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-REL FROM LINHA-DETALHE.

       IMPRIME-TOTAL-FUNCIONARIO.
           IF WS-QTD-DEP-FUNC > ZERO
               MOVE WS-QTD-IR-FUNC TO WS-QTD-PEQ-EDIT
               MOVE WS-QTD-SF-FUNC TO WS-QTD-SF-EDIT
               MOVE SPACES TO LINHA-DETALHE
               STRING "   DEPENDENTES PARA IR: " WS-QTD-PEQ-EDIT
                   "   PARA SALARIO-FAMILIA: " WS-QTD-SF-EDIT
                   DELIMITED BY SIZE INTO LINHA-DETALHE
               WRITE LINHA-REL FROM LINHA-DETALHE
               MOVE SPACES TO LINHA-REL
               WRITE LINHA-REL
           END-IF.

       ABRE-REJEITOS.
           OPEN EXTEND REJEITOS
           IF WS-STATUS-REJ NOT = "00"
               OPEN OUTPUT REJEITOS
               CLOSE REJEITOS
               OPEN EXTEND REJEITOS
           END-IF
           PERFORM LE-SEQUENCIA.

       GRAVA-REJEITO-TRANS.
           ADD 1 TO CONT-REJEITADOS
           MOVE "EX60" TO PROGRAMA-REJ
           MOVE SPACES TO CHAVE-REJ
           STRING NUMERO-TDEP SEQ-TDEP
               DELIMITED BY SIZE INTO CHAVE-REJ
           MOVE WS-DATA-EXECUCAO TO DATA-REJ
           MOVE WS-SEQ-EXECUCAO TO SEQ-EXEC-REJ
           MOVE DADOS-TDEP TO IMAGEM-REJ
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
           MOVE "EX60" TO PROGRAMA-RLOG
           MOVE WS-DATA-EXECUCAO TO DATA-RLOG
           MOVE CONT-LIDOS TO LIDOS-RLOG
           MOVE CONT-GRAVADOS TO GRAVADOS-RLOG
           MOVE CONT-REJEITADOS TO REJEITADOS-RLOG
           WRITE REG-RUNLOG
           CLOSE RUNLOG.
