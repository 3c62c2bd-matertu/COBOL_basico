       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX62.
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
           SELECT CADCON ASSIGN TO "CADCON.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-CON
               FILE STATUS IS WS-STATUS-CON.
           SELECT CADCONT ASSIGN TO "CADCONT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRN.
           SELECT CADFUN2I ASSIGN TO "CADFUN2I.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-FUNI
               FILE STATUS IS WS-STATUS-FNI.
           SELECT RELATORIO ASSIGN TO "EX62REL.DAT"
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

       FD  CADCONT.
       01  DADOS-TCON.
           05 TIPO-TCON            PIC X(1).
               88 TCON-INCLUSAO    VALUE "I".
               88 TCON-ALTERACAO   VALUE "A".
               88 TCON-EXCLUSAO    VALUE "E".
           05 NUMERO-TCON          PIC 9(5).
           05 SEQ-TCON             PIC 9(2).
           05 TIPO-DESC-TCON       PIC X(1).
           05 DESCRICAO-TCON       PIC X(20).
           05 PERCENTUAL-TCON      PIC 9(3)V99.
           05 VALOR-TCON           PIC 9(5)V99.
           05 PARCELAS-TCON        PIC 9(3).
           05 SITUACAO-TCON        PIC X(1).

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
       01  WS-STATUS-CON       PIC X(2).
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
       01  WS-QTD-CON-FUNC     PIC 9(3) COMP VALUE ZERO.
       01  WS-SALDO-FUNC       PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-CON        PIC 9(7) COMP VALUE ZERO.
       01  WS-TOTAL-FUNC       PIC 9(7) COMP VALUE ZERO.
       01  WS-TOTAL-SALDO      PIC 9(11)V99 VALUE ZERO.
       01  WS-NUMERO-EDIT      PIC ZZZZ9.
       01  WS-SEQ-EDIT         PIC Z9.
       01  WS-QTD-EDIT         PIC ZZZZZZ9.
       01  WS-PERC-EDIT        PIC ZZ9,99.
       01  WS-VALOR-EDIT       PIC ZZ.ZZ9,99.
       01  WS-PARC-EDIT        PIC ZZ9.
       01  WS-SALDO-EDIT       PIC Z.ZZZ.ZZ9,99.
       01  WS-TOTAL-EDIT       PIC ZZZ.ZZZ.ZZ9,99.
       01  LINHA-DETALHE       PIC X(80).

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
           STRING WS-DIA "/" WS-MES "/" WS-ANO
               DELIMITED BY SIZE INTO WS-DATA-EMISSAO
           PERFORM ABRE-CADCON
           PERFORM ABRE-MASTER

           OPEN INPUT CADCONT
           IF WS-STATUS-TRN = "00"
               PERFORM ABRE-REJEITOS
               PERFORM UNTIL FIM-TRANS = "S"
                   READ CADCONT AT END
                       MOVE "S" TO FIM-TRANS
                   NOT AT END
                       ADD 1 TO CONT-LIDOS
                       PERFORM VALIDA-TRANSACAO
                       IF TRANS-VALIDA
                           PERFORM APLICA-TRANSACAO
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CADCONT
               CLOSE REJEITOS
           ELSE
               DISPLAY "EX62: SEM TRANSACOES A APLICAR - EMITINDO"
                       " SOMENTE A RELACAO"
           END-IF

           PERFORM IMPRIME-RELACAO
           CLOSE CADCON
           IF MASTER-DISPONIVEL
               CLOSE CADFUN2I
           END-IF
           PERFORM GRAVA-RUNLOG
           DISPLAY "EX62: TRANSACOES LIDAS ..... " CONT-LIDOS
           DISPLAY "EX62: TRANSACOES APLICADAS . " CONT-GRAVADOS
           DISPLAY "EX62: TRANSACOES REJEITADAS  " CONT-REJEITADOS
           STOP RUN.

       ABRE-CADCON.
           OPEN I-O CADCON
           IF WS-STATUS-CON NOT = "00"
               OPEN OUTPUT CADCON
               CLOSE CADCON
               OPEN I-O CADCON
           END-IF
           IF WS-STATUS-CON NOT = "00"
               DISPLAY "EX62: CADCON INDISPONIVEL - " WS-STATUS-CON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       ABRE-MASTER.
           OPEN INPUT CADFUN2I
           IF WS-STATUS-FNI = "00"
               SET MASTER-DISPONIVEL TO TRUE
           ELSE
               SET MASTER-AUSENTE TO TRUE
               DISPLAY "EX62: AVISO - CADFUN2I INDISPONIVEL -"
                       " FUNCIONARIO NAO CONFERIDO"
           END-IF.

       VALIDA-TRANSACAO.
           SET TRANS-VALIDA TO TRUE
           MOVE SPACES TO MOTIVO-REJ
           EVALUATE TRUE
               WHEN NUMERO-TCON IS NOT NUMERIC
                       OR SEQ-TCON IS NOT NUMERIC
                       OR SEQ-TCON = ZERO
                   MOVE "CHAVE DO DESCONTO INVALIDA" TO MOTIVO-REJ
               WHEN NOT TCON-INCLUSAO
                       AND NOT TCON-ALTERACAO
                       AND NOT TCON-EXCLUSAO
                   MOVE "TIPO DE TRANSACAO INVALIDO" TO MOTIVO-REJ
               WHEN TCON-EXCLUSAO
                   CONTINUE
               WHEN TIPO-DESC-TCON NOT = "P"
                       AND TIPO-DESC-TCON NOT = "S"
                       AND TIPO-DESC-TCON NOT = "U"
                       AND TIPO-DESC-TCON NOT = "E"
                       AND TIPO-DESC-TCON NOT = "O"
                   MOVE "TIPO DE DESCONTO INVALIDO" TO MOTIVO-REJ
               WHEN DESCRICAO-TCON = SPACES
                   MOVE "DESCRICAO DO DESCONTO EM BRANCO"
                       TO MOTIVO-REJ
               WHEN TIPO-DESC-TCON = "P"
                       AND (PERCENTUAL-TCON IS NOT NUMERIC
                           OR PERCENTUAL-TCON = ZERO
                           OR PERCENTUAL-TCON > 100)
                   MOVE "PERCENTUAL DA PENSAO INVALIDO" TO MOTIVO-REJ
               WHEN TIPO-DESC-TCON NOT = "P"
                       AND (VALOR-TCON IS NOT NUMERIC
                           OR VALOR-TCON = ZERO)
                   MOVE "VALOR DO DESCONTO INVALIDO" TO MOTIVO-REJ
               WHEN TIPO-DESC-TCON = "E"
                       AND (PARCELAS-TCON IS NOT NUMERIC
                           OR PARCELAS-TCON = ZERO)
                   MOVE "QUANTIDADE DE PARCELAS INVALIDA"
                       TO MOTIVO-REJ
               WHEN SITUACAO-TCON NOT = SPACES
                       AND SITUACAO-TCON NOT = "A"
                       AND SITUACAO-TCON NOT = "S"
                   MOVE "SITUACAO DO DESCONTO INVALIDA" TO MOTIVO-REJ
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF MOTIVO-REJ = SPACES
                   AND TCON-INCLUSAO
                   AND MASTER-DISPONIVEL
               MOVE NUMERO-TCON TO NUMERO-FUNI
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
           MOVE NUMERO-TCON TO NUMERO-CON
           MOVE SEQ-TCON TO SEQ-CON
           EVALUATE TRUE
               WHEN TCON-INCLUSAO
                   MOVE ZERO TO ULTIMO-MES-CON
                   MOVE ZERO TO DESCONTADO-CON
                   MOVE "N" TO BAIXA-PARCELA-CON
                   PERFORM MOVE-TRANSACAO-DESCONTO
                   WRITE DADOS-CON
                       INVALID KEY
                           MOVE "INCLUSAO - DESCONTO JA EXISTE"
                               TO MOTIVO-REJ
                           PERFORM GRAVA-REJEITO-TRANS
                       NOT INVALID KEY
                           ADD 1 TO CONT-GRAVADOS
                   END-WRITE
               WHEN TCON-ALTERACAO
                   READ CADCON
                       INVALID KEY
                           MOVE "ALTERACAO - NAO ENCONTRADO"
                               TO MOTIVO-REJ
                           PERFORM GRAVA-REJEITO-TRANS
                       NOT INVALID KEY
                           PERFORM MOVE-TRANSACAO-DESCONTO
                           REWRITE DADOS-CON
                           ADD 1 TO CONT-GRAVADOS
                   END-READ
               WHEN TCON-EXCLUSAO
                   READ CADCON
                       INVALID KEY
                           MOVE "EXCLUSAO - NAO ENCONTRADO"
                               TO MOTIVO-REJ
                           PERFORM GRAVA-REJEITO-TRANS
                       NOT INVALID KEY
                           DELETE CADCON
                           ADD 1 TO CONT-GRAVADOS
                   END-READ
           END-EVALUATE.

       MOVE-TRANSACAO-DESCONTO.
           MOVE TIPO-DESC-TCON TO TIPO-CON
           MOVE DESCRICAO-TCON TO DESCRICAO-CON
           IF CON-PENSAO
               MOVE PERCENTUAL-TCON TO PERCENTUAL-CON
               MOVE ZERO TO VALOR-CON
           ELSE
               MOVE ZERO TO PERCENTUAL-CON
               MOVE VALOR-TCON TO VALOR-CON
           END-IF
           IF CON-EMPRESTIMO
               MOVE PARCELAS-TCON TO PARCELAS-CON
               COMPUTE SALDO-CON = VALOR-CON * PARCELAS-CON
           ELSE
               MOVE ZERO TO PARCELAS-CON
               MOVE ZERO TO SALDO-CON
           END-IF
           IF SITUACAO-TCON = "S"
               SET CON-SUSPENSO TO TRUE
           ELSE
               SET CON-ATIVO TO TRUE
           END-IF.

       IMPRIME-RELACAO.
           OPEN OUTPUT RELATORIO
           PERFORM IMPRIME-CABECALHO-REL
           MOVE ZERO TO WS-NUMERO-ANTERIOR
           MOVE LOW-VALUES TO CHAVE-CON
           START CADCON KEY IS NOT LESS THAN CHAVE-CON
               INVALID KEY
                   MOVE "S" TO FIMARQ
           END-START
           PERFORM UNTIL FIMARQ = "S"
               READ CADCON NEXT
                   AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       PERFORM IMPRIME-DESCONTO
               END-READ
           END-PERFORM
           PERFORM IMPRIME-TOTAL-FUNCIONARIO
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL
           MOVE WS-TOTAL-FUNC TO WS-QTD-EDIT
           MOVE SPACES TO LINHA-DETALHE
           STRING "FUNCIONARIOS COM DESCONTOS ..: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-REL FROM LINHA-DETALHE
           MOVE WS-TOTAL-CON TO WS-QTD-EDIT
           MOVE SPACES TO LINHA-DETALHE
           STRING "DESCONTOS CADASTRADOS .......: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-REL FROM LINHA-DETALHE
           MOVE WS-TOTAL-SALDO TO WS-TOTAL-EDIT
           MOVE SPACES TO LINHA-DETALHE
           STRING "SALDO DEVEDOR CONSIGNADO ....: " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-REL FROM LINHA-DETALHE
           CLOSE RELATORIO
           MOVE "N" TO FIMARQ.

       IMPRIME-CABECALHO-REL.
           MOVE SPACES TO LINHA-DETALHE
           STRING "RELACAO DE DESCONTOS FIXOS E CONSIGNADOS"
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-REL FROM LINHA-DETALHE
           MOVE SPACES TO LINHA-DETALHE
           STRING "EMISSAO: " WS-DATA-EMISSAO
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-REL FROM LINHA-DETALHE
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-DETALHE
           STRING "SQ T DESCRICAO               PERC     VALOR PARC"
               "        SALDO S"
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-REL FROM LINHA-DETALHE
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL.

       IMPRIME-DESCONTO.
           IF NUMERO-CON NOT = WS-NUMERO-ANTERIOR
               PERFORM IMPRIME-TOTAL-FUNCIONARIO
               PERFORM IMPRIME-QUEBRA-FUNCIONARIO
           END-IF
           ADD 1 TO WS-QTD-CON-FUNC
           ADD 1 TO WS-TOTAL-CON
           IF CON-EMPRESTIMO AND NOT CON-QUITADO
               ADD SALDO-CON TO WS-SALDO-FUNC
               ADD SALDO-CON TO WS-TOTAL-SALDO
           END-IF
           MOVE SEQ-CON TO WS-SEQ-EDIT
           MOVE PERCENTUAL-CON TO WS-PERC-EDIT
           MOVE VALOR-CON TO WS-VALOR-EDIT
           MOVE PARCELAS-CON TO WS-PARC-EDIT
           MOVE SALDO-CON TO WS-SALDO-EDIT
           MOVE SPACES TO LINHA-DETALHE
           STRING WS-SEQ-EDIT " " TIPO-CON " " DESCRICAO-CON
               "  " WS-PERC-EDIT " " WS-VALOR-EDIT "  " WS-PARC-EDIT
               " " WS-SALDO-EDIT " " SITUACAO-CON
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-REL FROM LINHA-DETALHE.

       IMPRIME-QUEBRA-FUNCIONARIO.
           MOVE NUMERO-CON TO WS-NUMERO-ANTERIOR
           MOVE ZERO TO WS-QTD-CON-FUNC
           MOVE ZERO TO WS-SALDO-FUNC
           ADD 1 TO WS-TOTAL-FUNC
           MOVE SPACES TO WS-NOME-FUNC
           IF MASTER-DISPONIVEL
               MOVE NUMERO-CON TO NUMERO-FUNI
               READ CADFUN2I
                   INVALID KEY
                       MOVE "*** NAO CADASTRADO ***" TO WS-NOME-FUNC
                   NOT INVALID KEY
                       MOVE NOME-FUNI TO WS-NOME-FUNC
               END-READ
           END-IF
           MOVE NUMERO-CON TO WS-NUMERO-EDIT
           MOVE SPACES TO LINHA-DETALHE
           STRING "FUNCIONARIO: " WS-NUMERO-EDIT "  NOME: "
               WS-NOME-FUNC
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-REL FROM LINHA-DETALHE.

       IMPRIME-TOTAL-FUNCIONARIO.
           IF WS-QTD-CON-FUNC > ZERO
               MOVE WS-SALDO-FUNC TO WS-TOTAL-EDIT
               MOVE SPACES TO LINHA-DETALHE
               STRING "   SALDO DEVEDOR DE EMPRESTIMOS: " WS-TOTAL-EDIT
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
           MOVE "EX62" TO PROGRAMA-REJ
           MOVE SPACES TO CHAVE-REJ
           STRING NUMERO-TCON SEQ-TCON
               DELIMITED BY SIZE INTO CHAVE-REJ
           MOVE WS-DATA-EXECUCAO TO DATA-REJ
           MOVE WS-SEQ-EXECUCAO TO SEQ-EXEC-REJ
           MOVE DADOS-TCON TO IMAGEM-REJ
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
           MOVE "EX62" TO PROGRAMA-RLOG
           MOVE WS-DATA-EXECUCAO TO DATA-RLOG
           MOVE CONT-LIDOS TO LIDOS-RLOG
           MOVE CONT-GRAVADOS TO GRAVADOS-RLOG
           MOVE CONT-REJEITADOS TO REJEITADOS-RLOG
           WRITE REG-RUNLOG
           CLOSE RUNLOG.
