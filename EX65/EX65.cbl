       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX65.
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
           SELECT EVENTOS-PENDENTES ASSIGN TO "EVTPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EVP.
           SELECT CADEVG ASSIGN TO "CADEVG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-EVG
               FILE STATUS IS WS-STATUS-EVG.
           SELECT REMESSA ASSIGN TO "EX65GOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REM.
           SELECT RETORNO ASSIGN TO "EX65RET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RTG.
           SELECT SEQLOTE ASSIGN TO "EX65SEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOT.
           SELECT PARAMETROS-CENTRAL ASSIGN TO "CADPAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHAVE-PAR
               FILE STATUS IS WS-STATUS-PCEN.
           SELECT RELATORIO ASSIGN TO "EX65REL.DAT"
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
       FD  EVENTOS-PENDENTES.
       01  DADOS-EVP.
           05 TIPO-EVP          PIC X(2).
               88 EVP-ADMISSAO     VALUE "AD".
               88 EVP-ALTERACAO    VALUE "AC".
               88 EVP-SALARIO      VALUE "AS".
               88 EVP-FERIAS       VALUE "FE".
               88 EVP-DESLIGAMENTO VALUE "DE".
           05 NUMERO-EVP        PIC 9(5).
           05 NOME-EVP          PIC X(20).
           05 DEPTO-EVP         PIC X(10).
           05 SALARIO-EVP       PIC 9(5)V99.
           05 DATA-EVP          PIC 9(8).
           05 DIAS-EVP          PIC 9(3).
           05 MOTIVO-EVP        PIC X(15).
           05 PROGRAMA-EVP      PIC X(4).
           05 DATA-GERACAO-EVP  PIC 9(8).

       FD  CADEVG.
       01  DADOS-EVG.
           05 CHAVE-EVG.
               10 LOTE-EVG         PIC 9(4).
               10 SEQ-EVG          PIC 9(5).
           05 EVENTO-EVG           PIC X(82).
           05 SITUACAO-EVG         PIC X(1).
               88 EVG-ENVIADO      VALUE "E".
               88 EVG-ACEITO       VALUE "A".
               88 EVG-REJEITADO    VALUE "R".
           05 DATA-ENVIO-EVG       PIC 9(8).
           05 DATA-RETORNO-EVG     PIC 9(8).
           05 RECIBO-EVG           PIC X(15).
           05 ERRO-EVG             PIC X(30).

       FD  REMESSA.
       01  REG-REMESSA          PIC X(100).
       01  REG-REM-HEADER.
           05 TIPO-REM-H        PIC X(1).
           05 DATA-REM-H        PIC 9(8).
           05 EMPREGADOR-REM-H  PIC X(16).
           05 LOTE-REM-H        PIC 9(4).
           05 FILLER            PIC X(71).
       01  REG-REM-DETALHE.
           05 TIPO-REM-D        PIC X(1).
           05 LOTE-REM-D        PIC 9(4).
           05 SEQ-REM-D         PIC 9(5).
           05 EVENTO-REM-D      PIC X(2).
           05 NUMERO-REM-D      PIC 9(5).
           05 NOME-REM-D        PIC X(20).
           05 DEPTO-REM-D       PIC X(10).
           05 SALARIO-REM-D     PIC 9(9).
           05 DATA-EVENTO-REM-D PIC 9(8).
           05 DIAS-REM-D        PIC 9(3).
           05 MOTIVO-REM-D      PIC X(15).
           05 FILLER            PIC X(18).
       01  REG-REM-TRAILER.
           05 TIPO-REM-T        PIC X(1).
           05 LOTE-REM-T        PIC 9(4).
           05 QTD-REM-T         PIC 9(6).
           05 SOMA-SALARIO-REM-T PIC 9(15).
           05 FILLER            PIC X(74).

       FD  RETORNO.
       01  DADOS-RTG.
           05 LOTE-RTG          PIC 9(4).
           05 SEQ-RTG           PIC 9(5).
           05 SITUACAO-RTG      PIC X(1).
               88 RTG-ACEITO    VALUE "A".
               88 RTG-REJEITADO VALUE "R".
           05 RECIBO-RTG        PIC X(15).
           05 ERRO-RTG          PIC X(30).

       FD  SEQLOTE.
       01  REG-SEQLOTE.
           05 LOTE-SEQUENCIA    PIC 9(4).

       FD  PARAMETROS-CENTRAL.
       01  DADOS-PAR.
           05 CHAVE-PAR.
               10 PROGRAMA-PAR     PIC X(4).
               10 NOME-PAR         PIC X(10).
               10 VIGENCIA-PAR     PIC 9(8).
           05 VALOR-PAR            PIC 9(9)V99.
           05 ALTERADO-POR-PAR     PIC X(8).
           05 DATA-ALTERACAO-PAR   PIC 9(8).

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
       01  FIMARQ               PIC X(1) VALUE "N".
       01  FIM-PCEN             PIC X(1) VALUE "N".
       01  WS-STATUS-EVP        PIC X(2).
       01  WS-STATUS-EVG        PIC X(2).
       01  WS-STATUS-REM        PIC X(2).
       01  WS-STATUS-RTG        PIC X(2).
       01  WS-STATUS-LOT        PIC X(2).
       01  WS-STATUS-PCEN       PIC X(2).
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
       01  WS-DATA-CALCULO      PIC 9(8) VALUE ZERO.
       01  WS-DATA-CALC-DEC REDEFINES WS-DATA-CALCULO.
           05 WS-ANO-CALC       PIC 9(4).
           05 WS-MES-CALC       PIC 9(2).
           05 WS-DIA-CALC       PIC 9(2).
       01  WS-DIAS-HOJE         PIC 9(7) COMP VALUE ZERO.
       01  WS-DIAS-EVENTO       PIC 9(7) COMP VALUE ZERO.
       01  WS-IDADE-DIAS        PIC 9(5) VALUE ZERO.
       01  WS-PRAZO-DIAS        PIC 9(3) VALUE 10.

       01  WS-LOTE              PIC 9(4) VALUE ZERO.
       01  WS-SEQ-LOTE          PIC 9(5) VALUE ZERO.
       01  WS-SALARIO-CENTAVOS  PIC 9(9) VALUE ZERO.
       01  WS-SOMA-SALARIO      PIC 9(15) VALUE ZERO.
       01  WS-MOTIVO            PIC X(30) VALUE SPACES.
       01  WS-SITUACAO-DESCR    PIC X(9) VALUE SPACES.
       01  WS-ATRASO-DESCR      PIC X(8) VALUE SPACES.

       01  CONT-LIDOS           PIC 9(7) COMP VALUE ZERO.
       01  CONT-GRAVADOS        PIC 9(7) COMP VALUE ZERO.
       01  CONT-REJEITADOS      PIC 9(7) COMP VALUE ZERO.
       01  CONT-RETORNOS        PIC 9(7) COMP VALUE ZERO.
       01  CONT-ACEITOS         PIC 9(7) COMP VALUE ZERO.
       01  CONT-RECUSADOS       PIC 9(7) COMP VALUE ZERO.
       01  CONT-PENDENTES       PIC 9(7) COMP VALUE ZERO.
       01  CONT-ATRASADOS       PIC 9(7) COMP VALUE ZERO.
       01  CONT-FAIXA-1         PIC 9(7) COMP VALUE ZERO.
       01  CONT-FAIXA-2         PIC 9(7) COMP VALUE ZERO.
       01  CONT-FAIXA-3         PIC 9(7) COMP VALUE ZERO.
       01  CONT-FAIXA-4         PIC 9(7) COMP VALUE ZERO.

       01  WS-LOTE-EDIT         PIC ZZZ9.
       01  WS-SEQ-EDIT          PIC ZZZZ9.
       01  WS-NUMERO-EDIT       PIC ZZZZ9.
       01  WS-IDADE-EDIT        PIC ZZZZ9.
       01  WS-QTD-EDIT          PIC ZZZ.ZZ9.
       01  LINHA-DETALHE        PIC X(80).

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
           STRING WS-DIA "/" WS-MES "/" WS-ANO
               DELIMITED BY SIZE INTO WS-DATA-EMISSAO
           COMPUTE WS-DIAS-HOJE =
               WS-ANO * 360 + WS-MES * 30 + WS-DIA
           PERFORM LE-PARAMETROS-CENTRAIS
           PERFORM ABRE-REJEITOS
           PERFORM ABRE-CADEVG

           PERFORM PROCESSA-RETORNO
           PERFORM GERA-REMESSA
           CLOSE CADEVG
           CLOSE REJEITOS

           PERFORM EMITE-RELATORIO-PENDENCIAS
           PERFORM GRAVA-RUNLOG
           DISPLAY "EX65: EVENTOS PENDENTES LIDOS " CONT-LIDOS
           DISPLAY "EX65: EVENTOS ENVIADOS ...... " CONT-GRAVADOS
           DISPLAY "EX65: RETORNOS PROCESSADOS .. " CONT-RETORNOS
           DISPLAY "EX65: ACEITOS NO RETORNO .... " CONT-ACEITOS
           DISPLAY "EX65: RECUSADOS NO RETORNO .. " CONT-RECUSADOS
           DISPLAY "EX65: SEM ACEITE ............ " CONT-PENDENTES
           DISPLAY "EX65: FORA DO PRAZO ......... " CONT-ATRASADOS
           DISPLAY "EX65: REJEITADOS ............ " CONT-REJEITADOS
           STOP RUN.

       LE-PARAMETROS-CENTRAIS.
           OPEN INPUT PARAMETROS-CENTRAL
           IF WS-STATUS-PCEN = "00"
               PERFORM UNTIL FIM-PCEN = "S"
                   READ PARAMETROS-CENTRAL NEXT
                       AT END
                           MOVE "S" TO FIM-PCEN
                       NOT AT END
                           IF PROGRAMA-PAR = "EX65"
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
           IF NOME-PAR = "PRAZODIAS" AND VALOR-PAR > ZERO
                   AND VALOR-PAR < 1000
               MOVE VALOR-PAR TO WS-PRAZO-DIAS
           END-IF.

       ABRE-CADEVG.
           OPEN I-O CADEVG
           IF WS-STATUS-EVG = "35"
               OPEN OUTPUT CADEVG
               CLOSE CADEVG
               OPEN I-O CADEVG
           END-IF
           IF WS-STATUS-EVG NOT = "00"
               DISPLAY "EX65: CADEVG COM STATUS "
                       WS-STATUS-EVG " - EXECUCAO CANCELADA"
               CLOSE REJEITOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       PROCESSA-RETORNO.
           OPEN INPUT RETORNO
           IF WS-STATUS-RTG NOT = "00"
               DISPLAY "EX65: SEM ARQUIVO DE RETORNO A PROCESSAR"
           ELSE
               PERFORM UNTIL FIMARQ = "S"
                   READ RETORNO AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       ADD 1 TO CONT-RETORNOS
                       PERFORM APLICA-RETORNO
                   END-READ
               END-PERFORM
               CLOSE RETORNO
               OPEN OUTPUT RETORNO
               CLOSE RETORNO
           END-IF
           MOVE "N" TO FIMARQ.

       APLICA-RETORNO.
           IF LOTE-RTG IS NOT NUMERIC OR SEQ-RTG IS NOT NUMERIC
               MOVE "RETORNO MAL FORMADO" TO WS-MOTIVO
               PERFORM GRAVA-REJEITO-RETORNO
           ELSE
               MOVE LOTE-RTG TO LOTE-EVG
               MOVE SEQ-RTG TO SEQ-EVG
               READ CADEVG
                   INVALID KEY
                       MOVE "PROTOCOLO NAO ENCONTRADO" TO WS-MOTIVO
                       PERFORM GRAVA-REJEITO-RETORNO
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN EVG-ACEITO
                               MOVE "EVENTO JA ACEITO" TO WS-MOTIVO
                               PERFORM GRAVA-REJEITO-RETORNO
                           WHEN RTG-ACEITO
                               SET EVG-ACEITO TO TRUE
                               MOVE RECIBO-RTG TO RECIBO-EVG
                               MOVE SPACES TO ERRO-EVG
                               MOVE WS-DATA-EXECUCAO
                                   TO DATA-RETORNO-EVG
                               REWRITE DADOS-EVG
                               ADD 1 TO CONT-ACEITOS
                           WHEN RTG-REJEITADO
                               SET EVG-REJEITADO TO TRUE
                               MOVE SPACES TO RECIBO-EVG
                               MOVE ERRO-RTG TO ERRO-EVG
                               MOVE WS-DATA-EXECUCAO
                                   TO DATA-RETORNO-EVG
                               REWRITE DADOS-EVG
                               ADD 1 TO CONT-RECUSADOS
                           WHEN OTHER
                               MOVE "SITUACAO DE RETORNO INVALIDA"
                                   TO WS-MOTIVO
                               PERFORM GRAVA-REJEITO-RETORNO
                       END-EVALUATE
               END-READ
           END-IF.

       GERA-REMESSA.
           OPEN INPUT EVENTOS-PENDENTES
           IF WS-STATUS-EVP NOT = "00"
               DISPLAY "EX65: SEM EVENTOS PENDENTES DE ENVIO"
           ELSE
               PERFORM UNTIL FIMARQ = "S"
                   READ EVENTOS-PENDENTES AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       ADD 1 TO CONT-LIDOS
                       PERFORM PROCESSA-EVENTO-PENDENTE
                   END-READ
               END-PERFORM
               CLOSE EVENTOS-PENDENTES
               IF WS-LOTE > ZERO
                   PERFORM GRAVA-TRAILER-REMESSA
                   CLOSE REMESSA
                   MOVE WS-LOTE TO WS-LOTE-EDIT
                   DISPLAY "EX65: LOTE " WS-LOTE-EDIT
                           " GRAVADO EM EX65GOV"
               END-IF
               OPEN OUTPUT EVENTOS-PENDENTES
               CLOSE EVENTOS-PENDENTES
           END-IF
           MOVE "N" TO FIMARQ.

       PROCESSA-EVENTO-PENDENTE.
           IF NUMERO-EVP IS NOT NUMERIC
                   OR DATA-EVP IS NOT NUMERIC
                   OR DATA-EVP = ZERO
                   OR SALARIO-EVP IS NOT NUMERIC
               MOVE "EVENTO PENDENTE MAL FORMADO" TO WS-MOTIVO
               PERFORM GRAVA-REJEITO-EVENTO
           ELSE
               IF NOT EVP-ADMISSAO AND NOT EVP-ALTERACAO
                       AND NOT EVP-SALARIO AND NOT EVP-FERIAS
                       AND NOT EVP-DESLIGAMENTO
                   MOVE "TIPO DE EVENTO INVALIDO" TO WS-MOTIVO
                   PERFORM GRAVA-REJEITO-EVENTO
               ELSE
                   IF WS-LOTE = ZERO
                       PERFORM INICIA-LOTE
                   END-IF
                   PERFORM GRAVA-DETALHE-REMESSA
               END-IF
           END-IF.

       INICIA-LOTE.
           MOVE ZERO TO WS-LOTE
           OPEN INPUT SEQLOTE
           IF WS-STATUS-LOT = "00"
               READ SEQLOTE
                   NOT AT END
                       MOVE LOTE-SEQUENCIA TO WS-LOTE
               END-READ
               CLOSE SEQLOTE
           END-IF
           ADD 1 TO WS-LOTE
           IF WS-LOTE = ZERO
               MOVE 1 TO WS-LOTE
           END-IF
           MOVE WS-LOTE TO LOTE-SEQUENCIA
           OPEN OUTPUT SEQLOTE
           WRITE REG-SEQLOTE
           CLOSE SEQLOTE
           OPEN OUTPUT REMESSA
           MOVE SPACES TO REG-REM-HEADER
           MOVE "0" TO TIPO-REM-H
           MOVE WS-DATA-EXECUCAO TO DATA-REM-H
           MOVE "ESCOLA MUNICIPAL" TO EMPREGADOR-REM-H
           MOVE WS-LOTE TO LOTE-REM-H
           WRITE REG-REMESSA FROM REG-REM-HEADER.

       GRAVA-DETALHE-REMESSA.
           ADD 1 TO WS-SEQ-LOTE
           COMPUTE WS-SALARIO-CENTAVOS = SALARIO-EVP * 100
           MOVE SPACES TO REG-REM-DETALHE
           MOVE "1" TO TIPO-REM-D
           MOVE WS-LOTE TO LOTE-REM-D
           MOVE WS-SEQ-LOTE TO SEQ-REM-D
           MOVE TIPO-EVP TO EVENTO-REM-D
           MOVE NUMERO-EVP TO NUMERO-REM-D
           MOVE NOME-EVP TO NOME-REM-D
           MOVE DEPTO-EVP TO DEPTO-REM-D
           MOVE WS-SALARIO-CENTAVOS TO SALARIO-REM-D
           MOVE DATA-EVP TO DATA-EVENTO-REM-D
           IF DIAS-EVP IS NUMERIC
               MOVE DIAS-EVP TO DIAS-REM-D
           ELSE
               MOVE ZERO TO DIAS-REM-D
           END-IF
           MOVE MOTIVO-EVP TO MOTIVO-REM-D
           WRITE REG-REMESSA FROM REG-REM-DETALHE
           ADD WS-SALARIO-CENTAVOS TO WS-SOMA-SALARIO

           MOVE WS-LOTE TO LOTE-EVG
           MOVE WS-SEQ-LOTE TO SEQ-EVG
           MOVE DADOS-EVP TO EVENTO-EVG
           SET EVG-ENVIADO TO TRUE
           MOVE WS-DATA-EXECUCAO TO DATA-ENVIO-EVG
           MOVE ZERO TO DATA-RETORNO-EVG
           MOVE SPACES TO RECIBO-EVG
           MOVE SPACES TO ERRO-EVG
           WRITE DADOS-EVG
               INVALID KEY
                   DISPLAY "EX65: PROTOCOLO JA EXISTE EM CADEVG - "
                           WS-LOTE "/" WS-SEQ-LOTE
                           " - EXECUCAO CANCELADA"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           ADD 1 TO CONT-GRAVADOS.

       GRAVA-TRAILER-REMESSA.
           MOVE SPACES TO REG-REM-TRAILER
           MOVE "9" TO TIPO-REM-T
           MOVE WS-LOTE TO LOTE-REM-T
           MOVE WS-SEQ-LOTE TO QTD-REM-T
           MOVE WS-SOMA-SALARIO TO SOMA-SALARIO-REM-T
           WRITE REG-REMESSA FROM REG-REM-TRAILER.

       EMITE-RELATORIO-PENDENCIAS.
           OPEN INPUT CADEVG
           OPEN OUTPUT RELATORIO
           PERFORM IMPRIME-CABECALHO-REL
           IF WS-STATUS-EVG = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ CADEVG NEXT
                       AT END
                           MOVE "S" TO FIMARQ
                       NOT AT END
                           IF NOT EVG-ACEITO
                               PERFORM IMPRIME-PENDENCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CADEVG
           END-IF
           PERFORM IMPRIME-TOTAIS-REL
           CLOSE RELATORIO
           MOVE "N" TO FIMARQ.

       IMPRIME-PENDENCIA.
           MOVE EVENTO-EVG TO DADOS-EVP
           MOVE DATA-EVP TO WS-DATA-CALCULO
           COMPUTE WS-DIAS-EVENTO = WS-ANO-CALC * 360
               + WS-MES-CALC * 30 + WS-DIA-CALC
           IF WS-DIAS-EVENTO > WS-DIAS-HOJE
               MOVE ZERO TO WS-IDADE-DIAS
           ELSE
               COMPUTE WS-IDADE-DIAS = WS-DIAS-HOJE - WS-DIAS-EVENTO
           END-IF
           ADD 1 TO CONT-PENDENTES
           EVALUATE TRUE
               WHEN WS-IDADE-DIAS <= 7
                   ADD 1 TO CONT-FAIXA-1
               WHEN WS-IDADE-DIAS <= 15
                   ADD 1 TO CONT-FAIXA-2
               WHEN WS-IDADE-DIAS <= 30
                   ADD 1 TO CONT-FAIXA-3
               WHEN OTHER
                   ADD 1 TO CONT-FAIXA-4
           END-EVALUATE
           IF WS-IDADE-DIAS > WS-PRAZO-DIAS
               MOVE "ATRASADO" TO WS-ATRASO-DESCR
               ADD 1 TO CONT-ATRASADOS
           ELSE
               MOVE SPACES TO WS-ATRASO-DESCR
           END-IF
           IF EVG-REJEITADO
               MOVE "RECUSADO" TO WS-SITUACAO-DESCR
           ELSE
               MOVE "ENVIADO" TO WS-SITUACAO-DESCR
           END-IF
           MOVE LOTE-EVG TO WS-LOTE-EDIT
           MOVE SEQ-EVG TO WS-SEQ-EDIT
           MOVE NUMERO-EVP TO WS-NUMERO-EDIT
           MOVE WS-IDADE-DIAS TO WS-IDADE-EDIT
           MOVE SPACES TO LINHA-DETALHE
           STRING WS-LOTE-EDIT "/" WS-SEQ-EDIT "  " TIPO-EVP "  "
               WS-NUMERO-EDIT " " NOME-EVP " "
               WS-DIA-CALC "/" WS-MES-CALC "/" WS-ANO-CALC " "
               WS-SITUACAO-DESCR WS-IDADE-EDIT " " WS-ATRASO-DESCR
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-REL FROM LINHA-DETALHE
           IF EVG-REJEITADO
               MOVE SPACES TO LINHA-DETALHE
               STRING "            ERRO: " ERRO-EVG
                   DELIMITED BY SIZE INTO LINHA-DETALHE
               WRITE LINHA-REL FROM LINHA-DETALHE
           END-IF.

       IMPRIME-CABECALHO-REL.
           MOVE SPACES TO LINHA-REL
           STRING "ESCOLA MUNICIPAL - EVENTOS TRABALHISTAS SEM ACEITE"
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE WS-PRAZO-DIAS TO WS-IDADE-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "EMISSAO: " WS-DATA-EMISSAO
               "   PRAZO DE ENVIO (DIAS): " WS-IDADE-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "LOTE/ SEQ  EV  FUNC. NOME                 "
               "DATA EVENTO SITUACAO  DIAS"
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL.

       IMPRIME-TOTAIS-REL.
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL
           MOVE CONT-FAIXA-1 TO WS-QTD-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "ATE 7 DIAS ..........: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE CONT-FAIXA-2 TO WS-QTD-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "8 A 15 DIAS .........: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE CONT-FAIXA-3 TO WS-QTD-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "16 A 30 DIAS ........: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE CONT-FAIXA-4 TO WS-QTD-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "MAIS DE 30 DIAS .....: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE CONT-PENDENTES TO WS-QTD-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "TOTAL SEM ACEITE ....: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE CONT-ATRASADOS TO WS-QTD-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "FORA DO PRAZO .......: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.

       ABRE-REJEITOS.
           OPEN EXTEND REJEITOS
           IF WS-STATUS-REJ NOT = "00"
               OPEN OUTPUT REJEITOS
               CLOSE REJEITOS
               OPEN EXTEND REJEITOS
           END-IF
           PERFORM LE-SEQUENCIA.

       GRAVA-REJEITO-EVENTO.
           MOVE "EX65" TO PROGRAMA-REJ
           MOVE SPACES TO CHAVE-REJ
           MOVE NUMERO-EVP TO CHAVE-REJ
           MOVE WS-MOTIVO TO MOTIVO-REJ
           MOVE WS-DATA-EXECUCAO TO DATA-REJ
           MOVE WS-SEQ-EXECUCAO TO SEQ-EXEC-REJ
           MOVE DADOS-EVP TO IMAGEM-REJ
           WRITE DADOS-REJEITO
           ADD 1 TO CONT-REJEITADOS.

       GRAVA-REJEITO-RETORNO.
           MOVE "EX65" TO PROGRAMA-REJ
           MOVE SPACES TO CHAVE-REJ
           STRING LOTE-RTG SEQ-RTG DELIMITED BY SIZE INTO CHAVE-REJ
           MOVE WS-MOTIVO TO MOTIVO-REJ
           MOVE WS-DATA-EXECUCAO TO DATA-REJ
           MOVE WS-SEQ-EXECUCAO TO SEQ-EXEC-REJ
           MOVE DADOS-RTG TO IMAGEM-REJ
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
           MOVE "EX65" TO PROGRAMA-RLOG
           MOVE WS-DATA-EXECUCAO TO DATA-RLOG
           COMPUTE LIDOS-RLOG = CONT-LIDOS + CONT-RETORNOS
           MOVE CONT-GRAVADOS TO GRAVADOS-RLOG
           MOVE CONT-REJEITADOS TO REJEITADOS-RLOG
           WRITE REG-RUNLOG
           CLOSE RUNLOG.
