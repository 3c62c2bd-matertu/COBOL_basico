       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONCILIACAO ASSIGN TO "CONREM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-CON
               ALTERNATE RECORD KEY IS NUMERO-CON WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CON.
           SELECT REMESSA ASSIGN TO "EX23REM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
       FD  CONCILIACAO.
       01  DADOS-CON.
           05 CHAVE-CON.
               10 LOTE-CON      PIC 9(4).
               10 NUMERO-CON    PIC 9(5).
           05 NOME-CON          PIC X(20).
           05 VALOR-CON         PIC 9(13).
           05 DATA-ENVIO-CON    PIC 9(8).
       01  WS-LOTE-ATUAL        PIC 9(4) VALUE ZERO.
       01  WS-DATA-ENVIO        PIC 9(8) VALUE ZERO.
       01  SW-ITEM-ACHADO       PIC X(1) VALUE "N".
       01  SW-FIM-NUMERO        PIC X(1) VALUE "N".
       01  WS-DIAS-HOJE         PIC 9(7) COMP VALUE ZERO.
       01  WS-DIAS-ITEM         PIC 9(7) COMP VALUE ZERO.
       01  WS-DIAS-ESPERA       PIC S9(5) COMP VALUE ZERO.
           05 WS-ANO-CALC       PIC 9(4).
           05 WS-MES-CALC       PIC 9(2).
           05 WS-DIA-CALC       PIC 9(2).
       01  CONT-REGISTRADOS     PIC 9(5) COMP VALUE ZERO.
       01  CONT-BAIXADOS        PIC 9(5) COMP VALUE ZERO.
       01  CONT-SEM-ENVIO       PIC 9(5) COMP VALUE ZERO.
       01  WS-VALOR-EDIT        PIC ZZ.ZZZ.ZZ9,99.
       01  WS-DIAS-EDIT         PIC ZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
           STRING WS-DIA "/" WS-MES "/" WS-ANO
               DELIMITED BY SIZE INTO WS-DATA-EMISSAO
           PERFORM LE-PARAMETRO
           EVALUATE WS-FUNCAO
               WHEN "E"
                   PERFORM ABRE-CONCILIACAO
                   PERFORM REGISTRA-ENVIOS
                   CLOSE CONCILIACAO
                   DISPLAY "EX57: ENVIOS REGISTRADOS .... "
                           CONT-REGISTRADOS
               WHEN "R"
                   PERFORM ABRE-CONCILIACAO
                   PERFORM APLICA-RETORNOS
                   CLOSE CONCILIACAO
                   DISPLAY "EX57: RETORNOS CASADOS ...... "
                           CONT-BAIXADOS
                   DISPLAY "EX57: RETORNO SEM ENVIO ..... "
               CLOSE PARAMETROS
           END-IF.

       ABRE-CONCILIACAO.
           OPEN I-O CONCILIACAO
           IF WS-STATUS-CON = "35"
               OPEN OUTPUT CONCILIACAO
               CLOSE CONCILIACAO
               OPEN I-O CONCILIACAO
           END-IF
           IF WS-STATUS-CON NOT = "00"
               DISPLAY "EX57: ERRO NA ABERTURA DO CONREM - STATUS "
                       WS-STATUS-CON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       REGISTRA-ENVIOS.
           OPEN INPUT REMESSA
           MOVE "N" TO FIMARQ.

       REGISTRA-UM-ENVIO.
           MOVE WS-LOTE-ATUAL TO LOTE-CON
           MOVE NUMERO-REM-D TO NUMERO-CON
           MOVE NOME-REM-D TO NOME-CON
           MOVE VALOR-REM-D TO VALOR-CON
           MOVE WS-DATA-ENVIO TO DATA-ENVIO-CON
           MOVE ZERO TO DATA-RETORNO-CON
           MOVE "E" TO SITUACAO-CON
           WRITE DADOS-CON
               INVALID KEY
                   DISPLAY "EX57: LOTE " WS-LOTE-ATUAL " PAGAMENTO "
                           NUMERO-REM-D " JA REGISTRADO"
               NOT INVALID KEY
                   ADD 1 TO CONT-REGISTRADOS
           END-WRITE.

       APLICA-RETORNOS.
           OPEN INPUT RETORNO

       APLICA-UM-RETORNO.
           MOVE "N" TO SW-ITEM-ACHADO
           MOVE "N" TO SW-FIM-NUMERO
           MOVE NUMERO-RET TO NUMERO-CON
           START CONCILIACAO KEY IS EQUAL TO NUMERO-CON
               INVALID KEY
                   MOVE "S" TO SW-FIM-NUMERO
           END-START
           PERFORM PROCURA-ENVIO-PENDENTE
               UNTIL SW-FIM-NUMERO = "S" OR SW-ITEM-ACHADO = "S"
           IF SW-ITEM-ACHADO = "N"
               ADD 1 TO CONT-SEM-ENVIO
               DISPLAY "EX57: RETORNO SEM ENVIO - " NUMERO-RET
           ELSE
               MOVE WS-DATA-EXECUCAO TO DATA-RETORNO-CON
               IF PAGAMENTO-CONFIRMADO
                   MOVE "P" TO SITUACAO-CON
               ELSE
                   MOVE "R" TO SITUACAO-CON
               END-IF
               REWRITE DADOS-CON
                   INVALID KEY
                       DISPLAY "EX57: ERRO NA REGRAVACAO DO CONREM - "
                               NUMERO-RET
                   NOT INVALID KEY
                       ADD 1 TO CONT-BAIXADOS
               END-REWRITE
           END-IF.

       PROCURA-ENVIO-PENDENTE.
           READ CONCILIACAO NEXT
               AT END
                   MOVE "S" TO SW-FIM-NUMERO
               NOT AT END
                   IF NUMERO-CON NOT = NUMERO-RET
                       MOVE "S" TO SW-FIM-NUMERO
                   ELSE
                       IF CON-ENVIADO
                           MOVE "S" TO SW-ITEM-ACHADO
                       END-IF
                   END-IF
           END-READ.

       RELATORIO-EXCECOES.
           MOVE WS-DATA-EXECUCAO TO WS-DATA-CALCULO
           PERFORM CALCULA-DIAS-ITEM
           OPEN OUTPUT RELATORIO
           OPEN OUTPUT REGERACAO
           PERFORM IMPRIME-CABECALHO-REL
           OPEN INPUT CONCILIACAO
           IF WS-STATUS-CON = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ CONCILIACAO NEXT AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       PERFORM AVALIA-ITEM-ENVIADO
                   END-READ
               END-PERFORM
               CLOSE CONCILIACAO
           END-IF
           MOVE "N" TO FIMARQ
           CLOSE REGERACAO
           CLOSE RELATORIO.

               + WS-MES-CALC * 30 + WS-DIA-CALC.

       AVALIA-ITEM-ENVIADO.
           IF CON-ENVIADO
               MOVE DATA-ENVIO-CON TO WS-DATA-CALCULO
               PERFORM CALCULA-DIAS-ITEM
               COMPUTE WS-DIAS-ESPERA = WS-DIAS-HOJE - WS-DIAS-ITEM
               IF WS-DIAS-ESPERA > WS-DIAS-LIMITE
           END-IF.

       IMPRIME-EXCECAO.
           COMPUTE WS-VALOR-REAIS = VALOR-CON / 100
           MOVE WS-VALOR-REAIS TO WS-VALOR-EDIT
           MOVE WS-DIAS-ESPERA TO WS-DIAS-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "LOTE " LOTE-CON
               " FUNC " NUMERO-CON
               " " NOME-CON
               " VALOR " WS-VALOR-EDIT
               " DIAS " WS-DIAS-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.

       GRAVA-REGERACAO.
           MOVE NUMERO-CON TO NUMERO-REG
           MOVE NOME-CON TO NOME-REG
           MOVE VALOR-CON TO VALOR-REG
           WRITE DADOS-REGERACAO.

       IMPRIME-CABECALHO-REL.
