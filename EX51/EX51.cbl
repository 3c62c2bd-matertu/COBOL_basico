               88 PROPOSTA-APROVADA  VALUE "A".
               88 PROPOSTA-REJEITADA VALUE "R".
               88 PROPOSTA-PENDENTE  VALUE " ".
           05 VIGENCIA-PRO      PIC 9(8).

       FD  RELATORIO.
       01  LINHA-REL            PIC X(80).
               88 REAJUSTE-PERCENTUAL VALUE "P".
               88 REAJUSTE-FIXO       VALUE "F".
           05 VALOR-PARM        PIC 9(5)V99.
           05 VIGENCIA-PARM     PIC 9(8).

       WORKING-STORAGE SECTION.
       01  FIMARQ               PIC X(1) VALUE "N".
           05 WS-MES            PIC 9(2).
           05 WS-DIA            PIC 9(2).
       01  WS-DATA-EMISSAO      PIC X(10).
       01  WS-VIGENCIA          PIC 9(8) VALUE ZERO.
       01  WS-VIGENCIA-R REDEFINES WS-VIGENCIA.
           05 WS-ANO-VIG        PIC 9(4).
           05 WS-MES-VIG        PIC 9(2).
           05 WS-DIA-VIG        PIC 9(2).
       01  WS-DEPTO-ALVO        PIC X(10) VALUE "ALL".
       01  WS-TIPO-REAJUSTE     PIC X(1) VALUE "P".
       01  WS-VALOR-REAJUSTE    PIC 9(5)V99 VALUE ZERO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           STRING WS-DIA "/" WS-MES "/" WS-ANO
               DELIMITED BY SIZE INTO WS-DATA-EMISSAO
           MOVE WS-DATA-SISTEMA TO WS-VIGENCIA
           PERFORM LE-PARAMETRO
           IF WS-VALOR-REAJUSTE = ZERO
               DISPLAY "EX51: INFORME O REAJUSTE EM EX51PARM.DAT"
                       IF VALOR-PARM IS NUMERIC
                           MOVE VALOR-PARM TO WS-VALOR-REAJUSTE
                       END-IF
                       IF VIGENCIA-PARM IS NUMERIC
                               AND VIGENCIA-PARM > ZERO
                           MOVE VIGENCIA-PARM TO WS-VIGENCIA
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.
           MOVE SALARIOBRUTO-FUNI TO SALARIO-ATUAL-PRO
           MOVE WS-SALARIO-NOVO TO SALARIO-NOVO-PRO
           MOVE SPACE TO APROVACAO-PRO
           MOVE WS-VIGENCIA TO VIGENCIA-PRO
           WRITE DADOS-PROPOSTA
           ADD 1 TO CONT-PROPOSTAS

           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "EMISSAO: " WS-DATA-EMISSAO
               "   VIGENCIA: " WS-DIA-VIG "/" WS-MES-VIG "/"
               WS-ANO-VIG
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
