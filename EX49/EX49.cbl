           05 SALARIOLIQ-AUD   PIC 9(5)V99.
           05 OPERADOR-AUD     PIC X(8).
           05 DATA-AUD         PIC 9(8).
           05 QTD-DEP-IR-AUD   PIC 9(2).
           05 DEDUCAO-DEP-AUD  PIC 9(5)V99.
           05 SALFAMILIA-AUD   PIC 9(5)V99.
           05 INSS-AUD         PIC 9(5)V99.
           05 IRRF-AUD         PIC 9(5)V99.

       FD  PAGAMENTO-13.
       01  DADOS-PAG13.
           05 BRUTO-PAG13         PIC 9(5)V99.
           05 DESCONTO-PAG13      PIC 9(5)V99.
           05 LIQUIDO-PAG13       PIC 9(5)V99.
           05 INSS-PAG13          PIC 9(5)V99.
           05 IRRF-PAG13          PIC 9(5)V99.
       01  REG-CONTROLE-PAG13.
           05 DATA-EXEC-CAB       PIC 9(8).
           05 QTD-REG-CAB         PIC 9(7).
       01  WS-NOME-FUNC         PIC X(20) VALUE SPACES.
       01  WS-DEPTO-FUNC        PIC X(10) VALUE SPACES.
       01  WS-DESCONTOS-ANO     PIC 9(7)V99 VALUE ZERO.
       01  WS-DEDUCAO-ANO       PIC 9(7)V99 VALUE ZERO.
       01  WS-SALFAM-ANO        PIC 9(7)V99 VALUE ZERO.
       01  WS-DEDUCAO-AUD       PIC 9(5)V99 VALUE ZERO.
       01  WS-SALFAM-AUD        PIC 9(5)V99 VALUE ZERO.
       01  WS-INSS-ANO          PIC 9(7)V99 VALUE ZERO.
       01  WS-IRRF-ANO          PIC 9(7)V99 VALUE ZERO.
       01  WS-INSS-AUD          PIC 9(5)V99 VALUE ZERO.
       01  WS-IRRF-AUD          PIC 9(5)V99 VALUE ZERO.
       01  WS-DESCONTO-CALC     PIC S9(6)V99 VALUE ZERO.
       01  WS-BRUTO-13          PIC 9(5)V99 VALUE ZERO.
       01  WS-DESCONTO-13       PIC 9(5)V99 VALUE ZERO.
       01  WS-INSS-13           PIC 9(5)V99 VALUE ZERO.
       01  WS-IRRF-13           PIC 9(5)V99 VALUE ZERO.
       01  WS-NUMERO-EDIT       PIC ZZZZ9.
       01  WS-VALOR-EDIT        PIC Z.ZZZ.ZZ9,99.
       01  CONT-INFORMES        PIC 9(5) COMP VALUE ZERO.
                                INDEXED BY IDX-TAUD.
               10 TAB-AUD-NUMERO    PIC 9(5).
               10 TAB-AUD-DESCONTOS PIC 9(7)V99.
               10 TAB-AUD-DEDUCAO   PIC 9(7)V99.
               10 TAB-AUD-SALFAM    PIC 9(7)V99.
               10 TAB-AUD-INSS      PIC 9(7)V99.
               10 TAB-AUD-IRRF      PIC 9(7)V99.
               10 TAB-AUD-MES       OCCURS 12 TIMES.
                   15 TAB-MES-DESCONTOS PIC 9(5)V99.
                   15 TAB-MES-DEDUCAO   PIC 9(5)V99.
                   15 TAB-MES-SALFAM    PIC 9(5)V99.
                   15 TAB-MES-INSS      PIC 9(5)V99.
                   15 TAB-MES-IRRF      PIC 9(5)V99.

       01  TAB-DECIMO.
           05 QTD-DECIMO        PIC 9(5) COMP VALUE ZERO.
               10 TAB-P13-NUMERO   PIC 9(5).
               10 TAB-P13-BRUTO    PIC 9(5)V99.
               10 TAB-P13-DESCONTO PIC 9(5)V99.
               10 TAB-P13-INSS     PIC 9(5)V99.
               10 TAB-P13-IRRF     PIC 9(5)V99.

       01  SW-ACHADO            PIC X(1) VALUE "N".
       01  WS-MES-AUD           PIC 9(2) VALUE ZERO.
       01  IDX-MES              PIC 9(2) COMP.

       PROCEDURE DIVISION.
       INICIO.
                               AND SALARIOLIQ-AUD IS NUMERIC
                               AND DATA-AUD IS NUMERIC
                               AND DATA-AUD (1:4) = WS-ANO-TEXTO
                               AND OPERADOR-AUD = "EX11"
                           PERFORM ACUMULA-DESCONTO-AUD
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CADAUD
               PERFORM TOTALIZA-DESCONTO-AUD
                   VARYING IDX-TAUD FROM 1 BY 1
                   UNTIL IDX-TAUD > QTD-AUDITADOS
           ELSE
               DISPLAY "EX49: AVISO - CADAUD INDISPONIVEL -"
                       " DESCONTOS SERAO ZERO"
           MOVE "N" TO FIMARQ.

       ACUMULA-DESCONTO-AUD.
           MOVE DATA-AUD (5:2) TO WS-MES-AUD
           IF WS-MES-AUD < 1 OR WS-MES-AUD > 12
               MOVE 12 TO WS-MES-AUD
           END-IF
           MOVE "N" TO SW-ACHADO
           SET IDX-TAUD TO 1
           SEARCH TAB-AUD-ITEM
               ADD 1 TO QTD-AUDITADOS
               SET IDX-TAUD TO QTD-AUDITADOS
               MOVE NUMERO-AUD TO TAB-AUD-NUMERO (IDX-TAUD)
               PERFORM ZERA-MES-AUD
                   VARYING IDX-MES FROM 1 BY 1
                   UNTIL IDX-MES > 12
           END-IF
           MOVE ZERO TO WS-DEDUCAO-AUD
           MOVE ZERO TO WS-SALFAM-AUD
           IF DEDUCAO-DEP-AUD IS NUMERIC
               MOVE DEDUCAO-DEP-AUD TO WS-DEDUCAO-AUD
           END-IF
           IF SALFAMILIA-AUD IS NUMERIC
               MOVE SALFAMILIA-AUD TO WS-SALFAM-AUD
           END-IF
           COMPUTE TAB-MES-DESCONTOS (IDX-TAUD WS-MES-AUD) =
               SALARIOBRUTO-AUD + WS-SALFAM-AUD - SALARIOLIQ-AUD
           MOVE WS-DEDUCAO-AUD TO TAB-MES-DEDUCAO (IDX-TAUD WS-MES-AUD)
           MOVE WS-SALFAM-AUD TO TAB-MES-SALFAM (IDX-TAUD WS-MES-AUD)
           MOVE ZERO TO WS-INSS-AUD
           MOVE ZERO TO WS-IRRF-AUD
           IF INSS-AUD IS NUMERIC AND IRRF-AUD IS NUMERIC
               MOVE INSS-AUD TO WS-INSS-AUD
               MOVE IRRF-AUD TO WS-IRRF-AUD
           ELSE
               COMPUTE WS-DESCONTO-CALC =
                   SALARIOBRUTO-AUD + WS-SALFAM-AUD - SALARIOLIQ-AUD
               IF WS-DESCONTO-CALC > ZERO
                   MOVE WS-DESCONTO-CALC TO WS-INSS-AUD
               END-IF
           END-IF
           MOVE WS-INSS-AUD TO TAB-MES-INSS (IDX-TAUD WS-MES-AUD)
           MOVE WS-IRRF-AUD TO TAB-MES-IRRF (IDX-TAUD WS-MES-AUD).

       ZERA-MES-AUD.
           MOVE ZERO TO TAB-MES-DESCONTOS (IDX-TAUD IDX-MES)
           MOVE ZERO TO TAB-MES-DEDUCAO (IDX-TAUD IDX-MES)
           MOVE ZERO TO TAB-MES-SALFAM (IDX-TAUD IDX-MES)
           MOVE ZERO TO TAB-MES-INSS (IDX-TAUD IDX-MES)
           MOVE ZERO TO TAB-MES-IRRF (IDX-TAUD IDX-MES).

       TOTALIZA-DESCONTO-AUD.
           MOVE ZERO TO TAB-AUD-DESCONTOS (IDX-TAUD)
           MOVE ZERO TO TAB-AUD-DEDUCAO (IDX-TAUD)
           MOVE ZERO TO TAB-AUD-SALFAM (IDX-TAUD)
           MOVE ZERO TO TAB-AUD-INSS (IDX-TAUD)
           MOVE ZERO TO TAB-AUD-IRRF (IDX-TAUD)
           PERFORM SOMA-MES-AUD
               VARYING IDX-MES FROM 1 BY 1
               UNTIL IDX-MES > 12.

       SOMA-MES-AUD.
           ADD TAB-MES-DESCONTOS (IDX-TAUD IDX-MES)
               TO TAB-AUD-DESCONTOS (IDX-TAUD)
           ADD TAB-MES-DEDUCAO (IDX-TAUD IDX-MES)
               TO TAB-AUD-DEDUCAO (IDX-TAUD)
           ADD TAB-MES-SALFAM (IDX-TAUD IDX-MES)
               TO TAB-AUD-SALFAM (IDX-TAUD)
           ADD TAB-MES-INSS (IDX-TAUD IDX-MES)
               TO TAB-AUD-INSS (IDX-TAUD)
           ADD TAB-MES-IRRF (IDX-TAUD IDX-MES)
               TO TAB-AUD-IRRF (IDX-TAUD).

       CARREGA-DECIMO-TERCEIRO.
           MOVE ZERO TO QTD-DECIMO
                               TO TAB-P13-BRUTO (QTD-DECIMO)
                           MOVE DESCONTO-PAG13
                               TO TAB-P13-DESCONTO (QTD-DECIMO)
                           IF INSS-PAG13 IS NUMERIC
                                   AND IRRF-PAG13 IS NUMERIC
                               MOVE INSS-PAG13
                                   TO TAB-P13-INSS (QTD-DECIMO)
                               MOVE IRRF-PAG13
                                   TO TAB-P13-IRRF (QTD-DECIMO)
                           ELSE
                               MOVE DESCONTO-PAG13
                                   TO TAB-P13-INSS (QTD-DECIMO)
                               MOVE ZERO
                                   TO TAB-P13-IRRF (QTD-DECIMO)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM

       PROCURA-DESCONTOS.
           MOVE ZERO TO WS-DESCONTOS-ANO
           MOVE ZERO TO WS-DEDUCAO-ANO
           MOVE ZERO TO WS-SALFAM-ANO
           MOVE ZERO TO WS-INSS-ANO
           MOVE ZERO TO WS-IRRF-ANO
           SET IDX-TAUD TO 1
           SEARCH TAB-AUD-ITEM
               AT END
               WHEN TAB-AUD-NUMERO (IDX-TAUD) = NUMERO-ARQ
                   MOVE TAB-AUD-DESCONTOS (IDX-TAUD)
                       TO WS-DESCONTOS-ANO
                   MOVE TAB-AUD-DEDUCAO (IDX-TAUD)
                       TO WS-DEDUCAO-ANO
                   MOVE TAB-AUD-SALFAM (IDX-TAUD)
                       TO WS-SALFAM-ANO
                   MOVE TAB-AUD-INSS (IDX-TAUD)
                       TO WS-INSS-ANO
                   MOVE TAB-AUD-IRRF (IDX-TAUD)
                       TO WS-IRRF-ANO
           END-SEARCH.

       PROCURA-DECIMO.
           MOVE ZERO TO WS-BRUTO-13
           MOVE ZERO TO WS-DESCONTO-13
           MOVE ZERO TO WS-INSS-13
           MOVE ZERO TO WS-IRRF-13
           SET IDX-TP13 TO 1
           SEARCH TAB-P13-ITEM
               AT END
                   MOVE TAB-P13-BRUTO (IDX-TP13) TO WS-BRUTO-13
                   MOVE TAB-P13-DESCONTO (IDX-TP13)
                       TO WS-DESCONTO-13
                   MOVE TAB-P13-INSS (IDX-TP13) TO WS-INSS-13
                   MOVE TAB-P13-IRRF (IDX-TP13) TO WS-IRRF-13
           END-SEARCH.

       IMPRIME-INFORME.
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-REL FROM LINHA-DETALHE

           MOVE WS-INSS-ANO TO WS-VALOR-EDIT
           MOVE SPACES TO LINHA-DETALHE
           STRING "   CONTRIBUICAO INSS NO ANO .: " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-REL FROM LINHA-DETALHE

           MOVE WS-IRRF-ANO TO WS-VALOR-EDIT
           MOVE SPACES TO LINHA-DETALHE
           STRING "   IRRF RETIDO NO ANO .......: " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-REL FROM LINHA-DETALHE

           MOVE WS-DEDUCAO-ANO TO WS-VALOR-EDIT
           MOVE SPACES TO LINHA-DETALHE
           STRING "   DEDUCAO DE DEPENDENTES ...: " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-REL FROM LINHA-DETALHE

           MOVE WS-SALFAM-ANO TO WS-VALOR-EDIT
           MOVE SPACES TO LINHA-DETALHE
           STRING "   SALARIO-FAMILIA NO ANO ...: " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-REL FROM LINHA-DETALHE

           MOVE WS-BRUTO-13 TO WS-VALOR-EDIT
           MOVE SPACES TO LINHA-DETALHE
           STRING "   13O SALARIO BRUTO ........: " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-REL FROM LINHA-DETALHE

           MOVE WS-INSS-13 TO WS-VALOR-EDIT
           MOVE SPACES TO LINHA-DETALHE
           STRING "   INSS SOBRE O 13O .........: " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-REL FROM LINHA-DETALHE

           MOVE WS-IRRF-13 TO WS-VALOR-EDIT
           MOVE SPACES TO LINHA-DETALHE
           STRING "   IRRF SOBRE O 13O .........: " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO LINHA-DETALHE
           WRITE LINHA-REL FROM LINHA-DETALHE

           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO CONT-INFORMES.
