           SELECT OPERADORES ASSIGN TO "CADOPE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-OPE.
           SELECT TRAVAS ASSIGN TO "CADLCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRV.

       DATA DIVISION.
       FILE SECTION.
           05 PERM-INCLUSAO-OPE  PIC X(1).
           05 PERM-ALTERACAO-OPE PIC X(1).
           05 PERM-EXCLUSAO-OPE  PIC X(1).
           05 PROFESSOR-OPE      PIC 9(5).

       FD CHECKSUMS.
       01 DADOS-CKS.
           05 TOTAL-CKS         PIC 9(15).
           05 DATA-CKS          PIC 9(8).

       FD TRAVAS.
       01 DADOS-TRAVA.
           05 ARQUIVO-TRV       PIC X(8).
           05 PROGRAMA-TRV      PIC X(4).
           05 OPERADOR-TRV      PIC X(8).
           05 DATA-TRV          PIC 9(8).
           05 HORA-TRV          PIC 9(6).
           05 MODO-TRV          PIC X(1).

       WORKING-STORAGE SECTION.
       01 FIM-PROGRAMA         PIC X(1) VALUE "N".
       01 WS-STATUS-CLI        PIC X(2).
               10 TAB-OPE-ALTERACAO PIC X(1).
               10 TAB-OPE-EXCLUSAO PIC X(1).

       01 WS-STATUS-TRV        PIC X(2).
       01 FIM-TRV              PIC X(1) VALUE "N".
       01 WS-TRV-ARQUIVO       PIC X(8) VALUE SPACES.
       01 WS-TRV-OPERADOR      PIC X(8) VALUE "TELA".
       01 WS-TRV-MODO          PIC X(1) VALUE "T".
       01 WS-TRV-DATA          PIC 9(8) VALUE ZERO.
       01 WS-TRV-HORA          PIC 9(6) VALUE ZERO.
       01 WS-TRV-TENTATIVAS    PIC 9(3) COMP VALUE ZERO.
       01 WS-TRV-MAX-TENTATIVAS PIC 9(3) COMP VALUE 0.
       01 WS-TRV-INTERVALO     PIC 9(3) COMP VALUE 10.
       01 WS-RELOGIO-TRV       PIC 9(8) VALUE ZERO.
       01 WS-RELOGIO-TRV-DEC REDEFINES WS-RELOGIO-TRV.
           05 WS-HH-TRV         PIC 9(2).
           05 WS-MM-TRV         PIC 9(2).
           05 WS-SS-TRV         PIC 9(2).
           05 FILLER            PIC 9(2).
       01 SW-TRAVA             PIC X(1) VALUE "N".
           88 TRAVA-OBTIDA      VALUE "S".
           88 TRAVA-OCUPADA     VALUE "N".
       01 IDX-TRV              PIC 9(3) COMP.
       01 WS-DONO-TRAVA.
           05 WS-DONO-ARQUIVO   PIC X(8).
           05 WS-DONO-PROGRAMA  PIC X(4).
           05 WS-DONO-OPERADOR  PIC X(8).
           05 WS-DONO-DATA      PIC 9(8).
           05 WS-DONO-HORA      PIC 9(6).
           05 WS-DONO-MODO      PIC X(1).

       01 TAB-TRAVAS.
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

       SCREEN SECTION.
       01 TELA-SIGNON.
           05 BLANK SCREEN.
               STOP RUN
           END-IF
           PERFORM CONFERE-CHECKSUM-CLIENTES
           MOVE WS-OPERADOR-ATIVO TO WS-TRV-OPERADOR
           MOVE "CADCLI2" TO WS-TRV-ARQUIVO
           OPEN INPUT CADASTRO-OUT
           IF WS-STATUS-CLI NOT = "00"
               DISPLAY "EX13: CADASTRO DE CLIENTES INDISPONIVEL - "
                       WS-STATUS-CLI
               PERFORM LIBERA-TRAVAS
               STOP RUN
           END-IF
           PERFORM ABRE-TRANSACOES
           CLOSE CADASTRO-OUT
           CLOSE CADASTRO-TRANS
           DISPLAY "EX13: TRANSACOES GERADAS ... " WS-QTD-TRANS
           PERFORM LIBERA-TRAVAS
           STOP RUN.

       ABRE-TRANSACOES.
                   DISPLAY TELA-ALTERACAO
                   ACCEPT TELA-ALTERACAO
                   PERFORM GRAVA-TRANSACAO
           END-READ.

       GRAVA-TRANSACAO.
           PERFORM TRAVA-ARQUIVO
           IF TRAVA-OCUPADA
               MOVE SPACES TO WS-MENSAGEM
               STRING "CADCLI2 EM USO POR " WS-DONO-PROGRAMA
                   " - TENTE DE NOVO"
                   DELIMITED BY SIZE INTO WS-MENSAGEM
           ELSE
               PERFORM GRAVA-TRANSACAO-TRAVADA
               PERFORM LIBERA-TRAVAS
               MOVE "ALTERACAO GRAVADA PARA O BATCH"
                   TO WS-MENSAGEM
           END-IF.

       GRAVA-TRANSACAO-TRAVADA.
           MOVE "A" TO TIPO-TRANS
           MOVE WS-CODIGO-TELA TO CODIGO-TRANS
           MOVE WS-NOME-TELA TO NOME-TRANS
                           " CONFERE - ARQUIVO ALTERADO FORA DO"
                           " SISTEMA"
                   MOVE 8 TO RETURN-CODE
                   PERFORM LIBERA-TRAVAS
                   STOP RUN
               END-IF
           END-IF
               CLOSE CHECKSUMS
           END-IF
           MOVE "N" TO FIM-CKS.

       TRAVA-ARQUIVO.
           MOVE ZERO TO WS-TRV-TENTATIVAS
           SET TRAVA-OCUPADA TO TRUE
           PERFORM UNTIL TRAVA-OBTIDA
                   OR WS-TRV-TENTATIVAS > WS-TRV-MAX-TENTATIVAS
               PERFORM TENTA-TRAVA
               IF TRAVA-OCUPADA
                   ADD 1 TO WS-TRV-TENTATIVAS
                   IF WS-TRV-TENTATIVAS NOT > WS-TRV-MAX-TENTATIVAS
                       DISPLAY "EX13: " WS-TRV-ARQUIVO " EM USO POR "
                               WS-DONO-PROGRAMA " - AGUARDANDO"
                       PERFORM AGUARDA-TRAVA
                   END-IF
               END-IF
           END-PERFORM
           IF TRAVA-OCUPADA
               MOVE ZERO TO WS-TRV-DATA
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
                   MOVE "EX13" TO TAB-TRV-PROGRAMA (QTD-TRAVAS)
                   MOVE WS-TRV-OPERADOR
                       TO TAB-TRV-OPERADOR (QTD-TRAVAS)
                   MOVE WS-TRV-DATA TO TAB-TRV-DATA (QTD-TRAVAS)
                   MOVE WS-TRV-HORA TO TAB-TRV-HORA (QTD-TRAVAS)
                   MOVE WS-TRV-MODO TO TAB-TRV-MODO (QTD-TRAVAS)
                   PERFORM GRAVA-TRAVAS
                   PERFORM CARREGA-TRAVAS
                   PERFORM PROCURA-DONO-TRAVA
                   IF WS-DONO-PROGRAMA = "EX13"
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
           IF TAB-TRV-PROGRAMA (IDX-TRV) NOT = "EX13"
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
                   OR TAB-TRV-PROGRAMA (IDX-TRV) NOT = "EX13"
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
