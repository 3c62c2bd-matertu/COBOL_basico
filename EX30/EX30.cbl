           SELECT PARAMETROS ASSIGN TO "EX30PARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARM.
           SELECT EVENTOS-PENDENTES ASSIGN TO "EVTPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EVP.
           SELECT REJEITOS ASSIGN TO "REJEITOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REJ.
           SELECT CHECKSUMS ASSIGN TO "CADCKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CKS.
           SELECT TRAVAS ASSIGN TO "CADLCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRV.
           SELECT RUNCTL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CTL.

       DATA DIVISION.
       FILE SECTION.
               88 MODO-CARGA-COMPLETA VALUE "F".
               88 MODO-ATUALIZACAO    VALUE "T".

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

       FD  REJEITOS.
       01  DADOS-REJEITO.
           05 PROGRAMA-REJ     PIC X(4).
           05 TOTAL-CKS         PIC 9(15).
           05 DATA-CKS          PIC 9(8).

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
       01  FIMARQ              PIC X(1) VALUE "N".
       01  FIM-TRANS           PIC X(1) VALUE "N".
       01  WS-STATUS-PARM      PIC X(2).
       01  WS-STATUS-REJ       PIC X(2).
       01  WS-STATUS-SEQ       PIC X(2).
       01  WS-STATUS-EVP       PIC X(2).
       01  WS-SEQ-EXECUCAO     PIC 9(4) VALUE ZERO.
       01  WS-DATA-EXECUCAO    PIC 9(8) VALUE ZERO.
       01  CONT-LIDOS          PIC 9(7) COMP VALUE ZERO.
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
           PERFORM LE-PARAMETRO
           MOVE "CADFUN2I" TO WS-TRV-ARQUIVO
           PERFORM TRAVA-ARQUIVO
           IF MODO-ATUALIZACAO
               PERFORM ATUALIZACAO-INCREMENTAL
           ELSE
           END-IF
           PERFORM ATUALIZA-CHECKSUM-MASTER
           PERFORM EXIBE-TOTAIS
           PERFORM LIBERA-TRAVAS
           STOP RUN.

       ATUALIZA-CHECKSUM-MASTER.
           IF WS-STATUS-FUN NOT = "00"
               DISPLAY "EX30: CADFUN2 AUSENTE - CARGA CANCELADA"
               MOVE 8 TO RETURN-CODE
               PERFORM LIBERA-TRAVAS
               STOP RUN
           END-IF
           OPEN OUTPUT CADFUN2I
                       WS-STATUS-FNI
               MOVE 8 TO RETURN-CODE
               CLOSE CADFUN2
               PERFORM LIBERA-TRAVAS
               STOP RUN
           END-IF
           PERFORM ABRE-REJEITOS
           IF WS-STATUS-FNI NOT = "00"
               DISPLAY "EX30: CADFUN2I AUSENTE - EXECUTE A CARGA"
               MOVE 8 TO RETURN-CODE
               PERFORM LIBERA-TRAVAS
               STOP RUN
           END-IF
           OPEN INPUT CADFUN2T
           IF WS-STATUS-TRN NOT = "00"
               DISPLAY "EX30: SEM TRANSACOES A APLICAR"
               CLOSE CADFUN2I
               PERFORM LIBERA-TRAVAS
               STOP RUN
           END-IF
           PERFORM ABRE-REJEITOS
           PERFORM ABRE-EVENTOS-PENDENTES

           PERFORM UNTIL FIM-TRANS = "S"
               READ CADFUN2T AT END

           CLOSE CADFUN2I
           CLOSE CADFUN2T
           CLOSE EVENTOS-PENDENTES
           CLOSE REJEITOS.

       APLICA-TRANSACAO.
                           PERFORM GRAVA-REJEITO-TRANS
                       NOT INVALID KEY
                           ADD 1 TO CONT-GRAVADOS
                           SET EVP-ADMISSAO TO TRUE
                           PERFORM GRAVA-EVENTO-PENDENTE
                   END-WRITE
               WHEN TRANS-ALTERACAO
                   READ CADFUN2I
                               TO MOTIVO-REJ
                           PERFORM GRAVA-REJEITO-TRANS
                       NOT INVALID KEY
                           IF SALARIO-TRANS NOT = SALARIOBRUTO-FUNI
                               SET EVP-SALARIO TO TRUE
                           ELSE
                               SET EVP-ALTERACAO TO TRUE
                           END-IF
                           MOVE NOME-TRANS TO NOME-FUNI
                           MOVE DEPTO-TRANS TO DEPTO-FUNI
                           MOVE SALARIO-TRANS TO SALARIOBRUTO-FUNI
                           END-IF
                           REWRITE DADOS-FUNI
                           ADD 1 TO CONT-GRAVADOS
                           PERFORM GRAVA-EVENTO-PENDENTE
                   END-READ
               WHEN TRANS-TRANSFERENCIA
                   READ CADFUN2I
                           MOVE DEPTO-TRANS TO DEPTO-FUNI
                           REWRITE DADOS-FUNI
                           ADD 1 TO CONT-GRAVADOS
                           SET EVP-ALTERACAO TO TRUE
                           PERFORM GRAVA-EVENTO-PENDENTE
                   END-READ
               WHEN TRANS-EXCLUSAO
                   READ CADFUN2I
               MOVE NUMERO-IN2 TO TAB-NUMERO (QTD-NUMEROS)
           END-IF.

       ABRE-EVENTOS-PENDENTES.
           OPEN EXTEND EVENTOS-PENDENTES
           IF WS-STATUS-EVP NOT = "00"
               OPEN OUTPUT EVENTOS-PENDENTES
               CLOSE EVENTOS-PENDENTES
               OPEN EXTEND EVENTOS-PENDENTES
           END-IF.

       GRAVA-EVENTO-PENDENTE.
           MOVE NUMERO-FUNI TO NUMERO-EVP
           MOVE NOME-FUNI TO NOME-EVP
           MOVE DEPTO-FUNI TO DEPTO-EVP
           MOVE SALARIOBRUTO-FUNI TO SALARIO-EVP
           MOVE WS-DATA-EXECUCAO TO DATA-EVP
           MOVE ZERO TO DIAS-EVP
           MOVE SPACES TO MOTIVO-EVP
           MOVE "EX30" TO PROGRAMA-EVP
           MOVE WS-DATA-EXECUCAO TO DATA-GERACAO-EVP
           WRITE DADOS-EVP.

       ABRE-REJEITOS.
           OPEN EXTEND REJEITOS
           IF WS-STATUS-REJ NOT = "00"
           OPEN OUTPUT SEQREJ
           WRITE REG-SEQREJ
           CLOSE SEQREJ.

       TRAVA-ARQUIVO.
           MOVE ZERO TO WS-TRV-TENTATIVAS
           SET TRAVA-OCUPADA TO TRUE
           PERFORM UNTIL TRAVA-OBTIDA
                   OR WS-TRV-TENTATIVAS > WS-TRV-MAX-TENTATIVAS
               PERFORM TENTA-TRAVA
               IF TRAVA-OCUPADA
                   ADD 1 TO WS-TRV-TENTATIVAS
                   IF WS-TRV-TENTATIVAS NOT > WS-TRV-MAX-TENTATIVAS
                       DISPLAY "EX30: " WS-TRV-ARQUIVO " EM USO POR "
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
                   MOVE "EX30" TO TAB-TRV-PROGRAMA (QTD-TRAVAS)
                   MOVE WS-TRV-OPERADOR
                       TO TAB-TRV-OPERADOR (QTD-TRAVAS)
                   MOVE WS-TRV-DATA TO TAB-TRV-DATA (QTD-TRAVAS)
                   MOVE WS-TRV-HORA TO TAB-TRV-HORA (QTD-TRAVAS)
                   MOVE WS-TRV-MODO TO TAB-TRV-MODO (QTD-TRAVAS)
                   PERFORM GRAVA-TRAVAS
                   PERFORM CARREGA-TRAVAS
                   PERFORM PROCURA-DONO-TRAVA
                   IF WS-DONO-PROGRAMA = "EX30"
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
           DISPLAY "EX30: " WS-TRV-ARQUIVO " BLOQUEADO POR "
                   WS-DONO-PROGRAMA " OPERADOR " WS-DONO-OPERADOR
                   " DESDE " WS-DONO-DATA " " WS-DONO-HORA
           DISPLAY "EX30: EXECUCAO RECUSADA - CADASTRO EM USO."
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
           IF TAB-TRV-PROGRAMA (IDX-TRV) NOT = "EX30"
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
                   OR TAB-TRV-PROGRAMA (IDX-TRV) NOT = "EX30"
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
               WHEN TAB-PTR-PASSO (IDX-TPTR) = "EX30"
                   MOVE "S" TO SW-PASSO-TRV
           END-SEARCH
           IF SW-PASSO-TRV = "N" AND QTD-PASSOS-TRV < 99
               ADD 1 TO QTD-PASSOS-TRV
               SET IDX-TPTR TO QTD-PASSOS-TRV
               MOVE "EX30" TO TAB-PTR-PASSO (IDX-TPTR)
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
