       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX81.
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
           SELECT PARAMETROS ASSIGN TO "EX81PARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARM.
           SELECT CONTAS-RECEBER ASSIGN TO "CONTREC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-CREC = MES-REF-CREC
                   MATRICULA-CREC TIPO-CREC
               ALTERNATE RECORD KEY IS CODIGO-CLI-CREC
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CREC.
           SELECT CONTREC-SEQ ASSIGN TO "CONTRECSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CSQ.
           SELECT CONCILIACAO ASSIGN TO "CONREM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-CON
               ALTERNATE RECORD KEY IS NUMERO-CON WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CON.
           SELECT CONREM-SEQ ASSIGN TO "CONREMSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RSQ.
           SELECT FOTO-ATUAL ASSIGN TO "EX77SNP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SNP.
           SELECT FOTO-ANTERIOR ASSIGN TO "EX77ANT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ANT.
           SELECT ARQ-ORDENACAO ASSIGN TO "EX81SORT.TMP".
           SELECT REJEITOS ASSIGN TO "REJEITOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REJ.
           SELECT SEQREJ ASSIGN TO "REJSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SEQ.
           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RLOG.
           SELECT TRAVAS ASSIGN TO "CADLCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRV.
           SELECT RUNCTL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CTL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS.
       01  REG-PARM.
           05 FUNCAO-PARM       PIC X(1).
               88 FUNCAO-CONVERTE   VALUE "C".
               88 FUNCAO-DESCARREGA VALUE "D".
           05 ARQUIVO-PARM      PIC X(1).
               88 ARQUIVO-CARTEIRA  VALUE "R".
               88 ARQUIVO-CONCILIACAO VALUE "C".
           05 FORCA-PARM        PIC X(1).

       FD  CONTAS-RECEBER.
       01  DADOS-CREC.
           05 MES-REF-CREC      PIC 9(6).
           05 MATRICULA-CREC    PIC 9(5).
           05 CODIGO-CLI-CREC   PIC X(5).
           05 CPF-CREC          PIC X(11).
           05 NOME-RESP-CREC    PIC X(20).
           05 VALOR-ORIG-CREC   PIC 9(5)V99.
           05 VALOR-PAGO-CREC   PIC 9(5)V99.
           05 DATA-EMISSAO-CREC PIC 9(8).
           05 DATA-PAGTO-CREC   PIC 9(8).
           05 SITUACAO-CREC     PIC X(1).
               88 CREC-ABERTO       VALUE "A".
               88 CREC-PAGO         VALUE "P".
               88 CREC-PARCIAL      VALUE "M".
               88 CREC-RECUSADO     VALUE "R".
               88 CREC-RENEGOCIADO  VALUE "N".
               88 CREC-CANCELADO    VALUE "C".
           05 COBRANCA-CREC     PIC X(1).
               88 CREC-EM-COBRANCA  VALUE "S".
           05 TIPO-CREC         PIC X(1).
               88 CREC-MENSALIDADE  VALUE SPACE.
               88 CREC-ENCARGOS     VALUE "E".
               88 CREC-PARCELA-ACORDO VALUE "A".

       FD  CONTREC-SEQ.
       01  REG-CONTREC-SEQ      PIC X(80).

       FD  CONCILIACAO.
       01  DADOS-CON.
           05 CHAVE-CON.
               10 LOTE-CON      PIC 9(4).
               10 NUMERO-CON    PIC 9(5).
           05 NOME-CON          PIC X(20).
           05 VALOR-CON         PIC 9(13).
           05 DATA-ENVIO-CON    PIC 9(8).
           05 DATA-RETORNO-CON  PIC 9(8).
           05 SITUACAO-CON      PIC X(1).
               88 CON-ENVIADO   VALUE "E".
               88 CON-PAGO      VALUE "P".
               88 CON-RECUSADO  VALUE "R".

       FD  CONREM-SEQ.
       01  REG-CONREM-SEQ       PIC X(59).

       FD  FOTO-ATUAL.
       01  DADOS-SNP            PIC X(86).

       FD  FOTO-ANTERIOR.
       01  DADOS-ANT            PIC X(86).

       SD  ARQ-ORDENACAO.
       01  DADOS-SORT.
           05 MES-FOTO-SRT      PIC 9(6).
           05 MES-REF-SRT       PIC 9(6).
           05 MATRICULA-SRT     PIC 9(5).
           05 FILLER            PIC X(68).
           05 TIPO-SRT          PIC X(1).

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
       01  FIMARQ               PIC X(1) VALUE "N".
       01  WS-STATUS-PARM       PIC X(2).
       01  WS-STATUS-CREC       PIC X(2).
       01  WS-STATUS-CSQ        PIC X(2).
       01  WS-STATUS-CON        PIC X(2).
       01  WS-STATUS-RSQ        PIC X(2).
       01  WS-STATUS-SNP        PIC X(2).
       01  WS-STATUS-ANT        PIC X(2).
       01  WS-STATUS-REJ        PIC X(2).
       01  WS-STATUS-SEQ        PIC X(2).
       01  WS-STATUS-RLOG       PIC X(2).
       01  WS-DATA-EXECUCAO     PIC 9(8).
       01  WS-SEQ-EXECUCAO      PIC 9(4) VALUE ZERO.
       01  WS-FUNCAO            PIC X(1) VALUE SPACE.
       01  WS-ARQUIVO           PIC X(1) VALUE SPACE.
       01  WS-FORCA             PIC X(1) VALUE "N".
       01  SW-DESTINO           PIC X(1) VALUE "N".
           88 DESTINO-LIVRE     VALUE "S".
       01  WS-REG-ENTRADA.
           05 FILLER            PIC X(47).
           05 WS-ENT-ORIG       PIC 9(5)V99.
           05 WS-ENT-PAGO       PIC 9(5)V99.
           05 WS-ENT-EMISSAO    PIC 9(8).
           05 WS-ENT-PAGTO      PIC 9(8).
           05 FILLER            PIC X(3).
       01  CONT-LIDOS           PIC 9(7) COMP VALUE ZERO.
       01  CONT-GRAVADOS        PIC 9(7) COMP VALUE ZERO.
       01  CONT-REJEITADOS      PIC 9(7) COMP VALUE ZERO.
       01  CONT-FUNDIDOS        PIC 9(7) COMP VALUE ZERO.
       01  WS-CONT-EDIT         PIC ZZZZZZ9.

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
           IF WS-FUNCAO = "C"
               IF WS-ARQUIVO = "R"
                   MOVE "CONTREC" TO WS-TRV-ARQUIVO
               ELSE
                   MOVE "CONREM" TO WS-TRV-ARQUIVO
               END-IF
               PERFORM TRAVA-ARQUIVO
           END-IF
           EVALUATE TRUE
               WHEN WS-FUNCAO = "C" AND WS-ARQUIVO = "R"
                   PERFORM CONVERTE-CARTEIRA
                   IF RETURN-CODE = ZERO
                       PERFORM ORDENA-FOTOS
                   END-IF
               WHEN WS-FUNCAO = "C" AND WS-ARQUIVO = "C"
                   PERFORM CONVERTE-CONCILIACAO
               WHEN WS-FUNCAO = "D" AND WS-ARQUIVO = "R"
                   PERFORM DESCARREGA-CARTEIRA
               WHEN WS-FUNCAO = "D" AND WS-ARQUIVO = "C"
                   PERFORM DESCARREGA-CONCILIACAO
               WHEN OTHER
                   DISPLAY "EX81: PARAMETRO INVALIDO"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           IF RETURN-CODE NOT = 8
               PERFORM GRAVA-RUNLOG
               MOVE CONT-LIDOS TO WS-CONT-EDIT
               DISPLAY "EX81: REGISTROS LIDOS ....... " WS-CONT-EDIT
               MOVE CONT-GRAVADOS TO WS-CONT-EDIT
               DISPLAY "EX81: REGISTROS GRAVADOS .... " WS-CONT-EDIT
               IF WS-FUNCAO = "C"
                   MOVE CONT-FUNDIDOS TO WS-CONT-EDIT
                   DISPLAY "EX81: ENCARGOS AGRUPADOS .... "
                           WS-CONT-EDIT
                   MOVE CONT-REJEITADOS TO WS-CONT-EDIT
                   DISPLAY "EX81: REGISTROS REJEITADOS .. "
                           WS-CONT-EDIT
               END-IF
           END-IF
           PERFORM LIBERA-TRAVAS
           STOP RUN.

       LE-PARAMETRO.
           OPEN INPUT PARAMETROS
           IF WS-STATUS-PARM = "00"
               READ PARAMETROS
                   NOT AT END
                       MOVE FUNCAO-PARM TO WS-FUNCAO
                       MOVE ARQUIVO-PARM TO WS-ARQUIVO
                       IF FORCA-PARM = "S"
                           MOVE "S" TO WS-FORCA
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.

       CONVERTE-CARTEIRA.
           OPEN INPUT CONTREC-SEQ
           IF WS-STATUS-CSQ NOT = "00"
               DISPLAY "EX81: CONTRECSEQ AUSENTE - RENOMEIE O CONTREC"
                       " SEQUENCIAL PARA CONTRECSEQ.DAT"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VERIFICA-CARTEIRA-DESTINO
               IF DESTINO-LIVRE
                   OPEN OUTPUT CONTAS-RECEBER
                   CLOSE CONTAS-RECEBER
                   OPEN I-O CONTAS-RECEBER
                   PERFORM ABRE-REJEITOS
                   PERFORM UNTIL FIMARQ = "S"
                       READ CONTREC-SEQ AT END
                           MOVE "S" TO FIMARQ
                       NOT AT END
                           ADD 1 TO CONT-LIDOS
                           PERFORM CONVERTE-ITEM-CARTEIRA
                       END-READ
                   END-PERFORM
                   CLOSE REJEITOS
                   CLOSE CONTAS-RECEBER
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
               CLOSE CONTREC-SEQ
           END-IF
           MOVE "N" TO FIMARQ.

       VERIFICA-CARTEIRA-DESTINO.
           MOVE "N" TO SW-DESTINO
           OPEN INPUT CONTAS-RECEBER
           EVALUATE WS-STATUS-CREC
               WHEN "35"
                   SET DESTINO-LIVRE TO TRUE
               WHEN "00"
                   CLOSE CONTAS-RECEBER
                   IF WS-FORCA = "S"
                       SET DESTINO-LIVRE TO TRUE
                   ELSE
                       DISPLAY "EX81: CONTREC INDEXADO JA EXISTE -"
                               " USE FORCA = S PARA SUBSTITUI-LO"
                   END-IF
               WHEN OTHER
                   DISPLAY "EX81: CONTREC ILEGIVEL COMO INDEXADO -"
                           " STATUS " WS-STATUS-CREC
                           " - RENOMEIE O ARQUIVO ANTIGO"
           END-EVALUATE.

       CONVERTE-ITEM-CARTEIRA.
           MOVE REG-CONTREC-SEQ TO DADOS-CREC
           IF MES-REF-CREC NOT NUMERIC
                   OR MATRICULA-CREC NOT NUMERIC
               MOVE "REGISTRO MAL FORMADO" TO MOTIVO-REJ
               PERFORM REJEITA-ITEM-CARTEIRA
           ELSE
               WRITE DADOS-CREC
                   INVALID KEY
                       IF CREC-ENCARGOS
                           PERFORM FUNDE-ENCARGOS
                       ELSE
                           MOVE "CHAVE DUPLICADA NO CONTREC"
                               TO MOTIVO-REJ
                           PERFORM REJEITA-ITEM-CARTEIRA
                       END-IF
                   NOT INVALID KEY
                       ADD 1 TO CONT-GRAVADOS
               END-WRITE
           END-IF.

       FUNDE-ENCARGOS.
           MOVE REG-CONTREC-SEQ TO WS-REG-ENTRADA
           MOVE REG-CONTREC-SEQ TO DADOS-CREC
           READ CONTAS-RECEBER
               INVALID KEY
                   MOVE "CHAVE DUPLICADA NO CONTREC" TO MOTIVO-REJ
                   PERFORM REJEITA-ITEM-CARTEIRA
               NOT INVALID KEY
                   ADD WS-ENT-ORIG TO VALOR-ORIG-CREC
                   ADD WS-ENT-PAGO TO VALOR-PAGO-CREC
                   IF WS-ENT-EMISSAO < DATA-EMISSAO-CREC
                       MOVE WS-ENT-EMISSAO TO DATA-EMISSAO-CREC
                   END-IF
                   IF WS-ENT-PAGTO > DATA-PAGTO-CREC
                       MOVE WS-ENT-PAGTO TO DATA-PAGTO-CREC
                   END-IF
                   EVALUATE TRUE
                       WHEN VALOR-PAGO-CREC >= VALOR-ORIG-CREC
                           MOVE "P" TO SITUACAO-CREC
                       WHEN VALOR-PAGO-CREC > ZERO
                           MOVE "M" TO SITUACAO-CREC
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   REWRITE DADOS-CREC
                       INVALID KEY
                           MOVE "ERRO AO AGRUPAR ENCARGOS"
                               TO MOTIVO-REJ
                           PERFORM REJEITA-ITEM-CARTEIRA
                       NOT INVALID KEY
                           ADD 1 TO CONT-FUNDIDOS
                   END-REWRITE
           END-READ.

       REJEITA-ITEM-CARTEIRA.
           ADD 1 TO CONT-REJEITADOS
           MOVE "EX81" TO PROGRAMA-REJ
           MOVE SPACES TO CHAVE-REJ
           MOVE REG-CONTREC-SEQ (7:5) TO CHAVE-REJ
           MOVE WS-DATA-EXECUCAO TO DATA-REJ
           MOVE WS-SEQ-EXECUCAO TO SEQ-EXEC-REJ
           MOVE REG-CONTREC-SEQ TO IMAGEM-REJ
           WRITE DADOS-REJEITO.

       ORDENA-FOTOS.
           OPEN INPUT FOTO-ATUAL
           IF WS-STATUS-SNP = "00"
               CLOSE FOTO-ATUAL
               SORT ARQ-ORDENACAO
                   ON ASCENDING KEY MES-REF-SRT
                   ON ASCENDING KEY MATRICULA-SRT
                   ON ASCENDING KEY TIPO-SRT
                   USING FOTO-ATUAL
                   GIVING FOTO-ATUAL
               DISPLAY "EX81: EX77SNP REORDENADO PELA CHAVE"
           END-IF
           OPEN INPUT FOTO-ANTERIOR
           IF WS-STATUS-ANT = "00"
               CLOSE FOTO-ANTERIOR
               SORT ARQ-ORDENACAO
                   ON ASCENDING KEY MES-REF-SRT
                   ON ASCENDING KEY MATRICULA-SRT
                   ON ASCENDING KEY TIPO-SRT
                   USING FOTO-ANTERIOR
                   GIVING FOTO-ANTERIOR
               DISPLAY "EX81: EX77ANT REORDENADO PELA CHAVE"
           END-IF.

       CONVERTE-CONCILIACAO.
           OPEN INPUT CONREM-SEQ
           IF WS-STATUS-RSQ NOT = "00"
               DISPLAY "EX81: CONREMSEQ AUSENTE - RENOMEIE O CONREM"
                       " SEQUENCIAL PARA CONREMSEQ.DAT"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VERIFICA-CONCILIACAO-DESTINO
               IF DESTINO-LIVRE
                   OPEN OUTPUT CONCILIACAO
                   PERFORM ABRE-REJEITOS
                   PERFORM UNTIL FIMARQ = "S"
                       READ CONREM-SEQ AT END
                           MOVE "S" TO FIMARQ
                       NOT AT END
                           ADD 1 TO CONT-LIDOS
                           PERFORM CONVERTE-ITEM-CONCILIACAO
                       END-READ
                   END-PERFORM
                   CLOSE REJEITOS
                   CLOSE CONCILIACAO
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
               CLOSE CONREM-SEQ
           END-IF
           MOVE "N" TO FIMARQ.

       VERIFICA-CONCILIACAO-DESTINO.
           MOVE "N" TO SW-DESTINO
           OPEN INPUT CONCILIACAO
           EVALUATE WS-STATUS-CON
               WHEN "35"
                   SET DESTINO-LIVRE TO TRUE
               WHEN "00"
                   CLOSE CONCILIACAO
                   IF WS-FORCA = "S"
                       SET DESTINO-LIVRE TO TRUE
                   ELSE
                       DISPLAY "EX81: CONREM INDEXADO JA EXISTE -"
                               " USE FORCA = S PARA SUBSTITUI-LO"
                   END-IF
               WHEN OTHER
                   DISPLAY "EX81: CONREM ILEGIVEL COMO INDEXADO -"
                           " STATUS " WS-STATUS-CON
                           " - RENOMEIE O ARQUIVO ANTIGO"
           END-EVALUATE.

       CONVERTE-ITEM-CONCILIACAO.
           MOVE REG-CONREM-SEQ TO DADOS-CON
           IF LOTE-CON NOT NUMERIC OR NUMERO-CON NOT NUMERIC
               MOVE "REGISTRO MAL FORMADO" TO MOTIVO-REJ
               PERFORM REJEITA-ITEM-CONCILIACAO
           ELSE
               WRITE DADOS-CON
                   INVALID KEY
                       MOVE "CHAVE DUPLICADA NO CONREM" TO MOTIVO-REJ
                       PERFORM REJEITA-ITEM-CONCILIACAO
                   NOT INVALID KEY
                       ADD 1 TO CONT-GRAVADOS
               END-WRITE
           END-IF.

       REJEITA-ITEM-CONCILIACAO.
           ADD 1 TO CONT-REJEITADOS
           MOVE "EX81" TO PROGRAMA-REJ
           MOVE SPACES TO CHAVE-REJ
           MOVE REG-CONREM-SEQ (1:9) TO CHAVE-REJ
           MOVE WS-DATA-EXECUCAO TO DATA-REJ
           MOVE WS-SEQ-EXECUCAO TO SEQ-EXEC-REJ
           MOVE REG-CONREM-SEQ TO IMAGEM-REJ
           WRITE DADOS-REJEITO.

       DESCARREGA-CARTEIRA.
           OPEN INPUT CONTAS-RECEBER
           IF WS-STATUS-CREC NOT = "00"
               DISPLAY "EX81: CONTREC INDISPONIVEL - " WS-STATUS-CREC
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT CONTREC-SEQ
               PERFORM UNTIL FIMARQ = "S"
                   READ CONTAS-RECEBER NEXT
                       AT END
                           MOVE "S" TO FIMARQ
                       NOT AT END
                           ADD 1 TO CONT-LIDOS
                           MOVE DADOS-CREC TO REG-CONTREC-SEQ
                           WRITE REG-CONTREC-SEQ
                           ADD 1 TO CONT-GRAVADOS
                   END-READ
               END-PERFORM
               CLOSE CONTREC-SEQ
               CLOSE CONTAS-RECEBER
           END-IF
           MOVE "N" TO FIMARQ.

       DESCARREGA-CONCILIACAO.
           OPEN INPUT CONCILIACAO
           IF WS-STATUS-CON NOT = "00"
               DISPLAY "EX81: CONREM INDISPONIVEL - " WS-STATUS-CON
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT CONREM-SEQ
               PERFORM UNTIL FIMARQ = "S"
                   READ CONCILIACAO NEXT
                       AT END
                           MOVE "S" TO FIMARQ
                       NOT AT END
                           ADD 1 TO CONT-LIDOS
                           MOVE DADOS-CON TO REG-CONREM-SEQ
                           WRITE REG-CONREM-SEQ
                           ADD 1 TO CONT-GRAVADOS
                   END-READ
               END-PERFORM
               CLOSE CONREM-SEQ
               CLOSE CONCILIACAO
           END-IF
           MOVE "N" TO FIMARQ.

       ABRE-REJEITOS.
           OPEN EXTEND REJEITOS
           IF WS-STATUS-REJ NOT = "00"
               OPEN OUTPUT REJEITOS
               CLOSE REJEITOS
               OPEN EXTEND REJEITOS
           END-IF
           PERFORM LE-SEQUENCIA.

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
           MOVE "EX81" TO PROGRAMA-RLOG
           MOVE WS-DATA-EXECUCAO TO DATA-RLOG
           MOVE CONT-LIDOS TO LIDOS-RLOG
           MOVE CONT-GRAVADOS TO GRAVADOS-RLOG
           MOVE CONT-REJEITADOS TO REJEITADOS-RLOG
           WRITE REG-RUNLOG
           CLOSE RUNLOG.

       TRAVA-ARQUIVO.
           MOVE ZERO TO WS-TRV-TENTATIVAS
           SET TRAVA-OCUPADA TO TRUE
           PERFORM UNTIL TRAVA-OBTIDA
                   OR WS-TRV-TENTATIVAS > WS-TRV-MAX-TENTATIVAS
               PERFORM TENTA-TRAVA
               IF TRAVA-OCUPADA
                   ADD 1 TO WS-TRV-TENTATIVAS
                   IF WS-TRV-TENTATIVAS NOT > WS-TRV-MAX-TENTATIVAS
                       DISPLAY "EX81: " WS-TRV-ARQUIVO " EM USO POR "
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
                   MOVE "EX81" TO TAB-TRV-PROGRAMA (QTD-TRAVAS)
                   MOVE WS-TRV-OPERADOR
                       TO TAB-TRV-OPERADOR (QTD-TRAVAS)
                   MOVE WS-TRV-DATA TO TAB-TRV-DATA (QTD-TRAVAS)
                   MOVE WS-TRV-HORA TO TAB-TRV-HORA (QTD-TRAVAS)
                   MOVE WS-TRV-MODO TO TAB-TRV-MODO (QTD-TRAVAS)
                   PERFORM GRAVA-TRAVAS
                   PERFORM CARREGA-TRAVAS
                   PERFORM PROCURA-DONO-TRAVA
                   IF WS-DONO-PROGRAMA = "EX81"
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
           DISPLAY "EX81: " WS-TRV-ARQUIVO " BLOQUEADO POR "
                   WS-DONO-PROGRAMA " OPERADOR " WS-DONO-OPERADOR
                   " DESDE " WS-DONO-DATA " " WS-DONO-HORA
           DISPLAY "EX81: EXECUCAO RECUSADA - CADASTRO EM USO."
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
           IF TAB-TRV-PROGRAMA (IDX-TRV) NOT = "EX81"
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
                   OR TAB-TRV-PROGRAMA (IDX-TRV) NOT = "EX81"
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
               WHEN TAB-PTR-PASSO (IDX-TPTR) = "EX81"
                   MOVE "S" TO SW-PASSO-TRV
           END-SEARCH
           IF SW-PASSO-TRV = "N" AND QTD-PASSOS-TRV < 99
               ADD 1 TO QTD-PASSOS-TRV
               SET IDX-TPTR TO QTD-PASSOS-TRV
               MOVE "EX81" TO TAB-PTR-PASSO (IDX-TPTR)
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
