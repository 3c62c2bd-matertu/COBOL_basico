       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX72.
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
           SELECT CADREPF ASSIGN TO "CADREPF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RPF.
           SELECT CADAPRF ASSIGN TO "CADAPRF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-APF.
           SELECT REPROVADOS-ORD ASSIGN TO "EX72ORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ORD.
           SELECT ARQ-ORDENACAO ASSIGN TO "EX72SORT.TMP".
           SELECT DECISOES ASSIGN TO "EX72DEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DEC.
           SELECT CONSELHO ASSIGN TO "CADCSL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CON.
           SELECT HISTORICO-ESCOLAR ASSIGN TO "CADHISTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HSE.
           SELECT PARAMETROS-CENTRAL ASSIGN TO "CADPAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHAVE-PAR
               FILE STATUS IS WS-STATUS-PCEN.
           SELECT RELATORIO ASSIGN TO "EX72REL.DAT"
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
       FD  CADREPF.
       01  DADOS-REPF.
           05 NUMERO-REPF       PIC 9(5).
           05 NOME-REPF         PIC X(20).
           05 SEXO-REPF         PIC X(1).
           05 MEDIA-REPF        PIC 9(2)V99.
           05 FALTAS-REPF       PIC 9(2).
           05 MOTIVO-REPF       PIC X(20).
           05 TURMA-REPF        PIC X(3).
           05 FILIAL-REPF       PIC X(2).

       FD  CADAPRF.
       01  DADOS-APRF.
           05 NUMERO-APRF       PIC 9(5).
           05 NOME-APRF         PIC X(20).
           05 SEXO-APRF         PIC X(1).
           05 MEDIA-APRF        PIC 9(2)V99.
           05 TURMA-APRF        PIC X(3).
           05 FILIAL-APRF       PIC X(2).

       FD  REPROVADOS-ORD.
       01  REG-REPROVADO-ORD    PIC X(57).

       SD  ARQ-ORDENACAO.
       01  DADOS-CLASS.
           05 NUMERO-CLASS      PIC 9(5).
           05 FILLER            PIC X(21).
           05 MEDIA-CLASS       PIC 9(2)V99.
           05 FILLER            PIC X(22).
           05 TURMA-CLASS       PIC X(3).
           05 FILLER            PIC X(2).

       FD  DECISOES.
       01  DADOS-DEC.
           05 NUMERO-DEC        PIC 9(5).
           05 DECISAO-DEC       PIC X(1).
               88 DEC-APROVAR   VALUE "A".
               88 DEC-MANTER    VALUE "M".
           05 JUSTIFICATIVA-DEC PIC X(60).
           05 DATA-CONSELHO-DEC PIC 9(8).
           05 DATA-CONSELHO-DEC-R REDEFINES DATA-CONSELHO-DEC.
               10 ANO-CONSELHO-DEC PIC 9(4).
               10 MES-CONSELHO-DEC PIC 9(2).
               10 DIA-CONSELHO-DEC PIC 9(2).

       FD  CONSELHO.
       01  DADOS-CON.
           05 ANO-CON           PIC 9(4).
           05 NUMERO-CON        PIC 9(5).
           05 NOME-CON          PIC X(20).
           05 TURMA-CON         PIC X(3).
           05 MEDIA-CON         PIC 9(2)V99.
           05 FALTAS-CON        PIC 9(2).
           05 MOTIVO-CON        PIC X(20).
           05 DECISAO-CON       PIC X(1).
               88 CON-APROVADO  VALUE "A".
               88 CON-MANTIDO   VALUE "M".
           05 JUSTIFICATIVA-CON PIC X(60).
           05 DATA-CONSELHO-CON PIC 9(8).
           05 DATA-PROC-CON     PIC 9(8).

       FD  HISTORICO-ESCOLAR.
       01  DADOS-HISTE.
           05 ANO-HSE           PIC 9(4).
           05 NUMERO-HSE        PIC 9(5).
           05 NOME-HSE          PIC X(20).
           05 TURMA-HSE         PIC X(3).
           05 MEDIA-HSE         PIC 9(2)V99.
           05 FALTAS-HSE        PIC 9(2).
           05 RESULTADO-HSE     PIC X(1).
               88 HSE-APROVADO  VALUE "A".
               88 HSE-REPROVADO VALUE "R".
               88 HSE-APROVADO-DEPENDENCIA VALUE "D".
               88 HSE-APROVADO-CONSELHO VALUE "C".

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
       01  WS-STATUS-RPF        PIC X(2).
       01  WS-STATUS-APF        PIC X(2).
       01  WS-STATUS-ORD        PIC X(2).
       01  WS-STATUS-DEC        PIC X(2).
       01  WS-STATUS-CON        PIC X(2).
       01  WS-STATUS-HSE        PIC X(2).
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
       01  WS-LIMITE-FALTAS     PIC 9(2) VALUE 18.
       01  WS-VIG-FALTAS        PIC 9(8) VALUE ZERO.
       01  WS-MARGEM-MEDIA      PIC 9(1)V99 VALUE 0,50.
       01  WS-VIG-MARGEM-MEDIA  PIC 9(8) VALUE ZERO.
       01  WS-MARGEM-FALTAS     PIC 9(2) VALUE 2.
       01  WS-VIG-MARGEM-FALTAS PIC 9(8) VALUE ZERO.
       01  WS-MEDIA-CONSELHO    PIC 9(2)V99 VALUE ZERO.
       01  WS-FALTAS-CONSELHO   PIC 9(3) VALUE ZERO.
       01  WS-TURMA-ANTERIOR    PIC X(3) VALUE SPACES.
       01  WS-DECISAO-TEXTO     PIC X(17) VALUE SPACES.
       01  WS-MOTIVO-DECISAO    PIC X(30) VALUE SPACES.
       01  SW-REP-ACHADO        PIC X(1) VALUE "N".
       01  IDX-GRAVA            PIC 9(5) COMP.
       01  IDX-ULTIMO-HSE       PIC 9(5) COMP VALUE ZERO.

       01  CONT-LIDOS           PIC 9(7) COMP VALUE ZERO.
       01  CONT-GRAVADOS        PIC 9(7) COMP VALUE ZERO.
       01  CONT-REJEITADOS      PIC 9(7) COMP VALUE ZERO.
       01  CONT-APROVADOS       PIC 9(7) COMP VALUE ZERO.
       01  CONT-MANTIDOS        PIC 9(7) COMP VALUE ZERO.
       01  CONT-LIMITROFES      PIC 9(7) COMP VALUE ZERO.
       01  CONT-LIMITROFES-TURMA PIC 9(5) COMP VALUE ZERO.
       01  CONT-TURMAS          PIC 9(5) COMP VALUE ZERO.
       01  WS-NUMERO-EDIT       PIC ZZZZ9.
       01  WS-MEDIA-EDIT        PIC Z9,99.
       01  WS-FALTAS-EDIT       PIC Z9.
       01  WS-QTD-EDIT          PIC ZZZZ9.
       01  LINHA-DETALHE        PIC X(80).

       01  TAB-REPROVADOS.
           05 QTD-REPROVADOS    PIC 9(5) COMP VALUE ZERO.
           05 TAB-REP-ITEM      OCCURS 1 TO 9999 TIMES
                                DEPENDING ON QTD-REPROVADOS
                                INDEXED BY IDX-TREP.
               10 TAB-REP-REGISTRO PIC X(57).
               10 TAB-REP-DET REDEFINES TAB-REP-REGISTRO.
                   15 TAB-REP-NUMERO PIC 9(5).
                   15 TAB-REP-NOME   PIC X(20).
                   15 TAB-REP-SEXO   PIC X(1).
                   15 TAB-REP-MEDIA  PIC 9(2)V99.
                   15 TAB-REP-FALTAS PIC 9(2).
                   15 TAB-REP-MOTIVO PIC X(20).
                   15 TAB-REP-TURMA  PIC X(3).
                   15 TAB-REP-FILIAL PIC X(2).
               10 TAB-REP-LIMITROFE PIC X(1).
               10 TAB-REP-DECISAO   PIC X(1).

       01  TAB-HISTORICO.
           05 QTD-HISTORICO     PIC 9(5) COMP VALUE ZERO.
           05 TAB-HSE-ITEM      OCCURS 1 TO 9999 TIMES
                                DEPENDING ON QTD-HISTORICO
                                INDEXED BY IDX-THSE.
               10 TAB-HSE-REGISTRO PIC X(39).
               10 TAB-HSE-DET REDEFINES TAB-HSE-REGISTRO.
                   15 TAB-HSE-ANO       PIC 9(4).
                   15 TAB-HSE-NUMERO    PIC 9(5).
                   15 FILLER            PIC X(29).
                   15 TAB-HSE-RESULTADO PIC X(1).

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
           STRING WS-DIA "/" WS-MES "/" WS-ANO
               DELIMITED BY SIZE INTO WS-DATA-EMISSAO
           PERFORM LE-PARAMETROS-CENTRAIS
           COMPUTE WS-MEDIA-CONSELHO = 7 - WS-MARGEM-MEDIA
           COMPUTE WS-FALTAS-CONSELHO =
               WS-LIMITE-FALTAS + WS-MARGEM-FALTAS

           OPEN INPUT CADREPF
           IF WS-STATUS-RPF NOT = "00"
               DISPLAY "EX72: CADREPF AUSENTE - EXECUTE O EX32"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CADREPF

           SORT ARQ-ORDENACAO
               ON ASCENDING KEY TURMA-CLASS
               ON DESCENDING KEY MEDIA-CLASS
               ON ASCENDING KEY NUMERO-CLASS
               USING CADREPF
               GIVING REPROVADOS-ORD
           PERFORM CARREGA-REPROVADOS

           OPEN INPUT DECISOES
           IF WS-STATUS-DEC = "00"
               PERFORM CARREGA-HISTORICO
               PERFORM ABRE-REJEITOS
               PERFORM ABRE-CONSELHO
               PERFORM ABRE-APROVADOS
               PERFORM UNTIL FIMARQ = "S"
                   READ DECISOES AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       ADD 1 TO CONT-LIDOS
                       PERFORM PROCESSA-DECISAO
                   END-READ
               END-PERFORM
               MOVE "N" TO FIMARQ
               CLOSE DECISOES
               CLOSE CADAPRF
               CLOSE CONSELHO
               CLOSE REJEITOS
               IF CONT-APROVADOS > ZERO
                   OPEN OUTPUT CADREPF
                   PERFORM REGRAVA-REPROVADO
                       VARYING IDX-GRAVA FROM 1 BY 1
                       UNTIL IDX-GRAVA > QTD-REPROVADOS
                   CLOSE CADREPF
                   IF WS-STATUS-HSE = "00"
                       OPEN OUTPUT HISTORICO-ESCOLAR
                       PERFORM REGRAVA-HISTORICO
                           VARYING IDX-GRAVA FROM 1 BY 1
                           UNTIL IDX-GRAVA > QTD-HISTORICO
                       CLOSE HISTORICO-ESCOLAR
                   END-IF
               END-IF
               OPEN OUTPUT DECISOES
               CLOSE DECISOES
           END-IF

           PERFORM IMPRIME-RELATORIO
           PERFORM GRAVA-RUNLOG
           DISPLAY "EX72: ALUNOS LIMITROFES ..... " CONT-LIMITROFES
           DISPLAY "EX72: DECISOES LIDAS ........ " CONT-LIDOS
           DISPLAY "EX72: APROVADOS PELO CONSELHO " CONT-APROVADOS
           DISPLAY "EX72: REPROVACOES MANTIDAS .. " CONT-MANTIDOS
           DISPLAY "EX72: REJEITADAS ............ " CONT-REJEITADOS
           STOP RUN.

       LE-PARAMETROS-CENTRAIS.
           OPEN INPUT PARAMETROS-CENTRAL
           IF WS-STATUS-PCEN = "00"
               PERFORM UNTIL FIM-PCEN = "S"
                   READ PARAMETROS-CENTRAL NEXT
                       AT END
                           MOVE "S" TO FIM-PCEN
                       NOT AT END
                           IF (PROGRAMA-PAR = "EX72"
                                   OR PROGRAMA-PAR = "EX28")
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
           IF PROGRAMA-PAR = "EX28"
                   AND NOME-PAR = "LIMFALTAS"
                   AND VIGENCIA-PAR >= WS-VIG-FALTAS
                   AND VALOR-PAR > ZERO
                   AND VALOR-PAR NOT > 99
               MOVE VIGENCIA-PAR TO WS-VIG-FALTAS
               MOVE VALOR-PAR TO WS-LIMITE-FALTAS
           END-IF
           IF PROGRAMA-PAR = "EX72"
                   AND NOME-PAR = "MARGMEDIA"
                   AND VIGENCIA-PAR >= WS-VIG-MARGEM-MEDIA
                   AND VALOR-PAR < 7
               MOVE VIGENCIA-PAR TO WS-VIG-MARGEM-MEDIA
               MOVE VALOR-PAR TO WS-MARGEM-MEDIA
           END-IF
           IF PROGRAMA-PAR = "EX72"
                   AND NOME-PAR = "MARGFALTAS"
                   AND VIGENCIA-PAR >= WS-VIG-MARGEM-FALTAS
                   AND VALOR-PAR NOT > 99
               MOVE VIGENCIA-PAR TO WS-VIG-MARGEM-FALTAS
               MOVE VALOR-PAR TO WS-MARGEM-FALTAS
           END-IF.

       CARREGA-REPROVADOS.
           MOVE ZERO TO QTD-REPROVADOS
           OPEN INPUT REPROVADOS-ORD
           PERFORM UNTIL FIMARQ = "S"
               READ REPROVADOS-ORD AT END
                   MOVE "S" TO FIMARQ
               NOT AT END
                   IF QTD-REPROVADOS < 9999
                       ADD 1 TO QTD-REPROVADOS
                       SET IDX-TREP TO QTD-REPROVADOS
                       MOVE REG-REPROVADO-ORD
                           TO TAB-REP-REGISTRO (IDX-TREP)
                       MOVE SPACE TO TAB-REP-DECISAO (IDX-TREP)
                       PERFORM CLASSIFICA-LIMITROFE
                   ELSE
                       DISPLAY "EX72: CADREPF EXCEDE 9999 REGISTROS -"
                               " EXECUCAO CANCELADA"
                       CLOSE REPROVADOS-ORD
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-READ
           END-PERFORM
           CLOSE REPROVADOS-ORD
           MOVE "N" TO FIMARQ.

       CLASSIFICA-LIMITROFE.
           MOVE "N" TO TAB-REP-LIMITROFE (IDX-TREP)
           IF TAB-REP-MEDIA (IDX-TREP) IS NUMERIC
                   AND TAB-REP-FALTAS (IDX-TREP) IS NUMERIC
               IF TAB-REP-MEDIA (IDX-TREP) NOT < WS-MEDIA-CONSELHO
                       AND TAB-REP-FALTAS (IDX-TREP)
                           NOT > WS-FALTAS-CONSELHO
                   MOVE "S" TO TAB-REP-LIMITROFE (IDX-TREP)
                   ADD 1 TO CONT-LIMITROFES
               END-IF
           END-IF.

       CARREGA-HISTORICO.
           MOVE ZERO TO QTD-HISTORICO
           OPEN INPUT HISTORICO-ESCOLAR
           IF WS-STATUS-HSE = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ HISTORICO-ESCOLAR AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       IF QTD-HISTORICO < 9999
                           ADD 1 TO QTD-HISTORICO
                           MOVE DADOS-HISTE
                               TO TAB-HSE-REGISTRO (QTD-HISTORICO)
                       ELSE
                           DISPLAY "EX72: CADHISTE EXCEDE 9999"
                                   " REGISTROS - EXECUCAO CANCELADA"
                           CLOSE HISTORICO-ESCOLAR
                           CLOSE DECISOES
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORICO-ESCOLAR
           END-IF
           MOVE "N" TO FIMARQ.

       PROCESSA-DECISAO.
           PERFORM VALIDA-DECISAO
           IF WS-MOTIVO-DECISAO NOT = SPACES
               MOVE WS-MOTIVO-DECISAO TO MOTIVO-REJ
               PERFORM GRAVA-REJEITO
           ELSE
               MOVE DECISAO-DEC TO TAB-REP-DECISAO (IDX-TREP)
               MOVE ZERO TO IDX-ULTIMO-HSE
               IF DEC-APROVAR
                   PERFORM APROVA-PELO-CONSELHO
               ELSE
                   ADD 1 TO CONT-MANTIDOS
               END-IF
               PERFORM GRAVA-CONSELHO
               ADD 1 TO CONT-GRAVADOS
           END-IF.

       VALIDA-DECISAO.
           MOVE SPACES TO WS-MOTIVO-DECISAO
           IF NUMERO-DEC IS NOT NUMERIC
                   OR NOT (DEC-APROVAR OR DEC-MANTER)
               MOVE "DECISAO MAL FORMADA" TO WS-MOTIVO-DECISAO
           END-IF
           IF WS-MOTIVO-DECISAO = SPACES
                   AND JUSTIFICATIVA-DEC = SPACES
               MOVE "JUSTIFICATIVA OBRIGATORIA" TO WS-MOTIVO-DECISAO
           END-IF
           IF WS-MOTIVO-DECISAO = SPACES
               IF DATA-CONSELHO-DEC IS NOT NUMERIC
                       OR MES-CONSELHO-DEC < 1
                       OR MES-CONSELHO-DEC > 12
                       OR DIA-CONSELHO-DEC < 1
                       OR DIA-CONSELHO-DEC > 31
                       OR DATA-CONSELHO-DEC > WS-DATA-EXECUCAO
                   MOVE "DATA DO CONSELHO INVALIDA"
                       TO WS-MOTIVO-DECISAO
               END-IF
           END-IF
           IF WS-MOTIVO-DECISAO = SPACES
               PERFORM PROCURA-REPROVADO
               IF SW-REP-ACHADO = "N"
                   MOVE "ALUNO NAO CONSTA EM CADREPF"
                       TO WS-MOTIVO-DECISAO
               ELSE
                   IF TAB-REP-DECISAO (IDX-TREP) NOT = SPACE
                       MOVE "DECISAO JA REGISTRADA"
                           TO WS-MOTIVO-DECISAO
                   ELSE
                       IF TAB-REP-LIMITROFE (IDX-TREP) NOT = "S"
                           MOVE "ALUNO FORA DA MARGEM"
                               TO WS-MOTIVO-DECISAO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       PROCURA-REPROVADO.
           MOVE "N" TO SW-REP-ACHADO
           SET IDX-TREP TO 1
           SEARCH TAB-REP-ITEM
               AT END
                   CONTINUE
               WHEN TAB-REP-NUMERO (IDX-TREP) = NUMERO-DEC
                   MOVE "S" TO SW-REP-ACHADO
           END-SEARCH.

       APROVA-PELO-CONSELHO.
           MOVE TAB-REP-NUMERO (IDX-TREP) TO NUMERO-APRF
           MOVE TAB-REP-NOME (IDX-TREP) TO NOME-APRF
           MOVE TAB-REP-SEXO (IDX-TREP) TO SEXO-APRF
           MOVE TAB-REP-MEDIA (IDX-TREP) TO MEDIA-APRF
           MOVE TAB-REP-TURMA (IDX-TREP) TO TURMA-APRF
           MOVE TAB-REP-FILIAL (IDX-TREP) TO FILIAL-APRF
           WRITE DADOS-APRF
           ADD 1 TO CONT-APROVADOS
           PERFORM PROCURA-ULTIMO-HISTORICO
               VARYING IDX-GRAVA FROM 1 BY 1
               UNTIL IDX-GRAVA > QTD-HISTORICO
           IF IDX-ULTIMO-HSE > ZERO
               MOVE "C" TO TAB-HSE-RESULTADO (IDX-ULTIMO-HSE)
           END-IF.

       PROCURA-ULTIMO-HISTORICO.
           IF TAB-HSE-NUMERO (IDX-GRAVA) = TAB-REP-NUMERO (IDX-TREP)
                   AND TAB-HSE-RESULTADO (IDX-GRAVA) = "R"
               MOVE IDX-GRAVA TO IDX-ULTIMO-HSE
           END-IF.

       GRAVA-CONSELHO.
           IF IDX-ULTIMO-HSE > ZERO AND DEC-APROVAR
               MOVE TAB-HSE-ANO (IDX-ULTIMO-HSE) TO ANO-CON
           ELSE
               MOVE ANO-CONSELHO-DEC TO ANO-CON
           END-IF
           MOVE TAB-REP-NUMERO (IDX-TREP) TO NUMERO-CON
           MOVE TAB-REP-NOME (IDX-TREP) TO NOME-CON
           MOVE TAB-REP-TURMA (IDX-TREP) TO TURMA-CON
           MOVE TAB-REP-MEDIA (IDX-TREP) TO MEDIA-CON
           MOVE TAB-REP-FALTAS (IDX-TREP) TO FALTAS-CON
           MOVE TAB-REP-MOTIVO (IDX-TREP) TO MOTIVO-CON
           MOVE DECISAO-DEC TO DECISAO-CON
           MOVE JUSTIFICATIVA-DEC TO JUSTIFICATIVA-CON
           MOVE DATA-CONSELHO-DEC TO DATA-CONSELHO-CON
           MOVE WS-DATA-EXECUCAO TO DATA-PROC-CON
           WRITE DADOS-CON.

       REGRAVA-REPROVADO.
           IF TAB-REP-DECISAO (IDX-GRAVA) NOT = "A"
               MOVE TAB-REP-REGISTRO (IDX-GRAVA) TO DADOS-REPF
               WRITE DADOS-REPF
           END-IF.

       REGRAVA-HISTORICO.
           MOVE TAB-HSE-REGISTRO (IDX-GRAVA) TO DADOS-HISTE
           WRITE DADOS-HISTE.

       IMPRIME-RELATORIO.
           OPEN OUTPUT RELATORIO
           MOVE SPACES TO LINHA-REL
           STRING "CONSELHO DE CLASSE - ALUNOS LIMITROFES POR TURMA"
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE WS-MEDIA-CONSELHO TO WS-MEDIA-EDIT
           MOVE WS-FALTAS-CONSELHO TO WS-QTD-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "EMISSAO: " WS-DATA-EMISSAO
               "   MEDIA MINIMA: " WS-MEDIA-EDIT
               "   FALTAS MAXIMAS: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "MATRIC  NOME                  MEDIA  FALTAS"
               "  MOTIVO          DECISAO"
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL
           PERFORM IMPRIME-LIMITROFE
               VARYING IDX-GRAVA FROM 1 BY 1
               UNTIL IDX-GRAVA > QTD-REPROVADOS
           IF CONT-TURMAS > ZERO
               PERFORM IMPRIME-TOTAL-TURMA
           END-IF
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           IF CONT-LIMITROFES = ZERO
               STRING "NENHUM ALUNO DENTRO DA MARGEM DO CONSELHO"
                   DELIMITED BY SIZE INTO LINHA-REL
           ELSE
               MOVE CONT-LIMITROFES TO WS-QTD-EDIT
               STRING "TOTAL DE ALUNOS LIMITROFES: " WS-QTD-EDIT
                   DELIMITED BY SIZE INTO LINHA-REL
           END-IF
           WRITE LINHA-REL
           CLOSE RELATORIO.

       IMPRIME-LIMITROFE.
           IF TAB-REP-LIMITROFE (IDX-GRAVA) = "S"
               IF TAB-REP-TURMA (IDX-GRAVA) NOT = WS-TURMA-ANTERIOR
                   IF CONT-TURMAS > ZERO
                       PERFORM IMPRIME-TOTAL-TURMA
                   END-IF
                   PERFORM IMPRIME-QUEBRA-TURMA
               END-IF
               ADD 1 TO CONT-LIMITROFES-TURMA
               EVALUATE TAB-REP-DECISAO (IDX-GRAVA)
                   WHEN "A"
                       MOVE "APROVADO CONSELHO" TO WS-DECISAO-TEXTO
                   WHEN "M"
                       MOVE "MANTIDA" TO WS-DECISAO-TEXTO
                   WHEN OTHER
                       MOVE "PENDENTE" TO WS-DECISAO-TEXTO
               END-EVALUATE
               MOVE TAB-REP-NUMERO (IDX-GRAVA) TO WS-NUMERO-EDIT
               MOVE TAB-REP-MEDIA (IDX-GRAVA) TO WS-MEDIA-EDIT
               MOVE TAB-REP-FALTAS (IDX-GRAVA) TO WS-FALTAS-EDIT
               MOVE SPACES TO LINHA-DETALHE
               STRING WS-NUMERO-EDIT "   " TAB-REP-NOME (IDX-GRAVA)
                   "  " WS-MEDIA-EDIT
                   "    " WS-FALTAS-EDIT
                   "  " TAB-REP-MOTIVO (IDX-GRAVA) (1:14)
                   "  " WS-DECISAO-TEXTO
                   DELIMITED BY SIZE INTO LINHA-DETALHE
               WRITE LINHA-REL FROM LINHA-DETALHE
           END-IF.

       IMPRIME-QUEBRA-TURMA.
           ADD 1 TO CONT-TURMAS
           MOVE ZERO TO CONT-LIMITROFES-TURMA
           MOVE TAB-REP-TURMA (IDX-GRAVA) TO WS-TURMA-ANTERIOR
           MOVE SPACES TO LINHA-REL
           STRING "TURMA: " WS-TURMA-ANTERIOR
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.

       IMPRIME-TOTAL-TURMA.
           MOVE CONT-LIMITROFES-TURMA TO WS-QTD-EDIT
           MOVE SPACES TO LINHA-REL
           STRING "   ALUNOS LIMITROFES NA TURMA " WS-TURMA-ANTERIOR
               ": " WS-QTD-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.

       ABRE-APROVADOS.
           OPEN EXTEND CADAPRF
           IF WS-STATUS-APF NOT = "00"
               OPEN OUTPUT CADAPRF
               CLOSE CADAPRF
               OPEN EXTEND CADAPRF
           END-IF.

       ABRE-CONSELHO.
           OPEN EXTEND CONSELHO
           IF WS-STATUS-CON NOT = "00"
               OPEN OUTPUT CONSELHO
               CLOSE CONSELHO
               OPEN EXTEND CONSELHO
           END-IF.

       ABRE-REJEITOS.
           OPEN EXTEND REJEITOS
           IF WS-STATUS-REJ NOT = "00"
               OPEN OUTPUT REJEITOS
               CLOSE REJEITOS
               OPEN EXTEND REJEITOS
           END-IF
           PERFORM LE-SEQUENCIA.

       GRAVA-REJEITO.
           MOVE "EX72" TO PROGRAMA-REJ
           MOVE NUMERO-DEC TO CHAVE-REJ
           MOVE WS-DATA-EXECUCAO TO DATA-REJ
           MOVE WS-SEQ-EXECUCAO TO SEQ-EXEC-REJ
           MOVE DADOS-DEC TO IMAGEM-REJ
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
           MOVE "EX72" TO PROGRAMA-RLOG
           MOVE WS-DATA-EXECUCAO TO DATA-RLOG
           MOVE CONT-LIDOS TO LIDOS-RLOG
           MOVE CONT-GRAVADOS TO GRAVADOS-RLOG
           MOVE CONT-REJEITADOS TO REJEITADOS-RLOG
           WRITE REG-RUNLOG
           CLOSE RUNLOG.
