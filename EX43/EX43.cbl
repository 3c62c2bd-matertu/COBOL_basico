           SELECT PARAMETROS ASSIGN "EX43PARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARM.
           SELECT DEPENDENCIAS ASSIGN "CADDPE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DPE.

       DATA DIVISION.
       FILE SECTION.
           05 RESULTADO-HSE     PIC X(1).
               88 HSE-APROVADO  VALUE "A".
               88 HSE-REPROVADO VALUE "R".
               88 HSE-APROVADO-DEPENDENCIA VALUE "D".
               88 HSE-APROVADO-CONSELHO VALUE "C".

       FD RELATORIO.
       01 LINHA-REL             PIC X(80).
       01 REG-PARM.
           05 MATRICULA-PARM    PIC 9(5).

       FD DEPENDENCIAS.
       01 DADOS-DPE.
           05 NUMERO-DPE        PIC 9(5).
           05 NOME-DPE          PIC X(20).
           05 ANO-DPE           PIC 9(4).
           05 TURMA-DPE         PIC X(3).
           05 SLOT-DPE          PIC 9(1).
           05 NOTA-DPE          PIC 9(2)V99.
           05 SITUACAO-DPE      PIC X(1).
               88 DEPENDENCIA-ABERTA  VALUE "A".
               88 DEPENDENCIA-QUITADA VALUE "Q".
           05 NOTA-FINAL-DPE    PIC 9(2)V99.
           05 DATA-FINAL-DPE    PIC 9(8).

       WORKING-STORAGE SECTION.
       01 FIMARQ               PIC X(1) VALUE "N".
       01 WS-STATUS-HSE        PIC X(2).
       01 WS-STATUS-PARM       PIC X(2).
       01 WS-STATUS-DPE        PIC X(2).
       01 WS-DATA-SISTEMA.
           05 WS-ANO           PIC 9(4).
           05 WS-MES           PIC 9(2).
       01 WS-DATA-EMISSAO      PIC X(10).
       01 WS-MATRICULA         PIC 9(5) VALUE ZERO.
       01 WS-NOME-ALUNO        PIC X(20) VALUE SPACES.
       01 WS-SITUACAO          PIC X(22) VALUE SPACES.
       01 WS-MEDIA-EDIT        PIC 99,99.
       01 WS-MATRICULA-EDIT    PIC ZZZZ9.
       01 CONT-ANOS            PIC 9(3) COMP VALUE ZERO.
       01 WS-ANOS-EDIT         PIC ZZ9.
       01 CONT-DEPENDENCIAS    PIC 9(3) COMP VALUE ZERO.
       01 WS-DISCIPLINA-EDIT   PIC 9.

       PROCEDURE DIVISION.
       INICIO.
               END-READ
           END-PERFORM

           PERFORM IMPRIME-DEPENDENCIAS
           PERFORM IMPRIME-RODAPE
           CLOSE HISTORICO-ESCOLAR
           CLOSE RELATORIO
           IF HSE-APROVADO
               MOVE "APROVADO" TO WS-SITUACAO
           ELSE
               IF HSE-APROVADO-DEPENDENCIA
                   MOVE "APROVADO C/DEPENDENCIA" TO WS-SITUACAO
               ELSE
                   IF HSE-APROVADO-CONSELHO
                       MOVE "APROVADO PELO CONSELHO" TO WS-SITUACAO
                   ELSE
                       MOVE "REPROVADO" TO WS-SITUACAO
                   END-IF
               END-IF
           END-IF
           MOVE MEDIA-HSE TO WS-MEDIA-EDIT
           MOVE SPACES TO LINHA-REL
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.

       IMPRIME-DEPENDENCIAS.
           OPEN INPUT DEPENDENCIAS
           IF WS-STATUS-DPE = "00"
               MOVE "N" TO FIMARQ
               PERFORM UNTIL FIMARQ = "S"
                   READ DEPENDENCIAS AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       IF NUMERO-DPE = WS-MATRICULA
                               AND DEPENDENCIA-ABERTA
                           PERFORM IMPRIME-DEPENDENCIA
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPENDENCIAS
           END-IF.

       IMPRIME-DEPENDENCIA.
           IF CONT-DEPENDENCIAS = ZERO
               MOVE SPACES TO LINHA-REL
               WRITE LINHA-REL
               MOVE SPACES TO LINHA-REL
               STRING "DEPENDENCIAS EM ABERTO"
                   DELIMITED BY SIZE INTO LINHA-REL
               WRITE LINHA-REL
           END-IF
           ADD 1 TO CONT-DEPENDENCIAS
           MOVE SLOT-DPE TO WS-DISCIPLINA-EDIT
           MOVE NOTA-DPE TO WS-MEDIA-EDIT
           MOVE SPACES TO LINHA-REL
           STRING ANO-DPE "   " TURMA-DPE
               "    DISCIPLINA " WS-DISCIPLINA-EDIT
               "   NOTA " WS-MEDIA-EDIT
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.

       IMPRIME-RODAPE.
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL
