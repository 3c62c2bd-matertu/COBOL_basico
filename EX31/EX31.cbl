           SELECT CADXREF ASSIGN TO "CADXREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-XREF.
           SELECT ETIQUETAS-SEL ASSIGN TO "EX75ETQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ETQ.
           SELECT ETIQUETAS ASSIGN TO "EX31REL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARAMETROS ASSIGN TO "EX31PARM.DAT"
           05 IND-ALUNO-XREF     PIC X(1).
           05 IND-FUNC-XREF      PIC X(1).

       FD  ETIQUETAS-SEL.
       01  DADOS-ETQ-SEL.
           05 CODIGO-CLI-ETQ    PIC X(5).
           05 CPF-ETQ           PIC X(11).
           05 TIPO-DOC-ETQ      PIC X(1).

       FD  ETIQUETAS.
       01  LINHA-ETQ            PIC X(80).

               88 SELECAO-TODOS    VALUE "T".
               88 SELECAO-FAIXA    VALUE "F".
               88 SELECAO-ALUNOS   VALUE "X".
               88 SELECAO-DECLARACAO VALUE "D".
           05 CODIGO-DE-PARM    PIC X(5).
           05 CODIGO-ATE-PARM   PIC X(5).

       01  WS-STATUS-CLI        PIC X(2).
       01  WS-STATUS-XREF       PIC X(2).
       01  WS-STATUS-PARM       PIC X(2).
       01  WS-STATUS-ETQ        PIC X(2).
       01  WS-SELECAO           PIC X(1) VALUE "T".
       01  WS-CODIGO-DE         PIC X(5) VALUE SPACES.
       01  WS-CODIGO-ATE        PIC X(5) VALUE HIGH-VALUES.
           IF WS-SELECAO = "X"
               PERFORM CARREGA-RESPONSAVEIS
           END-IF
           IF WS-SELECAO = "D"
               PERFORM CARREGA-DECLARACOES
           END-IF

           OPEN INPUT CADASTRO-OUT
           IF WS-STATUS-CLI NOT = "00"
               READ PARAMETROS
                   NOT AT END
                       IF SELECAO-FAIXA OR SELECAO-ALUNOS
                               OR SELECAO-DECLARACAO
                           MOVE SELECAO-PARM TO WS-SELECAO
                       END-IF
                       IF SELECAO-FAIXA
           CLOSE CADXREF
           MOVE "N" TO FIMARQ.

       CARREGA-DECLARACOES.
           MOVE ZERO TO QTD-RESPONSAVEIS
           OPEN INPUT ETIQUETAS-SEL
           IF WS-STATUS-ETQ NOT = "00"
               DISPLAY "EX31: EX75ETQ AUSENTE - EXECUTE O EX75"
               STOP RUN
           END-IF
           PERFORM UNTIL FIMARQ = "S"
               READ ETIQUETAS-SEL AT END
                   MOVE "S" TO FIMARQ
               NOT AT END
                   IF QTD-RESPONSAVEIS < 9999
                       ADD 1 TO QTD-RESPONSAVEIS
                       MOVE CODIGO-CLI-ETQ
                           TO TAB-RSP-CODIGO (QTD-RESPONSAVEIS)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ETIQUETAS-SEL
           MOVE "N" TO FIMARQ.

       SELECIONA-CLIENTE.
           EVALUATE WS-SELECAO
               WHEN "F"
                   END-IF
               WHEN "X"
                   PERFORM PROCURA-RESPONSAVEL
               WHEN "D"
                   PERFORM PROCURA-RESPONSAVEL
               WHEN OTHER
                   SET CLIENTE-SELECIONADO TO TRUE
           END-EVALUATE.
