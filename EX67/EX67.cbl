       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX67.
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
           SELECT CADALU2 ASSIGN TO "CADALU2.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ALU.
           SELECT ATRIBUICOES ASSIGN TO "CADATR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ATR.
           SELECT NOTAS-DIGITADAS ASSIGN TO "EX67NOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-NOT.
           SELECT OPERADORES ASSIGN TO "CADOPE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-OPE.
           SELECT PARAMETROS-CENTRAL ASSIGN TO "CADPAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHAVE-PAR
               FILE STATUS IS WS-STATUS-PCEN.

       DATA DIVISION.
       FILE SECTION.
       FD  CADALU2.
       01  DADOS-ALU2.
           05 NUMERO-ALU2       PIC 9(5).
           05 NOME-ALU2         PIC X(20).
           05 SEXO-ALU2         PIC X(1).
           05 QTD-NOTAS-ALU2    PIC 9(1).
           05 NOTA-ALU2         OCCURS 4 TIMES.
               10 VALOR-NOTA    PIC 9(2)V99.
               10 PESO-NOTA     PIC 9V999.
           05 FALTAS-ALU2       PIC 9(2).
           05 TURMA-ALU2        PIC X(3).
           05 FILIAL-ALU2       PIC X(2).
           05 SITUACAO-ALU2     PIC X(1).
               88 ALUNO-TRANSFERIDO VALUE "T".

       FD  ATRIBUICOES.
       01  DADOS-ATR.
           05 NUMERO-PRO-ATR    PIC 9(5).
           05 TURMA-ATR         PIC X(3).
           05 SLOT-ATR          PIC 9(1).
           05 CARGA-ATR         PIC 9(2).

       FD  NOTAS-DIGITADAS.
       01  DADOS-NOT.
           05 NUMERO-NOT        PIC 9(5).
           05 TURMA-NOT         PIC X(3).
           05 SLOT-NOT          PIC 9(1).
           05 VALOR-NOT         PIC 9(2)V99.
           05 NOTA-ANTERIOR-NOT PIC 9(2)V99.
           05 PROFESSOR-NOT     PIC 9(5).
           05 OPERADOR-NOT      PIC X(8).
           05 DATA-NOT          PIC 9(8).
           05 HORA-NOT          PIC 9(6).

       FD  OPERADORES.
       01  DADOS-OPE.
           05 OPERADOR-OPE       PIC X(8).
           05 SENHA-OPE          PIC X(8).
           05 PERM-CONSULTA-OPE  PIC X(1).
           05 PERM-INCLUSAO-OPE  PIC X(1).
           05 PERM-ALTERACAO-OPE PIC X(1).
           05 PERM-EXCLUSAO-OPE  PIC X(1).
           05 PROFESSOR-OPE      PIC 9(5).

       FD  PARAMETROS-CENTRAL.
       01  DADOS-PAR.
           05 CHAVE-PAR.
               10 PROGRAMA-PAR     PIC X(4).
               10 NOME-PAR         PIC X(10).
               10 VIGENCIA-PAR     PIC 9(8).
           05 VALOR-PAR            PIC 9(9)V99.
           05 ALTERADO-POR-PAR     PIC X(8).
           05 DATA-ALTERACAO-PAR   PIC 9(8).

       WORKING-STORAGE SECTION.
       01  FIM-PROGRAMA         PIC X(1) VALUE "N".
       01  FIMARQ               PIC X(1) VALUE "N".
       01  FIM-PCEN             PIC X(1) VALUE "N".
       01  FIM-TURMA            PIC X(1) VALUE "N".
       01  WS-STATUS-ALU        PIC X(2).
       01  WS-STATUS-ATR        PIC X(2).
       01  WS-STATUS-NOT        PIC X(2).
       01  WS-STATUS-OPE        PIC X(2).
       01  WS-STATUS-PCEN       PIC X(2).
       01  WS-DATA-EXECUCAO     PIC 9(8) VALUE ZERO.
       01  WS-HORA-SISTEMA      PIC 9(8) VALUE ZERO.
       01  WS-HORA-DET REDEFINES WS-HORA-SISTEMA.
           05 WS-HORA-HHMMSS    PIC 9(6).
           05 FILLER            PIC 9(2).
       01  WS-QTD-TRANS         PIC 9(5) COMP VALUE ZERO.
       01  WS-BIM-FECHA         PIC 9(1).
       01  IDX-GRAVA            PIC 9(5) COMP.
       01  IDX-LISTA            PIC 9(3) COMP.
       01  WS-PONTEIRO          PIC 9(3) COMP.

       01  WS-OPCAO             PIC X(1) VALUE SPACE.
           88 OPCAO-DIGITAR     VALUE "D".
           88 OPCAO-SAIR        VALUE "X".
       01  WS-ACAO-ALUNO        PIC X(1) VALUE "N".
           88 ACAO-NOTA         VALUE "N".
           88 ACAO-PULAR        VALUE "P".
           88 ACAO-FIM          VALUE "F".
       01  WS-CONFIRMA          PIC X(1) VALUE SPACE.
           88 CONFIRMA-SIM      VALUE "S".
           88 CONFIRMA-NAO      VALUE "N".
       01  SW-NOTA-ACEITA       PIC X(1) VALUE "N".
           88 NOTA-ACEITA       VALUE "S".
           88 NOTA-PENDENTE     VALUE "N".
       01  SW-ATRIBUIDA         PIC X(1) VALUE "N".
           88 SLOT-ATRIBUIDO    VALUE "S".
           88 SLOT-NAO-ATRIBUIDO VALUE "N".

       01  WS-TURMA-TELA        PIC X(3) VALUE SPACES.
       01  WS-SLOT-TELA         PIC 9(1) VALUE ZERO.
       01  WS-LISTA-ATRIB       PIC X(60) VALUE SPACES.
       01  WS-MENSAGEM          PIC X(40) VALUE SPACES.
       01  WS-MATRICULA-TELA    PIC 9(5) VALUE ZERO.
       01  WS-NOME-TELA         PIC X(20) VALUE SPACES.
       01  WS-NOTA-ATUAL-TELA   PIC 9(2)V99 VALUE ZERO.
       01  WS-NOTA-TELA         PIC 9(2)V99 VALUE ZERO.
       01  WS-POSICAO-TELA      PIC 9(4) VALUE ZERO.
       01  WS-TOTAL-TELA        PIC 9(4) VALUE ZERO.
       01  WS-QTD-DIGITADAS-TELA PIC 9(4) VALUE ZERO.
       01  WS-QTD-TURMA         PIC 9(4) COMP VALUE ZERO.

       01  WS-OPERADOR-TELA     PIC X(8) VALUE SPACES.
       01  WS-SENHA-TELA        PIC X(8) VALUE SPACES.
       01  WS-OPERADOR-ATIVO    PIC X(8) VALUE SPACES.
       01  WS-PERM-ALTERACAO    PIC X(1) VALUE "N".
       01  WS-PROFESSOR-ATIVO   PIC 9(5) VALUE ZERO.
       01  WS-TENTATIVAS        PIC 9(1) VALUE ZERO.
       01  SW-SIGNON            PIC X(1) VALUE "N".
           88 SIGNON-OK         VALUE "S".
           88 SIGNON-PENDENTE   VALUE "N".
       01  WS-MSG-SIGNON        PIC X(40) VALUE SPACES.

       01  TAB-OPERADORES.
           05 QTD-OPERADORES    PIC 9(3) COMP VALUE ZERO.
           05 TAB-OPE-ITEM      OCCURS 1 TO 999 TIMES
                                DEPENDING ON QTD-OPERADORES
                                INDEXED BY IDX-TOPE.
               10 TAB-OPE-OPERADOR  PIC X(8).
               10 TAB-OPE-SENHA     PIC X(8).
               10 TAB-OPE-ALTERACAO PIC X(1).
               10 TAB-OPE-PROFESSOR PIC 9(5).

       01  TAB-ATRIBUICOES.
           05 QTD-ATRIBUICOES   PIC 9(3) COMP VALUE ZERO.
           05 TAB-ATR-ITEM      OCCURS 1 TO 99 TIMES
                                DEPENDING ON QTD-ATRIBUICOES
                                INDEXED BY IDX-TATR.
               10 TAB-ATR-TURMA     PIC X(3).
               10 TAB-ATR-SLOT      PIC 9(1).

       01  TAB-FECHAMENTOS.
           05 TAB-FEC-ITEM      OCCURS 4 TIMES.
               10 TAB-FEC-VIGENCIA  PIC 9(8).
               10 TAB-FEC-DATA      PIC 9(8).

       01  TAB-ALUNOS.
           05 QTD-ALUNOS        PIC 9(5) COMP VALUE ZERO.
           05 TAB-ALU-ITEM      OCCURS 1 TO 9999 TIMES
                                DEPENDING ON QTD-ALUNOS
                                INDEXED BY IDX-TALU.
               10 TAB-ALU-REGISTRO  PIC X(67).

       01  TAB-DIGITADAS.
           05 QTD-DIGITADAS     PIC 9(4) COMP VALUE ZERO.
           05 TAB-DIG-ITEM      OCCURS 1 TO 999 TIMES
                                DEPENDING ON QTD-DIGITADAS
                                INDEXED BY IDX-TDIG.
               10 TAB-DIG-NUMERO    PIC 9(5).
               10 TAB-DIG-NOTA      PIC 9(2)V99.
               10 TAB-DIG-ANTERIOR  PIC 9(2)V99.

       SCREEN SECTION.
       01  TELA-SIGNON.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 15
               VALUE "IDENTIFICACAO DO PROFESSOR".
           05 LINE 3 COLUMN 5  VALUE "OPERADOR.: ".
           05 LINE 3 COLUMN 17 PIC X(8) USING WS-OPERADOR-TELA.
           05 LINE 4 COLUMN 5  VALUE "SENHA....: ".
           05 LINE 4 COLUMN 17 PIC X(8) USING WS-SENHA-TELA SECURE.
           05 LINE 6 COLUMN 5 PIC X(40) FROM WS-MSG-SIGNON.

       01  TELA-SELECAO.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 15
               VALUE "DIGITACAO DE NOTAS POR TURMA".
           05 LINE 3 COLUMN 5  VALUE "PROFESSOR: ".
           05 LINE 3 COLUMN 17 PIC 9(5) FROM WS-PROFESSOR-ATIVO.
           05 LINE 3 COLUMN 25 PIC X(8) FROM WS-OPERADOR-ATIVO.
           05 LINE 5 COLUMN 5  VALUE "ATRIBUICOES (TURMA/NOTA):".
           05 LINE 6 COLUMN 5 PIC X(60) FROM WS-LISTA-ATRIB.
           05 LINE 8 COLUMN 5  VALUE "TURMA....: ".
           05 LINE 8 COLUMN 17 PIC X(3) USING WS-TURMA-TELA.
           05 LINE 9 COLUMN 5  VALUE "NOTA (1-4): ".
           05 LINE 9 COLUMN 17 PIC 9(1) USING WS-SLOT-TELA.
           05 LINE 11 COLUMN 5
               VALUE "D=DIGITAR NOTAS X=SAIR".
           05 LINE 12 COLUMN 5  VALUE "OPCAO....: ".
           05 LINE 12 COLUMN 17 PIC X(1) USING WS-OPCAO.
           05 LINE 14 COLUMN 5 PIC X(40) FROM WS-MENSAGEM.

       01  TELA-ALUNO.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 15
               VALUE "DIGITACAO DE NOTAS POR TURMA".
           05 LINE 3 COLUMN 5  VALUE "TURMA....: ".
           05 LINE 3 COLUMN 17 PIC X(3) FROM WS-TURMA-TELA.
           05 LINE 3 COLUMN 25 VALUE "NOTA: ".
           05 LINE 3 COLUMN 31 PIC 9(1) FROM WS-SLOT-TELA.
           05 LINE 3 COLUMN 35 VALUE "ALUNO ".
           05 LINE 3 COLUMN 41 PIC ZZZ9 FROM WS-POSICAO-TELA.
           05 LINE 3 COLUMN 46 VALUE "DE ".
           05 LINE 3 COLUMN 49 PIC ZZZ9 FROM WS-TOTAL-TELA.
           05 LINE 5 COLUMN 5  VALUE "MATRICULA: ".
           05 LINE 5 COLUMN 17 PIC 9(5) FROM WS-MATRICULA-TELA.
           05 LINE 6 COLUMN 5  VALUE "NOME.....: ".
           05 LINE 6 COLUMN 17 PIC X(20) FROM WS-NOME-TELA.
           05 LINE 7 COLUMN 5  VALUE "NOTA ATUAL: ".
           05 LINE 7 COLUMN 17 PIC Z9,99 FROM WS-NOTA-ATUAL-TELA.
           05 LINE 9 COLUMN 5  VALUE "NOVA NOTA: ".
           05 LINE 9 COLUMN 17 PIC Z9,99 USING WS-NOTA-TELA.
           05 LINE 11 COLUMN 5
               VALUE "N=GRAVAR NOTA P=PULAR ALUNO F=FIM DA TURMA".
           05 LINE 12 COLUMN 5  VALUE "OPCAO....: ".
           05 LINE 12 COLUMN 17 PIC X(1) USING WS-ACAO-ALUNO.
           05 LINE 14 COLUMN 5 PIC X(40) FROM WS-MENSAGEM.

       01  TELA-CONFIRMA.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 15
               VALUE "DIGITACAO DE NOTAS POR TURMA".
           05 LINE 3 COLUMN 5  VALUE "TURMA....: ".
           05 LINE 3 COLUMN 17 PIC X(3) FROM WS-TURMA-TELA.
           05 LINE 3 COLUMN 25 VALUE "NOTA: ".
           05 LINE 3 COLUMN 31 PIC 9(1) FROM WS-SLOT-TELA.
           05 LINE 5 COLUMN 5  VALUE "NOTAS DIGITADAS: ".
           05 LINE 5 COLUMN 23 PIC ZZZ9 FROM WS-QTD-DIGITADAS-TELA.
           05 LINE 7 COLUMN 5
               VALUE "CONFIRMA A GRAVACAO (S/N): ".
           05 LINE 7 COLUMN 33 PIC X(1) USING WS-CONFIRMA.
           05 LINE 9 COLUMN 5 PIC X(40) FROM WS-MENSAGEM.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
           PERFORM CARREGA-OPERADORES
           IF QTD-OPERADORES = ZERO
               DISPLAY "EX67: CADOPE AUSENTE OU VAZIO - CADASTRE OS"
                       " OPERADORES"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SIGNON-OPERADOR
           IF SIGNON-PENDENTE
               DISPLAY "EX67: ACESSO NEGADO APOS 3 TENTATIVAS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PROFESSOR-ATIVO = ZERO
               DISPLAY "EX67: OPERADOR " WS-OPERADOR-ATIVO
                       " NAO VINCULADO A PROFESSOR NO CADOPE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PERM-ALTERACAO NOT = "S"
               DISPLAY "EX67: OPERADOR SEM PERMISSAO DE ALTERACAO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARREGA-ATRIBUICOES
           IF QTD-ATRIBUICOES = ZERO
               DISPLAY "EX67: PROFESSOR " WS-PROFESSOR-ATIVO
                       " SEM ATRIBUICOES NO CADATR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARREGA-ALUNOS
           MOVE ZERO TO TAB-FECHAMENTOS
           PERFORM LE-PARAMETROS-CENTRAIS
           PERFORM ABRE-TRANSACOES

           PERFORM UNTIL FIM-PROGRAMA = "S"
               PERFORM EXIBE-TELA
               PERFORM TRATA-OPCAO
           END-PERFORM

           CLOSE NOTAS-DIGITADAS
           DISPLAY "EX67: NOTAS GRAVADAS PARA O BATCH ... "
                   WS-QTD-TRANS
           STOP RUN.

       ABRE-TRANSACOES.
           OPEN EXTEND NOTAS-DIGITADAS
           IF WS-STATUS-NOT NOT = "00"
               OPEN OUTPUT NOTAS-DIGITADAS
               CLOSE NOTAS-DIGITADAS
               OPEN EXTEND NOTAS-DIGITADAS
           END-IF.

       EXIBE-TELA.
           MOVE SPACE TO WS-OPCAO
           DISPLAY TELA-SELECAO
           ACCEPT TELA-SELECAO.

       TRATA-OPCAO.
           MOVE SPACES TO WS-MENSAGEM
           EVALUATE TRUE
               WHEN OPCAO-SAIR
                   MOVE "S" TO FIM-PROGRAMA
               WHEN OPCAO-DIGITAR
                   PERFORM VALIDA-SELECAO
                   IF WS-MENSAGEM = SPACES
                       PERFORM DIGITA-TURMA
                   END-IF
               WHEN OTHER
                   MOVE "OPCAO INVALIDA" TO WS-MENSAGEM
           END-EVALUATE.

       VALIDA-SELECAO.
           SET SLOT-NAO-ATRIBUIDO TO TRUE
           SET IDX-TATR TO 1
           SEARCH TAB-ATR-ITEM
               AT END
                   CONTINUE
               WHEN TAB-ATR-TURMA (IDX-TATR) = WS-TURMA-TELA
                       AND TAB-ATR-SLOT (IDX-TATR) = WS-SLOT-TELA
                   SET SLOT-ATRIBUIDO TO TRUE
           END-SEARCH
           IF SLOT-NAO-ATRIBUIDO
               MOVE "TURMA/NOTA NAO ATRIBUIDA AO PROFESSOR"
                   TO WS-MENSAGEM
           ELSE
               IF TAB-FEC-DATA (WS-SLOT-TELA) > ZERO
                   MOVE "BIMESTRE FECHADO - CORRECAO VIA EX46"
                       TO WS-MENSAGEM
               END-IF
           END-IF.

       DIGITA-TURMA.
           MOVE ZERO TO QTD-DIGITADAS
           MOVE ZERO TO WS-QTD-TURMA
           PERFORM CONTA-ALUNO-TURMA
               VARYING IDX-GRAVA FROM 1 BY 1
               UNTIL IDX-GRAVA > QTD-ALUNOS
           IF WS-QTD-TURMA = ZERO
               MOVE "NENHUM ALUNO NA TURMA COM ESTA NOTA"
                   TO WS-MENSAGEM
           ELSE
               MOVE WS-QTD-TURMA TO WS-TOTAL-TELA
               MOVE ZERO TO WS-POSICAO-TELA
               MOVE "N" TO FIM-TURMA
               PERFORM DIGITA-ALUNO
                   VARYING IDX-GRAVA FROM 1 BY 1
                   UNTIL IDX-GRAVA > QTD-ALUNOS
                       OR FIM-TURMA = "S"
               IF QTD-DIGITADAS = ZERO
                   MOVE "NENHUMA NOTA DIGITADA" TO WS-MENSAGEM
               ELSE
                   PERFORM CONFIRMA-GRAVACAO
               END-IF
           END-IF.

       CONTA-ALUNO-TURMA.
           MOVE TAB-ALU-REGISTRO (IDX-GRAVA) TO DADOS-ALU2
           IF TURMA-ALU2 = WS-TURMA-TELA
                   AND NOT ALUNO-TRANSFERIDO
                   AND QTD-NOTAS-ALU2 IS NUMERIC
                   AND QTD-NOTAS-ALU2 >= WS-SLOT-TELA
               ADD 1 TO WS-QTD-TURMA
           END-IF.

       DIGITA-ALUNO.
           MOVE TAB-ALU-REGISTRO (IDX-GRAVA) TO DADOS-ALU2
           IF TURMA-ALU2 = WS-TURMA-TELA
                   AND NOT ALUNO-TRANSFERIDO
                   AND QTD-NOTAS-ALU2 IS NUMERIC
                   AND QTD-NOTAS-ALU2 >= WS-SLOT-TELA
               ADD 1 TO WS-POSICAO-TELA
               MOVE NUMERO-ALU2 TO WS-MATRICULA-TELA
               MOVE NOME-ALU2 TO WS-NOME-TELA
               IF VALOR-NOTA (WS-SLOT-TELA) IS NUMERIC
                   MOVE VALOR-NOTA (WS-SLOT-TELA)
                       TO WS-NOTA-ATUAL-TELA
               ELSE
                   MOVE ZERO TO WS-NOTA-ATUAL-TELA
               END-IF
               MOVE WS-NOTA-ATUAL-TELA TO WS-NOTA-TELA
               MOVE "N" TO WS-ACAO-ALUNO
               MOVE SPACES TO WS-MENSAGEM
               SET NOTA-PENDENTE TO TRUE
               PERFORM UNTIL NOTA-ACEITA
                   DISPLAY TELA-ALUNO
                   ACCEPT TELA-ALUNO
                   PERFORM VALIDA-NOTA-DIGITADA
               END-PERFORM
           END-IF.

       VALIDA-NOTA-DIGITADA.
           MOVE SPACES TO WS-MENSAGEM
           EVALUATE TRUE
               WHEN ACAO-FIM
                   MOVE "S" TO FIM-TURMA
                   SET NOTA-ACEITA TO TRUE
               WHEN ACAO-PULAR
                   SET NOTA-ACEITA TO TRUE
               WHEN ACAO-NOTA
                   IF WS-NOTA-TELA IS NOT NUMERIC
                           OR WS-NOTA-TELA > 10
                       MOVE "NOTA INVALIDA - INFORME DE 0,00 A 10,00"
                           TO WS-MENSAGEM
                   ELSE
                       PERFORM GUARDA-NOTA-DIGITADA
                   END-IF
               WHEN OTHER
                   MOVE "OPCAO INVALIDA" TO WS-MENSAGEM
           END-EVALUATE.

       GUARDA-NOTA-DIGITADA.
           SET IDX-TDIG TO 1
           SEARCH TAB-DIG-ITEM
               AT END
                   IF QTD-DIGITADAS >= 999
                       MOVE "LIMITE DE NOTAS DA TURMA ATINGIDO"
                           TO WS-MENSAGEM
                   ELSE
                       ADD 1 TO QTD-DIGITADAS
                       SET IDX-TDIG TO QTD-DIGITADAS
                   END-IF
               WHEN TAB-DIG-NUMERO (IDX-TDIG) = WS-MATRICULA-TELA
                   CONTINUE
           END-SEARCH
           IF WS-MENSAGEM = SPACES
               MOVE WS-MATRICULA-TELA TO TAB-DIG-NUMERO (IDX-TDIG)
               MOVE WS-NOTA-TELA TO TAB-DIG-NOTA (IDX-TDIG)
               MOVE WS-NOTA-ATUAL-TELA TO TAB-DIG-ANTERIOR (IDX-TDIG)
               SET NOTA-ACEITA TO TRUE
           END-IF.

       CONFIRMA-GRAVACAO.
           MOVE QTD-DIGITADAS TO WS-QTD-DIGITADAS-TELA
           MOVE SPACES TO WS-MENSAGEM
           MOVE SPACE TO WS-CONFIRMA
           PERFORM UNTIL CONFIRMA-SIM OR CONFIRMA-NAO
               DISPLAY TELA-CONFIRMA
               ACCEPT TELA-CONFIRMA
               IF NOT CONFIRMA-SIM AND NOT CONFIRMA-NAO
                   MOVE "RESPONDA S OU N" TO WS-MENSAGEM
               END-IF
           END-PERFORM
           IF CONFIRMA-SIM
               ACCEPT WS-HORA-SISTEMA FROM TIME
               PERFORM GRAVA-TRANSACAO
                   VARYING IDX-LISTA FROM 1 BY 1
                   UNTIL IDX-LISTA > QTD-DIGITADAS
               MOVE "NOTAS GRAVADAS PARA O BATCH" TO WS-MENSAGEM
           ELSE
               MOVE "DIGITACAO DESCARTADA" TO WS-MENSAGEM
           END-IF
           MOVE ZERO TO QTD-DIGITADAS.

       GRAVA-TRANSACAO.
           MOVE TAB-DIG-NUMERO (IDX-LISTA) TO NUMERO-NOT
           MOVE WS-TURMA-TELA TO TURMA-NOT
           MOVE WS-SLOT-TELA TO SLOT-NOT
           MOVE TAB-DIG-NOTA (IDX-LISTA) TO VALOR-NOT
           MOVE TAB-DIG-ANTERIOR (IDX-LISTA) TO NOTA-ANTERIOR-NOT
           MOVE WS-PROFESSOR-ATIVO TO PROFESSOR-NOT
           MOVE WS-OPERADOR-ATIVO TO OPERADOR-NOT
           MOVE WS-DATA-EXECUCAO TO DATA-NOT
           MOVE WS-HORA-HHMMSS TO HORA-NOT
           WRITE DADOS-NOT
           ADD 1 TO WS-QTD-TRANS.

       CARREGA-OPERADORES.
           MOVE ZERO TO QTD-OPERADORES
           OPEN INPUT OPERADORES
           IF WS-STATUS-OPE = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ OPERADORES AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       IF OPERADOR-OPE NOT = SPACES
                           ADD 1 TO QTD-OPERADORES
                           MOVE OPERADOR-OPE TO
                               TAB-OPE-OPERADOR (QTD-OPERADORES)
                           MOVE SENHA-OPE TO
                               TAB-OPE-SENHA (QTD-OPERADORES)
                           MOVE PERM-ALTERACAO-OPE TO
                               TAB-OPE-ALTERACAO (QTD-OPERADORES)
                           IF PROFESSOR-OPE IS NUMERIC
                               MOVE PROFESSOR-OPE TO
                                   TAB-OPE-PROFESSOR (QTD-OPERADORES)
                           ELSE
                               MOVE ZERO TO
                                   TAB-OPE-PROFESSOR (QTD-OPERADORES)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERADORES
           END-IF
           MOVE "N" TO FIMARQ.

       SIGNON-OPERADOR.
           SET SIGNON-PENDENTE TO TRUE
           MOVE ZERO TO WS-TENTATIVAS
           PERFORM UNTIL SIGNON-OK OR WS-TENTATIVAS >= 3
               ADD 1 TO WS-TENTATIVAS
               MOVE SPACES TO WS-SENHA-TELA
               DISPLAY TELA-SIGNON
               ACCEPT TELA-SIGNON
               PERFORM VALIDA-OPERADOR
               IF SIGNON-PENDENTE
                   MOVE "OPERADOR OU SENHA INVALIDOS"
                       TO WS-MSG-SIGNON
               END-IF
           END-PERFORM.

       VALIDA-OPERADOR.
           SET IDX-TOPE TO 1
           SEARCH TAB-OPE-ITEM
               AT END
                   CONTINUE
               WHEN TAB-OPE-OPERADOR (IDX-TOPE) = WS-OPERADOR-TELA
                       AND TAB-OPE-SENHA (IDX-TOPE)
                           = WS-SENHA-TELA
                   SET SIGNON-OK TO TRUE
                   MOVE WS-OPERADOR-TELA TO WS-OPERADOR-ATIVO
                   MOVE TAB-OPE-ALTERACAO (IDX-TOPE)
                       TO WS-PERM-ALTERACAO
                   MOVE TAB-OPE-PROFESSOR (IDX-TOPE)
                       TO WS-PROFESSOR-ATIVO
           END-SEARCH.

       CARREGA-ATRIBUICOES.
           MOVE ZERO TO QTD-ATRIBUICOES
           MOVE SPACES TO WS-LISTA-ATRIB
           MOVE 1 TO WS-PONTEIRO
           OPEN INPUT ATRIBUICOES
           IF WS-STATUS-ATR = "00"
               PERFORM UNTIL FIMARQ = "S"
                   READ ATRIBUICOES AT END
                       MOVE "S" TO FIMARQ
                   NOT AT END
                       IF NUMERO-PRO-ATR IS NUMERIC
                               AND NUMERO-PRO-ATR = WS-PROFESSOR-ATIVO
                               AND SLOT-ATR IS NUMERIC
                               AND SLOT-ATR > ZERO
                               AND SLOT-ATR NOT > 4
                               AND QTD-ATRIBUICOES < 99
                           PERFORM GUARDA-ATRIBUICAO
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ATRIBUICOES
           END-IF
           MOVE "N" TO FIMARQ.

       GUARDA-ATRIBUICAO.
           ADD 1 TO QTD-ATRIBUICOES
           MOVE TURMA-ATR TO TAB-ATR-TURMA (QTD-ATRIBUICOES)
           MOVE SLOT-ATR TO TAB-ATR-SLOT (QTD-ATRIBUICOES)
           IF WS-PONTEIRO < 55
               STRING TURMA-ATR "/" SLOT-ATR " "
                   DELIMITED BY SIZE INTO WS-LISTA-ATRIB
                   WITH POINTER WS-PONTEIRO
               END-STRING
           END-IF.

       CARREGA-ALUNOS.
           MOVE ZERO TO QTD-ALUNOS
           OPEN INPUT CADALU2
           IF WS-STATUS-ALU NOT = "00"
               DISPLAY "EX67: CADALU2 AUSENTE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL FIMARQ = "S"
               READ CADALU2 AT END
                   MOVE "S" TO FIMARQ
               NOT AT END
                   IF QTD-ALUNOS < 9999
                       ADD 1 TO QTD-ALUNOS
                       MOVE DADOS-ALU2
                           TO TAB-ALU-REGISTRO (QTD-ALUNOS)
                   ELSE
                       DISPLAY "EX67: CADALU2 EXCEDE 9999 ALUNOS -"
                               " EXECUCAO CANCELADA"
                       CLOSE CADALU2
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CADALU2
           MOVE "N" TO FIMARQ.

       LE-PARAMETROS-CENTRAIS.
           OPEN INPUT PARAMETROS-CENTRAL
           IF WS-STATUS-PCEN = "00"
               PERFORM UNTIL FIM-PCEN = "S"
                   READ PARAMETROS-CENTRAL NEXT
                       AT END
                           MOVE "S" TO FIM-PCEN
                       NOT AT END
                           IF PROGRAMA-PAR = "EX10"
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
           IF NOME-PAR (1:8) = "FECHABIM"
                   AND NOME-PAR (9:1) >= "1"
                   AND NOME-PAR (9:1) <= "4"
               MOVE NOME-PAR (9:1) TO WS-BIM-FECHA
               IF VIGENCIA-PAR >= TAB-FEC-VIGENCIA (WS-BIM-FECHA)
                   MOVE VIGENCIA-PAR
                       TO TAB-FEC-VIGENCIA (WS-BIM-FECHA)
                   IF VALOR-PAR > ZERO
                       MOVE VIGENCIA-PAR
                           TO TAB-FEC-DATA (WS-BIM-FECHA)
                   ELSE
                       MOVE ZERO TO TAB-FEC-DATA (WS-BIM-FECHA)
                   END-IF
               END-IF
           END-IF.
