       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-RECEBER ASSIGN TO "CONTREC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHAVE-CREC = MES-REF-CREC
                   MATRICULA-CREC TIPO-CREC
               ALTERNATE RECORD KEY IS CODIGO-CLI-CREC
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CREC.
           SELECT REMESSA ASSIGN TO "EX38REM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
               88 CREC-PAGO         VALUE "P".
               88 CREC-PARCIAL      VALUE "M".
               88 CREC-RECUSADO     VALUE "R".
           05 COBRANCA-CREC     PIC X(1).
               88 CREC-EM-COBRANCA  VALUE "S".
           05 TIPO-CREC         PIC X(1).
               88 CREC-MENSALIDADE  VALUE SPACE.
               88 CREC-ENCARGOS     VALUE "E".

       FD  REMESSA.
       01  REG-REMESSA          PIC X(60).
           05 CPF-REM-D         PIC X(11).
           05 NOME-REM-D        PIC X(20).
           05 VALOR-REM-D       PIC 9(13).
           05 TIPO-ITEM-REM-D   PIC X(1).
           05 FILLER            PIC X(3).
       01  REG-REM-TRAILER.
           05 TIPO-REM-T        PIC X(1).
           05 QTD-REM-T         PIC 9(6).
           MOVE MATRICULA-CREC TO MATRICULA-REM-D
           MOVE CPF-CREC TO CPF-REM-D
           MOVE NOME-RESP-CREC TO NOME-REM-D
           MOVE TIPO-CREC TO TIPO-ITEM-REM-D
           COMPUTE WS-VALOR-CENTAVOS = WS-SALDO-ITEM * 100
           MOVE WS-VALOR-CENTAVOS TO VALOR-REM-D
           WRITE REG-REMESSA FROM REG-REM-DETALHE
