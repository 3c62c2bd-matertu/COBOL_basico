           05 FILLER PIC X(32) VALUE
               "EX08    EX01                    ".
           05 FILLER PIC X(32) VALUE
               "EX11    EX01    EX63    EX66    ".
           05 FILLER PIC X(32) VALUE
               "EX05    EX06    EX08    EX11    ".
           05 FILLER PIC X(32) VALUE
               "EX09    EX05    EX10            ".
           05 FILLER PIC X(32) VALUE
               "EX12    EX09                    ".
           05 FILLER PIC X(32) VALUE
               "EX61    EX11                    ".
           05 FILLER PIC X(32) VALUE
               "EX63    EX01                    ".
           05 FILLER PIC X(32) VALUE
               "EX66    EX01                    ".
       01  TAB-DEPENDENCIAS REDEFINES TAB-DEPENDENCIAS-INIC.
           05 DEP-ITEM OCCURS 11 TIMES INDEXED BY IDX-DEP.
               10 DEP-PASSO     PIC X(8).
               10 DEP-PRED      OCCURS 3 TIMES PIC X(8).

