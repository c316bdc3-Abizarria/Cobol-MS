       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  CALCU
      -            "LANDO A SUGESTAO DE COMPRAS ...                 "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "(M)IN.SAZONAL (D)E
      -            "SEMPENHO (P)EDIDOS DE(V)OLUCOES (N)F-E [ENTER]..."
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001  LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
           IF  RSP-OPC   =   "P"
               CLOSE    CADPZF   CADEST  CADLCP  CADFOR
               CHAIN   "DYN166".
           IF  RSP-OPC   =   "V"
               CLOSE    CADPZF   CADEST  CADLCP  CADFOR
               CHAIN   "DYN168".
           IF  RSP-OPC   =   "N"
               CLOSE    CADPZF   CADEST  CADLCP  CADFOR
               CHAIN   "DYN173".

       ROT-000-010.
           DISPLAY  MEN-001
