           03  LINE 18 COLUMN 40 PIC X(23) FROM " ?  4 - Abastecim.   ?
               BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 63 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 40 PIC X(23) FROM " ?  5 - Ocorrencias  ?
               BACKGROUND-COLOR  01.
           03  LINE 19 COLUMN 63 PIC X(02) FROM SPACES.
           03  LINE 20 COLUMN 40 PIC X(23) FROM " 읕컴컴컴컴컴컴컴컴컴?
               BACKGROUND-COLOR  01.
           03  LINE 20 COLUMN 63 PIC X(02) FROM SPACES.

       01  TLA-004.
           03  LINE 16 COLUMN 37 PIC X(03)  FROM  " 6"
               BACKGROUND-COLOR  07.
           03  LINE 19 COLUMN 42 PIC X(23) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 20 COLUMN 42 PIC X(23) FROM SPACES
               BACKGROUND-COLOR  07.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "NUMERO DA OPCAO DES
      -            "EJADA ? [ ]  -  [ESC] RETORNA ...         "
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =    01
               GO  TO        ROT-000-030.
           IF  NUM-OPC   <   1  OR  >  5
               GO  TO        ROT-200-010.
           IF  NUM-OPC   =   4   CHAIN  "DYN143".
           IF  NUM-OPC   =   5
               CHAIN    "DYN248"  USING PRM-001  PRM-OPE.
           MOVE     NUM-OPC  TO  PRM-001
           CHAIN   "DYN219"  USING   PRM-001.

