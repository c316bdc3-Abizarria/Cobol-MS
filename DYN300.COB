           03  LINE 17 COLUMN 40 PIC X(22) FROM " ?  3 - Pagamentos  ?
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 62 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 40 PIC X(22) FROM " ?  4 - Socios      ?
               BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 62 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 40 PIC X(22) FROM " 읕컴컴컴컴컴컴컴컴켸
               BACKGROUND-COLOR  01.
           03  LINE 19 COLUMN 62 PIC X(02) FROM SPACES.
           03  LINE 20 COLUMN 42 PIC X(22) FROM SPACES.

       01  TLA-004.
           03  LINE 16 COLUMN 37 PIC X(03)  FROM  " 6"
               GO  TO        ROT-000-020.
           IF  NUM-OPC   =   1   CHAIN  "DYN301"  USING  PRM-OPE.
           IF  NUM-OPC   =   2   CHAIN  "DYN302".
           IF  NUM-OPC   =   3   CHAIN  "DYN303"  USING  PRM-OPE.
           IF  NUM-OPC   =   5   CHAIN  "DYN307".
           IF  NUM-OPC   =   7   CHAIN  "DYN314".
           IF  NUM-OPC   =   8   CHAIN  "DYN315".
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =    01
               GO  TO        ROT-000-030.
           IF  NUM-OPC   <   1  OR  >  4
               GO  TO        ROT-400-010.
           IF  NUM-OPC   =   1   CHAIN  "DYN304".
           IF  NUM-OPC   =   2   CHAIN  "DYN305".
           IF  NUM-OPC   =   3   CHAIN  "DYN306".
           IF  NUM-OPC   =   4   CHAIN  "DYN320".

       ROT-600-000.
           DISPLAY  TLA-004.
