       01  TLA-003.
           03  LINE 12 COLUMN 37 PIC  X(03) FROM " 2"
               BACKGROUND-COLOR  07   FOREGROUND-COLOR  04.
           03  LINE 09 COLUMN 40 PIC  X(21) FROM " 旼컴컴컴컴컴컴컴컴?"
               BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 40 PIC  X(21) FROM " ?                 ?"
               BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 42 PIC  X(17) FROM "    Movimento"
               BACKGROUND-COLOR  07   FOREGROUND-COLOR  04.
           03  LINE 10 COLUMN 61 PIC  X(02) FROM SPACES.
           03  LINE 11 COLUMN 40 PIC  X(21) FROM " 쳐컴컴컴컴컴컴컴컴?"
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 61 PIC  X(02) FROM SPACES.
           03  LINE 12 COLUMN 40 PIC  X(21) FROM " ?  1 - Compras    ?"
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 61 PIC  X(02) FROM SPACES.
           03  LINE 13 COLUMN 40 PIC  X(21) FROM " ?  2 - Acertos    ?"
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 61 PIC  X(02) FROM SPACES.
           03  LINE 14 COLUMN 40 PIC  X(21) FROM " ?  3 - Reajustes  ?"
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 61 PIC  X(02) FROM SPACES.
           03  LINE 15 COLUMN 40 PIC  X(21) FROM " ?  4 - Estorno    ?"
               BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 61 PIC  X(02) FROM SPACES.
           03  LINE 16 COLUMN 40 PIC  X(21) FROM " ?  5 - Inventario ?"
               BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 61 PIC  X(02) FROM SPACES.
           03  LINE 17 COLUMN 40 PIC  X(21) FROM " ?  6 - Importar   ?"
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 61 PIC  X(02) FROM SPACES.
           03  LINE 18 COLUMN 40 PIC  X(21) FROM " ?  7 - Devolucao  ?"
               BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 61 PIC  X(02) FROM SPACES.
           03  LINE 19 COLUMN 40 PIC  X(21) FROM " ?  8 - Rateio     ?"
               BACKGROUND-COLOR  01.
           03  LINE 19 COLUMN 61 PIC  X(02) FROM SPACES.
           03  LINE 20 COLUMN 40 PIC  X(21) FROM " ?  9 - Complem.   ?"
               BACKGROUND-COLOR  01.
           03  LINE 20 COLUMN 61 PIC  X(02) FROM SPACES.
           03  LINE 21 COLUMN 40 PIC  X(21) FROM " 읕컴컴컴컴컴컴컴컴?"
       01  TLA-004.
           03  LINE 13 COLUMN 37 PIC  X(03) FROM " 3"
               BACKGROUND-COLOR  07   FOREGROUND-COLOR  04.
           03  LINE 11 COLUMN 40 PIC  X(21) FROM " 旼컴컴컴컴컴컴컴컴?"
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 40 PIC  X(21) FROM " ?                 ?"
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 42 PIC  X(17) FROM "     Telemed"
               BACKGROUND-COLOR  07   FOREGROUND-COLOR  04.
           03  LINE 12 COLUMN 61 PIC  X(02) FROM SPACES.
           03  LINE 13 COLUMN 40 PIC  X(21) FROM " 쳐컴컴컴컴컴컴컴컴?"
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 61 PIC  X(02) FROM SPACES.
           03  LINE 14 COLUMN 40 PIC  X(21) FROM " ?  1 - Cadastro   ?"
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 61 PIC  X(02) FROM SPACES.
           03  LINE 15 COLUMN 40 PIC  X(21) FROM " ?  2 - Tabelas    ?"
               BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 61 PIC  X(02) FROM SPACES.
           03  LINE 16 COLUMN 40 PIC  X(21) FROM " ?  3 - Calculos   ?"
               BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 61 PIC  X(02) FROM SPACES.
           03  LINE 17 COLUMN 40 PIC  X(21) FROM " ?  4 - Descarga   ?"
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 61 PIC  X(02) FROM SPACES.
           03  LINE 18 COLUMN 40 PIC  X(21) FROM " ?  5 - Granel     ?"
               BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 61 PIC  X(02) FROM SPACES.
           03  LINE 19 COLUMN 40 PIC  X(21) FROM " ?  6 - ATG        ?"
               BACKGROUND-COLOR  01.
           03  LINE 19 COLUMN 61 PIC  X(02) FROM SPACES.
           03  LINE 20 COLUMN 40 PIC  X(21) FROM " ?  7 - Contratos  ?"
               BACKGROUND-COLOR  01.
           03  LINE 20 COLUMN 61 PIC  X(02) FROM SPACES.
           03  LINE 21 COLUMN 40 PIC  X(21) FROM " 읕컴컴컴컴컴컴컴컴?"
           03  LINE 18 COLUMN 46 PIC  X(19)  FROM  " ?  2 - Telemed  ?"
               BACKGROUND-COLOR  04.
           03  LINE 18 COLUMN 65 PIC  X(02)  FROM  SPACES.
           03  LINE 19 COLUMN 46 PIC  X(19)  FROM  " ?  3 - Transf.  ?"
               BACKGROUND-COLOR  04.
           03  LINE 19 COLUMN 65 PIC  X(02)  FROM  SPACES.
           03  LINE 20 COLUMN 46 PIC  X(19)  FROM  " 읕컴컴컴컴컴컴컴?"
               BACKGROUND-COLOR  04.
           03  LINE 20 COLUMN 65 PIC  X(02)  FROM  SPACES.
           03  LINE 21 COLUMN 48 PIC  X(19)  FROM  SPACES.

       01  TLA-006.
           03  LINE 15 COLUMN 37 PIC  X(03)  FROM  " 5"
               BACKGROUND-COLOR   07.
           03  LINE 19 COLUMN 63  PIC  X(04)  FROM  SPACES
               BACKGROUND-COLOR   07.
           03  LINE 20 COLUMN 63  PIC  X(04)  FROM  SPACES
               BACKGROUND-COLOR   07.
           03  LINE 21 COLUMN 48  PIC  X(19)  FROM  SPACES
               BACKGROUND-COLOR   07.

       01  LPA-004.
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =    01
               GO  TO        ROT-000-030.
           IF  NUM-OPC   <   1  OR  >  9
               GO  TO        ROT-200-010.
           IF  NUM-OPC   =   1   CHAIN  "DYN102".
           IF  NUM-OPC   =   2   CHAIN  "DYN103".
           IF  NUM-OPC   =   4   CHAIN  "DYN116".
           IF  NUM-OPC   =   5   CHAIN  "DYN117".
           IF  NUM-OPC   =   6   CHAIN  "DYN125".
           IF  NUM-OPC   =   7   CHAIN  "DYN126".
           IF  NUM-OPC   =   8   CHAIN  "DYN170".
           IF  NUM-OPC   =   9   CHAIN  "DYN171".

       ROT-300-000.
           DISPLAY  TLA-004.
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =    01
               GO  TO        ROT-000-030.
           IF  NUM-OPC   <   1  OR  >  7
               GO  TO        ROT-300-010.
           IF  NUM-OPC   =   1   CHAIN  "DYN105".
           IF  NUM-OPC   =   2   CHAIN  "DYN106".
           IF  NUM-OPC   =   4   CHAIN  "DYN119".
           IF  NUM-OPC   =   5   CHAIN  "DYN132".
           IF  NUM-OPC   =   6   CHAIN  "DYN133".
           IF  NUM-OPC   =   7   CHAIN  "DYN174".
           DISPLAY  TLA-005.

       ROT-300-020.
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =    01
               GO  TO        ROT-300-030.
           IF  PRM-001   <   1  OR  >  3
               GO  TO        ROT-300-020.
           IF  PRM-001   =   3
               CHAIN   "DYN179"  USING   PRM-001  PRM-OPE.
           CHAIN   "DYN107"  USING   PRM-001.

       ROT-300-030.
