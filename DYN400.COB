       01  TLA-003.
           03  LINE 14 COLUMN 37 PIC X(03)  FROM  " 4"
               BACKGROUND-COLOR  07  FOREGROUND-COLOR  04.
           03  LINE 11 COLUMN 40 PIC X(20) FROM " 旼컴컴컴컴컴컴컴커"
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 40 PIC X(20) FROM " ?                ?"
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 42 PIC X(16) FROM "   Consultas"
               BACKGROUND-COLOR  07  FOREGROUND-COLOR  04.
           03  LINE 12 COLUMN 60 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 40 PIC X(20) FROM " 쳐컴컴컴컴컴컴컴캑"
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 60 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 40 PIC X(20) FROM " ?  1 - Extratos  ?"
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 60 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 40 PIC X(20) FROM " ?  2 - Debitos   ?"
               BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 60 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 40 PIC X(20) FROM " ?  3 - Creditos  ?"
               BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 60 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 40 PIC X(20) FROM " ?  4 - Aplicacao ?"
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 60 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 40 PIC X(20) FROM " ?  5 - Tarifas   ?"
               BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 60 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 40 PIC X(20) FROM " ?  6 - Emprestimo?"
               BACKGROUND-COLOR  01.
           03  LINE 19 COLUMN 60 PIC X(02) FROM SPACES.
           03  LINE 20 COLUMN 40 PIC X(20) FROM " 읕컴컴컴컴컴컴컴켸"
               BACKGROUND-COLOR  07.

       01  LPA-002.
           03  LINE 11 COLUMN 58 PIC X(02) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 12 COLUMN 58 PIC X(04) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 13 COLUMN 58 PIC X(04) FROM SPACES
               BACKGROUND-COLOR  07.
           IF  NUM-OPC   =   4
               CHAIN    "DYN414"  USING  PRM-001  PRM-OPE.
           IF  NUM-OPC   =   5   CHAIN  "DYN151".
           IF  NUM-OPC   =   6
               CHAIN    "DYN415"  USING  PRM-001  PRM-OPE.
           GO  TO   ROT-400-010.

       ROT-600-000.
