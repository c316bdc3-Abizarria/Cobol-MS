           03  LINE 09 COLUMN 27 PIC X(22) FROM " ?  4 - Relacao     ?"
               BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 49 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 27 PIC X(22) FROM " ?  5 - Cotacoes    ?"
               BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 49 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 27 PIC X(22) FROM " ????????????????????"
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 49 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 29 PIC X(22) FROM SPACES.

       01  TLA-002.
           03  LINE 12 COLUMN 15 PIC X(49) FROM " ??????????????????????
               GO  TO        ROT-300-000.
           IF  NUM-OPC   =   4
               GO  TO        ROT-400-000.
           IF  NUM-OPC   =   5
               CLOSE    CADEST   CADFOR   CADPED   CADIPD
               CHAIN   "DYN176".
           GO  TO   ROT-000-010.

       ROT-100-000.
