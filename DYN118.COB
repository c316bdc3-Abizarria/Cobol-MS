           03  LINE 11 COLUMN 27 PIC X(22) FROM " ?  2 - Relatorio   ?"
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 49 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 27 PIC X(22) FROM " ?  3 - Reajustes   ?"
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 49 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 27 PIC X(22) FROM " ????????????????????"
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 49 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 29 PIC X(22) FROM SPACES.

       01  TLA-002.
           03  LINE 15 COLUMN 20 PIC X(40) FROM " ??????????????????????
               GO  TO        ROT-100-000.
           IF  NUM-OPC   =   2
               GO  TO        ROT-200-000.
           IF  NUM-OPC   =   3
               CLOSE    CADCCR   CADPCC
                        CADCMB   CADECR
               CHAIN   "DYN247".
           GO  TO   ROT-000-010.

       ROT-100-000.
