           03  LINE 08 COLUMN 27 PIC X(22) FROM " ?  3 - Posicao     ?"
               BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 49 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 27 PIC X(22) FROM " ?  4 - Disk-gas    ?"
               BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 49 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 27 PIC X(22) FROM " ????????????????????"
               BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 49 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 29 PIC X(22) FROM SPACES.

       01  TLA-002.
           03  LINE 12 COLUMN 15 PIC X(49) FROM " ??????????????????????
               GO  TO        ROT-200-000.
           IF  NUM-OPC   =   3
               GO  TO        ROT-300-000.
           IF  NUM-OPC   =   4
               GO  TO        ROT-400-000.
           GO  TO   ROT-000-010.

       ROT-100-000.
           CLOSE    RELATO
           GO  TO   ROT-000-010.

       ROT-400-000.
           CLOSE    CADEST   CADVSL   CADVSD
           CHAIN   "DYN246".

       ROT-900-000.
           MOVE     4    TO  PRM-001
           CLOSE    CADEST   CADVSL   CADVSD
