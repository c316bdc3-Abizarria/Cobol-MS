           03  LINE 14 COLUMN 21 PIC  X(21) FROM " ?  5 - Parametro  ?
               BACKGROUND-COLOR  04.
           03  LINE 14 COLUMN 42 PIC  X(02) FROM SPACES.
           03  LINE 15 COLUMN 21 PIC  X(21) FROM " ?  6 - Troca Cod. ?"
               BACKGROUND-COLOR  04.
           03  LINE 15 COLUMN 42 PIC  X(02) FROM SPACES.
           03  LINE 16 COLUMN 21 PIC  X(21) FROM " ?  7 - Oleo Usado ?"
               BACKGROUND-COLOR  04.
           03  LINE 16 COLUMN 42 PIC  X(02) FROM SPACES.
           03  LINE 17 COLUMN 21 PIC  X(21) FROM " ???????????????????
               BACKGROUND-COLOR  04.
           03  LINE 17 COLUMN 42 PIC  X(02) FROM SPACES.
           03  LINE 18 COLUMN 23 PIC  X(21) FROM SPACES.

       01  TLA-004.
           03  LINE 06 COLUMN 62 PIC X(15) FROM " ?????????????"
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-500-000.
           IF  NUM-OPC   <   1  OR  >  7
               GO  TO        ROT-000-020.
           IF  NUM-OPC   =   7
               GO  TO        ROT-520-000.
           IF  NUM-OPC   =   6
               GO  TO        ROT-510-000.
           IF  NUM-OPC   =   5
               GO  TO        ROT-050-000.
           MOVE     OPC-TAB (NUM-OPC) TO  OPC-TLA
                    CADCMB   CADEST  CADALT  CADPRM
                    CADUNC
           CHAIN   "DYN100"  USING  PRM-001.

       ROT-510-000.
           CLOSE    CADATV
                    CADCMB   CADEST  CADALT  CADPRM
                    CADUNC
           CHAIN   "DYN178"  USING  PRM-OPE.

       ROT-520-000.
           CLOSE    CADATV
                    CADCMB   CADEST  CADALT  CADPRM
                    CADUNC
           CHAIN   "DYN244"  USING  PRM-OPE.
