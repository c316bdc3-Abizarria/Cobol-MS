           SELECT      CADLDP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LDP
                       ALTERNATE     KEY     IS  PGT-LDP
                                     WITH    DUPLICATES.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

           03  LINE 03 COLUMN 02 PIC X(66) FROM
      -        "FOLHA DE PAGAMENTO  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.
           03  LINE 04 COLUMN 27 PIC X(22) FROM " ????????????????????"
               BACKGROUND-COLOR  01.
           03  LINE 05 COLUMN 27 PIC X(22) FROM " ?  1 - Funcionario ?"
               BACKGROUND-COLOR  01.
           03  LINE 05 COLUMN 49 PIC X(02) FROM SPACES.
           03  LINE 06 COLUMN 27 PIC X(22) FROM " ?  2 - Eventos     ?"
               BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 49 PIC X(02) FROM SPACES.
           03  LINE 07 COLUMN 27 PIC X(22) FROM " ?  3 - Fechamento  ?"
               BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 49 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 27 PIC X(22) FROM " ?  4 - Falta Caixa ?"
               BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 49 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 27 PIC X(22) FROM " ?  5 - EPI/Uniforme?"
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
               GO  TO        ROT-800-000.
           IF  NUM-OPC   =   5
               GO  TO        ROT-850-000.
           GO  TO   ROT-000-010.

       ROT-100-000.
       ROT-750-020.
           EXIT.

       ROT-800-000.
           CLOSE    CADEMP   CADEVF   CADLFT
                    CADCMS   CADLDP
           CHAIN   "DYN239".

       ROT-850-000.
           CLOSE    CADEMP   CADEVF   CADLFT
                    CADCMS   CADLDP
           CHAIN   "DYN241".

       ROT-900-000.
           MOVE     3    TO  PRM-001
           CLOSE    CADEMP   CADEVF   CADLFT
