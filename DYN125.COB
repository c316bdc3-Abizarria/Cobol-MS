           03  LPA-DUP LINE 14 COLUMN 36 PIC X(03) FROM SPACES
                       BACKGROUND-COLOR  01.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "FORNECEDOR DA NF-E 
      -            " -  [F3] NF-E DESTINADAS  -  [ESC] RETORNA ...  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "FORNECEDOR INEXIST
      -            "ENTE !!!  -  [ESC] RETORNA ...                    "
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-000.
           IF  TECLADO   =   04
               GO  TO        ROT-210-000.
           IF  CHV-FOR   =   ZEROS
               GO  TO        ROT-100-000.
           MOVE     SPACES   TO  RSP-OPC
           CLOSE    CADEST   CADFOR
                    CADDPF   CADXLC
           CHAIN   "DYN100"  USING  PRM-001.

       ROT-210-000.
           CLOSE    CADEST   CADFOR
                    CADDPF   CADXLC
           CHAIN   "DYN172".
