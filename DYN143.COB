           03  LINE 03 COLUMN 02 PIC X(66) FROM
      -        "ABASTECIMENTOS DO CONCENTRADOR  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.
           03  LINE 04 COLUMN 27 PIC X(22) FROM " ????????????????????"
               BACKGROUND-COLOR  01.
           03  LINE 05 COLUMN 27 PIC X(22) FROM " ?  1 - Importar    ?"
               BACKGROUND-COLOR  01.
           03  LINE 05 COLUMN 49 PIC X(02) FROM SPACES.
           03  LINE 06 COLUMN 27 PIC X(22) FROM " ?  2 - Consulta    ?"
               BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 49 PIC X(02) FROM SPACES.
           03  LINE 07 COLUMN 27 PIC X(22) FROM " ?  3 - Comparativo ?"
               BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 49 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 27 PIC X(22) FROM " ?  4 - Conciliacao ?"
               BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 49 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 27 PIC X(22) FROM " ?  5 - Evasoes     ?"
               BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 49 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 27 PIC X(22) FROM " ?  6 - Manutencao  ?"
               BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 49 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 27 PIC X(22) FROM " ?  7 - Recarga     ?"
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 49 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 27 PIC X(22) FROM " ????????????????????"
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 49 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 29 PIC X(22) FROM SPACES.

       01  TLA-002.
           03  LINE 13 COLUMN 25 PIC X(30) FROM " ????????????????????
      -        "???????"   BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 25 PIC X(30) FROM " ? Data ..:   /  /
      -        "      ?"   BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 25 PIC X(30) FROM " ? Bico ..:    (0=TO
      -        "DOS) ?"   BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 25 PIC X(30) FROM " ????????????????????
      -        "???????"   BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 27 PIC X(30) FROM SPACES.

       01  ENT-001.
           03  DI1-ENT LINE 14 COLUMN 36 PIC 9(02) USING DIA-ALV
                       BACKGROUND-COLOR  01.
           03  DI2-ENT LINE 14 COLUMN 39 PIC 9(02) USING MES-ALV
                       BACKGROUND-COLOR  01.
           03  DI3-ENT LINE 14 COLUMN 42 PIC 9(02) USING ANO-ALV
                       BACKGROUND-COLOR  01.
           03  BIC-ENT LINE 15 COLUMN 36 PIC 9(02) USING BIC-FIL
                       BACKGROUND-COLOR  01.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "NUMERO DA OPCAO DE
               GO  TO        ROT-200-000.
           IF  NUM-OPC   =   3
               GO  TO        ROT-300-000.
           IF  NUM-OPC   =   4
               GO  TO        ROT-400-000.
           IF  NUM-OPC   =   5
               GO  TO        ROT-500-000.
           IF  NUM-OPC   =   6
               GO  TO        ROT-600-000.
           IF  NUM-OPC   =   7
               GO  TO        ROT-700-000.
           GO  TO   ROT-000-010.

       ROT-100-000.
           MOVE     MES-SYS  TO  MES-ALV
           MOVE     ANO-SYS  TO  ANO-ALV
           MOVE     ZEROS    TO  BIC-FIL
           ACCEPT   (14 36)  DIA-ALV  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  DI1-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           ACCEPT   (14 39)  MES-ALV  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  DI2-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-200-000.
           ACCEPT   (14 42)  ANO-ALV  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  DI3-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-200-000.
           ACCEPT   (15 36)  BIC-FIL  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  BIC-ENT
           IF  TECLADO   =   01
           MOVE     DIA-SYS  TO  DIA-ALV
           MOVE     MES-SYS  TO  MES-ALV
           MOVE     ANO-SYS  TO  ANO-ALV
           ACCEPT   (14 36)  DIA-ALV  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  DI1-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           ACCEPT   (14 39)  MES-ALV  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  DI2-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-300-000.
           ACCEPT   (14 42)  ANO-ALV  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  DI3-ENT
           IF  TECLADO   =   01
       ROT-300-060.
           EXIT.

       ROT-400-000.
           CLOSE    CADECR   CADABT
           CHAIN   "DYN238".

       ROT-500-000.
           CLOSE    CADECR   CADABT
           CHAIN   "DYN240".

       ROT-600-000.
           CLOSE    CADECR   CADABT
           CHAIN   "DYN243".

       ROT-700-000.
           CLOSE    CADECR   CADABT
           CHAIN   "DYN245".

       ROT-900-000.
           MOVE     2    TO  PRM-001
           CLOSE    CADECR   CADABT
