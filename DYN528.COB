           SELECT      CADNTA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-NTA
                       ALTERNATE     KEY     IS  DTA-NTA
                                     WITH    DUPLICATES
                       ALTERNATE     KEY     IS  PCA-NTA
                                     WITH    DUPLICATES.

           SELECT      CADLRC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
           03  SDO-COR          PIC S9(11)V99.
           03  CLI-AUX          PIC  X(10).
           03  FLG-TOD          PIC  9(01).
           03  OPC-EML          PIC  9(01).
           03  FLG-DOC          PIC  9(01).
           03  FLG-ABR          PIC  9(01).
           03  PRI-EML          PIC  9(06).

           03  DTA-INI.
               05  ANO-INI      PIC  9(02).
           03  VAL-DT1          PIC  ---.---.--9,99.
           03  SDO-DT1          PIC  ---.---.--9,99.

       01  EML-PRM.
           03  FUN-EML          PIC  9(01).
           03  CLI-EML          PIC  X(10).
           03  FIN-EML          PIC  9(01).
           03  TIP-EML          PIC  9(01).
           03  REF-EML          PIC  X(10).
           03  PRG-EML          PIC  X(06).
           03  OPE-EML          PIC  9(04).
           03  NUM-EML          PIC  9(06).
           03  ARQ-EML          PIC  X(12).
           03  END-EML          PIC  X(60).
           03  FLG-EML          PIC  9(01).

       01  PRM-001              PIC  9(01).

       SCREEN          SECTION.
      -            "O EXTRATO  -  [ESC] RETORNA ...                 "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "LISTAGEM NA (I)MPR
      -            "ESSORA, (A)RQUIVO OU (E)-MAIL ? - [ESC] RETORNA  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "EXTRATOS GERADOS
      -            " -  TECLE [ENTER] ...                           "
           ACCEPT            TECLADO  FROM  ESCAPE  KEY.

       ROT-100-020.
           MOVE     ZEROS    TO  OPC-EML  FLG-DOC  PRI-EML
           DISPLAY  MEN-004
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-010.
           IF  RSP-OPC   =   "E"
               MOVE     1             TO  OPC-EML
               MOVE     "PRINTER"     TO  DES-REL
           ELSE
           IF  RSP-OPC   =   "I"
               MOVE     "PRINTER"     TO  DES-REL
           ELSE

       ROT-100-090.
           CLOSE    RELATO
           IF  OPC-EML   =   1
               MOVE     2        TO  FUN-EML
               MOVE     PRI-EML  TO  NUM-EML
               MOVE     "DYN528" TO  PRG-EML
               CALL     "DYNEML"  USING  EML-PRM.
           DISPLAY  MEN-005
           ACCEPT   OPC-001
           GO  TO   ROT-100-000.
           MOVE     ZEROS    TO  SDO-COR  ACM-LIN
           MOVE     CHV-CLI  TO  CLI-CB3
           MOVE     NOM-CLI  TO  NOM-CB3
           MOVE     0        TO  FLG-ABR
           PERFORM  ROT-300-000  THRU  ROT-300-020
           IF  FLG-ABR   =   1
               WRITE    REG-REL FROM CAB-001  AFTER 0
           ELSE
               WRITE    REG-REL FROM CAB-001  AFTER  PAGE.
           WRITE    REG-REL FROM CAB-002
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM CAB-004
       ROT-200-090.
           EXIT.

       ROT-300-000.
           IF  OPC-EML   =   0
               GO  TO        ROT-300-020.
           MOVE     1        TO  FUN-EML
           MOVE     2        TO  FIN-EML
           MOVE     3        TO  TIP-EML
           MOVE     CHV-CLI  TO  CLI-EML
           MOVE     DTA-FIN  TO  REF-EML
           MOVE     "DYN528" TO  PRG-EML
           MOVE     ZEROS    TO  OPE-EML
           CALL     "DYNEML"  USING  EML-PRM
           IF  FLG-EML   =   0
               GO  TO        ROT-300-010.
           IF  FLG-DOC   =   0
               GO  TO        ROT-300-020.
           CLOSE    RELATO
           MOVE     "PRINTER"     TO  DES-REL
           OPEN     OUTPUT   RELATO
           MOVE     0        TO  FLG-DOC
           MOVE     1        TO  FLG-ABR
           GO  TO   ROT-300-020.

       ROT-300-010.
           CLOSE    RELATO
           MOVE     ARQ-EML  TO  DES-REL
           OPEN     OUTPUT   RELATO
           MOVE     1        TO  FLG-DOC  FLG-ABR
           IF  PRI-EML   =   ZEROS
               MOVE     NUM-EML  TO  PRI-EML.

       ROT-300-020.
           EXIT.

       ROT-900-000.
           MOVE     5    TO  PRM-001
           CLOSE    CADCLI   CADNTA
