           03  TECLADO          PIC  9(02).
           03  INI-AUX          PIC  9(06).
           03  FIN-AUX          PIC  9(06).
           03  OPC-EML          PIC  9(01).
           03  FLG-DOC          PIC  9(01).
           03  PRI-EML          PIC  9(06).
           03  LOC-AUX          PIC  X(40).
           03  MG1-AUX          PIC  X(40).
           03  MG2-AUX          PIC  X(40).
           03  VCT-B11          PIC  9(04).
           03  VLR-B11          PIC  9(10).

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
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  MEN-010 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRIMIR NA (I)MP
      -             "RESSORA, EM (A)RQUIVO OU (E)-MAIL ?             "
                    BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001 LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
               GO  TO        ROT-000-100.

       ROT-100-005.
           MOVE     ZEROS    TO  OPC-EML  FLG-DOC  PRI-EML
           DISPLAY  MEN-010
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-100.
           IF  RSP-OPC   =   "E"
               MOVE     1             TO  OPC-EML
               MOVE     "PRINTER"     TO  DES-REL
           ELSE
           IF  RSP-OPC   =   "I"
               MOVE     "PRINTER"     TO  DES-REL
           ELSE
               GO  TO        ROT-100-020.
           MOVE     CLI-FAT  TO  CHV-CLI
           READ     CADCLI
           PERFORM  ROT-100-030  THRU  ROT-100-035
           MOVE     CHV-FAT  TO  NUM-B02
           MOVE     VAL-FAT  TO  VAL-B03
           MOVE     NOM-CLI  TO  NOM-B07
           WRITE    REG-REL  FROM  IMP-002
           CLOSE    CADCLI
                    RELATO
           IF  OPC-EML   =   1
               MOVE     2        TO  FUN-EML
               MOVE     PRI-EML  TO  NUM-EML
               MOVE     "DYN508" TO  PRG-EML
               CALL     "DYNEML"  USING  EML-PRM.
           DISPLAY  LPA-001
           GO  TO   ROT-000-010.

       ROT-100-030.
           IF  OPC-EML   =   0
               GO  TO        ROT-100-035.
           MOVE     1        TO  FUN-EML  FIN-EML
           MOVE     2        TO  TIP-EML
           MOVE     CLI-FAT  TO  CLI-EML
           MOVE     CHV-FAT  TO  REF-EML
           MOVE     "DYN508" TO  PRG-EML
           MOVE     ZEROS    TO  OPE-EML
           CALL     "DYNEML"  USING  EML-PRM
           IF  FLG-EML   =   0
               GO  TO        ROT-100-032.
           IF  FLG-DOC   =   0
               GO  TO        ROT-100-035.
           WRITE    REG-REL  FROM  IMP-002
           CLOSE    RELATO
           MOVE     "PRINTER"     TO  DES-REL
           OPEN     OUTPUT   RELATO
           WRITE    REG-REL  FROM  IMP-001  AFTER 0
           MOVE     0        TO  FLG-DOC
           GO  TO   ROT-100-035.

       ROT-100-032.
           WRITE    REG-REL  FROM  IMP-002
           CLOSE    RELATO
           MOVE     ARQ-EML  TO  DES-REL
           OPEN     OUTPUT   RELATO
           WRITE    REG-REL  FROM  IMP-001  AFTER 0
           MOVE     1        TO  FLG-DOC
           IF  PRI-EML   =   ZEROS
               MOVE     NUM-EML  TO  PRI-EML.

       ROT-100-035.
           EXIT.

       ROT-150-000.
           MOVE     ZEROS    TO  M10-SOM
           MOVE     2        TO  M10-PES
