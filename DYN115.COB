                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-EST.

           SELECT      CADRPR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-RPR
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

       DATA            DIVISION.
           03  QVM-EST          PIC  9(07)V9.
           03  QVA-EST          PIC  9(08)V9.

       FD  CADRPR      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADRPR.DAT".
       01  REG-RPR.
           03  CHV-RPR.
               05  PRX-RPR      PIC  9(01).
               05  SUF-RPR      PIC  9(03).
           03  DTA-RPR          PIC  9(06).
           03  CTA-RPR          PIC  9(07)V9999.
           03  CTN-RPR          PIC  9(07)V9999.
           03  VDA-RPR          PIC  9(07)V99.
           03  SUG-RPR          PIC  9(07)V99.
           03  NOV-RPR          PIC  9(07)V99.
           03  SIT-RPR          PIC  9(01).
           03  DTP-RPR          PIC  9(06).
           03  OPE-RPR          PIC  9(04).

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC X(100).
           03  TECLADO          PIC  9(02).
           03  QTD-AUX          PIC  9(03).
           03  ACM-QTD          PIC  9(03).
           03  FS-ARQ           PIC  X(02).
           03  FLG-RPR          PIC  9(01).

           03  CTA-AUX          PIC  9(03)V99.
           03  RED-CTA          REDEFINES     CTA-AUX.
       01  MEN-011 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRIMIR NA (I)MP
      -            "RESSORA OU EM (A)RQUIVO ?                       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-012 LINE 22 COLUMN 14 PIC X(67) FROM "ETIQUETAS POR (F)AI
      -            "XA DE CODIGOS OU DOS (R)EPRECIFICADOS ?         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-013 LINE 22 COLUMN 14 PIC X(67) FROM "NAO HA ITENS REPREC
      -            "IFICADOS AGUARDANDO ETIQUETA  -  [ESC] RETORNA  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001 LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       ROT-000-000.
           DISPLAY  TLA-001  TLA-002
           OPEN     INPUT    CADATV   CADEST
           OPEN     I-O      CADRPR
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADRPR
               CLOSE    CADRPR
               OPEN     I-O      CADRPR.

       ROT-000-005.
           MOVE     0        TO  FLG-RPR
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-012
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-000.
           IF  RSP-OPC   =   "F"
               GO  TO        ROT-000-010.
           IF  RSP-OPC  NOT  =   "R"
               GO  TO        ROT-000-005.
           MOVE     ZEROS    TO  CHV-RPR
           START    CADRPR   KEY  NOT  LESS  CHV-RPR
                    INVALID  KEY GO  TO   ROT-000-008.

       ROT-000-007.
           READ     CADRPR   NEXT AT END
                    GO  TO   ROT-000-008.
           IF  SIT-RPR  NOT  =   1
               GO  TO        ROT-000-007.
           MOVE     1        TO  FLG-RPR
           GO  TO   ROT-000-050.

       ROT-000-008.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-013
           ACCEPT   OPC-001
           GO  TO   ROT-000-005.

       ROT-000-010.
           DISPLAY  MEN-001  LPA-SFI
           ACCEPT   (09 44)  PRX-INI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-005.
           MOVE     PRX-INI  TO  CHV-ATV
           READ     CADATV   INVALID KEY
                    GO  TO   ROT-000-010.
           MOVE     0   TO   QTD-AUX
           ACCEPT   (13 44)  QTD-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01  AND  FLG-RPR  =  1
               DISPLAY       LPA-QTD
               GO  TO        ROT-000-005.
           IF  TECLADO   =   01
               GO  TO        ROT-000-040.
           IF  QTD-AUX   =   ZEROS
           DISPLAY  MEN-010
           OPEN     OUTPUT       RELATO
           WRITE    REG-REL FROM IMP-001  AFTER 0
           IF  FLG-RPR   =   1
               MOVE     ZEROS    TO  CHV-RPR
               START    CADRPR   KEY  NOT  LESS  CHV-RPR
                        INVALID  KEY GO  TO   ROT-100-020.
           IF  FLG-RPR   =   1
               GO  TO        ROT-150-000.
           MOVE     CHV-INI  TO  CHV-EST
           START    CADEST   KEY  EQUAL   CHV-EST.

                    GO  TO   ROT-100-020.
           IF  CHV-EST   >   CHV-FIN
               GO  TO        ROT-100-020.

       ROT-100-005.
           MOVE     PRX-EST  TO  PR1-ET1  PR2-ET1
                                 PR3-ET1  PR4-ET1  PR5-ET1
           MOVE     SUF-EST  TO  SF1-ET1  SF2-ET1
           MOVE     SPACES   TO  REG-REL
           WRITE    REG-REL      AFTER 2
           ADD      5        TO  ACM-QTD
           IF  ACM-QTD   >   QTD-AUX  AND  FLG-RPR  =  1
               GO  TO        ROT-150-010.
           IF  ACM-QTD   >   QTD-AUX
               GO  TO        ROT-100-000.
           GO  TO   ROT-100-010.
           WRITE    REG-REL FROM IMP-002
           CLOSE    RELATO
           DISPLAY  LPA-001
           GO  TO   ROT-000-005.

       ROT-150-000.
           READ     CADRPR   NEXT AT END
                    GO  TO   ROT-100-020.
           IF  SIT-RPR  NOT  =   1
               GO  TO        ROT-150-000.
           MOVE     PRX-RPR  TO  PRX-EST
           MOVE     SUF-RPR  TO  SUF-EST
           READ     CADEST   INVALID  KEY
                    GO  TO   ROT-150-000.
           GO  TO   ROT-100-005.

       ROT-150-010.
           MOVE     2        TO  SIT-RPR
           REWRITE  REG-RPR
           GO  TO   ROT-150-000.

       ROT-300-000.
           CLOSE    CADATV   CADEST   CADRPR
           MOVE     6   TO   PRM-001
           CHAIN   "DYN100"  USING  PRM-001.
