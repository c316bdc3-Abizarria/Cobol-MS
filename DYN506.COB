           SELECT      CADNTA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-NTA
                       ALTERNATE     KEY     IS  DTA-NTA
                                     WITH    DUPLICATES
                       ALTERNATE     KEY     IS  PCA-NTA
                                     WITH    DUPLICATES.

           SELECT      CADPRM        ASSIGN  TO  DISK.

                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CCL.

           SELECT      CADPPG        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PPG
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

       DATA            DIVISION.
               05  CLI-CCL      PIC  X(10).
               05  CTG-CCL      PIC  9(01).

       FD  CADPPG      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADPPG.DAT".
       01  REG-PPG.
           03  CHV-PPG          PIC  X(10).
           03  SIT-PPG          PIC  9(01).
           03  BLQ-PPG          PIC  9(01).
           03  MIN-PPG          PIC  9(09)V99.
           03  DTA-PPG          PIC  9(06).
           03  SAL-PPG          PIC S9(09)V99.
           03  SEQ-PPG          PIC  9(06).

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC  X(80).
       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FS-ARQ           PIC  X(02).
           03  IND1             PIC  9(03).
           03  IND2             PIC  9(03).
           03  NUM-OPC          PIC  9(01).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  TECLADO          PIC  9(02).
           03  FAT-AUX          PIC  9(06).
           03  NUM-FAT          PIC  9(06).
           03  OPC-EML          PIC  9(01).
           03  FLG-DOC          PIC  9(01).
           03  FLG-ABR          PIC  9(01).
           03  PRI-EML          PIC  9(06).
           03  PAG-AUX          PIC  X(09).
           03  MG1-AUX          PIC  X(40).
           03  MG2-AUX          PIC  X(40).
      -    "|             -----------------, -----------              --
      -    "------------------ |".

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

       01  PRM-002.
      -            "E P/ CONSULTA EM TELA  -  TECLE [ESC] !!!       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-015 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRIMIR NA (I)MP
      -             "RESSORA, EM (A)RQUIVO OU (E)-MAIL ?             "
                    BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001  LINE 22 COLUMN 42 PIC 9(01) USING NUM-OPC AUTO
           DISPLAY  TLA-001  TLA-002
           OPEN     INPUT    CADCLI  CADCTR
                             CADNTA  CADPRM  CADCCL
           OPEN     INPUT    CADPPG
           IF  FS-ARQ   NOT  =   "00"
               OPEN     OUTPUT   CADPPG
               CLOSE    CADPPG
               OPEN     INPUT    CADPPG.
           READ     CADCTR
           READ     CADPRM
           MOVE     1   TO   IND1.
               MOVE      NUM-OPC  TO  CTG-CCL
               READ      CADCCL
                   INVALID KEY GO  TO   ROT-000-070.
           MOVE     CHV-CLI  TO  CHV-PPG
           READ     CADPPG   INVALID  KEY
                    MOVE     0        TO  SIT-PPG.
           IF  SIT-PPG   =   1
               GO  TO        ROT-000-070.
           MOVE     SPACES   TO  CHV-NTA
           MOVE     CHV-CLI  TO  CLI-NTA
           START    CADNTA   KEY GREATER  CHV-NTA
               MOVE      NUM-OPC  TO  CTG-CCL
               READ      CADCCL
                   INVALID KEY GO  TO   ROT-100-010.
           MOVE     CHV-CLI  TO  CHV-PPG
           READ     CADPPG   INVALID  KEY
                    MOVE     0        TO  SIT-PPG.
           IF  SIT-PPG   =   1
               GO  TO        ROT-100-010.
           MOVE     SPACES   TO  CHV-NTA
           MOVE     CHV-CLI  TO  CLI-NTA
           START    CADNTA   KEY GREATER  CHV-NTA
               GO  TO        ROT-400-000.

       ROT-300-005.
           MOVE     ZEROS    TO  OPC-EML  FLG-DOC  PRI-EML
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-015
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-400-000.
           IF  RSP-OPC   =   "E"
               MOVE     1             TO  OPC-EML
               MOVE     "PRINTER"     TO  DES-REL
           ELSE
           IF  RSP-OPC   =   "I"
               MOVE     "PRINTER"     TO  DES-REL
           ELSE
           MOVE     MG1-AUX  TO  DES-MG1
           MOVE     MG2-AUX  TO  DES-MG2
           MOVE     MG3-AUX  TO  DES-MG3
           PERFORM  ROT-300-090  THRU  ROT-300-095
           WRITE    REG-REL FROM CAB-001  AFTER 0.

       ROT-300-010.

       ROT-300-050.
           MOVE     1        TO  PAG-CB1
           MOVE     0        TO  FLG-ABR
           PERFORM  ROT-300-090  THRU  ROT-300-095
           IF  FLG-ABR   =   1
               WRITE    REG-REL FROM CAB-001  AFTER 0
           ELSE
               WRITE    REG-REL FROM CAB-001  AFTER  PAGE.
           GO  TO   ROT-300-010.

       ROT-300-060.
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =   01
               MOVE     3        TO  FUN-EML
               PERFORM  ROT-300-110  THRU  ROT-300-115
               GO  TO        ROT-400-000.
           MOVE     2        TO  FUN-EML
           PERFORM  ROT-300-110  THRU  ROT-300-115
           DISPLAY  TLA-004  MEN-013
           CLOSE    CADCLI   CADCTR
                    CADNTA   CADPRM  CADCCL  CADPPG
           MOVE     2        TO  PRM-001
           MOVE     NUM-OPC  TO  CTG-PR2
           MOVE     SPACES   TO  CLI-PR2
           CHAIN   "DYN507"      USING  PRM-001  PRM-002.

       ROT-300-090.
           IF  OPC-EML   =   0
               GO  TO        ROT-300-095.
           MOVE     1        TO  FUN-EML  FIN-EML  TIP-EML
           MOVE     CLI-SRT  TO  CLI-EML
           COMPUTE  NUM-FAT  =   FAT-AUX  +  1
           MOVE     NUM-FAT  TO  REF-EML
           MOVE     "DYN506" TO  PRG-EML
           MOVE     ZEROS    TO  OPE-EML
           CALL     "DYNEML"  USING  EML-PRM
           IF  FLG-EML   =   0
               GO  TO        ROT-300-092.
           IF  FLG-DOC   =   0
               GO  TO        ROT-300-095.
           CLOSE    RELATO
           MOVE     "PRINTER"     TO  DES-REL
           OPEN     OUTPUT   RELATO
           MOVE     0        TO  FLG-DOC
           MOVE     1        TO  FLG-ABR
           GO  TO   ROT-300-095.

       ROT-300-092.
           CLOSE    RELATO
           MOVE     ARQ-EML  TO  DES-REL
           OPEN     OUTPUT   RELATO
           MOVE     1        TO  FLG-DOC  FLG-ABR
           IF  PRI-EML   =   ZEROS
               MOVE     NUM-EML  TO  PRI-EML.

       ROT-300-095.
           EXIT.

       ROT-300-110.
           IF  OPC-EML   =   0
               GO  TO        ROT-300-115.
           MOVE     PRI-EML  TO  NUM-EML
           MOVE     "DYN506" TO  PRG-EML
           CALL     "DYNEML"  USING  EML-PRM.

       ROT-300-115.
           EXIT.

       ROT-400-000.
           MOVE     SPACES   TO  TLA-AUX
           DISPLAY  LPA-002      TLA-002.
       ROT-400-030.
           MOVE     3   TO   PRM-001
           CLOSE    CADCLI   CADCTR
                    CADNTA   CADPRM  CADCCL  CADPPG
           CHAIN   "DYN500"   USING  PRM-001.
