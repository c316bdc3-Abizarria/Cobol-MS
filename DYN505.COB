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
                       RECORD        KEY     IS  CHV-RQX.

           SELECT      CADPPG        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PPG
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADSRT        ASSIGN  TO  DISK.

           SELECT      RELATO        ASSIGN  TO  DES-REL.
           03  DES-SRT          PIC  X(20).
           03  VAL-SRT          PIC S9(09)V99.

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
           03  RSP-OPC          PIC  X(01).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  TECLADO          PIC  9(02).
           03  OPC-EML          PIC  9(01).
           03  NUM-FAT          PIC  9(06).
           03  MG1-AUX          PIC  X(40).
           03  MG2-AUX          PIC  X(40).
           03  MG3-AUX          PIC  X(40).
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
      -             "TE P/ CONSULTA EM TELA  -  TECLE [ESC] !!!       "
                    BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-017  LINE 22 COLUMN 14 PIC X(67) FROM "IMPRIMIR NA (I)MP
      -             "RESSORA, EM (A)RQUIVO OU (E)-MAIL ?             "
                    BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-018  LINE 22 COLUMN 14 PIC X(67) FROM "CLIENTE PRE-PAGO -
      -             " NAO E' FATURADO  -  [ESC] RETORNA ...           "
                    BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-019  LINE 22 COLUMN 14 PIC X(67) FROM "CLIENTE SEM E-MAIL
      -             " VALIDO CADASTRADO  -  TECLE [ENTER] ...         "
                    BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001  LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
           DISPLAY  TLA-001  TLA-002
           OPEN     INPUT    CADCLI  CADCTR  CADRQX
                             CADNTA  CADPRM
           OPEN     INPUT    CADPPG
           IF  FS-ARQ   NOT  =   "00"
               OPEN     OUTPUT   CADPPG
               CLOSE    CADPPG
               OPEN     INPUT    CADPPG.
           READ     CADCTR
           READ     CADPRM
           MOVE     1   TO   IND2.
               DISPLAY       MEN-007
               ACCEPT        OPC-001
               GO  TO        ROT-000-020.
           MOVE     CHV-CLI  TO  CHV-PPG
           READ     CADPPG   INVALID  KEY
                    MOVE     0        TO  SIT-PPG.
           IF  SIT-PPG   =   1
               DISPLAY       MEN-018
               ACCEPT        OPC-001
               GO  TO        ROT-000-020.
           DISPLAY  CLI-ENT
           MOVE     ZEROS    TO  DTA-PR2
           MOVE     SPACES   TO  MG1-AUX
               GO  TO        ROT-400-000.

       ROT-300-005.
           MOVE     0        TO  OPC-EML
           DISPLAY  MEN-017
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-400-000.
           IF  RSP-OPC   =   "E"
               GO  TO        ROT-300-060.
           IF  RSP-OPC   =   "I"
               MOVE     "PRINTER"     TO  DES-REL
           ELSE
               MOVE     "RELATO.TXT"  TO  DES-REL
           ELSE
               GO  TO        ROT-300-005.

       ROT-300-008.
           DISPLAY  MEN-010
           OPEN     OUTPUT   RELATO
           MOVE     1        TO  PAG-CB1
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =   01
               MOVE     3        TO  FUN-EML
               PERFORM  ROT-300-070  THRU  ROT-300-080
               GO  TO        ROT-400-000.
           MOVE     2        TO  FUN-EML
           PERFORM  ROT-300-070  THRU  ROT-300-080
           DISPLAY  TLA-003  MEN-015
           CLOSE    CADCLI   CADCTR   CADRQX
                    CADNTA   CADPRM   CADPPG
           MOVE     1        TO  PRM-001
           MOVE     CHV-CLI  TO  CLI-PR2
           MOVE     SPACES   TO  CTG-PR2
           CHAIN   "DYN507"      USING  PRM-001  PRM-002.

       ROT-300-060.
           MOVE     1        TO  FUN-EML  FIN-EML  TIP-EML
           MOVE     CHV-CLI  TO  CLI-EML
           COMPUTE  NUM-FAT  =   FAT-CTR  +  1
           MOVE     NUM-FAT  TO  REF-EML
           MOVE     "DYN505" TO  PRG-EML
           MOVE     ZEROS    TO  OPE-EML
           CALL     "DYNEML"  USING  EML-PRM
           MOVE     SPACES   TO  RSP-OPC
           IF  FLG-EML  NOT  =   0
               DISPLAY       MEN-019
               ACCEPT        OPC-001
               GO  TO        ROT-300-005.
           MOVE     1        TO  OPC-EML
           MOVE     ARQ-EML  TO  DES-REL
           GO  TO   ROT-300-008.

       ROT-300-070.
           IF  OPC-EML   =   1
               MOVE     "DYN505" TO  PRG-EML
               CALL     "DYNEML"  USING  EML-PRM.

       ROT-300-080.
           EXIT.

       ROT-400-000.
           DISPLAY  TLA-002.

       ROT-400-020.
           MOVE     3   TO   PRM-001
           CLOSE    CADCLI   CADCTR   CADRQX
                    CADNTA   CADPRM   CADPPG
           CHAIN   "DYN500"   USING  PRM-001.
