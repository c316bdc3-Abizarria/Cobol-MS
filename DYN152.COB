                       RECORD        KEY     IS  CHV-NEG
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADDBC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-DBC
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADCTT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CTT
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      ARQNEG        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL.

           03  SIT-NEG          PIC  9(01).
           03  DTA-BXA          PIC  9(06).

       FD  CADDBC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADDBC.DAT".
       01  REG-DBC.
           03  CHV-DBC          PIC  9(06).
           03  CLI-DBC          PIC  X(10).
           03  BCO-DBC          PIC  9(03).
           03  BDR-DBC          PIC  9(06).
           03  DTA-DBC          PIC  9(06).
           03  VCT-DBC          PIC  9(06).
           03  VAL-DBC          PIC  9(10)V99.
           03  TXA-DBC          PIC  9(02)V9999.
           03  JUR-DBC          PIC  9(10)V99.
           03  TAR-DBC          PIC  9(06)V99.
           03  LIQ-DBC          PIC  9(10)V99.
           03  SIT-DBC          PIC  9(01).
           03  DTS-DBC          PIC  9(06).
           03  VRC-DBC          PIC  9(10)V99.

       FD  CADCTT      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCTT.DAT".
       01  REG-CTT.
           03  CHV-CTT.
               05  FAT-CTT      PIC  9(06).
               05  NUM-CTT      PIC  9(06).
           03  TIP-CTT          PIC  9(01).
           03  CLI-CTT          PIC  X(10).
           03  DRQ-CTT          PIC  9(06).
           03  PCA-CTT          PIC  X(07).
           03  DTA-CTT          PIC  9(06).
           03  VAL-CTT          PIC  9(09)V99.
           03  MOT-CTT          PIC  X(30).
           03  RSP-CTT          PIC  X(20).
           03  SIT-CTT          PIC  9(01).
           03  DTS-CTT          PIC  9(06).
           03  VCR-CTT          PIC  9(09)V99.

       FD  ARQNEG      LABEL         RECORD  IS  OMITTED
                       VALUE    OF   FILE-ID     "NEGATIV.TXT".
       01  REG-ENV.
           03  SER-HOJ          PIC  9(06).
           03  SER-VCT          PIC  9(06).
           03  DIA-ATR          PIC S9(06).
           03  VAL-CTS          PIC S9(10)V99.
           03  VAL-BAS          PIC S9(10)V99.
           03  QTD-ENV          PIC  9(04).
           03  QTD-BXA          PIC  9(04).
           03  TOT-ENV          PIC  9(11)V99.
               OPEN     OUTPUT   CADNEG
               CLOSE    CADNEG
               OPEN     I-O      CADNEG.
           OPEN     INPUT    CADDBC
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADDBC
               CLOSE    CADDBC
               OPEN     INPUT    CADDBC.
           OPEN     INPUT    CADCTT
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADCTT
               CLOSE    CADCTT
               OPEN     INPUT    CADCTT.

       ROT-000-010.
           DISPLAY  MEN-001
           IF  NUM-OPC   =   3
               GO  TO        ROT-300-000.
           IF  NUM-OPC   =   4
               CLOSE    CADFAT   CADCLI  CADCOB  CADNEG  CADDBC
                        CADCTT
               CHAIN   "DYN154".
           GO  TO   ROT-000-010.

           COMPUTE  DIA-ATR  =   SER-HOJ  -  SER-VCT
           IF  DIA-ATR   <   DIA-LIM
               GO  TO        ROT-100-010.
           MOVE     CHV-FAT  TO  CHV-DBC
           READ     CADDBC   INVALID  KEY
                    MOVE     ZEROS    TO  SIT-DBC.
           IF  SIT-DBC   =   1
               GO  TO        ROT-100-010.
           PERFORM  ROT-160-000  THRU  ROT-160-020
           COMPUTE  VAL-BAS  =   VAL-FAT  -  VAL-CTS
           IF  VAL-BAS  NOT  >   ZEROS
               GO  TO        ROT-100-010.
           MOVE     CHV-FAT  TO  CHV-COB
           READ     CADCOB   INVALID  KEY
                    GO  TO   ROT-100-010.
           MOVE     NOM-CLI  TO  NOM-ENV
           MOVE     CHV-FAT  TO  FAT-ENV
           MOVE     DTA-FAT  TO  DTA-ENV2
           MOVE     VAL-BAS  TO  VAL-ENV
           WRITE    REG-ENV
           MOVE     CHV-FAT  TO  CHV-NEG
           MOVE     CLI-FAT  TO  CLI-NEG
           MOVE     DTA-SYS  TO  DTA-ENV
           MOVE     VAL-BAS  TO  VAL-NEG
           MOVE     1        TO  SIT-NEG
           MOVE     ZEROS    TO  DTA-BXA
           WRITE    REG-NEG  INVALID  KEY
                    REWRITE  REG-NEG.
           ADD      1        TO  QTD-ENV
           ADD      VAL-BAS  TO  TOT-ENV
           MOVE     CHV-FAT  TO  FAT-DT1
           MOVE     CLI-FAT  TO  CLI-DT1
           MOVE     NOM-CLI  TO  NOM-DT1
           MOVE     DIA-FAT  TO  DIA-DT1
           MOVE     MES-FAT  TO  MES-DT1
           MOVE     ANO-FAT  TO  ANO-DT1
           MOVE     VAL-BAS  TO  VAL-DT1
           MOVE     "ENVIADO"  TO  SIT-DT1
           WRITE    REG-REL FROM DET-001
           ADD      1        TO  ACM-LIN
           CLOSE    RELATO
           GO  TO   ROT-000-010.

       ROT-160-000.
           MOVE     ZEROS    TO  VAL-CTS
           MOVE     CHV-FAT  TO  FAT-CTT
           MOVE     ZEROS    TO  NUM-CTT
           START    CADCTT   KEY NOT LESS CHV-CTT
                    INVALID  KEY GO  TO   ROT-160-020.

       ROT-160-010.
           READ     CADCTT   NEXT AT END
                    GO  TO   ROT-160-020.
           IF  FAT-CTT  NOT  =   CHV-FAT
               GO  TO        ROT-160-020.
           IF  SIT-CTT   =   1
               ADD      VAL-CTT  TO  VAL-CTS.
           GO  TO   ROT-160-010.

       ROT-160-020.
           EXIT.

       ROT-900-000.
           MOVE     3    TO  PRM-001
           CLOSE    CADFAT   CADCLI   CADCOB   CADNEG   CADDBC
                    CADCTT
           CHAIN   "DYN500"  USING  PRM-001.
