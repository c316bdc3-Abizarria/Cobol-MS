                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ALT.

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

           SELECT      CADPRM        ASSIGN  TO  DISK.

           SELECT      CADSRT        ASSIGN  TO  DISK.
           03  DES-NTE          PIC  X(20).
           03  VAL-NTE          PIC S9(09)V99.

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

       FD  CADOPE      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADOPE.DAT".
       01  REG-OPE.
           03  IND1             PIC  9(03).
           03  IND2             PIC  9(03).
           03  RSP-OPC          PIC  X(01).
           03  FS-ARQ           PIC  X(02).
           03  NUM-OPC          PIC  9(01).
           03  TECLADO          PIC  9(02).
           03  CLI-AUX          PIC  X(10).
           03  VAL-JRS          PIC S9(10)V99.
           03  VAL-MLT          PIC S9(10)V99.
           03  VAL-TOT          PIC S9(10)V99.
           03  VAL-CTS          PIC S9(10)V99.
           03  VAL-BAS          PIC S9(10)V99.
           03  GER-AUX          PIC  9(04).
           03  SEN-AUX          PIC  X(04).

       01  MEN-019 LINE 22 COLUMN 14 PIC X(67) FROM "SENHA INVALIDA !!! 
      -            " -  [ENTER] ...                                 "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-020 LINE 22 COLUMN 14 PIC X(67) FROM "FATURA DESCONTADA N
      -            "O BANCO !!!  -  TECLE [ENTER] ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-021 LINE 22 COLUMN 14 PIC X(67) FROM "FATURA COM VALOR EM
      -            " CONTESTACAO - EXCLUIDO DO RECEBIMENTO - [ENTER]"
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-022 LINE 22 COLUMN 14 PIC X(67) FROM "FATURA COM VALOR TO
      -            "TAL EM CONTESTACAO !!!  -  TECLE [ENTER] ...    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-015  LINE 22 COLUMN 58 PIC 9(04) USING GER-AUX AUTO
                    BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
                    CADFAT   CADNTE
           OPEN     I-O      CADALT
           OPEN     INPUT    CADOPE   CADPRM
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
           READ     CADPRM
           ACCEPT   DTA-SYS  FROM  DATE
           ACCEPT   DTA-SY8  FROM  DATE  YYYYMMDD
                    DISPLAY  MEN-005
                    ACCEPT   OPC-001
                    GO  TO   ROT-100-020.
           MOVE     NUM-LRC  TO  CHV-DBC
           READ     CADDBC   INVALID KEY
                    MOVE     ZEROS    TO  SIT-DBC.
           IF  SIT-DBC   =   1
               DISPLAY       MEN-020
               ACCEPT        OPC-001
               GO  TO        ROT-100-020.
           PERFORM  ROT-160-000  THRU  ROT-160-020
           COMPUTE  VAL-BAS  =   VAL-FAT  -  VAL-CTS
           IF  VAL-BAS  NOT  >   ZEROS
               DISPLAY       MEN-022
               ACCEPT        OPC-001
               GO  TO        ROT-100-020.
           IF  VAL-CTS   >   ZEROS
               DISPLAY       MEN-021
               MOVE     " "  TO  RSP-OPC
               ACCEPT        OPC-001.
           MOVE     CLI-FAT  TO  CLI-AUX
           MOVE     VAL-BAS  TO  VAL-LRC
           MOVE     ZEROS    TO  DIA-ATR  VAL-JRS  VAL-MLT
           MOVE     VAL-BAS  TO  VAL-TOT
           MOVE     DTA-FAT  TO  DTA-VNC
           COMPUTE  SER-VCT  =   ANO-VNC  *  360
                             +   MES-VNC  *  30   +  DIA-VNC  +  30
           IF  DIA-ATR  NOT  >   ZEROS
               MOVE     ZEROS    TO  DIA-ATR
               GO  TO        ROT-100-105.
           COMPUTE  VAL-MLT  ROUNDED  =  VAL-BAS * TXM-PRM / 100
           COMPUTE  VAL-JRS  ROUNDED  =  VAL-BAS * TXJ-PRM
                                      *  DIA-ATR / 100
           COMPUTE  VAL-TOT  =   VAL-BAS  +  VAL-MLT  +  VAL-JRS
           MOVE     VAL-TOT  TO  VAL-LRC
           DISPLAY  MEN-015
           MOVE     " "  TO  RSP-OPC
                    GO  TO   ROT-150-020.
           GO  TO   ROT-100-115.

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

       ROT-200-000.
           DISPLAY  MEN-011      TLA-007
           MOVE     SPACES   TO  CHV-LRC
           IF  ACM-QTD  NOT  <  (COL-AUX * 7)  DISPLAY  COL-007.
           IF  ACM-QTD  NOT  <  (COL-AUX * 8)  DISPLAY  COL-008.
           IF  ACM-QTD  NOT  <  (COL-AUX * 9)  DISPLAY  COL-009.
           MOVE     ZEROS    TO  VAL-CTS
           MOVE     CHV-FAT  TO  FAT-CTT
           MOVE     ZEROS    TO  NUM-CTT
           START    CADCTT   KEY NOT LESS CHV-CTT
                    INVALID  KEY GO  TO   ROT-300-116.

       ROT-300-114.
           READ     CADCTT   NEXT AT END
                    GO  TO   ROT-300-116.
           IF  FAT-CTT  NOT  =   CHV-FAT
               GO  TO        ROT-300-116.
           IF  SIT-CTT   =   1
               ADD      VAL-CTT  TO  VAL-CTS.
           GO  TO   ROT-300-114.

       ROT-300-116.
           IF  VAL-FAT  NOT  >   VAL-LRC  AND  VAL-CTS  =  ZEROS
               GO  TO        ROT-300-110.
           COMPUTE  VAL-FAT  =   VAL-FAT - VAL-LRC
           IF  VAL-FAT   <   VAL-CTS
               MOVE     VAL-CTS  TO  VAL-FAT.

       ROT-300-120.
           MOVE     CHV-FAT  TO  NUM-SRT
       ROT-400-010.
           MOVE     2   TO   PRM-001
           CLOSE    CADFAT   CADALT   CADOPE   CADPRM
                    CADLRC   CADNTE   CADDBC   CADCTT
           CHAIN   "DYN500"  USING  PRM-001.