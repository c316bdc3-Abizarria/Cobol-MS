                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PRS.

           SELECT      CADCXA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CXA.

           SELECT      CADDVV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-DVV
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADVTR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-VTR
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADEVS        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-EVS
                       FILE          STATUS  IS  FS-ARQ.

       DATA            DIVISION.
       FILE            SECTION.

           03  CTM-PRS          PIC  9(11)V99.
           03  VDM-PRS          PIC S9(11)V99.

       FD  CADCXA      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCXA.DAT".
       01  REG-CXA.
           03  CHV-CXA.
               05  TUR-CXA      PIC  9(01).
               05  NUM-CXA      PIC  9(01).
           03  POS-CXA          PIC  9(01).
           03  DTA-CXA          PIC  9(06).
           03  DES-CXA          PIC  X(15).
           03  OPE-CXA          PIC  9(04).

       FD  CADDVV      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADDVV.DAT".
       01  REG-DVV.
           03  CHV-DVV.
               05  DTA-DVV      PIC  9(06).
               05  LCT-DVV      PIC  9(03).
           03  TUR-DVV          PIC  9(01).
           03  CXA-DVV          PIC  9(01).
           03  NFC-DVV          PIC  9(06).
           03  PRX-DVV          PIC  9(01).
           03  SUF-DVV          PIC  9(03).
           03  QTD-DVV          PIC  9(06)V9.
           03  VAL-DVV          PIC  9(10)V99.
           03  CST-DVV          PIC  9(07)V9999.
           03  DST-DVV          PIC  9(01).
           03  TIP-DVV          PIC  9(01).
           03  VTR-DVV          PIC  9(06).
           03  SUP-DVV          PIC  9(04).
           03  MOT-DVV          PIC  X(20).

       FD  CADVTR      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADVTR.DAT".
       01  REG-VTR.
           03  CHV-VTR          PIC  9(06).
           03  DTA-VTR          PIC  9(06).
           03  TUR-VTR          PIC  9(01).
           03  CXA-VTR          PIC  9(01).
           03  VAL-VTR          PIC  9(10)V99.
           03  SIT-VTR          PIC  9(01).
           03  DTU-VTR          PIC  9(06).
           03  TUU-VTR          PIC  9(01).
           03  CXU-VTR          PIC  9(01).

       FD  CADEVS      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADEVS.DAT".
       01  REG-EVS.
           03  CHV-EVS.
               05  DTA-EVS      PIC  9(06).
               05  LCT-EVS      PIC  9(03).
           03  TUR-EVS          PIC  9(01).
           03  CXA-EVS          PIC  9(01).
           03  BIC-EVS          PIC  9(02).
           03  SEQ-EVS          PIC  9(04).
           03  HRA-EVS          PIC  9(04).
           03  FTA-EVS          PIC  9(03).
           03  LTS-EVS          PIC  9(04)V99.
           03  VAL-EVS          PIC  9(07)V99.
           03  PLC-EVS          PIC  X(07).
           03  VEI-EVS          PIC  X(20).
           03  BOL-EVS          PIC  X(15).
           03  CAM-EVS          PIC  X(15).
           03  SIT-EVS          PIC  9(01).
           03  DTS-EVS          PIC  9(06).
           03  SUP-EVS          PIC  9(04).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FLG-AUX          PIC  9(01).
           03  TECLADO          PIC  9(02).
           03  ACM-DIF          PIC S9(11)V99.
           03  FS-ARQ           PIC  X(02).

           03  DET-001.
               05  NUM-DT1      PIC  9(02).
           GO  TO   ROT-000-020.

       ROT-000-030.
           PERFORM  ROT-050-000
           THRU     ROT-050-040
           MOVE     ACM-DIF  TO  VDD-PRS
           REWRITE  REG-PRS
           MOVE     1        TO  IND1.
           GO  TO   ROT-000-010.

       ROT-300-000.
           CHAIN   "DYN218"  USING  PRM-002.

       ROT-050-000.
           MOVE     PRM-002  TO  CHV-CXA
           OPEN     INPUT    CADCXA
           READ     CADCXA   INVALID KEY
                    CLOSE    CADCXA
                    GO  TO   ROT-050-040.
           CLOSE    CADCXA
           OPEN     INPUT    CADDVV
           IF  FS-ARQ  NOT  =   "00"
               GO  TO        ROT-050-020.
           MOVE     DTA-CXA  TO  DTA-DVV
           MOVE     ZEROS    TO  LCT-DVV
           START    CADDVV   KEY NOT LESS  CHV-DVV
                    INVALID  KEY GO  TO   ROT-050-015.

       ROT-050-010.
           READ     CADDVV   NEXT AT END
                    GO  TO   ROT-050-015.
           IF  DTA-DVV  NOT  =   DTA-CXA
               GO  TO        ROT-050-015.
           IF  TUR-DVV   =   TUR-PR2  AND
               CXA-DVV   =   CXA-PR2  AND
               TIP-DVV   =   1
               ADD      VAL-DVV  TO  ACM-DIF.
           GO  TO   ROT-050-010.

       ROT-050-015.
           CLOSE    CADDVV.

       ROT-050-020.
           OPEN     INPUT    CADVTR
           IF  FS-ARQ  NOT  =   "00"
               GO  TO        ROT-050-036.
           MOVE     ZEROS    TO  CHV-VTR
           START    CADVTR   KEY GREATER  CHV-VTR
                    INVALID  KEY GO  TO   ROT-050-035.

       ROT-050-030.
           READ     CADVTR   NEXT AT END
                    GO  TO   ROT-050-035.
           IF  SIT-VTR   =   1        AND
               DTU-VTR   =   DTA-CXA  AND
               TUU-VTR   =   TUR-PR2  AND
               CXU-VTR   =   CXA-PR2
               ADD      VAL-VTR  TO  ACM-DIF.
           GO  TO   ROT-050-030.

       ROT-050-035.
           CLOSE    CADVTR.

       ROT-050-036.
           OPEN     INPUT    CADEVS
           IF  FS-ARQ  NOT  =   "00"
               GO  TO        ROT-050-040.
           MOVE     DTA-CXA  TO  DTA-EVS
           MOVE     ZEROS    TO  LCT-EVS
           START    CADEVS   KEY NOT LESS  CHV-EVS
                    INVALID  KEY GO  TO   ROT-050-039.

       ROT-050-037.
           READ     CADEVS   NEXT AT END
                    GO  TO   ROT-050-039.
           IF  DTA-EVS  NOT  =   DTA-CXA
               GO  TO        ROT-050-039.
           IF  TUR-EVS   =   TUR-PR2  AND
               CXA-EVS   =   CXA-PR2  AND
               SIT-EVS   =   3
               ADD      VAL-EVS  TO  ACM-DIF.
           GO  TO   ROT-050-037.

       ROT-050-039.
           CLOSE    CADEVS.

       ROT-050-040.
           EXIT.
