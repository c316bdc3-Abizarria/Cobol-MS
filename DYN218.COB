                       RECORD        KEY     IS  CHV-QBR
                       FILE          STATUS  IS  FS-QBR.

           SELECT      CADFCX        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FCX
                       FILE          STATUS  IS  FS-FCX.

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

           SELECT      CADVDA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
               05  CXA-QBR      PIC  9(01).
           03  DIF-QBR          PIC S9(10)V99.

       FD  CADFCX      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADFCX.DAT".
       01  REG-FCX.
           03  CHV-FCX.
               05  DTA-FCX      PIC  9(06).
               05  TUR-FCX      PIC  9(01).
               05  CXA-FCX      PIC  9(01).
           03  OPE-FCX          PIC  9(04).
           03  VAL-FCX          PIC  9(08)V99.
           03  SIT-FCX          PIC  9(01).
           03  EMP-FCX          PIC  9(03).
           03  DTP-FCX          PIC  9(06).
           03  SUP-FCX          PIC  9(04).
           03  AAM-FCX          PIC  9(04).
           03  QPC-FCX          PIC  9(02).

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

       FD  CADVDA      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADVDA.DAT".
       01  REG-VDA.
           03  DIF-AUX          PIC S9(10)V99.
           03  ABS-DIF          PIC  9(10)V99.
           03  FS-QBR           PIC  X(02).
           03  FS-FCX           PIC  X(02).
           03  FS-ARQ           PIC  X(02).
           03  DIF-CED          PIC S9(10)V99.

           03  DTA-AUX.

       01  ACM-SGR              PIC  9(10)V99.
       01  ACM-PIX              PIC  9(10)V99.
       01  ACM-DVV              PIC  9(10)V99.
       01  ACM-VTR              PIC  9(10)V99.
       01  ACM-EVS              PIC  9(10)V99.
       01  FLG-CED              PIC  9(01).

       01  DTA-SY8.
           03  FILLER           PIC  X(14)  VALUE  SPACES.
           03  VAL-DTP          PIC  Z.ZZZ.ZZZ.ZZ9,99.

       01  DET-DVV.
           03  FILLER           PIC  X(01)  VALUE  "<".
           03  FILLER           PIC  X(01)  VALUE  "-".
           03  FILLER           PIC  X(06)  VALUE  ">".
           03  FILLER           PIC  X(20)  VALUE  "DEVOLUCAO DINHEIRO".
           03  FILLER           PIC  X(14)  VALUE  SPACES.
           03  VAL-DTD          PIC  Z.ZZZ.ZZZ.ZZ9,99.

       01  DET-VTR.
           03  FILLER           PIC  X(01)  VALUE  "<".
           03  FILLER           PIC  X(01)  VALUE  "-".
           03  FILLER           PIC  X(06)  VALUE  ">".
           03  FILLER           PIC  X(20)  VALUE  "VALE-TROCA RECEB.".
           03  FILLER           PIC  X(14)  VALUE  SPACES.
           03  VAL-DTT          PIC  Z.ZZZ.ZZZ.ZZ9,99.

       01  DET-EVS.
           03  FILLER           PIC  X(01)  VALUE  "<".
           03  FILLER           PIC  X(01)  VALUE  "-".
           03  FILLER           PIC  X(06)  VALUE  ">".
           03  FILLER           PIC  X(20)  VALUE  "EVASAO BAIXADA".
           03  FILLER           PIC  X(14)  VALUE  SPACES.
           03  VAL-DTE          PIC  Z.ZZZ.ZZZ.ZZ9,99.

       01  DET-CED.
           03  FILLER           PIC  X(01)  VALUE  "<".
           03  FILLER           PIC  X(01)  VALUE  "-".
           PERFORM  ROT-156-000
           THRU     ROT-156-020
           CLOSE    CADCED
           PERFORM  ROT-158-000
           THRU     ROT-158-040
           MOVE     1        TO  PAG-CB1
           MOVE     DES-CXA  TO  CXA-CB2
           MOVE     TUR-TAB (TUR-CXA) TO  TUR-CB2
           WRITE    REG-REL FROM DET-SGR
           MOVE     ACM-PIX  TO  VAL-DTP
           WRITE    REG-REL FROM DET-PIX
           MOVE     ACM-DVV  TO  VAL-DTD
           WRITE    REG-REL FROM DET-DVV
           MOVE     ACM-VTR  TO  VAL-DTT
           WRITE    REG-REL FROM DET-VTR
           MOVE     ACM-EVS  TO  VAL-DTE
           WRITE    REG-REL FROM DET-EVS
           IF  FLG-CED   =   1
               MOVE     TOT-CED  TO  VAL-DTC
               WRITE    REG-REL FROM DET-CED.
       ROT-157-020.
           EXIT.

       ROT-158-000.
           MOVE     ZEROS    TO  ACM-DVV  ACM-VTR  ACM-EVS
           OPEN     INPUT    CADDVV
           IF  FS-ARQ  NOT  =   "00"
               GO  TO        ROT-158-020.
           MOVE     DTA-AUX  TO  DTA-DVV
           MOVE     ZEROS    TO  LCT-DVV
           START    CADDVV   KEY NOT LESS  CHV-DVV
                    INVALID  KEY GO  TO   ROT-158-015.

       ROT-158-010.
           READ     CADDVV   NEXT AT END
                    GO  TO   ROT-158-015.
           IF  DTA-DVV  NOT  =   DTA-AUX
               GO  TO        ROT-158-015.
           IF  TUR-DVV   =   TUR-CXA  AND
               CXA-DVV   =   NUM-CXA  AND
               TIP-DVV   =   1
               ADD      VAL-DVV  TO  ACM-DVV.
           GO  TO   ROT-158-010.

       ROT-158-015.
           CLOSE    CADDVV.

       ROT-158-020.
           OPEN     INPUT    CADVTR
           IF  FS-ARQ  NOT  =   "00"
               GO  TO        ROT-158-036.
           MOVE     ZEROS    TO  CHV-VTR
           START    CADVTR   KEY GREATER  CHV-VTR
                    INVALID  KEY GO  TO   ROT-158-035.

       ROT-158-030.
           READ     CADVTR   NEXT AT END
                    GO  TO   ROT-158-035.
           IF  SIT-VTR   =   1        AND
               DTU-VTR   =   DTA-AUX  AND
               TUU-VTR   =   TUR-CXA  AND
               CXU-VTR   =   NUM-CXA
               ADD      VAL-VTR  TO  ACM-VTR.
           GO  TO   ROT-158-030.

       ROT-158-035.
           CLOSE    CADVTR.

       ROT-158-036.
           OPEN     INPUT    CADEVS
           IF  FS-ARQ  NOT  =   "00"
               GO  TO        ROT-158-040.
           MOVE     DTA-AUX  TO  DTA-EVS
           MOVE     ZEROS    TO  LCT-EVS
           START    CADEVS   KEY NOT LESS  CHV-EVS
                    INVALID  KEY GO  TO   ROT-158-039.

       ROT-158-037.
           READ     CADEVS   NEXT AT END
                    GO  TO   ROT-158-039.
           IF  DTA-EVS  NOT  =   DTA-AUX
               GO  TO        ROT-158-039.
           IF  TUR-EVS   =   TUR-CXA  AND
               CXA-EVS   =   NUM-CXA  AND
               SIT-EVS   =   3
               ADD      VAL-EVS  TO  ACM-EVS.
           GO  TO   ROT-158-037.

       ROT-158-039.
           CLOSE    CADEVS.

       ROT-158-040.
           EXIT.

       ROT-159-000.
           IF  DIF-AUX  NOT  <   ZEROS  OR
               ABS-DIF  NOT  >   LIM-DIF
               GO  TO        ROT-159-020.
           OPEN     I-O      CADFCX
           IF  FS-FCX  NOT  =   "00"
               OPEN     OUTPUT   CADFCX
               CLOSE    CADFCX
               OPEN     I-O      CADFCX.
           MOVE     DTA-AUX  TO  DTA-FCX
           MOVE     TUR-CXA  TO  TUR-FCX
           MOVE     NUM-CXA  TO  CXA-FCX
           READ     CADFCX   INVALID  KEY
                    MOVE     ZEROS    TO  SIT-FCX  EMP-FCX  DTP-FCX
                                          SUP-FCX  AAM-FCX  QPC-FCX
                    MOVE     OPE-AUX  TO  OPE-FCX
                    MOVE     ABS-DIF  TO  VAL-FCX
                    WRITE    REG-FCX
                    CLOSE    CADFCX
                    GO  TO   ROT-159-020.
           IF  SIT-FCX   =   0
               MOVE     OPE-AUX  TO  OPE-FCX
               MOVE     ABS-DIF  TO  VAL-FCX
               REWRITE  REG-FCX.
           CLOSE    CADFCX.

       ROT-159-020.
           EXIT.

       ROT-160-000.
           MOVE     DIA-AUX  TO  DIA-SY8
           MOVE     MES-AUX  TO  MES-SY8
           MOVE     OPE-AUX  TO  OPE-CXA
           REWRITE  REG-CTR
           REWRITE  REG-CXA
           PERFORM  ROT-159-000
           THRU     ROT-159-020
           CLOSE    CADCTR
                    CADCXA   CADOPE
           DISPLAY  COL-005.
