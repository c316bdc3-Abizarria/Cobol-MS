
           SELECT      CADPRM        ASSIGN  TO  DISK.

           SELECT      CADTBD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TBD
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      ARQLMC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL.

           03  TXM-PRM          PIC  9(02)V99.
           03  TXJ-PRM          PIC  9(02)V9999.

       FD  CADTBD      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADTBD.DAT".
       01  REG-TBD.
           03  CHV-TBD.
               05  DTA-TBD.
                   07  ANO-TBD  PIC  9(02).
                   07  MES-TBD  PIC  9(02).
                   07  DIA-TBD  PIC  9(02).
               05  SEQ-TBD      PIC  9(03).
           03  TQO-TBD          PIC  9(02).
           03  TQD-TBD          PIC  9(02).
           03  CMB-TBD          PIC  9(02).
           03  MTV-TBD          PIC  9(01).
           03  OAN-TBD          PIC  9(05)V9.
           03  ODP-TBD          PIC  9(05)V9.
           03  DAN-TBD          PIC  9(05)V9.
           03  DDP-TBD          PIC  9(05)V9.
           03  QTD-TBD          PIC  9(05)V9.
           03  QTR-TBD          PIC  9(05)V9.
           03  OPE-TBD          PIC  9(04).
           03  HRA-TBD          PIC  9(04).

       FD  ARQLMC      LABEL         RECORD  IS  OMITTED.

       01  REG-ARQ              PIC  X(90).
           03  MES-AUX          PIC  9(02).
           03  ANO-AUX          PIC  9(02).
           03  ACM-REG          PIC  9(04).
           03  FS-ARQ           PIC  X(02).

           03  CTL-AUX.
               05  ANO-CTL      PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  ";".
           03  DIF-DET          PIC  -(05)9,9.

       01  TBD-ARQ.
           03  FILLER           PIC  X(03)  VALUE  "02;".
           03  CMB-TRF          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  ";".
           03  DIA-TRF          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-TRF          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-TRF          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  ";".
           03  SEQ-TRF          PIC  9(03).
           03  FILLER           PIC  X(01)  VALUE  ";".
           03  TQO-TRF          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  ";".
           03  TQD-TRF          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  ";".
           03  MTV-TRF          PIC  9(01).
           03  FILLER           PIC  X(01)  VALUE  ";".
           03  QTD-TRF          PIC  Z(05)9,9.
           03  FILLER           PIC  X(01)  VALUE  ";".
           03  QTR-TRF          PIC  Z(05)9,9.
           03  FILLER           PIC  X(01)  VALUE  ";".
           03  DIF-TRF          PIC  -(05)9,9.

       01  TRL-ARQ.
           03  FILLER           PIC  X(03)  VALUE  "99;".
           03  QTD-TRL          PIC  9(04).
       ROT-000-000.
           OPEN     I-O      CADLMC
           OPEN     INPUT    CADCMB   CADPRM
           OPEN     INPUT    CADTBD
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADTBD
               CLOSE    CADTBD
               OPEN     INPUT    CADTBD.
           READ     CADPRM
           DISPLAY  TLA-001.

           WRITE    REG-ARQ  FROM  HDR-ARQ
           MOVE     ZEROS    TO  CHV-LMC  ACM-REG
           START    CADLMC   KEY GREATER  CHV-LMC
                    INVALID  KEY GO  TO   ROT-200-020.

       ROT-200-010.
           READ     CADLMC   NEXT AT END
                    GO  TO   ROT-200-020.
           IF  CMB-LMC   =   ZEROS
               GO  TO        ROT-200-010.
           IF  ANO-LMC  NOT  =  ANO-AUX  OR
           ADD      1        TO  ACM-REG
           GO  TO   ROT-200-010.

       ROT-200-020.
           MOVE     ANO-AUX  TO  ANO-TBD
           MOVE     MES-AUX  TO  MES-TBD
           MOVE     ZEROS    TO  DIA-TBD  SEQ-TBD
           START    CADTBD   KEY NOT LESS CHV-TBD
                    INVALID  KEY GO  TO   ROT-200-030.

       ROT-200-025.
           READ     CADTBD   NEXT AT END
                    GO  TO   ROT-200-030.
           IF  ANO-TBD  NOT  =  ANO-AUX  OR
               MES-TBD  NOT  =  MES-AUX
               GO  TO        ROT-200-030.
           MOVE     CMB-TBD  TO  CMB-TRF
           MOVE     DIA-TBD  TO  DIA-TRF
           MOVE     MES-TBD  TO  MES-TRF
           MOVE     ANO-TBD  TO  ANO-TRF
           MOVE     SEQ-TBD  TO  SEQ-TRF
           MOVE     TQO-TBD  TO  TQO-TRF
           MOVE     TQD-TBD  TO  TQD-TRF
           MOVE     MTV-TBD  TO  MTV-TRF
           MOVE     QTD-TBD  TO  QTD-TRF
           MOVE     QTR-TBD  TO  QTR-TRF
           COMPUTE  DIF-TRF  =   QTR-TBD  -  QTD-TBD
           WRITE    REG-ARQ  FROM  TBD-ARQ
           ADD      1        TO  ACM-REG
           GO  TO   ROT-200-025.

       ROT-200-030.
           MOVE     ACM-REG  TO  QTD-TRL
           WRITE    REG-ARQ  FROM  TRL-ARQ

       ROT-900-000.
           MOVE     6    TO  PRM-001
           CLOSE    CADLMC   CADCMB   CADPRM   CADTBD
           CHAIN   "DYN200"  USING   PRM-001.
