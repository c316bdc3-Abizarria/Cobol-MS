
           SELECT      CADPRM        ASSIGN  TO  DISK.

           SELECT      CADCTR        ASSIGN  TO  DISK.

           SELECT      CADSRT        ASSIGN  TO  DISK.

           SELECT      CADTMD        ASSIGN  TO  DISK
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-AGU.

           SELECT      CADTBD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TBD
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

       DATA            DIVISION.
           03  TXM-PRM          PIC  9(02)V99.
           03  TXJ-PRM          PIC  9(02)V9999.

       FD  CADCTR      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCTR.DAT".
       01  REG-CTR.
           03  DIA-CTR          PIC  9(02).
           03  DTI-CTR          PIC  9(06).
           03  DTC-CTR          PIC  9(06).
           03  DTD-CTR          PIC  9(06).
           03  FAT-CTR          PIC  9(06).
           03  PCT-CTR          PIC  9(02)V99.
           03  SIT-CTR          PIC  X(01).
           03  CHK-CTR.
               05  ATV-CTR      PIC  9(01).
               05  PRX-CTR      PIC  9(01).
               05  SUF-CTR      PIC  9(03).
               05  LCT-CTR      PIC  9(03).

       SD  CADSRT.

       01  REG-SRT.
           03  CMB-SRT          PIC  9(02).
           03  SDI-SRT          PIC S9(05)V9.
           03  SDA-SRT          PIC S9(05)V9.
           03  TRF-SRT          PIC S9(05)V9.

       FD  CADTMD      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADTMD.DAT".
               05  DTA-AGU      PIC  9(06).
           03  NIV-AGU          PIC  9(02)V9.

       FD  CADTBD      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADTBD.DAT".
       01  REG-TBD.
           03  CHV-TBD.
               05  DTA-TBD      PIC  9(06).
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

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC  X(80).
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  FS-ARQ           PIC  X(02).
           03  DTC-AUX          PIC  9(06).
           03  LTR-AUX          PIC  9(03)V9.
           03  DNS-AUX          PIC  9(01)V999.
           03  ACM-SDI          PIC S9(06)V9.
           03  ACM-SDA          PIC S9(06)V9.
           03  ACM-TRF          PIC S9(06)V9.
           03  ACM-DIF          PIC S9(06)V9.
           03  TOT-SDI          PIC S9(06)V9.
           03  TOT-SDA          PIC S9(06)V9.
           03  TOT-TRF          PIC S9(06)V9.
           03  TOT-DIF          PIC S9(06)V9.
           03  PCT-TOL          PIC  9(02)   VALUE  05.
           03  RAW-DIF          PIC S9(06)V9.
       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004              PIC  X(80)  VALUE
      -    "COMBUSTIVEL       TQ    ESCRITURAL        FISICO    TRANSBO
      -    "RDO     DIFERENCA".

       01  DET-001.
           03  CMB-DT1          PIC  X(18).
           03  TNQ-DT1          PIC  9(02)  BLANK  WHEN  ZEROS.
           03  FILLER           PIC  X(04)  VALUE  SPACES.
           03  SDI-DT1          PIC  ----.--9,9.
           03  FILLER           PIC  X(04)  VALUE  SPACES.
           03  SDA-DT1          PIC  ----.--9,9.
           03  FILLER           PIC  X(04)  VALUE  SPACES.
           03  TRF-DT1          PIC  ----.--9,9.
           03  FILLER           PIC  X(04)  VALUE  SPACES.
           03  DIF-DT1          PIC  ----.--9,9.
           03  MRC-DT1          PIC  X(03).

       01  TOT-001.
           03  TIP-TT1          PIC  X(14).
           03  FILLER           PIC  X(10)  VALUE  SPACES.
           03  SDI-TT1          PIC  ----.--9,9.
           03  FILLER           PIC  X(04)  VALUE  SPACES.
           03  SDA-TT1          PIC  ----.--9,9.
           03  FILLER           PIC  X(04)  VALUE  SPACES.
           03  TRF-TT1          PIC  ----.--9,9.
           03  FILLER           PIC  X(04)  VALUE  SPACES.
           03  DIF-TT1          PIC  ----.--9,9.

       01  PRM-001              PIC  9(01).
                     INPUT    CADCMB
                              CADPRM   CADTMD
           READ      CADPRM
           OPEN      INPUT    CADCTR
           READ      CADCTR
           MOVE      DTC-CTR  TO  DTC-AUX
           CLOSE     CADCTR
           OPEN      INPUT    CADTBD
           IF  FS-ARQ  NOT  =   "00"
               OPEN      OUTPUT   CADTBD
               CLOSE     CADTBD
               OPEN      INPUT    CADTBD.
           MOVE      1    TO  IND2.

       ROT-000-010.
           READ     CADTNQ   NEXT AT END
                    GO  TO   ROT-300-050.
           MOVE     REG-TNQ  TO  REG-SRT
           MOVE     ZEROS    TO  TRF-SRT
           MOVE     DTC-AUX  TO  DTA-TBD
           MOVE     ZEROS    TO  SEQ-TBD
           START    CADTBD   KEY NOT LESS CHV-TBD  INVALID  KEY
                    GO  TO   ROT-300-044.

       ROT-300-042.
           READ     CADTBD   NEXT AT END
                    GO  TO   ROT-300-044.
           IF  DTA-TBD  NOT  =   DTC-AUX
               GO  TO        ROT-300-044.
           IF  TQD-TBD   =   TNQ-SRT
               ADD      QTR-TBD  TO  TRF-SRT.
           IF  TQO-TBD   =   TNQ-SRT
               SUBTRACT QTD-TBD  FROM  TRF-SRT.
           GO  TO   ROT-300-042.

       ROT-300-044.
           RELEASE  REG-SRT
           GO  TO   ROT-300-040.

       ROT-300-070.
           RETURN   CADSRT   AT  END
                    GO  TO   ROT-300-100.
           MOVE     ZEROS    TO  TOT-SDI  TOT-SDA
                                 TOT-TRF  TOT-DIF.
       ROT-300-080.
           MOVE     CMB-SRT  TO  CHV-CMB
           READ     CADCMB
           MOVE     DES-CMB  TO  CMB-DT1
           MOVE     ZEROS    TO  ACM-SDI  ACM-SDA
                                 ACM-TRF  ACM-DIF.
       ROT-300-090.
           MOVE     TNQ-SRT  TO  TNQ-DT1
           MOVE     SDI-SRT  TO  SDI-DT1
           MOVE     SDA-SRT  TO  SDA-DT1
           MOVE     TRF-SRT  TO  TRF-DT1
           ADD      SDI-SRT  TO  ACM-SDI
           ADD      SDA-SRT  TO  ACM-SDA
           ADD      TRF-SRT  TO  ACM-TRF
           COMPUTE  RAW-DIF  =   SDA-SRT  -  SDI-SRT  -  TRF-SRT
           MOVE     RAW-DIF  TO  DIF-DT1
           ADD      RAW-DIF  TO  ACM-DIF
           MOVE     SPACES   TO  MRC-DT1
           IF  RAW-DIF   <   ZEROS
               COMPUTE  ABS-DIF  =   ZEROS  -  RAW-DIF
           MOVE     TP1-DET  TO  TIP-TT1
           MOVE     ACM-SDI  TO  SDI-TT1
           MOVE     ACM-SDA  TO  SDA-TT1
           MOVE     ACM-TRF  TO  TRF-TT1
           MOVE     ACM-DIF  TO  DIF-TT1
           MOVE     TOT-001  TO  REG-TAB (IND1 + 1)
           MOVE     SPACES   TO  REG-TAB (IND1 + 2)
           MOVE     SPACES   TO  REG-TAB (IND1 + 3)
           ADD      ACM-SDI  TO  TOT-SDI
           ADD      ACM-SDA  TO  TOT-SDA
           ADD      ACM-TRF  TO  TOT-TRF
           ADD      ACM-DIF  TO  TOT-DIF
           ADD      4        TO  IND1.

           MOVE     TP2-DET  TO  TIP-TT1
           MOVE     TOT-SDI  TO  SDI-TT1
           MOVE     TOT-SDA  TO  SDA-TT1
           MOVE     TOT-TRF  TO  TRF-TT1
           MOVE     TOT-DIF  TO  DIF-TT1
           MOVE     TOT-001  TO  REG-TAB (IND1 - 1)
           MOVE     IND1     TO  IND2.
       ROT-600-000.
           MOVE     3   TO   PRM-001
           CLOSE    CADCMB   CADPRM
                    CADTMD   CADTNQ  CADAGU  CADTBD
           CHAIN   "DYN100"  USING  PRM-001.
