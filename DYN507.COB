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
                       RECORD        KEY     IS  CHV-ALC.

           SELECT      CADCTT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CTT
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADPPG        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PPG
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

       DATA            DIVISION.
           03  CTG-ALC          PIC  9(01).
           03  VAL-ALC          PIC S9(10)V99.

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

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC  X(80).

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

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  IND2             PIC  9(02).
           03  RSP-OPC          PIC  X(01).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  FS-ARQ           PIC  X(02).
           03  TECLADO          PIC  9(02).
           03  ACM-LIN          PIC  9(02).
           03  ACM-QTD          PIC  9(03).
           03  SEN-AUX          PIC  X(04).
           03  AUT-AUX          PIC  X(01).

           03  PAR-AUX.
               05  TIT-PAR      PIC  X(10).
               05  COD-PAR      PIC  X(10).
               05  FILLER       PIC  X(10)  VALUE  SPACES.

           03  NOM-TAB          PIC  X(36).
           03  RED-NOM          REDEFINES   NOM-TAB.
               05  LET-NOM      PIC  X(01)  OCCURS  36.
               05  MES-PR2      PIC  9(02).
               05  DIA-PR2      PIC  9(02).

       01  EXL-PRM.
           03  FUN-EXL          PIC  9(01).
           03  PRG-EXL          PIC  X(06).
           03  OPE-EXL          PIC  9(04).
           03  PAR-EXL          PIC  X(30).
           03  PIN-EXL          PIC  9(06).
           03  PFI-EXL          PIC  9(06).
           03  DTI-EXL          PIC  9(06).
           03  HRI-EXL          PIC  9(08).
           03  STA-EXL          PIC  X(01).
           03  FLG-EXL          PIC  9(01).
           03  TAB-EXL.
               05  ARQ-EXL      OCCURS  06.
                   07  NAR-EXL  PIC  X(06).
                   07  QTD-EXL  PIC  9(07).

       SCREEN          SECTION.

       01  COL-001  LINE 14 COLUMN 21 PIC X(10) FROM SPACES
       ROT-000-000.
           OPEN     I-O      CADCTR   CADALC
                    INPUT    CADNTA   CADOPE
           OPEN     I-O      CADCTT
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADCTT
               CLOSE    CADCTT
               OPEN     I-O      CADCTT.
           OPEN     INPUT    CADPPG
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADPPG
               CLOSE    CADPPG
               OPEN     INPUT    CADPPG.
           READ     CADCTR
           MOVE     ZEROS    TO  ACM-VAL
           MOVE     SPACES   TO  RSP-OPC
           PERFORM  ROT-050-000  THRU  ROT-050-040
           IF  AUT-AUX  NOT  =   "S"
               GO  TO        ROT-000-010.
           PERFORM  ROT-070-000  THRU  ROT-070-010
           IF  FLG-EXL   =   1
               GO  TO        ROT-000-010.
           GO  TO   ROT-100-000, ROT-200-000,
                    DEPENDING    ON  PRM-001.

       ROT-050-040.
           EXIT.

       ROT-060-000.
           MOVE     ZEROS    TO  FAT-CTT
           MOVE     NUM-NTA  TO  NUM-CTT
           READ     CADCTT   INVALID KEY
                    GO  TO   ROT-060-010.
           IF  CLI-CTT  NOT  =   CLI-NTA
               GO  TO        ROT-060-010.
           DELETE   CADCTT
           COMPUTE  FAT-CTT  =   FAT-CTR  +  1
           WRITE    REG-CTT.

       ROT-060-010.
           EXIT.

       ROT-070-000.
           MOVE     1        TO  FUN-EXL
           MOVE     OPE-AUX  TO  OPE-EXL
           MOVE     "DYN505" TO  PRG-EXL
           MOVE     "CLIENTE"    TO  TIT-PAR
           MOVE     CLI-PR2  TO  COD-PAR
           IF  PRM-001   =   2
               MOVE     "DYN506"     TO  PRG-EXL
               MOVE     "CATEGORIA"  TO  TIT-PAR
               MOVE     CTG-PR2      TO  COD-PAR.
           MOVE     PAR-AUX  TO  PAR-EXL
           MOVE     DTA-PR2  TO  PIN-EXL
           DIVIDE   PIN-EXL  BY  100  GIVING  PIN-EXL
           COMPUTE  PFI-EXL  =   PIN-EXL  *  100  +  31
           COMPUTE  PIN-EXL  =   PIN-EXL  *  100  +  01
           CALL    "DYNEXL"  USING  EXL-PRM
           MOVE     "CADNTA" TO  NAR-EXL (1)
           MOVE     "CADFAT" TO  NAR-EXL (2)
           MOVE     "CADNFE" TO  NAR-EXL (3).

       ROT-070-010.
           EXIT.

       ROT-080-000.
           MOVE     2        TO  FUN-EXL
           MOVE     "F"      TO  STA-EXL
           CALL    "DYNEXL"  USING  EXL-PRM.

       ROT-080-010.
           EXIT.

       ROT-100-000.
           DISPLAY  COL-001
           OPEN     INPUT    CADCLI
           IF  CLI-NTA   =   CLI-PR2 AND
               DTA-LCT  NOT  >   DTA-LIM
               ADD  VAL-NTA  TO  ACM-VAL
               ADD  1        TO  QTD-EXL (1)
               GO  TO        ROT-100-025.
           MOVE     REG-NTA  TO  REG-SRT
           RELEASE  REG-SRT
           GO  TO   ROT-100-020.

       ROT-100-025.
           MOVE     ZEROS    TO  FAT-CTT
           MOVE     NUM-NTA  TO  NUM-CTT
           READ     CADCTT   INVALID KEY
                    GO  TO   ROT-100-020.
           IF  CLI-CTT  NOT  =   CLI-NTA
               GO  TO        ROT-100-020.
           DELETE   CADCTT
           COMPUTE  FAT-CTT  =   FAT-CTR  +  1
           WRITE    REG-CTT
           GO  TO   ROT-100-020.

       ROT-100-030.
           DISPLAY  COL-002
           CLOSE    CADNTA
                    INVALID  KEY CONTINUE
           REWRITE  REG-CTR
           CLOSE    CADCTR   CADALC   CADOPE
                    CADFAT   CADNFE   CADNTA   CADCLI
                    CADCTT   CADPPG
           MOVE     1        TO  QTD-EXL (2)  QTD-EXL (3)
           PERFORM  ROT-080-000  THRU  ROT-080-010.

       ROT-100-070  SECTION.

               MOVE      CTG-PR2  TO  CTG-CCL
               READ      CADCCL
                   INVALID KEY GO  TO   ROT-200-030.
           MOVE     CHV-CLI  TO  CHV-PPG
           READ     CADPPG   INVALID  KEY
                    MOVE     0        TO  SIT-PPG.
           IF  SIT-PPG   =   1
               GO  TO        ROT-200-030.
           MOVE     SPACES   TO  CHV-NTA
           MOVE     CHV-CLI  TO  CLI-NTA
           START    CADNTA   KEY GREATER  CHV-NTA
               GO  TO        ROT-200-040.
           ADD      1        TO  ACM-QTD
           ADD      VAL-NTA  TO  ACM-VAL
           PERFORM  ROT-060-000  THRU  ROT-060-010
           GO  TO   ROT-200-040.

       ROT-200-050.
           MOVE     VAL-FAT  TO  VAL-ALC
           WRITE    REG-ALC
                    INVALID  KEY CONTINUE
           ADD      1        TO  QTD-EXL (2)  QTD-EXL (3)
           GO  TO   ROT-200-030.

       ROT-200-070.
               ADD     2000  TO  ANO-LCT
           ELSE
               ADD     1900  TO  ANO-LCT.
           MOVE     CLI-NTA  TO  CHV-PPG
           READ     CADPPG   INVALID  KEY
                    MOVE     0        TO  SIT-PPG.
           IF  SIT-PPG   =   1
               GO  TO        ROT-200-105.
           IF  DTA-LCT  NOT  >   DTA-LIM
               IF  CTG-CLI   =   CTG-PR2
                   GO  TO        ROT-200-100
                   READ      CADCCL
                       INVALID     KEY  CONTINUE
                       NOT INVALID KEY  GO  TO  ROT-200-100.

       ROT-200-105.
           MOVE     REG-NTA  TO  REG-SRT
           RELEASE  REG-SRT
           GO  TO   ROT-200-100.
           DISPLAY  COL-004
           REWRITE  REG-CTR
           CLOSE    CADCLI  CADCTR   CADALC   CADOPE
                    CADNTA  CADPRM  CADCCL  CADCTT
                    CADPPG
           MOVE     TOT-QTD  TO  QTD-EXL (1)
           PERFORM  ROT-080-000  THRU  ROT-080-010.
