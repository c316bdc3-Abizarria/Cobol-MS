                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-DSP.

           SELECT      CADPRE        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PRE
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

       DATA            DIVISION.
               05  SUF-DSP      PIC  9(03).
           03  DES-DSP          PIC  X(25).

       FD  CADPRE      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADPRE.DAT".
       01  REG-PRE.
           03  CHV-PRE.
               05  EMP-PRE      PIC  9(04).
               05  PAR-PRE      PIC  9(03).
           03  VCT-PRE.
               05  ANO-PRE      PIC  9(02).
               05  MES-PRE      PIC  9(02).
               05  DIA-PRE      PIC  9(02).
           03  AMO-PRE          PIC  9(10)V99.
           03  JUR-PRE          PIC  9(10)V99.
           03  SDO-PRE          PIC  9(10)V99.
           03  LDA-PRE.
               05  CDA-PRE      PIC  9(04).
               05  DTA-PRE      PIC  9(06).
               05  LTA-PRE      PIC  9(03).
           03  LDJ-PRE.
               05  CDJ-PRE      PIC  9(04).
               05  DTJ-PRE      PIC  9(06).
               05  LTJ-PRE      PIC  9(03).

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC  X(80).
           03  ACM-LIN          PIC  9(02).
           03  MES-AUX          PIC  9(02).
           03  ANO-AUX          PIC  9(02).
           03  FS-ARQ           PIC  X(02).
           03  TOT-JRS          PIC S9(10)V99.
           03  TOT-MLT          PIC S9(10)V99.
           03  TOT-DSC          PIC S9(10)V99.

       ROT-000-000.
           DISPLAY  TLA-001
           OPEN     INPUT    CADBXD   CADDSP
           OPEN     INPUT    CADPRE
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADPRE
               CLOSE    CADPRE
               OPEN     INPUT    CADPRE.

       ROT-100-000.
           DISPLAY  MEN-001
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM CAB-002
           START    CADBXD   KEY GREATER  CHV-BXD
                    INVALID  KEY GO  TO   ROT-100-050.

       ROT-100-020.
           READ     CADBXD   NEXT AT END
                    GO  TO   ROT-100-050.
           IF  ANO-BXD  NOT  =   ANO-AUX  OR
               MES-BXD  NOT  =   MES-AUX
               GO  TO        ROT-100-020.
           MOVE     ZEROS    TO  ACM-LIN
           GO  TO   ROT-100-020.

       ROT-100-050.
           MOVE     ZEROS    TO  CHV-PRE
           START    CADPRE   KEY GREATER  CHV-PRE
                    INVALID  KEY GO  TO   ROT-100-090.

       ROT-100-060.
           READ     CADPRE   NEXT AT END
                    GO  TO   ROT-100-090.
           IF  ANO-PRE  NOT  =   ANO-AUX  OR
               MES-PRE  NOT  =   MES-AUX
               GO  TO        ROT-100-060.
           IF  JUR-PRE   =   ZEROS
               GO  TO        ROT-100-060.
           MOVE     CDJ-PRE  TO  COD-DT1  CHV-DSP
           MOVE     SPACES   TO  DES-DSP
           READ     CADDSP   INVALID  KEY
                    MOVE     SPACES   TO  DES-DSP.
           MOVE     DES-DSP  TO  DES-DT1
           MOVE     DIA-PRE  TO  DIA-DT1
           MOVE     MES-PRE  TO  MES-DT1
           MOVE     ANO-PRE  TO  ANO-DT1
           MOVE     JUR-PRE  TO  JRS-DT1
           MOVE     ZEROS    TO  MLT-DT1  DSC-DT1
           ADD      JUR-PRE  TO  TOT-JRS
           WRITE    REG-REL FROM DET-001
           ADD      1        TO  ACM-LIN
           IF  ACM-LIN   <   54
               GO  TO        ROT-100-060.
           ADD      1        TO  PAG-CB1
           WRITE    REG-REL FROM CAB-001  AFTER  PAGE
           WRITE    REG-REL FROM CAB-002
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM CAB-002
           MOVE     ZEROS    TO  ACM-LIN
           GO  TO   ROT-100-060.

       ROT-100-090.
           COMPUTE  TOT-LIQ  =   TOT-JRS  +  TOT-MLT  -  TOT-DSC
           COMPUTE  TOT-JRS  =   TOT-JRS  +  TOT-MLT

       ROT-900-000.
           MOVE     1    TO  PRM-001
           CLOSE    CADBXD   CADDSP   CADPRE
           CHAIN   "DYN300"  USING   PRM-001.
