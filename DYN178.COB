       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN178.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADEST        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-EST.

           SELECT      CADLCP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LCP
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADLPC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LPC
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADLES        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LES
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADLTL        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LTL
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADNCP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-NCP
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADDVC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-DVC
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADRAT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-RAT
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADCSD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CSD
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADLOT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LOT
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADORC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ORC
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADRSV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-RSV
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADLOC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LOC
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADAVR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-AVR
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADCSG        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CSG
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADVSL        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-VSL
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADABC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ABC
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADDSP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-DSP
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADINV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-INV
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADPCF        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PCF
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADRTN        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-RTN
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADUNC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-UNC
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADUVD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-UVD
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADKIT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-KIT
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADLCX        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LCX
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADVDA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-VDA
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADDPF        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-DPF
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADDSA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-DSA
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADDVV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-DVV
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADHRV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-HRV
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADIOS        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-IOS
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADIPD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-IPD
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADLFF        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LFF
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADNFC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-NFC
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADPRO        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PRO
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADTRP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TRP
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADVSD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-VSD
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADXLC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-XLC
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADGRN        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-GRN
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADRPR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-RPR
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADHRJ        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-HRJ
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADOLU        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-OLU
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADPGL        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PGL
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADTGL        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TGL
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADCXA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CXA.

           SELECT      CADOPE        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-OPE.

           SELECT      CADALT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ALT.

       DATA            DIVISION.
       FILE            SECTION.

       FD  CADEST      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADEST.DAT".
       01  REG-EST.
           03  CHV-EST.
               05  PRX-EST      PIC  9(01).
               05  SUF-EST      PIC  9(03).
           03  DES-EST          PIC  X(25).
           03  MIN-EST          PIC  9(06).
           03  SDO-EST          PIC S9(06)V9.
           03  CST-EST          PIC  9(07)V9999.
           03  CTM-EST          PIC  9(07)V9999.
           03  VDA-EST          PIC  9(07)V99.
           03  PC2-EST          PIC  9(07)V99.
           03  PC3-EST          PIC  9(07)V99.
           03  PCT-EST          PIC S9(03)V99.
           03  QVM-EST          PIC  9(07)V9.
           03  QVA-EST          PIC  9(08)V9.

       FD  CADLCP      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADLCP.DAT".
       01  REG-LCP.
           03  CHV-LCP.
               05  PRX-LCP      PIC  9(01).
               05  SUF-LCP      PIC  9(03).
               05  DTA-LCP      PIC  9(06).
               05  LCT-LCP      PIC  9(03).
           03  NTF-LCP          PIC  9(06).
           03  FOR-LCP          PIC  9(03).
           03  QTD-LCP          PIC S9(06).
           03  CST-LCP          PIC  9(07)V9999.

       FD  CADLPC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADLPC.DAT".
       01  REG-LPC.
           03  CHV-LPC.
               05  PRX-LPC      PIC  9(01).
               05  SUF-LPC      PIC  9(03).
               05  DTA-LPC      PIC  9(06).
               05  LCT-LPC      PIC  9(03).
           03  DPG-LPC.
               05  COD-DPG      PIC  9(04).
               05  DTA-DPG      PIC  9(06).
               05  LCT-DPG      PIC  9(03).

       FD  CADLES      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADLES.DAT".
       01  REG-LES.
           03  CHV-LES.
               05  PRX-LES      PIC  9(01).
               05  SUF-LES      PIC  9(03).
               05  DTA-LES      PIC  9(06).
               05  LCT-LES      PIC  9(03).
           03  SDA-LES          PIC S9(06)V9.
           03  SDC-LES          PIC  9(06)V9.
           03  MTV-LES          PIC  9(02).

       FD  CADLTL      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADLTL.DAT".
       01  REG-LTL.
           03  CHV-LTL.
               05  PRX-LTL      PIC  9(01).
               05  SUF-LTL      PIC  9(03).
               05  DTA-LTL      PIC  9(06).
               05  LCT-LTL      PIC  9(03).
           03  SEN-LTL          PIC  9(01).
           03  QTD-LTL          PIC  9(06)V9.
           03  OPE-LTL          PIC  9(04).

       FD  CADNCP      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADNCP.DAT".
       01  REG-NCP.
           03  CHV-NCP.
               05  PRX-NCP      PIC  9(01).
               05  SUF-NCP      PIC  9(03).
               05  DTA-NCP      PIC  9(06).
               05  LCT-NCP      PIC  9(03).
           03  DTL-NCP          PIC  9(06).
           03  LCC-NCP          PIC  9(03).
           03  NTF-NCP          PIC  9(06).
           03  NTC-NCP          PIC  9(06).
           03  FOR-NCP          PIC  9(03).
           03  QTD-NCP          PIC S9(06).
           03  QES-NCP          PIC S9(06)V9.
           03  VAL-NCP          PIC  9(10)V99.
           03  VES-NCP          PIC  9(10)V99.
           03  CMV-NCP          PIC  9(10)V99.
           03  CTA-NCP          PIC  9(07)V9999.
           03  CTN-NCP          PIC  9(07)V9999.
           03  DPG-NCP.
               05  COD-NCP      PIC  9(04).
               05  DTD-NCP      PIC  9(06).
               05  LCD-NCP      PIC  9(03).

       FD  CADDVC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADDVC.DAT".
       01  REG-DVC.
           03  CHV-DVC.
               05  FOR-DVC      PIC  9(03).
               05  DTA-DVC      PIC  9(06).
               05  LCT-DVC      PIC  9(03).
           03  LCP-DVC.
               05  PRX-DVC      PIC  9(01).
               05  SUF-DVC      PIC  9(03).
               05  DTC-DVC      PIC  9(06).
               05  LCC-DVC      PIC  9(03).
           03  NTF-DVC          PIC  9(06).
           03  NTD-DVC          PIC  9(06).
           03  QTD-DVC          PIC  9(06).
           03  CST-DVC          PIC  9(07)V9999.
           03  VAL-DVC          PIC  9(10)V99.
           03  ABT-DVC          PIC  9(10)V99.
           03  SDC-DVC          PIC  9(10)V99.
           03  MOT-DVC          PIC  X(20).

       FD  CADRAT      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADRAT.DAT".
       01  REG-RAT.
           03  CHV-RAT.
               05  TIP-RAT      PIC  9(01).
               05  DOC-RAT      PIC  9(06).
               05  SEQ-RAT      PIC  9(03).
           03  DTA-RAT          PIC  9(06).
           03  CRT-RAT          PIC  X(01).
           03  LCP-RAT.
               05  PRX-RAT      PIC  9(01).
               05  SUF-RAT      PIC  9(03).
               05  DTC-RAT      PIC  9(06).
               05  LCC-RAT      PIC  9(03).
           03  NTF-RAT          PIC  9(06).
           03  FOR-RAT          PIC  9(03).
           03  QTD-RAT          PIC S9(06).
           03  BAS-RAT          PIC  9(10)V99.
           03  VAL-RAT          PIC  9(10)V99.
           03  CTA-RAT          PIC  9(07)V9999.
           03  CTN-RAT          PIC  9(07)V9999.
           03  TRP-RAT          PIC  9(03).
           03  DPG-RAT.
               05  COD-RAT      PIC  9(04).
               05  DTD-RAT      PIC  9(06).
               05  LCD-RAT      PIC  9(03).

       FD  CADCSD      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCSD.DAT".
       01  REG-CSD.
           03  CHV-CSD.
               05  PRX-CSD      PIC  9(01).
               05  SUF-CSD      PIC  9(03).
               05  DTA-CSD      PIC  9(06).
           03  CTM-CSD          PIC  9(07)V9999.
           03  QTD-CSD          PIC  9(06)V9.
           03  VAL-CSD          PIC  9(10)V99.

       FD  CADLOT      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADLOT.DAT".
       01  REG-LOT.
           03  CHV-LOT.
               05  PRX-LOT      PIC  9(01).
               05  SUF-LOT      PIC  9(03).
               05  NUM-LOT      PIC  X(10).
           03  VAL-LOT          PIC  9(06).
           03  SDO-LOT          PIC S9(06)V9.

       FD  CADORC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADORC.DAT".
       01  REG-ORC.
           03  CHV-ORC.
               05  PRX-ORC      PIC  9(01).
               05  SUF-ORC      PIC  9(03).
               05  ANO-ORC      PIC  9(02).
               05  MES-ORC      PIC  9(02).
           03  VAL-ORC          PIC  9(10)V99.

       FD  CADRSV      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADRSV.DAT".
       01  REG-RSV.
           03  CHV-RSV.
               05  PRX-RSV      PIC  9(01).
               05  SUF-RSV      PIC  9(03).
               05  OSV-RSV      PIC  9(06).
           03  QTD-RSV          PIC  9(06)V9.
           03  DTA-RSV          PIC  9(06).

       FD  CADLOC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADLOC.DAT".
       01  REG-LOC.
           03  CHV-LOC.
               05  PRX-LOC      PIC  9(01).
               05  SUF-LOC      PIC  9(03).
           03  SDL-LOC          PIC S9(06)V9.
           03  SDD-LOC          PIC S9(06)V9.

       FD  CADAVR      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADAVR.DAT".
       01  REG-AVR.
           03  CHV-AVR.
               05  PRX-AVR      PIC  9(01).
               05  SUF-AVR      PIC  9(03).
           03  SDA-AVR          PIC S9(06)V9.
           03  CST-AVR          PIC  9(10)V99.
           03  DTA-AVR          PIC  9(06).

       FD  CADCSG      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCSG.DAT".
       01  REG-CSG.
           03  CHV-CSG.
               05  PRX-CSG      PIC  9(01).
               05  SUF-CSG      PIC  9(03).
           03  FOR-CSG          PIC  9(03).
           03  SDC-CSG          PIC S9(06)V9.
           03  CST-CSG          PIC  9(07)V9999.
           03  DTU-CSG          PIC  9(06).

       FD  CADVSL      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADVSL.DAT".
       01  REG-VSL.
           03  CHV-VSL.
               05  PRX-VSL      PIC  9(01).
               05  SUF-VSL      PIC  9(03).
           03  FLG-VSL          PIC  9(01).
           03  SDV-VSL          PIC S9(05).
           03  VLC-VSL          PIC  9(05)V99.

       FD  CADABC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADABC.DAT".
       01  REG-ABC.
           03  CHV-ABC.
               05  PRX-ABC      PIC  9(01).
               05  SUF-ABC      PIC  9(03).
           03  CLA-ABC          PIC  X(01).
           03  VLR-ABC          PIC  9(11)V99.
           03  PCT-ABC          PIC  9(03)V99.
           03  DTA-ABC          PIC  9(06).

       FD  CADDSP      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADDSP.DAT".
       01  REG-DSP.
           03  CHV-DSP.
               05  PRX-DSP      PIC  9(01).
               05  SUF-DSP      PIC  9(03).
           03  DES-DSP          PIC  X(25).

       FD  CADINV      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADINV.DAT".
       01  REG-INV.
           03  CHV-INV.
               05  PRX-INV      PIC  9(01).
               05  SUF-INV      PIC  9(03).
           03  DTA-INV          PIC  9(06).
           03  SDC-INV          PIC  9(06)V9.
           03  FLG-INV          PIC  9(01).

       FD  CADPCF      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADPCF.DAT".
       01  REG-PCF.
           03  CHV-PCF.
               05  PRX-PCF      PIC  9(01).
               05  SUF-PCF      PIC  9(03).
           03  CSP-PCF          PIC  9(02).
           03  ALP-PCF         PIC  9(01)V9999.
           03  ALC-PCF         PIC  9(01)V9999.

       FD  CADRTN      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADRTN.DAT".
       01  REG-RTN.
           03  CHV-RTN.
               05  PRX-RTN      PIC  9(01).
               05  SUF-RTN      PIC  9(03).
           03  INS-RTN          PIC  9(02)V99.
           03  ISS-RTN          PIC  9(02)V99.
           03  IRF-RTN          PIC  9(02)V99.

       FD  CADUNC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADUNC.DAT".
       01  REG-UNC.
           03  CHV-UNC.
               05  PRX-UNC      PIC  9(01).
               05  SUF-UNC      PIC  9(03).
           03  UCP-UNC          PIC  X(05).
           03  UVD-UNC          PIC  X(05).
           03  FTR-UNC          PIC  9(04)V99.

       FD  CADUVD      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADUVD.DAT".
       01  REG-UVD.
           03  CHV-UVD.
               05  PRX-UVD      PIC  9(01).
               05  SUF-UVD      PIC  9(03).
           03  DTA-UVD.
               05  ANO-UVD      PIC  9(02).
               05  MES-UVD      PIC  9(02).
               05  DIA-UVD      PIC  9(02).

       FD  CADKIT      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADKIT.DAT".
       01  REG-KIT.
           03  CHV-KIT.
               05  KPR-KIT      PIC  9(01).
               05  KSU-KIT      PIC  9(03).
               05  SEQ-KIT      PIC  9(02).
           03  CPR-KIT          PIC  9(01).
           03  CSU-KIT          PIC  9(03).
           03  QTD-KIT          PIC  9(03)V9.

       FD  CADLCX      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADLCX.DAT".
       01  REG-LCX.
           03  CHV-LCX.
               05  TUR-LCX      PIC  9(01).
               05  CXA-LCX      PIC  9(01).
               05  ATV-LCX      PIC  9(01).
               05  PRX-LCX      PIC  9(01).
               05  SUF-LCX      PIC  9(03).
               05  LCT-LCX      PIC  9(03).
           03  DES-LCX          PIC  X(15).
           03  HST-LCX          PIC  X(20).
           03  QTD-LCX          PIC  9(06)V9.
           03  VAL-LCX          PIC  9(10)V99.

       FD  CADVDA      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADVDA.DAT".
       01  REG-VDA.
           03  CHV-VDA.
               05  ATV-VDA      PIC  9(01).
               05  PRX-VDA      PIC  9(01).
               05  SUF-VDA      PIC  9(03).
               05  LCT-VDA      PIC  9(03).
           03  DES-VDA          PIC  X(15).
           03  HST-VDA          PIC  X(20).
           03  QTD-VDA          PIC  9(06)V9.
           03  VAL-VDA          PIC  9(10)V99.

       FD  CADDPF      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADDPF.DAT".
       01  REG-DPF.
           03  CHV-DPF.
               05  FOR-DPF      PIC  9(03).
               05  CPR-DPF      PIC  X(14).
           03  PRX-DPF          PIC  9(01).
           03  SUF-DPF          PIC  9(03).

       FD  CADDSA      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADDSA.DAT".
       01  REG-DSA.
           03  CHV-DSA.
               05  DTA-DSA      PIC  9(06).
               05  LCT-DSA      PIC  9(03).
           03  TUR-DSA          PIC  9(01).
           03  CXA-DSA          PIC  9(01).
           03  PRX-DSA          PIC  9(01).
           03  SUF-DSA          PIC  9(03).
           03  QTD-DSA          PIC  9(06)V9.
           03  VPT-DSA          PIC  9(07)V99.
           03  VPR-DSA          PIC  9(07)V99.
           03  SUP-DSA          PIC  9(04).

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

       FD  CADHRV      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADHRV.DAT".
       01  REG-HRV.
           03  CHV-HRV.
               05  DTA-HRV.
                   07  ANO-HRV  PIC  9(02).
                   07  MES-HRV  PIC  9(02).
                   07  DIA-HRV  PIC  9(02).
               05  LCT-HRV      PIC  9(03).
           03  HRA-HRV.
               05  HOR-HRV      PIC  9(02).
               05  MIN-HRV      PIC  9(02).
           03  TUR-HRV          PIC  9(01).
           03  CXA-HRV          PIC  9(01).
           03  ATV-HRV          PIC  9(01).
           03  PRX-HRV          PIC  9(01).
           03  SUF-HRV          PIC  9(03).
           03  QTD-HRV          PIC S9(06)V9.
           03  VAL-HRV          PIC S9(10)V99.

       FD  CADIOS      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADIOS.DAT".
       01  REG-IOS.
           03  CHV-IOS.
               05  OSV-IOS      PIC  9(06).
               05  SEQ-IOS      PIC  9(02).
           03  TIP-IOS          PIC  9(01).
           03  PRX-IOS          PIC  9(01).
           03  SUF-IOS          PIC  9(03).
           03  DES-IOS          PIC  X(18).
           03  QTD-IOS          PIC  9(03)V9.
           03  VAL-IOS          PIC  9(08)V99.

       FD  CADIPD      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADIPD.DAT".
       01  REG-IPD.
           03  CHV-IPD.
               05  PED-IPD      PIC  9(06).
               05  SEQ-IPD      PIC  9(03).
           03  PRX-IPD          PIC  9(01).
           03  SUF-IPD          PIC  9(03).
           03  QTD-IPD          PIC  9(06).
           03  QTE-IPD          PIC  9(06).
           03  CST-IPD          PIC  9(07)V9999.

       FD  CADLFF      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADLFF.DAT".
       01  REG-LFF.
           03  CHV-LFF.
               05  FFX-LFF      PIC  9(03).
               05  DTA-LFF      PIC  9(06).
               05  LCT-LFF      PIC  9(03).
           03  PRX-LFF          PIC  9(01).
           03  SUF-LFF          PIC  9(03).
           03  CPR-LFF          PIC  X(10).
           03  HST-LFF          PIC  X(20).
           03  VAL-LFF          PIC  9(07)V99.
           03  FLG-LFF          PIC  9(01).

       FD  CADNFC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADNFC.DAT".
       01  REG-NFC.
           03  CHV-NFC          PIC  9(06).
           03  DTA-NFC          PIC  9(06).
           03  TUR-NFC          PIC  9(01).
           03  CXA-NFC          PIC  9(01).
           03  ATV-NFC          PIC  9(01).
           03  PRX-NFC          PIC  9(01).
           03  SUF-NFC          PIC  9(03).
           03  LCT-NFC          PIC  9(03).
           03  VAL-NFC          PIC  9(10)V99.

       FD  CADPRO      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADPRO.DAT".
       01  REG-PRO.
           03  CHV-PRO          PIC  9(03).
           03  PRX-PRO          PIC  9(01).
           03  SUF-PRO          PIC  9(03).
           03  TIP-PRO          PIC  9(01).
           03  VLP-PRO          PIC  9(07)V99.
           03  PCP-PRO          PIC  9(02)V99.
           03  DTI-PRO          PIC  9(06).
           03  DTF-PRO          PIC  9(06).
           03  HRI-PRO          PIC  9(02).
           03  HRF-PRO          PIC  9(02).
           03  DSM-PRO.
               05  DSP-PRO      PIC  X(01)  OCCURS  07.
           03  QTD-PRO          PIC  9(08)V9.
           03  VAL-PRO          PIC  9(10)V99.

       FD  CADTRP      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADTRP.DAT".
       01  REG-TRP.
           03  CHV-TRP          PIC  9(06).
           03  NTF-TRP          PIC  9(06).
           03  PSO-TRP          PIC  9(03).
           03  PSD-TRP          PIC  9(03).
           03  DTE-TRP          PIC  9(06).
           03  PRX-TRP          PIC  9(01).
           03  SUF-TRP          PIC  9(03).
           03  DES-TRP          PIC  X(25).
           03  QTD-TRP          PIC S9(06)V9.
           03  QTR-TRP          PIC S9(06)V9.
           03  SIT-TRP          PIC  9(01).
           03  DTR-TRP          PIC  9(06).

       FD  CADVSD      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADVSD.DAT".
       01  REG-VSD.
           03  CHV-VSD.
               05  DTA-VSD      PIC  9(06).
               05  LCT-VSD      PIC  9(03).
           03  NOM-VSD          PIC  X(20).
           03  PRX-VSD          PIC  9(01).
           03  SUF-VSD          PIC  9(03).
           03  QTD-VSD          PIC  9(03).
           03  VAL-VSD          PIC  9(07)V99.
           03  SIT-VSD          PIC  9(01).

       FD  CADXLC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADXLC.DAT".
       01  REG-XLC.
           03  CHV-XLC.
               05  FOR-XLC      PIC  9(03).
               05  NTF-XLC      PIC  9(06).
               05  SEQ-XLC      PIC  9(03).
           03  CPR-XLC          PIC  X(14).
           03  DSX-XLC          PIC  X(25).
           03  PRX-XLC          PIC  9(01).
           03  SUF-XLC          PIC  9(03).
           03  QTD-XLC          PIC S9(06).
           03  CST-XLC          PIC  9(07)V9999.
           03  SIT-XLC          PIC  9(01).

       FD  CADGRN      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADGRN.DAT".
       01  REG-GRN.
           03  CHV-GRN          PIC  9(06).
           03  PRX-GRN          PIC  9(01).
           03  SUF-GRN          PIC  9(03).
           03  DES-GRN          PIC  X(25).
           03  DTA-GRN          PIC  9(06).
           03  CAP-GRN          PIC  9(05)V9.
           03  SDL-GRN          PIC S9(05)V9.
           03  VND-GRN          PIC  9(06)V9.
           03  SIT-GRN          PIC  9(01).
           03  DTF-GRN          PIC  9(06).

       FD  CADRPR      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADRPR.DAT".
       01  REG-RPR.
           03  CHV-RPR.
               05  PRX-RPR      PIC  9(01).
               05  SUF-RPR      PIC  9(03).
           03  DTA-RPR          PIC  9(06).
           03  CTA-RPR          PIC  9(07)V9999.
           03  CTN-RPR          PIC  9(07)V9999.
           03  VDA-RPR          PIC  9(07)V99.
           03  SUG-RPR          PIC  9(07)V99.
           03  NOV-RPR          PIC  9(07)V99.
           03  SIT-RPR          PIC  9(01).
           03  DTP-RPR          PIC  9(06).
           03  OPE-RPR          PIC  9(04).

       FD  CADHRJ      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADHRJ.DAT".
       01  REG-HRJ.
           03  CHV-HRJ.
               05  PRX-HRJ      PIC  9(01).
               05  SUF-HRJ      PIC  9(03).
               05  DTA-HRJ      PIC  9(06).
               05  SEQ-HRJ      PIC  9(02).
           03  ANT-HRJ          PIC  9(07)V99.
           03  NOV-HRJ          PIC  9(07)V99.
           03  CTM-HRJ          PIC  9(07)V9999.

       FD  CADOLU      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADOLU.DAT".
       01  REG-OLU.
           03  CHV-OLU.
               05  PRX-OLU      PIC  9(01).
               05  SUF-OLU      PIC  9(03).
           03  LTS-OLU          PIC  9(03)V999.

       FD  CADPGL      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADPGL.DAT".
       01  REG-PGL.
           03  CHV-PGL.
               05  DTA-PGL      PIC  9(06).
               05  SEQ-PGL      PIC  9(03).
           03  TEL-PGL          PIC  9(12).
           03  NOM-PGL          PIC  X(30).
           03  END-PGL          PIC  X(30).
           03  BAI-PGL          PIC  X(20).
           03  RGL-PGL          PIC  9(02).
           03  PRX-PGL          PIC  9(01).
           03  SUF-PGL          PIC  9(03).
           03  QTD-PGL          PIC  9(02).
           03  UNT-PGL          PIC  9(05)V99.
           03  VAL-PGL          PIC  9(07)V99.
           03  HRP-PGL          PIC  9(04).
           03  EGL-PGL          PIC  9(02).
           03  HRD-PGL          PIC  9(04).
           03  HRE-PGL          PIC  9(04).
           03  VAZ-PGL          PIC  9(02).
           03  FPG-PGL          PIC  9(01).
           03  SIT-PGL          PIC  9(01).
           03  ACT-PGL          PIC  9(01).
           03  TUR-PGL          PIC  9(01).
           03  CXA-PGL          PIC  9(01).

       FD  CADTGL      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADTGL.DAT".
       01  REG-TGL.
           03  CHV-TGL          PIC  9(12).
           03  NOM-TGL          PIC  X(30).
           03  END-TGL          PIC  X(30).
           03  BAI-TGL          PIC  X(20).
           03  RGL-TGL          PIC  9(02).
           03  PRX-TGL          PIC  9(01).
           03  SUF-TGL          PIC  9(03).
           03  DTU-TGL          PIC  9(06).

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

       FD  CADOPE      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADOPE.DAT".
       01  REG-OPE.
           03  CHV-OPE          PIC  9(04).
           03  NOM-OPE          PIC  X(20).
           03  SEN-OPE          PIC  X(04).
           03  PER-OPE          PIC  9(01)  OCCURS  07.
           03  GER-OPE          PIC  9(01).

       FD  CADALT      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADALT.DAT".
       01  REG-ALT.
           03  CHV-ALT.
               05  PGM-ALT      PIC  X(06).
               05  CHV-REG-ALT  PIC  X(20).
               05  LCT-ALT      PIC  9(04).
           03  DTA-ALT          PIC  9(08).
           03  OPE-ALT          PIC  9(04).
           03  TIP-ALT          PIC  X(01).
           03  ANT-ALT          PIC  X(180).
           03  ATU-ALT          PIC  X(180).

       WORKING-STORAGE SECTION.

       01  PRM-OPE              PIC  9(04).

       01  AUXILIARES.
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  FS-ARQ           PIC  X(02).
           03  MOD-AUX          PIC  X(01).
           03  TIP-AUX          PIC  X(01).
           03  CXA-AUX          PIC  X(01).
           03  OPR-AUX          PIC  X(12).
           03  SUP-AUX          PIC  9(04).
           03  SEN-AUX          PIC  X(04).
           03  AD1-AUX          PIC S9(10)V99.
           03  AD2-AUX          PIC S9(10)V99.
           03  DTA-AUX          PIC  9(06).
           03  DTA-BUS          PIC  9(06).
           03  LCT-BUS          PIC  9(03).
           03  IND-REN          PIC  9(04).
           03  QTD-REN          PIC  9(03).
           03  TIP-LOG          PIC  X(01).
           03  SAV-REG          PIC  X(180).
           03  ATU-LOG          PIC  X(180).

           03  CHV-LOG.
               05  ARQ-LOG      PIC  X(06).
               05  REG-LOG      PIC  X(14).

       01  TAB-QTD.
           03  QTD-TAB          PIC  9(06)  OCCURS  43.
           03  CNF-TAB          PIC  9(04)  OCCURS  43.

       01  TAB-REN.
           03  ITM-REN          OCCURS  999.
               05  DTA-REN      PIC  9(06).
               05  ANT-REN      PIC  9(03).
               05  NOV-REN      PIC  9(03).

       01  REG-ESA.
           03  CHV-ESA.
               05  PRX-ESA      PIC  9(01).
               05  SUF-ESA      PIC  9(03).
           03  DES-ESA          PIC  X(25).
           03  MIN-ESA          PIC  9(06).
           03  SDO-ESA          PIC S9(06)V9.
           03  CST-ESA          PIC  9(07)V9999.
           03  CTM-ESA          PIC  9(07)V9999.
           03  VDA-ESA          PIC  9(07)V99.
           03  PC2-ESA          PIC  9(07)V99.
           03  PC3-ESA          PIC  9(07)V99.
           03  PCT-ESA          PIC S9(03)V99.
           03  QVM-ESA          PIC  9(07)V9.
           03  QVA-ESA          PIC  9(08)V9.

       01  REG-ESN.
           03  CHV-ESN.
               05  PRX-ESN      PIC  9(01).
               05  SUF-ESN      PIC  9(03).
           03  DES-ESN          PIC  X(25).
           03  MIN-ESN          PIC  9(06).
           03  SDO-ESN          PIC S9(06)V9.
           03  CST-ESN          PIC  9(07)V9999.
           03  CTM-ESN          PIC  9(07)V9999.
           03  VDA-ESN          PIC  9(07)V99.
           03  PC2-ESN          PIC  9(07)V99.
           03  PC3-ESN          PIC  9(07)V99.
           03  PCT-ESN          PIC S9(03)V99.
           03  QVM-ESN          PIC  9(07)V9.
           03  QVA-ESN          PIC  9(08)V9.

       01  REG-ESR.
           03  CHV-ESR.
               05  PRX-ESR      PIC  9(01).
               05  SUF-ESR      PIC  9(03).
           03  DES-ESR          PIC  X(25).
           03  MIN-ESR          PIC  9(06).
           03  SDO-ESR          PIC S9(06)V9.
           03  CST-ESR          PIC  9(07)V9999.
           03  CTM-ESR          PIC  9(07)V9999.
           03  VDA-ESR          PIC  9(07)V99.
           03  PC2-ESR          PIC  9(07)V99.
           03  PC3-ESR          PIC  9(07)V99.
           03  PCT-ESR          PIC S9(03)V99.
           03  QVM-ESR          PIC  9(07)V9.
           03  QVA-ESR          PIC  9(08)V9.

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 01 PIC  X(67) FROM
      -        " TROCA DE CODIGO DE PRODUTOS  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.

       01  TLA-002.
           03  LINE 04 COLUMN 01 PIC X(80) FROM SPACES.
           03  LINE 05 COLUMN 02 PIC X(76) FROM " ??????????????????????
      -       "???????????????????????????????????????????????????? "
               BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 02 PIC X(76) FROM " ?                Orige
      -       "m              Destino             Resultado       ? "
               BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 07 COLUMN 02 PIC X(76) FROM " ?Codigo ......:   -   
      -       "                -                   -              ? "
               BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 02 PIC X(76) FROM " ?Descricao ...:       
      -       "                                                   ? "
               BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 02 PIC X(76) FROM " ?Saldo .......:       
      -       "                                                   ? "
               BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 02 PIC X(76) FROM " ?Custo medio .:       
      -       "                                                   ? "
               BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 02 PIC X(76) FROM " ?Ultimo custo :       
      -       "                                                   ? "
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 02 PIC X(76) FROM " ?Preco venda .:       
      -       "                                                   ? "
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 02 PIC X(76) FROM " ?Estoque min. :       
      -       "                                                   ? "
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 02 PIC X(76) FROM " ?Vendas mes ..:       
      -       "                                                   ? "
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 02 PIC X(76) FROM " ?Vendas ano ..:       
      -       "                                                   ? "
               BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 02 PIC X(76) FROM " ?                     
      -       "                                                   ? "
               BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 02 PIC X(76) FROM " ?Operacao ....:       
      -       "                                                   ? "
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 02 PIC X(76) FROM " ??????????????????????
      -       "???????????????????????????????????????????????????? "
               BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 04 PIC X(76) FROM SPACES.
           03  LINE 20 COLUMN 01 PIC X(80) FROM SPACES.
           03  LINE 21 COLUMN 01 PIC X(80) FROM SPACES.

       01  TLA-003.
           03  LINE 04 COLUMN 02 PIC X(76) FROM " ??????????????????????
      -       "???????????????????????????????????????????????????? "
               BACKGROUND-COLOR  01.
           03  LINE 05 COLUMN 02 PIC X(76) FROM " ? Arquivo   Regs Conf 
      -       "     Arquivo   Regs Conf      Arquivo   Regs Conf  ? "
               BACKGROUND-COLOR  01.
           03  LINE 05 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 06 COLUMN 02 PIC X(76) FROM " ? CADLCP              
      -       "     CADCSG                   CADDSA               ? "
               BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 07 COLUMN 02 PIC X(76) FROM " ? CADLPC              
      -       "     CADVSL                   CADDVV               ? "
               BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 02 PIC X(76) FROM " ? CADLES              
      -       "     CADABC                   CADHRV               ? "
               BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 02 PIC X(76) FROM " ? CADLTL              
      -       "     CADDSP                   CADIOS               ? "
               BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 02 PIC X(76) FROM " ? CADNCP              
      -       "     CADINV                   CADIPD               ? "
               BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 02 PIC X(76) FROM " ? CADDVC              
      -       "     CADPCF                   CADLFF               ? "
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 02 PIC X(76) FROM " ? CADRAT              
      -       "     CADRTN                   CADNFC               ? "
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 02 PIC X(76) FROM " ? CADCSD              
      -       "     CADUNC                   CADPRO               ? "
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 02 PIC X(76) FROM " ? CADLOT              
      -       "     CADUVD                   CADTRP               ? "
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 02 PIC X(76) FROM " ? CADORC              
      -       "     CADKIT                   CADVSD               ? "
               BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 02 PIC X(76) FROM " ? CADRSV              
      -       "     CADLCX                   CADXLC               ? "
               BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 02 PIC X(76) FROM " ? CADLOC              
      -       "     CADVDA                   CADGRN               ? "
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 02 PIC X(76) FROM " ? CADAVR              
      -       "     CADDPF                   CADRPR               ? "
               BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 02 PIC X(76) FROM " ? CADHRJ              
      -       "     CADOLU                   CADPGL               ? "
               BACKGROUND-COLOR  01.
           03  LINE 19 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 20 COLUMN 02 PIC X(76) FROM " ? CADTGL              
      -       "                                                   ? "
               BACKGROUND-COLOR  01.
           03  LINE 20 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 21 COLUMN 02 PIC X(76) FROM " ??????????????????????
      -       "???????????????????????????????????????????????????? "
               BACKGROUND-COLOR  01.
           03  LINE 21 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 22 COLUMN 04 PIC X(76) FROM SPACES.

       01  ENA-001.
           03  LINE 07 COLUMN 20 PIC 9(01) FROM  PRX-ESA
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 22 PIC 9(03) FROM  SUF-ESA
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 20 PIC X(18) FROM  DES-ESA
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 20 PIC ------9,9 FROM  SDO-ESA
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 20 PIC ZZZZZZ9,9999 FROM  CTM-ESA
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 20 PIC ZZZZZZ9,9999 FROM  CST-ESA
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 20 PIC ZZZZZZ9,99 FROM  VDA-ESA
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 20 PIC ZZZ.ZZ9 FROM  MIN-ESA
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 20 PIC Z.ZZZ.ZZ9,9 FROM  QVM-ESA
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 20 PIC ZZ.ZZZ.ZZ9,9 FROM  QVA-ESA
                       BACKGROUND-COLOR  01.

       01  ENN-001.
           03  LINE 07 COLUMN 40 PIC 9(01) FROM  PRX-ESN
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 42 PIC 9(03) FROM  SUF-ESN
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 40 PIC X(18) FROM  DES-ESN
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 40 PIC ------9,9 FROM  SDO-ESN
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 40 PIC ZZZZZZ9,9999 FROM  CTM-ESN
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 40 PIC ZZZZZZ9,9999 FROM  CST-ESN
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 40 PIC ZZZZZZ9,99 FROM  VDA-ESN
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 40 PIC ZZZ.ZZ9 FROM  MIN-ESN
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 40 PIC Z.ZZZ.ZZ9,9 FROM  QVM-ESN
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 40 PIC ZZ.ZZZ.ZZ9,9 FROM  QVA-ESN
                       BACKGROUND-COLOR  01.

       01  ENR-001.
           03  LINE 07 COLUMN 60 PIC 9(01) FROM  PRX-ESR
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 62 PIC 9(03) FROM  SUF-ESR
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 60 PIC X(16) FROM  DES-ESR
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 60 PIC ------9,9 FROM  SDO-ESR
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 60 PIC ZZZZZZ9,9999 FROM  CTM-ESR
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 60 PIC ZZZZZZ9,9999 FROM  CST-ESR
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 60 PIC ZZZZZZ9,99 FROM  VDA-ESR
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 60 PIC ZZZ.ZZ9 FROM  MIN-ESR
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 60 PIC Z.ZZZ.ZZ9,9 FROM  QVM-ESR
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 60 PIC ZZ.ZZZ.ZZ9,9 FROM  QVA-ESR
                       BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 60 PIC X(12) FROM  OPR-AUX
                       BACKGROUND-COLOR  01.

       01  ENT-003.
           03  LINE 06 COLUMN 13 PIC ZZZZZ9 FROM  QTD-TAB (01)
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 20 PIC ZZZ9   FROM  CNF-TAB (01)
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 13 PIC ZZZZZ9 FROM  QTD-TAB (02)
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 20 PIC ZZZ9   FROM  CNF-TAB (02)
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 13 PIC ZZZZZ9 FROM  QTD-TAB (03)
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 20 PIC ZZZ9   FROM  CNF-TAB (03)
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 13 PIC ZZZZZ9 FROM  QTD-TAB (04)
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 20 PIC ZZZ9   FROM  CNF-TAB (04)
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 13 PIC ZZZZZ9 FROM  QTD-TAB (05)
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 20 PIC ZZZ9   FROM  CNF-TAB (05)
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 13 PIC ZZZZZ9 FROM  QTD-TAB (06)
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 20 PIC ZZZ9   FROM  CNF-TAB (06)
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 13 PIC ZZZZZ9 FROM  QTD-TAB (07)
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 20 PIC ZZZ9   FROM  CNF-TAB (07)
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 13 PIC ZZZZZ9 FROM  QTD-TAB (08)
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 20 PIC ZZZ9   FROM  CNF-TAB (08)
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 13 PIC ZZZZZ9 FROM  QTD-TAB (09)
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 20 PIC ZZZ9   FROM  CNF-TAB (09)
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 13 PIC ZZZZZ9 FROM  QTD-TAB (10)
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 20 PIC ZZZ9   FROM  CNF-TAB (10)
                       BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 13 PIC ZZZZZ9 FROM  QTD-TAB (11)
                       BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 20 PIC ZZZ9   FROM  CNF-TAB (11)
                       BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 13 PIC ZZZZZ9 FROM  QTD-TAB (12)
                       BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 20 PIC ZZZ9   FROM  CNF-TAB (12)
                       BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 13 PIC ZZZZZ9 FROM  QTD-TAB (13)
                       BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 20 PIC ZZZ9   FROM  CNF-TAB (13)
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 38 PIC ZZZZZ9 FROM  QTD-TAB (14)
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 45 PIC ZZZ9   FROM  CNF-TAB (14)
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 38 PIC ZZZZZ9 FROM  QTD-TAB (15)
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 45 PIC ZZZ9   FROM  CNF-TAB (15)
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 38 PIC ZZZZZ9 FROM  QTD-TAB (16)
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 45 PIC ZZZ9   FROM  CNF-TAB (16)
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 38 PIC ZZZZZ9 FROM  QTD-TAB (17)
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 45 PIC ZZZ9   FROM  CNF-TAB (17)
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 38 PIC ZZZZZ9 FROM  QTD-TAB (18)
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 45 PIC ZZZ9   FROM  CNF-TAB (18)
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 38 PIC ZZZZZ9 FROM  QTD-TAB (19)
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 45 PIC ZZZ9   FROM  CNF-TAB (19)
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 38 PIC ZZZZZ9 FROM  QTD-TAB (20)
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 45 PIC ZZZ9   FROM  CNF-TAB (20)
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 38 PIC ZZZZZ9 FROM  QTD-TAB (21)
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 45 PIC ZZZ9   FROM  CNF-TAB (21)
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 38 PIC ZZZZZ9 FROM  QTD-TAB (22)
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 45 PIC ZZZ9   FROM  CNF-TAB (22)
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 38 PIC ZZZZZ9 FROM  QTD-TAB (23)
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 45 PIC ZZZ9   FROM  CNF-TAB (23)
                       BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 38 PIC ZZZZZ9 FROM  QTD-TAB (24)
                       BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 45 PIC ZZZ9   FROM  CNF-TAB (24)
                       BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 38 PIC ZZZZZ9 FROM  QTD-TAB (25)
                       BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 45 PIC ZZZ9   FROM  CNF-TAB (25)
                       BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 38 PIC ZZZZZ9 FROM  QTD-TAB (26)
                       BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 45 PIC ZZZ9   FROM  CNF-TAB (26)
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 63 PIC ZZZZZ9 FROM  QTD-TAB (27)
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 70 PIC ZZZ9   FROM  CNF-TAB (27)
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 63 PIC ZZZZZ9 FROM  QTD-TAB (28)
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 70 PIC ZZZ9   FROM  CNF-TAB (28)
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 63 PIC ZZZZZ9 FROM  QTD-TAB (29)
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 70 PIC ZZZ9   FROM  CNF-TAB (29)
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 63 PIC ZZZZZ9 FROM  QTD-TAB (30)
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 70 PIC ZZZ9   FROM  CNF-TAB (30)
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 63 PIC ZZZZZ9 FROM  QTD-TAB (31)
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 70 PIC ZZZ9   FROM  CNF-TAB (31)
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 63 PIC ZZZZZ9 FROM  QTD-TAB (32)
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 70 PIC ZZZ9   FROM  CNF-TAB (32)
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 63 PIC ZZZZZ9 FROM  QTD-TAB (33)
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 70 PIC ZZZ9   FROM  CNF-TAB (33)
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 63 PIC ZZZZZ9 FROM  QTD-TAB (34)
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 70 PIC ZZZ9   FROM  CNF-TAB (34)
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 63 PIC ZZZZZ9 FROM  QTD-TAB (35)
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 70 PIC ZZZ9   FROM  CNF-TAB (35)
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 63 PIC ZZZZZ9 FROM  QTD-TAB (36)
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 70 PIC ZZZ9   FROM  CNF-TAB (36)
                       BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 63 PIC ZZZZZ9 FROM  QTD-TAB (37)
                       BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 70 PIC ZZZ9   FROM  CNF-TAB (37)
                       BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 63 PIC ZZZZZ9 FROM  QTD-TAB (38)
                       BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 70 PIC ZZZ9   FROM  CNF-TAB (38)
                       BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 63 PIC ZZZZZ9 FROM  QTD-TAB (39)
                       BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 70 PIC ZZZ9   FROM  CNF-TAB (39)
                       BACKGROUND-COLOR  01.
           03  LINE 19 COLUMN 13 PIC ZZZZZ9 FROM  QTD-TAB (40)
                       BACKGROUND-COLOR  01.
           03  LINE 19 COLUMN 20 PIC ZZZ9   FROM  CNF-TAB (40)
                       BACKGROUND-COLOR  01.
           03  LINE 19 COLUMN 38 PIC ZZZZZ9 FROM  QTD-TAB (41)
                       BACKGROUND-COLOR  01.
           03  LINE 19 COLUMN 45 PIC ZZZ9   FROM  CNF-TAB (41)
                       BACKGROUND-COLOR  01.
           03  LINE 19 COLUMN 63 PIC ZZZZZ9 FROM  QTD-TAB (42)
                       BACKGROUND-COLOR  01.
           03  LINE 19 COLUMN 70 PIC ZZZ9   FROM  CNF-TAB (42)
                       BACKGROUND-COLOR  01.
           03  LINE 20 COLUMN 13 PIC ZZZZZ9 FROM  QTD-TAB (43)
                       BACKGROUND-COLOR  01.
           03  LINE 20 COLUMN 20 PIC ZZZ9   FROM  CNF-TAB (43)
                       BACKGROUND-COLOR  01.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "CODIGO DO PRODUTO D
      -            "E ORIGEM ?  -  [ESC] RETORNA ...                "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "CODIGO DO PRODUTO D
      -            "E DESTINO ?  -  [ESC] RETORNA ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "PRODUTO INEXISTENTE
      -            " !!!  -  [ENTER] ...                            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "OS CODIGOS DEVEM SE
      -            "R DIFERENTES !!!  -  [ENTER] ...                "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "(P)REVIA  -  (E)XEC
      -            "UTA A TROCA  -  [ESC] RETORNA ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  CONTAN
      -            "DO OS REGISTROS DO PRODUTO DE ORIGEM ...        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "CONF = CHAVE JA EXI
      -            "STENTE NO DESTINO  -  [ENTER] ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "EXISTE CAIXA ABERTO
      -            " - FECHE O TURNO ANTES DA TROCA  -  [ENTER]     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-009 LINE 22 COLUMN 14 PIC X(67) FROM "TROCA/FUSAO DE PROD
      -            "UTO  -  SUPERVISOR [    ] SENHA [    ] ...      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-010 LINE 22 COLUMN 14 PIC X(67) FROM "SENHA INVALIDA OU S
      -            "EM PERMISSAO  -  [ENTER] ...                    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-011 LINE 22 COLUMN 14 PIC X(67) FROM "CONFIRMA A TROCA DO
      -            " CODIGO DO PRODUTO (S/N) ?                      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-012 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  TRANSF
      -            "ERINDO O HISTORICO DO PRODUTO ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-013 LINE 22 COLUMN 14 PIC X(67) FROM "TROCA CONCLUIDA  - 
      -            " TECLE [ENTER] ...                              "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-014 LINE 22 COLUMN 14 PIC X(67) FROM "COMPRAS EM CONFLITO
      -            " ACIMA DO LIMITE - TROCA RECUSADA  -  [ENTER]   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001  LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                    BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-003  LINE 22 COLUMN 53 PIC 9(04) USING SUP-AUX AUTO
                    BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  OPC-004  LINE 22 COLUMN 66 PIC X(04) USING SEN-AUX AUTO
                    BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION  CHAINING  PRM-OPE.

       ROT-000-000.
           DISPLAY  TLA-001  TLA-002
           OPEN     I-O      CADEST   CADALT
           OPEN     INPUT    CADOPE   CADCXA
           OPEN     I-O      CADLCP
           OPEN     I-O      CADLPC
           OPEN     I-O      CADLES
           OPEN     I-O      CADLTL
           OPEN     I-O      CADNCP
           IF  FS-ARQ  =   "35"
               OPEN     OUTPUT   CADNCP
               CLOSE    CADNCP
               OPEN     I-O      CADNCP.
           OPEN     I-O      CADDVC
           IF  FS-ARQ  =   "35"
               OPEN     OUTPUT   CADDVC
               CLOSE    CADDVC
               OPEN     I-O      CADDVC.
           OPEN     I-O      CADRAT
           IF  FS-ARQ  =   "35"
               OPEN     OUTPUT   CADRAT
               CLOSE    CADRAT
               OPEN     I-O      CADRAT.
           OPEN     I-O      CADCSD
           OPEN     I-O      CADLOT
           OPEN     I-O      CADORC
           OPEN     I-O      CADRSV
           OPEN     I-O      CADLOC
           OPEN     I-O      CADAVR
           IF  FS-ARQ  =   "35"
               OPEN     OUTPUT   CADAVR
               CLOSE    CADAVR
               OPEN     I-O      CADAVR.
           OPEN     I-O      CADCSG
           OPEN     I-O      CADVSL
           OPEN     I-O      CADABC
           OPEN     I-O      CADDSP
           OPEN     I-O      CADINV
           OPEN     I-O      CADPCF
           OPEN     I-O      CADRTN
           OPEN     I-O      CADUNC
           OPEN     I-O      CADUVD
           OPEN     I-O      CADKIT
           OPEN     I-O      CADLCX
           OPEN     I-O      CADVDA
           OPEN     I-O      CADDPF
           OPEN     I-O      CADDSA
           OPEN     I-O      CADDVV
           IF  FS-ARQ  =   "35"
               OPEN     OUTPUT   CADDVV
               CLOSE    CADDVV
               OPEN     I-O      CADDVV.
           OPEN     I-O      CADHRV
           OPEN     I-O      CADIOS
           OPEN     I-O      CADIPD
           OPEN     I-O      CADLFF
           OPEN     I-O      CADNFC
           OPEN     I-O      CADPRO
           OPEN     I-O      CADTRP
           OPEN     I-O      CADVSD
           OPEN     I-O      CADXLC
           OPEN     I-O      CADGRN
           OPEN     I-O      CADRPR
           IF  FS-ARQ  =   "35"
               OPEN     OUTPUT   CADRPR
               CLOSE    CADRPR
               OPEN     I-O      CADRPR.
           OPEN     I-O      CADHRJ
           IF  FS-ARQ  =   "35"
               OPEN     OUTPUT   CADHRJ
               CLOSE    CADHRJ
               OPEN     I-O      CADHRJ.
           OPEN     I-O      CADOLU
           IF  FS-ARQ  =   "35"
               OPEN     OUTPUT   CADOLU
               CLOSE    CADOLU
               OPEN     I-O      CADOLU.
           OPEN     I-O      CADPGL
           IF  FS-ARQ  =   "35"
               OPEN     OUTPUT   CADPGL
               CLOSE    CADPGL
               OPEN     I-O      CADPGL.
           OPEN     I-O      CADTGL
           IF  FS-ARQ  =   "35"
               OPEN     OUTPUT   CADTGL
               CLOSE    CADTGL
               OPEN     I-O      CADTGL.
           PERFORM  ROT-850-000  THRU  ROT-850-020
           IF  CXA-AUX   =   "S"
               DISPLAY       MEN-008
               ACCEPT        OPC-001
               GO  TO        ROT-900-000.

       ROT-100-000.
           DISPLAY  TLA-002  MEN-001
           MOVE     ZEROS    TO  REG-ESA  REG-ESN  REG-ESR
           MOVE     SPACES   TO  DES-ESA  DES-ESN  DES-ESR  OPR-AUX
           ACCEPT   (07 20)  PRX-ESA  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-900-000.
           ACCEPT   (07 22)  SUF-ESA  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           MOVE     CHV-ESA  TO  CHV-EST
           READ     CADEST   INVALID  KEY
                    DISPLAY  MEN-003
                    ACCEPT   OPC-001
                    GO  TO   ROT-100-000.
           MOVE     REG-EST  TO  REG-ESA
           DISPLAY  ENA-001.

       ROT-100-010.
           DISPLAY  MEN-002
           MOVE     ZEROS    TO  REG-ESN  REG-ESR
           MOVE     SPACES   TO  DES-ESN  DES-ESR  OPR-AUX
           DISPLAY  ENN-001  ENR-001
           ACCEPT   (07 40)  PRX-ESN  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           ACCEPT   (07 42)  SUF-ESN  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-010.
           IF  CHV-ESN   =   CHV-ESA
               DISPLAY       MEN-004
               ACCEPT        OPC-001
               GO  TO        ROT-100-010.
           MOVE     "R"      TO  TIP-AUX
           MOVE     CHV-ESN  TO  CHV-EST
           READ     CADEST   INVALID  KEY
                    GO  TO   ROT-100-020.
           MOVE     "F"      TO  TIP-AUX
           MOVE     REG-EST  TO  REG-ESN.

       ROT-100-020.
           PERFORM  ROT-160-000  THRU  ROT-160-020
           DISPLAY  ENN-001  ENR-001.

       ROT-100-030.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-005
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           IF  RSP-OPC   =   "P"
               GO  TO        ROT-200-000.
           IF  RSP-OPC   =   "E"
               GO  TO        ROT-200-000.
           GO  TO   ROT-100-030.

       ROT-160-000.
           IF  TIP-AUX   =   "R"
               MOVE     REG-ESA  TO  REG-ESR
               MOVE     CHV-ESN  TO  CHV-ESR
               MOVE     "RENUMERACAO"    TO  OPR-AUX
               GO  TO        ROT-160-020.
           MOVE     REG-ESN  TO  REG-ESR
           MOVE     "FUSAO"  TO  OPR-AUX
           ADD      SDO-ESA  TO  SDO-ESR
           ADD      QVM-ESA  TO  QVM-ESR
           ADD      QVA-ESA  TO  QVA-ESR
           IF  SDO-ESA   >   ZEROS  AND  SDO-ESN  >  ZEROS
               COMPUTE  CTM-ESR  ROUNDED  =
                       (SDO-ESA  *  CTM-ESA  +  SDO-ESN  *  CTM-ESN)
                     / (SDO-ESA  +  SDO-ESN)
               GO  TO        ROT-160-020.
           IF  SDO-ESA   >   ZEROS
               MOVE     CTM-ESA  TO  CTM-ESR.

       ROT-160-020.
           EXIT.

       ROT-200-000.
           DISPLAY  MEN-006
           MOVE     "P"      TO  MOD-AUX
           PERFORM  ROT-300-000  THRU  ROT-699-000
           DISPLAY  TLA-003  ENT-003
           IF  RSP-OPC   =   "E"
               GO  TO        ROT-200-010.
           DISPLAY  MEN-007
           ACCEPT   OPC-001
           DISPLAY  TLA-002  ENA-001  ENN-001  ENR-001
           GO  TO   ROT-100-030.

       ROT-200-010.
           PERFORM  ROT-850-000  THRU  ROT-850-020
           IF  CXA-AUX   =   "S"
               DISPLAY       MEN-008
               ACCEPT        OPC-001
               DISPLAY       TLA-002  ENA-001  ENN-001  ENR-001
               GO  TO        ROT-100-030.
           IF  CNF-TAB (01)  >  999
               DISPLAY       MEN-014
               ACCEPT        OPC-001
               DISPLAY       TLA-002  ENA-001  ENN-001  ENR-001
               GO  TO        ROT-100-030.

       ROT-200-020.
           MOVE     ZEROS    TO  SUP-AUX
           MOVE     SPACES   TO  SEN-AUX
           DISPLAY  MEN-009
           ACCEPT   OPC-003
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               DISPLAY       TLA-002  ENA-001  ENN-001  ENR-001
               GO  TO        ROT-100-030.
           ACCEPT   OPC-004
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-020.
           MOVE     SUP-AUX  TO  CHV-OPE
           READ     CADOPE   INVALID  KEY
                    GO  TO   ROT-200-030.
           IF  SEN-AUX   =   SEN-OPE  AND  GER-OPE  =  1
               GO  TO        ROT-200-040.

       ROT-200-030.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-010
           ACCEPT   OPC-001
           DISPLAY  TLA-002  ENA-001  ENN-001  ENR-001
           GO  TO   ROT-100-030.

       ROT-200-040.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-011
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01  OR  RSP-OPC  NOT  =  "S"
               DISPLAY       TLA-002  ENA-001  ENN-001  ENR-001
               GO  TO        ROT-100-030.
           DISPLAY  MEN-012
           MOVE     "U"      TO  MOD-AUX
           PERFORM  ROT-300-000  THRU  ROT-699-000
           PERFORM  ROT-700-000  THRU  ROT-700-030
           DISPLAY  TLA-003  ENT-003  MEN-013
           ACCEPT   OPC-001
           GO  TO   ROT-100-000.

       ROT-300-000.
           MOVE     ZEROS    TO  TAB-QTD  QTD-REN.

       ROT-310-000.
           MOVE     PRX-ESA  TO  PRX-LCP
           MOVE     SUF-ESA  TO  SUF-LCP
           MOVE     ZEROS    TO  DTA-LCP  LCT-LCP
           START    CADLCP   KEY NOT LESS CHV-LCP
                    INVALID  KEY GO  TO   ROT-320-000.

       ROT-310-010.
           READ     CADLCP   NEXT AT END
                    GO  TO   ROT-320-000.
           IF  PRX-LCP  NOT  =   PRX-ESA  OR
               SUF-LCP  NOT  =   SUF-ESA
               GO  TO        ROT-320-000.
           ADD      1        TO  QTD-TAB (01)
           MOVE     REG-LCP  TO  SAV-REG
           MOVE     "CADLCP" TO  ARQ-LOG
           MOVE     CHV-LCP  TO  REG-LOG
           MOVE     DTA-LCP  TO  DTA-BUS
           MOVE     LCT-LCP  TO  LCT-BUS
           MOVE     PRX-ESN  TO  PRX-LCP
           MOVE     SUF-ESN  TO  SUF-LCP
           READ     CADLCP   INVALID KEY
                    GO  TO   ROT-310-020.
           ADD      1        TO  CNF-TAB (01).

       ROT-310-020.
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-310-030.
           MOVE     SAV-REG  TO  REG-LCP
           MOVE     PRX-ESN  TO  PRX-LCP
           MOVE     SUF-ESN  TO  SUF-LCP.

       ROT-310-025.
           WRITE    REG-LCP  INVALID KEY
                    GO  TO   ROT-310-026.
           IF  LCT-LCP  NOT  =   LCT-BUS  AND
               QTD-REN   <   999
               ADD      1        TO  QTD-REN
               MOVE     DTA-BUS  TO  DTA-REN (QTD-REN)
               MOVE     LCT-BUS  TO  ANT-REN (QTD-REN)
               MOVE     LCT-LCP  TO  NOV-REN (QTD-REN).
           MOVE     REG-LCP  TO  ATU-LOG
           MOVE     SAV-REG  TO  REG-LCP
           DELETE   CADLCP
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-310-030.

       ROT-310-026.
           IF  LCT-LCP  <   999
               ADD      1        TO  LCT-LCP
               GO  TO        ROT-310-025.
           MOVE     SAV-REG  TO  REG-LCP
           DELETE   CADLCP
           MOVE     SPACES   TO  ATU-LOG
           MOVE     "E"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010.

       ROT-310-030.
           MOVE     SAV-REG  TO  REG-LCP
           START    CADLCP   KEY GREATER  CHV-LCP
                    INVALID  KEY GO  TO   ROT-320-000.
           GO  TO   ROT-310-010.

       ROT-320-000.
           MOVE     PRX-ESA  TO  PRX-LPC
           MOVE     SUF-ESA  TO  SUF-LPC
           MOVE     ZEROS    TO  DTA-LPC  LCT-LPC
           START    CADLPC   KEY NOT LESS CHV-LPC
                    INVALID  KEY GO  TO   ROT-330-000.

       ROT-320-010.
           READ     CADLPC   NEXT AT END
                    GO  TO   ROT-330-000.
           IF  PRX-LPC  NOT  =   PRX-ESA  OR
               SUF-LPC  NOT  =   SUF-ESA
               GO  TO        ROT-330-000.
           ADD      1        TO  QTD-TAB (02)
           MOVE     REG-LPC  TO  SAV-REG
           MOVE     "CADLPC" TO  ARQ-LOG
           MOVE     CHV-LPC  TO  REG-LOG
           MOVE     PRX-ESN  TO  PRX-LPC
           MOVE     SUF-ESN  TO  SUF-LPC
           MOVE     DTA-LPC  TO  DTA-BUS
           MOVE     LCT-LPC  TO  LCT-BUS
           PERFORM  ROT-750-000  THRU  ROT-750-020
           MOVE     LCT-BUS  TO  LCT-LPC
           READ     CADLPC   INVALID KEY
                    GO  TO   ROT-320-020.
           ADD      1        TO  CNF-TAB (02).

       ROT-320-020.
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-320-030.
           MOVE     SAV-REG  TO  REG-LPC
           MOVE     PRX-ESN  TO  PRX-LPC
           MOVE     SUF-ESN  TO  SUF-LPC
           MOVE     DTA-LPC  TO  DTA-BUS
           MOVE     LCT-LPC  TO  LCT-BUS
           PERFORM  ROT-750-000  THRU  ROT-750-020
           MOVE     LCT-BUS  TO  LCT-LPC.

       ROT-320-025.
           WRITE    REG-LPC  INVALID KEY
                    GO  TO   ROT-320-026.
           MOVE     REG-LPC  TO  ATU-LOG
           MOVE     SAV-REG  TO  REG-LPC
           DELETE   CADLPC
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-320-030.

       ROT-320-026.
           IF  LCT-LPC  <   999
               ADD      1        TO  LCT-LPC
               GO  TO        ROT-320-025.
           MOVE     SAV-REG  TO  REG-LPC
           DELETE   CADLPC
           MOVE     SPACES   TO  ATU-LOG
           MOVE     "E"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010.

       ROT-320-030.
           MOVE     SAV-REG  TO  REG-LPC
           START    CADLPC   KEY GREATER  CHV-LPC
                    INVALID  KEY GO  TO   ROT-330-000.
           GO  TO   ROT-320-010.

       ROT-330-000.
           MOVE     PRX-ESA  TO  PRX-LES
           MOVE     SUF-ESA  TO  SUF-LES
           MOVE     ZEROS    TO  DTA-LES  LCT-LES
           START    CADLES   KEY NOT LESS CHV-LES
                    INVALID  KEY GO  TO   ROT-340-000.

       ROT-330-010.
           READ     CADLES   NEXT AT END
                    GO  TO   ROT-340-000.
           IF  PRX-LES  NOT  =   PRX-ESA  OR
               SUF-LES  NOT  =   SUF-ESA
               GO  TO        ROT-340-000.
           ADD      1        TO  QTD-TAB (03)
           MOVE     REG-LES  TO  SAV-REG
           MOVE     "CADLES" TO  ARQ-LOG
           MOVE     CHV-LES  TO  REG-LOG
           MOVE     PRX-ESN  TO  PRX-LES
           MOVE     SUF-ESN  TO  SUF-LES
           READ     CADLES   INVALID KEY
                    GO  TO   ROT-330-020.
           ADD      1        TO  CNF-TAB (03).

       ROT-330-020.
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-330-030.
           MOVE     SAV-REG  TO  REG-LES
           MOVE     PRX-ESN  TO  PRX-LES
           MOVE     SUF-ESN  TO  SUF-LES.

       ROT-330-025.
           WRITE    REG-LES  INVALID KEY
                    GO  TO   ROT-330-026.
           MOVE     REG-LES  TO  ATU-LOG
           MOVE     SAV-REG  TO  REG-LES
           DELETE   CADLES
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-330-030.

       ROT-330-026.
           IF  LCT-LES  <   999
               ADD      1        TO  LCT-LES
               GO  TO        ROT-330-025.
           MOVE     SAV-REG  TO  REG-LES
           DELETE   CADLES
           MOVE     SPACES   TO  ATU-LOG
           MOVE     "E"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010.

       ROT-330-030.
           MOVE     SAV-REG  TO  REG-LES
           START    CADLES   KEY GREATER  CHV-LES
                    INVALID  KEY GO  TO   ROT-340-000.
           GO  TO   ROT-330-010.

       ROT-340-000.
           MOVE     PRX-ESA  TO  PRX-LTL
           MOVE     SUF-ESA  TO  SUF-LTL
           MOVE     ZEROS    TO  DTA-LTL  LCT-LTL
           START    CADLTL   KEY NOT LESS CHV-LTL
                    INVALID  KEY GO  TO   ROT-350-000.

       ROT-340-010.
           READ     CADLTL   NEXT AT END
                    GO  TO   ROT-350-000.
           IF  PRX-LTL  NOT  =   PRX-ESA  OR
               SUF-LTL  NOT  =   SUF-ESA
               GO  TO        ROT-350-000.
           ADD      1        TO  QTD-TAB (04)
           MOVE     REG-LTL  TO  SAV-REG
           MOVE     "CADLTL" TO  ARQ-LOG
           MOVE     CHV-LTL  TO  REG-LOG
           MOVE     PRX-ESN  TO  PRX-LTL
           MOVE     SUF-ESN  TO  SUF-LTL
           READ     CADLTL   INVALID KEY
                    GO  TO   ROT-340-020.
           ADD      1        TO  CNF-TAB (04).

       ROT-340-020.
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-340-030.
           MOVE     SAV-REG  TO  REG-LTL
           MOVE     PRX-ESN  TO  PRX-LTL
           MOVE     SUF-ESN  TO  SUF-LTL.

       ROT-340-025.
           WRITE    REG-LTL  INVALID KEY
                    GO  TO   ROT-340-026.
           MOVE     REG-LTL  TO  ATU-LOG
           MOVE     SAV-REG  TO  REG-LTL
           DELETE   CADLTL
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-340-030.

       ROT-340-026.
           IF  LCT-LTL  <   999
               ADD      1        TO  LCT-LTL
               GO  TO        ROT-340-025.
           MOVE     SAV-REG  TO  REG-LTL
           DELETE   CADLTL
           MOVE     SPACES   TO  ATU-LOG
           MOVE     "E"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010.

       ROT-340-030.
           MOVE     SAV-REG  TO  REG-LTL
           START    CADLTL   KEY GREATER  CHV-LTL
                    INVALID  KEY GO  TO   ROT-350-000.
           GO  TO   ROT-340-010.

       ROT-350-000.
           MOVE     PRX-ESA  TO  PRX-NCP
           MOVE     SUF-ESA  TO  SUF-NCP
           MOVE     ZEROS    TO  DTA-NCP  LCT-NCP
           START    CADNCP   KEY NOT LESS CHV-NCP
                    INVALID  KEY GO  TO   ROT-360-000.

       ROT-350-010.
           READ     CADNCP   NEXT AT END
                    GO  TO   ROT-360-000.
           IF  PRX-NCP  NOT  =   PRX-ESA  OR
               SUF-NCP  NOT  =   SUF-ESA
               GO  TO        ROT-360-000.
           ADD      1        TO  QTD-TAB (05)
           MOVE     REG-NCP  TO  SAV-REG
           MOVE     "CADNCP" TO  ARQ-LOG
           MOVE     CHV-NCP  TO  REG-LOG
           MOVE     PRX-ESN  TO  PRX-NCP
           MOVE     SUF-ESN  TO  SUF-NCP
           READ     CADNCP   INVALID KEY
                    GO  TO   ROT-350-020.
           ADD      1        TO  CNF-TAB (05).

       ROT-350-020.
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-350-030.
           MOVE     SAV-REG  TO  REG-NCP
           MOVE     PRX-ESN  TO  PRX-NCP
           MOVE     SUF-ESN  TO  SUF-NCP
           MOVE     DTL-NCP  TO  DTA-BUS
           MOVE     LCC-NCP  TO  LCT-BUS
           PERFORM  ROT-750-000  THRU  ROT-750-020
           MOVE     LCT-BUS  TO  LCC-NCP.

       ROT-350-025.
           WRITE    REG-NCP  INVALID KEY
                    GO  TO   ROT-350-026.
           MOVE     REG-NCP  TO  ATU-LOG
           MOVE     SAV-REG  TO  REG-NCP
           DELETE   CADNCP
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-350-030.

       ROT-350-026.
           IF  LCT-NCP  <   999
               ADD      1        TO  LCT-NCP
               GO  TO        ROT-350-025.
           MOVE     SAV-REG  TO  REG-NCP
           DELETE   CADNCP
           MOVE     SPACES   TO  ATU-LOG
           MOVE     "E"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010.

       ROT-350-030.
           MOVE     SAV-REG  TO  REG-NCP
           START    CADNCP   KEY GREATER  CHV-NCP
                    INVALID  KEY GO  TO   ROT-360-000.
           GO  TO   ROT-350-010.

       ROT-360-000.
           MOVE     SPACES   TO  CHV-DVC
           START    CADDVC   KEY GREATER  CHV-DVC
                    INVALID  KEY GO  TO   ROT-370-000.

       ROT-360-010.
           READ     CADDVC   NEXT AT END
                    GO  TO   ROT-370-000.
           IF  PRX-DVC  NOT  =   PRX-ESA  OR
               SUF-DVC  NOT  =   SUF-ESA
               GO  TO        ROT-360-010.
           ADD      1        TO  QTD-TAB (06)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-360-010.
           MOVE     REG-DVC  TO  SAV-REG
           MOVE     PRX-ESN  TO  PRX-DVC
           MOVE     SUF-ESN  TO  SUF-DVC
           MOVE     DTC-DVC  TO  DTA-BUS
           MOVE     LCC-DVC  TO  LCT-BUS
           PERFORM  ROT-750-000  THRU  ROT-750-020
           MOVE     LCT-BUS  TO  LCC-DVC
           REWRITE  REG-DVC
           MOVE     REG-DVC  TO  ATU-LOG
           MOVE     "CADDVC" TO  ARQ-LOG
           MOVE     CHV-DVC  TO  REG-LOG
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-360-010.

       ROT-370-000.
           MOVE     SPACES   TO  CHV-RAT
           START    CADRAT   KEY GREATER  CHV-RAT
                    INVALID  KEY GO  TO   ROT-380-000.

       ROT-370-010.
           READ     CADRAT   NEXT AT END
                    GO  TO   ROT-380-000.
           IF  PRX-RAT  NOT  =   PRX-ESA  OR
               SUF-RAT  NOT  =   SUF-ESA
               GO  TO        ROT-370-010.
           ADD      1        TO  QTD-TAB (07)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-370-010.
           MOVE     REG-RAT  TO  SAV-REG
           MOVE     PRX-ESN  TO  PRX-RAT
           MOVE     SUF-ESN  TO  SUF-RAT
           MOVE     DTC-RAT  TO  DTA-BUS
           MOVE     LCC-RAT  TO  LCT-BUS
           PERFORM  ROT-750-000  THRU  ROT-750-020
           MOVE     LCT-BUS  TO  LCC-RAT
           REWRITE  REG-RAT
           MOVE     REG-RAT  TO  ATU-LOG
           MOVE     "CADRAT" TO  ARQ-LOG
           MOVE     CHV-RAT  TO  REG-LOG
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-370-010.

       ROT-380-000.
           MOVE     PRX-ESA  TO  PRX-CSD
           MOVE     SUF-ESA  TO  SUF-CSD
           MOVE     ZEROS    TO  DTA-CSD
           START    CADCSD   KEY NOT LESS CHV-CSD
                    INVALID  KEY GO  TO   ROT-390-000.

       ROT-380-010.
           READ     CADCSD   NEXT AT END
                    GO  TO   ROT-390-000.
           IF  PRX-CSD  NOT  =   PRX-ESA  OR
               SUF-CSD  NOT  =   SUF-ESA
               GO  TO        ROT-390-000.
           ADD      1        TO  QTD-TAB (08)
           MOVE     REG-CSD  TO  SAV-REG
           MOVE     "CADCSD" TO  ARQ-LOG
           MOVE     CHV-CSD  TO  REG-LOG
           MOVE     QTD-CSD  TO  AD1-AUX
           MOVE     VAL-CSD  TO  AD2-AUX
           MOVE     PRX-ESN  TO  PRX-CSD
           MOVE     SUF-ESN  TO  SUF-CSD
           READ     CADCSD   INVALID KEY
                    GO  TO   ROT-380-020.
           ADD      1        TO  CNF-TAB (08)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-380-030.
           ADD      AD1-AUX  TO  QTD-CSD
           ADD      AD2-AUX  TO  VAL-CSD
           IF  QTD-CSD   >   ZEROS
               COMPUTE  CTM-CSD  ROUNDED  =  VAL-CSD  /  QTD-CSD.
           REWRITE  REG-CSD
           MOVE     SAV-REG  TO  REG-CSD
           DELETE   CADCSD
           MOVE     SPACES   TO  ATU-LOG
           MOVE     "E"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-380-030.

       ROT-380-020.
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-380-030.
           MOVE     SAV-REG  TO  REG-CSD
           MOVE     PRX-ESN  TO  PRX-CSD
           MOVE     SUF-ESN  TO  SUF-CSD
           WRITE    REG-CSD
           MOVE     REG-CSD  TO  ATU-LOG
           MOVE     SAV-REG  TO  REG-CSD
           DELETE   CADCSD
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010.

       ROT-380-030.
           MOVE     SAV-REG  TO  REG-CSD
           START    CADCSD   KEY GREATER  CHV-CSD
                    INVALID  KEY GO  TO   ROT-390-000.
           GO  TO   ROT-380-010.

       ROT-390-000.
           MOVE     PRX-ESA  TO  PRX-LOT
           MOVE     SUF-ESA  TO  SUF-LOT
           MOVE     LOW-VALUES TO  NUM-LOT
           START    CADLOT   KEY NOT LESS CHV-LOT
                    INVALID  KEY GO  TO   ROT-400-000.

       ROT-390-010.
           READ     CADLOT   NEXT AT END
                    GO  TO   ROT-400-000.
           IF  PRX-LOT  NOT  =   PRX-ESA  OR
               SUF-LOT  NOT  =   SUF-ESA
               GO  TO        ROT-400-000.
           ADD      1        TO  QTD-TAB (09)
           MOVE     REG-LOT  TO  SAV-REG
           MOVE     "CADLOT" TO  ARQ-LOG
           MOVE     CHV-LOT  TO  REG-LOG
           MOVE     SDO-LOT  TO  AD1-AUX
           MOVE     PRX-ESN  TO  PRX-LOT
           MOVE     SUF-ESN  TO  SUF-LOT
           READ     CADLOT   INVALID KEY
                    GO  TO   ROT-390-020.
           ADD      1        TO  CNF-TAB (09)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-390-030.
           ADD      AD1-AUX  TO  SDO-LOT
           REWRITE  REG-LOT
           MOVE     SAV-REG  TO  REG-LOT
           DELETE   CADLOT
           MOVE     SPACES   TO  ATU-LOG
           MOVE     "E"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-390-030.

       ROT-390-020.
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-390-030.
           MOVE     SAV-REG  TO  REG-LOT
           MOVE     PRX-ESN  TO  PRX-LOT
           MOVE     SUF-ESN  TO  SUF-LOT
           WRITE    REG-LOT
           MOVE     REG-LOT  TO  ATU-LOG
           MOVE     SAV-REG  TO  REG-LOT
           DELETE   CADLOT
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010.

       ROT-390-030.
           MOVE     SAV-REG  TO  REG-LOT
           START    CADLOT   KEY GREATER  CHV-LOT
                    INVALID  KEY GO  TO   ROT-400-000.
           GO  TO   ROT-390-010.

       ROT-400-000.
           MOVE     PRX-ESA  TO  PRX-ORC
           MOVE     SUF-ESA  TO  SUF-ORC
           MOVE     ZEROS    TO  ANO-ORC  MES-ORC
           START    CADORC   KEY NOT LESS CHV-ORC
                    INVALID  KEY GO  TO   ROT-410-000.

       ROT-400-010.
           READ     CADORC   NEXT AT END
                    GO  TO   ROT-410-000.
           IF  PRX-ORC  NOT  =   PRX-ESA  OR
               SUF-ORC  NOT  =   SUF-ESA
               GO  TO        ROT-410-000.
           ADD      1        TO  QTD-TAB (10)
           MOVE     REG-ORC  TO  SAV-REG
           MOVE     "CADORC" TO  ARQ-LOG
           MOVE     CHV-ORC  TO  REG-LOG
           MOVE     VAL-ORC  TO  AD1-AUX
           MOVE     PRX-ESN  TO  PRX-ORC
           MOVE     SUF-ESN  TO  SUF-ORC
           READ     CADORC   INVALID KEY
                    GO  TO   ROT-400-020.
           ADD      1        TO  CNF-TAB (10)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-400-030.
           ADD      AD1-AUX  TO  VAL-ORC
           REWRITE  REG-ORC
           MOVE     SAV-REG  TO  REG-ORC
           DELETE   CADORC
           MOVE     SPACES   TO  ATU-LOG
           MOVE     "E"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-400-030.

       ROT-400-020.
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-400-030.
           MOVE     SAV-REG  TO  REG-ORC
           MOVE     PRX-ESN  TO  PRX-ORC
           MOVE     SUF-ESN  TO  SUF-ORC
           WRITE    REG-ORC
           MOVE     REG-ORC  TO  ATU-LOG
           MOVE     SAV-REG  TO  REG-ORC
           DELETE   CADORC
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010.

       ROT-400-030.
           MOVE     SAV-REG  TO  REG-ORC
           START    CADORC   KEY GREATER  CHV-ORC
                    INVALID  KEY GO  TO   ROT-410-000.
           GO  TO   ROT-400-010.

       ROT-410-000.
           MOVE     PRX-ESA  TO  PRX-RSV
           MOVE     SUF-ESA  TO  SUF-RSV
           MOVE     ZEROS    TO  OSV-RSV
           START    CADRSV   KEY NOT LESS CHV-RSV
                    INVALID  KEY GO  TO   ROT-420-000.

       ROT-410-010.
           READ     CADRSV   NEXT AT END
                    GO  TO   ROT-420-000.
           IF  PRX-RSV  NOT  =   PRX-ESA  OR
               SUF-RSV  NOT  =   SUF-ESA
               GO  TO        ROT-420-000.
           ADD      1        TO  QTD-TAB (11)
           MOVE     REG-RSV  TO  SAV-REG
           MOVE     "CADRSV" TO  ARQ-LOG
           MOVE     CHV-RSV  TO  REG-LOG
           MOVE     QTD-RSV  TO  AD1-AUX
           MOVE     PRX-ESN  TO  PRX-RSV
           MOVE     SUF-ESN  TO  SUF-RSV
           READ     CADRSV   INVALID KEY
                    GO  TO   ROT-410-020.
           ADD      1        TO  CNF-TAB (11)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-410-030.
           ADD      AD1-AUX  TO  QTD-RSV
           REWRITE  REG-RSV
           MOVE     SAV-REG  TO  REG-RSV
           DELETE   CADRSV
           MOVE     SPACES   TO  ATU-LOG
           MOVE     "E"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-410-030.

       ROT-410-020.
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-410-030.
           MOVE     SAV-REG  TO  REG-RSV
           MOVE     PRX-ESN  TO  PRX-RSV
           MOVE     SUF-ESN  TO  SUF-RSV
           WRITE    REG-RSV
           MOVE     REG-RSV  TO  ATU-LOG
           MOVE     SAV-REG  TO  REG-RSV
           DELETE   CADRSV
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010.

       ROT-410-030.
           MOVE     SAV-REG  TO  REG-RSV
           START    CADRSV   KEY GREATER  CHV-RSV
                    INVALID  KEY GO  TO   ROT-420-000.
           GO  TO   ROT-410-010.

       ROT-420-000.
           MOVE     PRX-ESA  TO  PRX-LOC
           MOVE     SUF-ESA  TO  SUF-LOC
           START    CADLOC   KEY NOT LESS CHV-LOC
                    INVALID  KEY GO  TO   ROT-430-000.

       ROT-420-010.
           READ     CADLOC   NEXT AT END
                    GO  TO   ROT-430-000.
           IF  PRX-LOC  NOT  =   PRX-ESA  OR
               SUF-LOC  NOT  =   SUF-ESA
               GO  TO        ROT-430-000.
           ADD      1        TO  QTD-TAB (12)
           MOVE     REG-LOC  TO  SAV-REG
           MOVE     "CADLOC" TO  ARQ-LOG
           MOVE     CHV-LOC  TO  REG-LOG
           MOVE     SDL-LOC  TO  AD1-AUX
           MOVE     SDD-LOC  TO  AD2-AUX
           MOVE     PRX-ESN  TO  PRX-LOC
           MOVE     SUF-ESN  TO  SUF-LOC
           READ     CADLOC   INVALID KEY
                    GO  TO   ROT-420-020.
           ADD      1        TO  CNF-TAB (12)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-420-030.
           ADD      AD1-AUX  TO  SDL-LOC
           ADD      AD2-AUX  TO  SDD-LOC
           REWRITE  REG-LOC
           MOVE     SAV-REG  TO  REG-LOC
           DELETE   CADLOC
           MOVE     SPACES   TO  ATU-LOG
           MOVE     "E"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-420-030.

       ROT-420-020.
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-420-030.
           MOVE     SAV-REG  TO  REG-LOC
           MOVE     PRX-ESN  TO  PRX-LOC
           MOVE     SUF-ESN  TO  SUF-LOC
           WRITE    REG-LOC
           MOVE     REG-LOC  TO  ATU-LOG
           MOVE     SAV-REG  TO  REG-LOC
           DELETE   CADLOC
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010.

       ROT-420-030.
           MOVE     SAV-REG  TO  REG-LOC
           START    CADLOC   KEY GREATER  CHV-LOC
                    INVALID  KEY GO  TO   ROT-430-000.
           GO  TO   ROT-420-010.

       ROT-430-000.
           MOVE     PRX-ESA  TO  PRX-AVR
           MOVE     SUF-ESA  TO  SUF-AVR
           START    CADAVR   KEY NOT LESS CHV-AVR
                    INVALID  KEY GO  TO   ROT-440-000.

       ROT-430-010.
           READ     CADAVR   NEXT AT END
                    GO  TO   ROT-440-000.
           IF  PRX-AVR  NOT  =   PRX-ESA  OR
               SUF-AVR  NOT  =   SUF-ESA
               GO  TO        ROT-440-000.
           ADD      1        TO  QTD-TAB (13)
           MOVE     REG-AVR  TO  SAV-REG
           MOVE     "CADAVR" TO  ARQ-LOG
           MOVE     CHV-AVR  TO  REG-LOG
           MOVE     SDA-AVR  TO  AD1-AUX
           MOVE     CST-AVR  TO  AD2-AUX
           MOVE     PRX-ESN  TO  PRX-AVR
           MOVE     SUF-ESN  TO  SUF-AVR
           READ     CADAVR   INVALID KEY
                    GO  TO   ROT-430-020.
           ADD      1        TO  CNF-TAB (13)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-430-030.
           ADD      AD1-AUX  TO  SDA-AVR
           ADD      AD2-AUX  TO  CST-AVR
           REWRITE  REG-AVR
           MOVE     SAV-REG  TO  REG-AVR
           DELETE   CADAVR
           MOVE     SPACES   TO  ATU-LOG
           MOVE     "E"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-430-030.

       ROT-430-020.
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-430-030.
           MOVE     SAV-REG  TO  REG-AVR
           MOVE     PRX-ESN  TO  PRX-AVR
           MOVE     SUF-ESN  TO  SUF-AVR
           WRITE    REG-AVR
           MOVE     REG-AVR  TO  ATU-LOG
           MOVE     SAV-REG  TO  REG-AVR
           DELETE   CADAVR
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010.

       ROT-430-030.
           MOVE     SAV-REG  TO  REG-AVR
           START    CADAVR   KEY GREATER  CHV-AVR
                    INVALID  KEY GO  TO   ROT-440-000.
           GO  TO   ROT-430-010.

       ROT-440-000.
           MOVE     PRX-ESA  TO  PRX-CSG
           MOVE     SUF-ESA  TO  SUF-CSG
           START    CADCSG   KEY NOT LESS CHV-CSG
                    INVALID  KEY GO  TO   ROT-450-000.

       ROT-440-010.
           READ     CADCSG   NEXT AT END
                    GO  TO   ROT-450-000.
           IF  PRX-CSG  NOT  =   PRX-ESA  OR
               SUF-CSG  NOT  =   SUF-ESA
               GO  TO        ROT-450-000.
           ADD      1        TO  QTD-TAB (14)
           MOVE     REG-CSG  TO  SAV-REG
           MOVE     "CADCSG" TO  ARQ-LOG
           MOVE     CHV-CSG  TO  REG-LOG
           MOVE     SDC-CSG  TO  AD1-AUX
           MOVE     PRX-ESN  TO  PRX-CSG
           MOVE     SUF-ESN  TO  SUF-CSG
           READ     CADCSG   INVALID KEY
                    GO  TO   ROT-440-020.
           ADD      1        TO  CNF-TAB (14)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-440-030.
           ADD      AD1-AUX  TO  SDC-CSG
           REWRITE  REG-CSG
           MOVE     SAV-REG  TO  REG-CSG
           DELETE   CADCSG
           MOVE     SPACES   TO  ATU-LOG
           MOVE     "E"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-440-030.

       ROT-440-020.
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-440-030.
           MOVE     SAV-REG  TO  REG-CSG
           MOVE     PRX-ESN  TO  PRX-CSG
           MOVE     SUF-ESN  TO  SUF-CSG
           WRITE    REG-CSG
           MOVE     REG-CSG  TO  ATU-LOG
           MOVE     SAV-REG  TO  REG-CSG
           DELETE   CADCSG
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010.

       ROT-440-030.
           MOVE     SAV-REG  TO  REG-CSG
           START    CADCSG   KEY GREATER  CHV-CSG
                    INVALID  KEY GO  TO   ROT-450-000.
           GO  TO   ROT-440-010.

       ROT-450-000.
           MOVE     PRX-ESA  TO  PRX-VSL
           MOVE     SUF-ESA  TO  SUF-VSL
           START    CADVSL   KEY NOT LESS CHV-VSL
                    INVALID  KEY GO  TO   ROT-460-000.

       ROT-450-010.
           READ     CADVSL   NEXT AT END
                    GO  TO   ROT-460-000.
           IF  PRX-VSL  NOT  =   PRX-ESA  OR
               SUF-VSL  NOT  =   SUF-ESA
               GO  TO        ROT-460-000.
           ADD      1        TO  QTD-TAB (15)
           MOVE     REG-VSL  TO  SAV-REG
           MOVE     "CADVSL" TO  ARQ-LOG
           MOVE     CHV-VSL  TO  REG-LOG
           MOVE     SDV-VSL  TO  AD1-AUX
           MOVE     PRX-ESN  TO  PRX-VSL
           MOVE     SUF-ESN  TO  SUF-VSL
           READ     CADVSL   INVALID KEY
                    GO  TO   ROT-450-020.
           ADD      1        TO  CNF-TAB (15)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-450-030.
           ADD      AD1-AUX  TO  SDV-VSL
           REWRITE  REG-VSL
           MOVE     SAV-REG  TO  REG-VSL
           DELETE   CADVSL
           MOVE     SPACES   TO  ATU-LOG
           MOVE     "E"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-450-030.

       ROT-450-020.
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-450-030.
           MOVE     SAV-REG  TO  REG-VSL
           MOVE     PRX-ESN  TO  PRX-VSL
           MOVE     SUF-ESN  TO  SUF-VSL
           WRITE    REG-VSL
           MOVE     REG-VSL  TO  ATU-LOG
           MOVE     SAV-REG  TO  REG-VSL
           DELETE   CADVSL
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010.

       ROT-450-030.
           MOVE     SAV-REG  TO  REG-VSL
           START    CADVSL   KEY GREATER  CHV-VSL
                    INVALID  KEY GO  TO   ROT-460-000.
           GO  TO   ROT-450-010.

       ROT-460-000.
           MOVE     PRX-ESA  TO  PRX-ABC
           MOVE     SUF-ESA  TO  SUF-ABC
           START    CADABC   KEY NOT LESS CHV-ABC
                    INVALID  KEY GO  TO   ROT-470-000.

       ROT-460-010.
           READ     CADABC   NEXT AT END
                    GO  TO   ROT-470-000.
           IF  PRX-ABC  NOT  =   PRX-ESA  OR
               SUF-ABC  NOT  =   SUF-ESA
               GO  TO        ROT-470-000.
           ADD      1        TO  QTD-TAB (16)
           MOVE     REG-ABC  TO  SAV-REG
           MOVE     "CADABC" TO  ARQ-LOG
           MOVE     CHV-ABC  TO  REG-LOG
           MOVE     PRX-ESN  TO  PRX-ABC
           MOVE     SUF-ESN  TO  SUF-ABC
           READ     CADABC   INVALID KEY
                    GO  TO   ROT-460-020.
           ADD      1        TO  CNF-TAB (16)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-460-030.
           MOVE     SAV-REG  TO  REG-ABC
           DELETE   CADABC
           MOVE     SPACES   TO  ATU-LOG
           MOVE     "E"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-460-030.

       ROT-460-020.
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-460-030.
           MOVE     SAV-REG  TO  REG-ABC
           MOVE     PRX-ESN  TO  PRX-ABC
           MOVE     SUF-ESN  TO  SUF-ABC
           WRITE    REG-ABC
           MOVE     REG-ABC  TO  ATU-LOG
           MOVE     SAV-REG  TO  REG-ABC
           DELETE   CADABC
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010.

       ROT-460-030.
           MOVE     SAV-REG  TO  REG-ABC
           START    CADABC   KEY GREATER  CHV-ABC
                    INVALID  KEY GO  TO   ROT-470-000.
           GO  TO   ROT-460-010.

       ROT-470-000.
           MOVE     PRX-ESA  TO  PRX-DSP
           MOVE     SUF-ESA  TO  SUF-DSP
           START    CADDSP   KEY NOT LESS CHV-DSP
                    INVALID  KEY GO  TO   ROT-480-000.

       ROT-470-010.
           READ     CADDSP   NEXT AT END
                    GO  TO   ROT-480-000.
           IF  PRX-DSP  NOT  =   PRX-ESA  OR
               SUF-DSP  NOT  =   SUF-ESA
               GO  TO        ROT-480-000.
           ADD      1        TO  QTD-TAB (17)
           MOVE     REG-DSP  TO  SAV-REG
           MOVE     "CADDSP" TO  ARQ-LOG
           MOVE     CHV-DSP  TO  REG-LOG
           MOVE     PRX-ESN  TO  PRX-DSP
           MOVE     SUF-ESN  TO  SUF-DSP
           READ     CADDSP   INVALID KEY
                    GO  TO   ROT-470-020.
           ADD      1        TO  CNF-TAB (17)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-470-030.
           MOVE     SAV-REG  TO  REG-DSP
           DELETE   CADDSP
           MOVE     SPACES   TO  ATU-LOG
           MOVE     "E"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-470-030.

       ROT-470-020.
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-470-030.
           MOVE     SAV-REG  TO  REG-DSP
           MOVE     PRX-ESN  TO  PRX-DSP
           MOVE     SUF-ESN  TO  SUF-DSP
           WRITE    REG-DSP
           MOVE     REG-DSP  TO  ATU-LOG
           MOVE     SAV-REG  TO  REG-DSP
           DELETE   CADDSP
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010.

       ROT-470-030.
           MOVE     SAV-REG  TO  REG-DSP
           START    CADDSP   KEY GREATER  CHV-DSP
                    INVALID  KEY GO  TO   ROT-480-000.
           GO  TO   ROT-470-010.

       ROT-480-000.
           MOVE     PRX-ESA  TO  PRX-INV
           MOVE     SUF-ESA  TO  SUF-INV
           START    CADINV   KEY NOT LESS CHV-INV
                    INVALID  KEY GO  TO   ROT-490-000.

       ROT-480-010.
           READ     CADINV   NEXT AT END
                    GO  TO   ROT-490-000.
           IF  PRX-INV  NOT  =   PRX-ESA  OR
               SUF-INV  NOT  =   SUF-ESA
               GO  TO        ROT-490-000.
           ADD      1        TO  QTD-TAB (18)
           MOVE     REG-INV  TO  SAV-REG
           MOVE     "CADINV" TO  ARQ-LOG
           MOVE     CHV-INV  TO  REG-LOG
           MOVE     SDC-INV  TO  AD1-AUX
           MOVE     PRX-ESN  TO  PRX-INV
           MOVE     SUF-ESN  TO  SUF-INV
           READ     CADINV   INVALID KEY
                    GO  TO   ROT-480-020.
           ADD      1        TO  CNF-TAB (18)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-480-030.
           ADD      AD1-AUX  TO  SDC-INV
           REWRITE  REG-INV
           MOVE     SAV-REG  TO  REG-INV
           DELETE   CADINV
           MOVE     SPACES   TO  ATU-LOG
           MOVE     "E"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-480-030.

       ROT-480-020.
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-480-030.
           MOVE     SAV-REG  TO  REG-INV
           MOVE     PRX-ESN  TO  PRX-INV
           MOVE     SUF-ESN  TO  SUF-INV
           WRITE    REG-INV
           MOVE     REG-INV  TO  ATU-LOG
           MOVE     SAV-REG  TO  REG-INV
           DELETE   CADINV
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010.

       ROT-480-030.
           MOVE     SAV-REG  TO  REG-INV
           START    CADINV   KEY GREATER  CHV-INV
                    INVALID  KEY GO  TO   ROT-490-000.
           GO  TO   ROT-480-010.

       ROT-490-000.
           MOVE     PRX-ESA  TO  PRX-PCF
           MOVE     SUF-ESA  TO  SUF-PCF
           START    CADPCF   KEY NOT LESS CHV-PCF
                    INVALID  KEY GO  TO   ROT-500-000.

       ROT-490-010.
           READ     CADPCF   NEXT AT END
                    GO  TO   ROT-500-000.
           IF  PRX-PCF  NOT  =   PRX-ESA  OR
               SUF-PCF  NOT  =   SUF-ESA
               GO  TO        ROT-500-000.
           ADD      1        TO  QTD-TAB (19)
           MOVE     REG-PCF  TO  SAV-REG
           MOVE     "CADPCF" TO  ARQ-LOG
           MOVE     CHV-PCF  TO  REG-LOG
           MOVE     PRX-ESN  TO  PRX-PCF
           MOVE     SUF-ESN  TO  SUF-PCF
           READ     CADPCF   INVALID KEY
                    GO  TO   ROT-490-020.
           ADD      1        TO  CNF-TAB (19)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-490-030.
           MOVE     SAV-REG  TO  REG-PCF
           DELETE   CADPCF
           MOVE     SPACES   TO  ATU-LOG
           MOVE     "E"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-490-030.

       ROT-490-020.
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-490-030.
           MOVE     SAV-REG  TO  REG-PCF
           MOVE     PRX-ESN  TO  PRX-PCF
           MOVE     SUF-ESN  TO  SUF-PCF
           WRITE    REG-PCF
           MOVE     REG-PCF  TO  ATU-LOG
           MOVE     SAV-REG  TO  REG-PCF
           DELETE   CADPCF
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010.

       ROT-490-030.
           MOVE     SAV-REG  TO  REG-PCF
           START    CADPCF   KEY GREATER  CHV-PCF
                    INVALID  KEY GO  TO   ROT-500-000.
           GO  TO   ROT-490-010.

       ROT-500-000.
           MOVE     PRX-ESA  TO  PRX-RTN
           MOVE     SUF-ESA  TO  SUF-RTN
           START    CADRTN   KEY NOT LESS CHV-RTN
                    INVALID  KEY GO  TO   ROT-510-000.

       ROT-500-010.
           READ     CADRTN   NEXT AT END
                    GO  TO   ROT-510-000.
           IF  PRX-RTN  NOT  =   PRX-ESA  OR
               SUF-RTN  NOT  =   SUF-ESA
               GO  TO        ROT-510-000.
           ADD      1        TO  QTD-TAB (20)
           MOVE     REG-RTN  TO  SAV-REG
           MOVE     "CADRTN" TO  ARQ-LOG
           MOVE     CHV-RTN  TO  REG-LOG
           MOVE     PRX-ESN  TO  PRX-RTN
           MOVE     SUF-ESN  TO  SUF-RTN
           READ     CADRTN   INVALID KEY
                    GO  TO   ROT-500-020.
           ADD      1        TO  CNF-TAB (20)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-500-030.
           MOVE     SAV-REG  TO  REG-RTN
           DELETE   CADRTN
           MOVE     SPACES   TO  ATU-LOG
           MOVE     "E"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-500-030.

       ROT-500-020.
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-500-030.
           MOVE     SAV-REG  TO  REG-RTN
           MOVE     PRX-ESN  TO  PRX-RTN
           MOVE     SUF-ESN  TO  SUF-RTN
           WRITE    REG-RTN
           MOVE     REG-RTN  TO  ATU-LOG
           MOVE     SAV-REG  TO  REG-RTN
           DELETE   CADRTN
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010.

       ROT-500-030.
           MOVE     SAV-REG  TO  REG-RTN
           START    CADRTN   KEY GREATER  CHV-RTN
                    INVALID  KEY GO  TO   ROT-510-000.
           GO  TO   ROT-500-010.

       ROT-510-000.
           MOVE     PRX-ESA  TO  PRX-UNC
           MOVE     SUF-ESA  TO  SUF-UNC
           START    CADUNC   KEY NOT LESS CHV-UNC
                    INVALID  KEY GO  TO   ROT-520-000.

       ROT-510-010.
           READ     CADUNC   NEXT AT END
                    GO  TO   ROT-520-000.
           IF  PRX-UNC  NOT  =   PRX-ESA  OR
               SUF-UNC  NOT  =   SUF-ESA
               GO  TO        ROT-520-000.
           ADD      1        TO  QTD-TAB (21)
           MOVE     REG-UNC  TO  SAV-REG
           MOVE     "CADUNC" TO  ARQ-LOG
           MOVE     CHV-UNC  TO  REG-LOG
           MOVE     PRX-ESN  TO  PRX-UNC
           MOVE     SUF-ESN  TO  SUF-UNC
           READ     CADUNC   INVALID KEY
                    GO  TO   ROT-510-020.
           ADD      1        TO  CNF-TAB (21)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-510-030.
           MOVE     SAV-REG  TO  REG-UNC
           DELETE   CADUNC
           MOVE     SPACES   TO  ATU-LOG
           MOVE     "E"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-510-030.

       ROT-510-020.
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-510-030.
           MOVE     SAV-REG  TO  REG-UNC
           MOVE     PRX-ESN  TO  PRX-UNC
           MOVE     SUF-ESN  TO  SUF-UNC
           WRITE    REG-UNC
           MOVE     REG-UNC  TO  ATU-LOG
           MOVE     SAV-REG  TO  REG-UNC
           DELETE   CADUNC
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010.

       ROT-510-030.
           MOVE     SAV-REG  TO  REG-UNC
           START    CADUNC   KEY GREATER  CHV-UNC
                    INVALID  KEY GO  TO   ROT-520-000.
           GO  TO   ROT-510-010.

       ROT-520-000.
           MOVE     PRX-ESA  TO  PRX-UVD
           MOVE     SUF-ESA  TO  SUF-UVD
           START    CADUVD   KEY NOT LESS CHV-UVD
                    INVALID  KEY GO  TO   ROT-530-000.

       ROT-520-010.
           READ     CADUVD   NEXT AT END
                    GO  TO   ROT-530-000.
           IF  PRX-UVD  NOT  =   PRX-ESA  OR
               SUF-UVD  NOT  =   SUF-ESA
               GO  TO        ROT-530-000.
           ADD      1        TO  QTD-TAB (22)
           MOVE     REG-UVD  TO  SAV-REG
           MOVE     "CADUVD" TO  ARQ-LOG
           MOVE     CHV-UVD  TO  REG-LOG
           MOVE     DTA-UVD  TO  DTA-AUX
           MOVE     PRX-ESN  TO  PRX-UVD
           MOVE     SUF-ESN  TO  SUF-UVD
           READ     CADUVD   INVALID KEY
                    GO  TO   ROT-520-020.
           ADD      1        TO  CNF-TAB (22)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-520-030.
           IF  DTA-AUX   >   DTA-UVD
               MOVE     DTA-AUX  TO  DTA-UVD
               REWRITE  REG-UVD.
           MOVE     SAV-REG  TO  REG-UVD
           DELETE   CADUVD
           MOVE     SPACES   TO  ATU-LOG
           MOVE     "E"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-520-030.

       ROT-520-020.
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-520-030.
           MOVE     SAV-REG  TO  REG-UVD
           MOVE     PRX-ESN  TO  PRX-UVD
           MOVE     SUF-ESN  TO  SUF-UVD
           WRITE    REG-UVD
           MOVE     REG-UVD  TO  ATU-LOG
           MOVE     SAV-REG  TO  REG-UVD
           DELETE   CADUVD
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010.

       ROT-520-030.
           MOVE     SAV-REG  TO  REG-UVD
           START    CADUVD   KEY GREATER  CHV-UVD
                    INVALID  KEY GO  TO   ROT-530-000.
           GO  TO   ROT-520-010.

       ROT-530-000.
           MOVE     PRX-ESA  TO  KPR-KIT
           MOVE     SUF-ESA  TO  KSU-KIT
           MOVE     ZEROS    TO  SEQ-KIT
           START    CADKIT   KEY NOT LESS CHV-KIT
                    INVALID  KEY GO  TO   ROT-530-040.

       ROT-530-010.
           READ     CADKIT   NEXT AT END
                    GO  TO   ROT-530-040.
           IF  KPR-KIT  NOT  =   PRX-ESA  OR
               KSU-KIT  NOT  =   SUF-ESA
               GO  TO        ROT-530-040.
           ADD      1        TO  QTD-TAB (23)
           MOVE     REG-KIT  TO  SAV-REG
           MOVE     "CADKIT" TO  ARQ-LOG
           MOVE     CHV-KIT  TO  REG-LOG
           MOVE     PRX-ESN  TO  KPR-KIT
           MOVE     SUF-ESN  TO  KSU-KIT
           READ     CADKIT   INVALID KEY
                    GO  TO   ROT-530-020.
           ADD      1        TO  CNF-TAB (23).

       ROT-530-020.
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-530-030.
           MOVE     SAV-REG  TO  REG-KIT
           MOVE     PRX-ESN  TO  KPR-KIT
           MOVE     SUF-ESN  TO  KSU-KIT.

       ROT-530-025.
           WRITE    REG-KIT  INVALID KEY
                    GO  TO   ROT-530-026.
           MOVE     REG-KIT  TO  ATU-LOG
           MOVE     SAV-REG  TO  REG-KIT
           DELETE   CADKIT
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-530-030.

       ROT-530-026.
           IF  SEQ-KIT  <   99
               ADD      1        TO  SEQ-KIT
               GO  TO        ROT-530-025.
           MOVE     SAV-REG  TO  REG-KIT
           DELETE   CADKIT
           MOVE     SPACES   TO  ATU-LOG
           MOVE     "E"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010.

       ROT-530-030.
           MOVE     SAV-REG  TO  REG-KIT
           START    CADKIT   KEY GREATER  CHV-KIT
                    INVALID  KEY GO  TO   ROT-530-040.
           GO  TO   ROT-530-010.

       ROT-530-040.
           MOVE     SPACES   TO  CHV-KIT
           START    CADKIT   KEY GREATER  CHV-KIT
                    INVALID  KEY GO  TO   ROT-540-000.

       ROT-530-050.
           READ     CADKIT   NEXT AT END
                    GO  TO   ROT-540-000.
           IF  CPR-KIT  NOT  =   PRX-ESA  OR
               CSU-KIT  NOT  =   SUF-ESA
               GO  TO        ROT-530-050.
           ADD      1        TO  QTD-TAB (23)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-530-050.
           MOVE     REG-KIT  TO  SAV-REG
           MOVE     PRX-ESN  TO  CPR-KIT
           MOVE     SUF-ESN  TO  CSU-KIT
           REWRITE  REG-KIT
           MOVE     REG-KIT  TO  ATU-LOG
           MOVE     "CADKIT" TO  ARQ-LOG
           MOVE     CHV-KIT  TO  REG-LOG
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-530-050.

       ROT-540-000.
           MOVE     SPACES   TO  CHV-LCX
           START    CADLCX   KEY GREATER  CHV-LCX
                    INVALID  KEY GO  TO   ROT-550-000.

       ROT-540-010.
           READ     CADLCX   NEXT AT END
                    GO  TO   ROT-550-000.
           IF  PRX-LCX  NOT  =   PRX-ESA  OR
               SUF-LCX  NOT  =   SUF-ESA
               GO  TO        ROT-540-010.
           ADD      1        TO  QTD-TAB (24)
           MOVE     REG-LCX  TO  SAV-REG
           MOVE     "CADLCX" TO  ARQ-LOG
           MOVE     CHV-LCX  TO  REG-LOG
           MOVE     PRX-ESN  TO  PRX-LCX
           MOVE     SUF-ESN  TO  SUF-LCX
           READ     CADLCX   INVALID KEY
                    GO  TO   ROT-540-020.
           ADD      1        TO  CNF-TAB (24).

       ROT-540-020.
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-540-030.
           MOVE     SAV-REG  TO  REG-LCX
           MOVE     PRX-ESN  TO  PRX-LCX
           MOVE     SUF-ESN  TO  SUF-LCX.

       ROT-540-025.
           WRITE    REG-LCX  INVALID KEY
                    GO  TO   ROT-540-026.
           MOVE     REG-LCX  TO  ATU-LOG
           MOVE     SAV-REG  TO  REG-LCX
           DELETE   CADLCX
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-540-030.

       ROT-540-026.
           IF  LCT-LCX  <   999
               ADD      1        TO  LCT-LCX
               GO  TO        ROT-540-025.
           MOVE     SAV-REG  TO  REG-LCX
           DELETE   CADLCX
           MOVE     SPACES   TO  ATU-LOG
           MOVE     "E"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010.

       ROT-540-030.
           MOVE     SAV-REG  TO  REG-LCX
           START    CADLCX   KEY GREATER  CHV-LCX
                    INVALID  KEY GO  TO   ROT-550-000.
           GO  TO   ROT-540-010.

       ROT-550-000.
           MOVE     SPACES   TO  CHV-VDA
           START    CADVDA   KEY GREATER  CHV-VDA
                    INVALID  KEY GO  TO   ROT-560-000.

       ROT-550-010.
           READ     CADVDA   NEXT AT END
                    GO  TO   ROT-560-000.
           IF  PRX-VDA  NOT  =   PRX-ESA  OR
               SUF-VDA  NOT  =   SUF-ESA
               GO  TO        ROT-550-010.
           ADD      1        TO  QTD-TAB (25)
           MOVE     REG-VDA  TO  SAV-REG
           MOVE     "CADVDA" TO  ARQ-LOG
           MOVE     CHV-VDA  TO  REG-LOG
           MOVE     PRX-ESN  TO  PRX-VDA
           MOVE     SUF-ESN  TO  SUF-VDA
           READ     CADVDA   INVALID KEY
                    GO  TO   ROT-550-020.
           ADD      1        TO  CNF-TAB (25).

       ROT-550-020.
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-550-030.
           MOVE     SAV-REG  TO  REG-VDA
           MOVE     PRX-ESN  TO  PRX-VDA
           MOVE     SUF-ESN  TO  SUF-VDA.

       ROT-550-025.
           WRITE    REG-VDA  INVALID KEY
                    GO  TO   ROT-550-026.
           MOVE     REG-VDA  TO  ATU-LOG
           MOVE     SAV-REG  TO  REG-VDA
           DELETE   CADVDA
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-550-030.

       ROT-550-026.
           IF  LCT-VDA  <   999
               ADD      1        TO  LCT-VDA
               GO  TO        ROT-550-025.
           MOVE     SAV-REG  TO  REG-VDA
           DELETE   CADVDA
           MOVE     SPACES   TO  ATU-LOG
           MOVE     "E"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010.

       ROT-550-030.
           MOVE     SAV-REG  TO  REG-VDA
           START    CADVDA   KEY GREATER  CHV-VDA
                    INVALID  KEY GO  TO   ROT-560-000.
           GO  TO   ROT-550-010.

       ROT-560-000.
           MOVE     SPACES   TO  CHV-DPF
           START    CADDPF   KEY GREATER  CHV-DPF
                    INVALID  KEY GO  TO   ROT-570-000.

       ROT-560-010.
           READ     CADDPF   NEXT AT END
                    GO  TO   ROT-570-000.
           IF  PRX-DPF  NOT  =   PRX-ESA  OR
               SUF-DPF  NOT  =   SUF-ESA
               GO  TO        ROT-560-010.
           ADD      1        TO  QTD-TAB (26)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-560-010.
           MOVE     REG-DPF  TO  SAV-REG
           MOVE     PRX-ESN  TO  PRX-DPF
           MOVE     SUF-ESN  TO  SUF-DPF
           REWRITE  REG-DPF
           MOVE     REG-DPF  TO  ATU-LOG
           MOVE     "CADDPF" TO  ARQ-LOG
           MOVE     CHV-DPF  TO  REG-LOG
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-560-010.

       ROT-570-000.
           MOVE     SPACES   TO  CHV-DSA
           START    CADDSA   KEY GREATER  CHV-DSA
                    INVALID  KEY GO  TO   ROT-580-000.

       ROT-570-010.
           READ     CADDSA   NEXT AT END
                    GO  TO   ROT-580-000.
           IF  PRX-DSA  NOT  =   PRX-ESA  OR
               SUF-DSA  NOT  =   SUF-ESA
               GO  TO        ROT-570-010.
           ADD      1        TO  QTD-TAB (27)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-570-010.
           MOVE     REG-DSA  TO  SAV-REG
           MOVE     PRX-ESN  TO  PRX-DSA
           MOVE     SUF-ESN  TO  SUF-DSA
           REWRITE  REG-DSA
           MOVE     REG-DSA  TO  ATU-LOG
           MOVE     "CADDSA" TO  ARQ-LOG
           MOVE     CHV-DSA  TO  REG-LOG
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-570-010.

       ROT-580-000.
           MOVE     SPACES   TO  CHV-DVV
           START    CADDVV   KEY GREATER  CHV-DVV
                    INVALID  KEY GO  TO   ROT-590-000.

       ROT-580-010.
           READ     CADDVV   NEXT AT END
                    GO  TO   ROT-590-000.
           IF  PRX-DVV  NOT  =   PRX-ESA  OR
               SUF-DVV  NOT  =   SUF-ESA
               GO  TO        ROT-580-010.
           ADD      1        TO  QTD-TAB (28)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-580-010.
           MOVE     REG-DVV  TO  SAV-REG
           MOVE     PRX-ESN  TO  PRX-DVV
           MOVE     SUF-ESN  TO  SUF-DVV
           REWRITE  REG-DVV
           MOVE     REG-DVV  TO  ATU-LOG
           MOVE     "CADDVV" TO  ARQ-LOG
           MOVE     CHV-DVV  TO  REG-LOG
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-580-010.

       ROT-590-000.
           MOVE     SPACES   TO  CHV-HRV
           START    CADHRV   KEY GREATER  CHV-HRV
                    INVALID  KEY GO  TO   ROT-600-000.

       ROT-590-010.
           READ     CADHRV   NEXT AT END
                    GO  TO   ROT-600-000.
           IF  PRX-HRV  NOT  =   PRX-ESA  OR
               SUF-HRV  NOT  =   SUF-ESA
               GO  TO        ROT-590-010.
           ADD      1        TO  QTD-TAB (29)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-590-010.
           MOVE     REG-HRV  TO  SAV-REG
           MOVE     PRX-ESN  TO  PRX-HRV
           MOVE     SUF-ESN  TO  SUF-HRV
           REWRITE  REG-HRV
           MOVE     REG-HRV  TO  ATU-LOG
           MOVE     "CADHRV" TO  ARQ-LOG
           MOVE     CHV-HRV  TO  REG-LOG
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-590-010.

       ROT-600-000.
           MOVE     SPACES   TO  CHV-IOS
           START    CADIOS   KEY GREATER  CHV-IOS
                    INVALID  KEY GO  TO   ROT-610-000.

       ROT-600-010.
           READ     CADIOS   NEXT AT END
                    GO  TO   ROT-610-000.
           IF  PRX-IOS  NOT  =   PRX-ESA  OR
               SUF-IOS  NOT  =   SUF-ESA
               GO  TO        ROT-600-010.
           ADD      1        TO  QTD-TAB (30)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-600-010.
           MOVE     REG-IOS  TO  SAV-REG
           MOVE     PRX-ESN  TO  PRX-IOS
           MOVE     SUF-ESN  TO  SUF-IOS
           REWRITE  REG-IOS
           MOVE     REG-IOS  TO  ATU-LOG
           MOVE     "CADIOS" TO  ARQ-LOG
           MOVE     CHV-IOS  TO  REG-LOG
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-600-010.

       ROT-610-000.
           MOVE     SPACES   TO  CHV-IPD
           START    CADIPD   KEY GREATER  CHV-IPD
                    INVALID  KEY GO  TO   ROT-620-000.

       ROT-610-010.
           READ     CADIPD   NEXT AT END
                    GO  TO   ROT-620-000.
           IF  PRX-IPD  NOT  =   PRX-ESA  OR
               SUF-IPD  NOT  =   SUF-ESA
               GO  TO        ROT-610-010.
           ADD      1        TO  QTD-TAB (31)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-610-010.
           MOVE     REG-IPD  TO  SAV-REG
           MOVE     PRX-ESN  TO  PRX-IPD
           MOVE     SUF-ESN  TO  SUF-IPD
           REWRITE  REG-IPD
           MOVE     REG-IPD  TO  ATU-LOG
           MOVE     "CADIPD" TO  ARQ-LOG
           MOVE     CHV-IPD  TO  REG-LOG
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-610-010.

       ROT-620-000.
           MOVE     SPACES   TO  CHV-LFF
           START    CADLFF   KEY GREATER  CHV-LFF
                    INVALID  KEY GO  TO   ROT-630-000.

       ROT-620-010.
           READ     CADLFF   NEXT AT END
                    GO  TO   ROT-630-000.
           IF  PRX-LFF  NOT  =   PRX-ESA  OR
               SUF-LFF  NOT  =   SUF-ESA
               GO  TO        ROT-620-010.
           ADD      1        TO  QTD-TAB (32)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-620-010.
           MOVE     REG-LFF  TO  SAV-REG
           MOVE     PRX-ESN  TO  PRX-LFF
           MOVE     SUF-ESN  TO  SUF-LFF
           REWRITE  REG-LFF
           MOVE     REG-LFF  TO  ATU-LOG
           MOVE     "CADLFF" TO  ARQ-LOG
           MOVE     CHV-LFF  TO  REG-LOG
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-620-010.

       ROT-630-000.
           MOVE     ZEROS    TO  CHV-NFC
           START    CADNFC   KEY NOT LESS CHV-NFC
                    INVALID  KEY GO  TO   ROT-640-000.

       ROT-630-010.
           READ     CADNFC   NEXT AT END
                    GO  TO   ROT-640-000.
           IF  PRX-NFC  NOT  =   PRX-ESA  OR
               SUF-NFC  NOT  =   SUF-ESA
               GO  TO        ROT-630-010.
           ADD      1        TO  QTD-TAB (33)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-630-010.
           MOVE     REG-NFC  TO  SAV-REG
           MOVE     PRX-ESN  TO  PRX-NFC
           MOVE     SUF-ESN  TO  SUF-NFC
           REWRITE  REG-NFC
           MOVE     REG-NFC  TO  ATU-LOG
           MOVE     "CADNFC" TO  ARQ-LOG
           MOVE     CHV-NFC  TO  REG-LOG
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-630-010.

       ROT-640-000.
           MOVE     ZEROS    TO  CHV-PRO
           START    CADPRO   KEY NOT LESS CHV-PRO
                    INVALID  KEY GO  TO   ROT-650-000.

       ROT-640-010.
           READ     CADPRO   NEXT AT END
                    GO  TO   ROT-650-000.
           IF  PRX-PRO  NOT  =   PRX-ESA  OR
               SUF-PRO  NOT  =   SUF-ESA
               GO  TO        ROT-640-010.
           ADD      1        TO  QTD-TAB (34)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-640-010.
           MOVE     REG-PRO  TO  SAV-REG
           MOVE     PRX-ESN  TO  PRX-PRO
           MOVE     SUF-ESN  TO  SUF-PRO
           REWRITE  REG-PRO
           MOVE     REG-PRO  TO  ATU-LOG
           MOVE     "CADPRO" TO  ARQ-LOG
           MOVE     CHV-PRO  TO  REG-LOG
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-640-010.

       ROT-650-000.
           MOVE     ZEROS    TO  CHV-TRP
           START    CADTRP   KEY NOT LESS CHV-TRP
                    INVALID  KEY GO  TO   ROT-660-000.

       ROT-650-010.
           READ     CADTRP   NEXT AT END
                    GO  TO   ROT-660-000.
           IF  PRX-TRP  NOT  =   PRX-ESA  OR
               SUF-TRP  NOT  =   SUF-ESA
               GO  TO        ROT-650-010.
           ADD      1        TO  QTD-TAB (35)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-650-010.
           MOVE     REG-TRP  TO  SAV-REG
           MOVE     PRX-ESN  TO  PRX-TRP
           MOVE     SUF-ESN  TO  SUF-TRP
           REWRITE  REG-TRP
           MOVE     REG-TRP  TO  ATU-LOG
           MOVE     "CADTRP" TO  ARQ-LOG
           MOVE     CHV-TRP  TO  REG-LOG
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-650-010.

       ROT-660-000.
           MOVE     SPACES   TO  CHV-VSD
           START    CADVSD   KEY GREATER  CHV-VSD
                    INVALID  KEY GO  TO   ROT-670-000.

       ROT-660-010.
           READ     CADVSD   NEXT AT END
                    GO  TO   ROT-670-000.
           IF  PRX-VSD  NOT  =   PRX-ESA  OR
               SUF-VSD  NOT  =   SUF-ESA
               GO  TO        ROT-660-010.
           ADD      1        TO  QTD-TAB (36)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-660-010.
           MOVE     REG-VSD  TO  SAV-REG
           MOVE     PRX-ESN  TO  PRX-VSD
           MOVE     SUF-ESN  TO  SUF-VSD
           REWRITE  REG-VSD
           MOVE     REG-VSD  TO  ATU-LOG
           MOVE     "CADVSD" TO  ARQ-LOG
           MOVE     CHV-VSD  TO  REG-LOG
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-660-010.

       ROT-670-000.
           MOVE     SPACES   TO  CHV-XLC
           START    CADXLC   KEY GREATER  CHV-XLC
                    INVALID  KEY GO  TO   ROT-680-000.

       ROT-670-010.
           READ     CADXLC   NEXT AT END
                    GO  TO   ROT-680-000.
           IF  PRX-XLC  NOT  =   PRX-ESA  OR
               SUF-XLC  NOT  =   SUF-ESA
               GO  TO        ROT-670-010.
           ADD      1        TO  QTD-TAB (37)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-670-010.
           MOVE     REG-XLC  TO  SAV-REG
           MOVE     PRX-ESN  TO  PRX-XLC
           MOVE     SUF-ESN  TO  SUF-XLC
           REWRITE  REG-XLC
           MOVE     REG-XLC  TO  ATU-LOG
           MOVE     "CADXLC" TO  ARQ-LOG
           MOVE     CHV-XLC  TO  REG-LOG
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-670-010.

       ROT-680-000.
           MOVE     ZEROS    TO  CHV-GRN
           START    CADGRN   KEY NOT LESS CHV-GRN
                    INVALID  KEY GO  TO   ROT-684-000.

       ROT-680-010.
           READ     CADGRN   NEXT AT END
                    GO  TO   ROT-684-000.
           IF  PRX-GRN  NOT  =   PRX-ESA  OR
               SUF-GRN  NOT  =   SUF-ESA
               GO  TO        ROT-680-010.
           ADD      1        TO  QTD-TAB (38)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-680-010.
           MOVE     REG-GRN  TO  SAV-REG
           MOVE     PRX-ESN  TO  PRX-GRN
           MOVE     SUF-ESN  TO  SUF-GRN
           REWRITE  REG-GRN
           MOVE     REG-GRN  TO  ATU-LOG
           MOVE     "CADGRN" TO  ARQ-LOG
           MOVE     CHV-GRN  TO  REG-LOG
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-680-010.

       ROT-684-000.
           MOVE     PRX-ESA  TO  PRX-RPR
           MOVE     SUF-ESA  TO  SUF-RPR
           READ     CADRPR   INVALID KEY
                    GO  TO   ROT-686-000.
           ADD      1        TO  QTD-TAB (39)
           MOVE     REG-RPR  TO  SAV-REG
           MOVE     "CADRPR" TO  ARQ-LOG
           MOVE     CHV-RPR  TO  REG-LOG
           MOVE     PRX-ESN  TO  PRX-RPR
           MOVE     SUF-ESN  TO  SUF-RPR
           READ     CADRPR   INVALID KEY
                    GO  TO   ROT-684-010.
           ADD      1        TO  CNF-TAB (39)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-686-000.
           MOVE     SAV-REG  TO  REG-RPR
           DELETE   CADRPR
           MOVE     SPACES   TO  ATU-LOG
           MOVE     "E"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-686-000.

       ROT-684-010.
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-686-000.
           MOVE     SAV-REG  TO  REG-RPR
           MOVE     PRX-ESN  TO  PRX-RPR
           MOVE     SUF-ESN  TO  SUF-RPR
           WRITE    REG-RPR
           MOVE     REG-RPR  TO  ATU-LOG
           MOVE     SAV-REG  TO  REG-RPR
           DELETE   CADRPR
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010.

       ROT-686-000.
           MOVE     PRX-ESA  TO  PRX-HRJ
           MOVE     SUF-ESA  TO  SUF-HRJ
           MOVE     ZEROS    TO  DTA-HRJ  SEQ-HRJ
           START    CADHRJ   KEY NOT LESS CHV-HRJ
                    INVALID  KEY GO  TO   ROT-688-000.

       ROT-686-010.
           READ     CADHRJ   NEXT AT END
                    GO  TO   ROT-688-000.
           IF  PRX-HRJ  NOT  =   PRX-ESA  OR
               SUF-HRJ  NOT  =   SUF-ESA
               GO  TO        ROT-688-000.
           ADD      1        TO  QTD-TAB (40)
           MOVE     REG-HRJ  TO  SAV-REG
           MOVE     "CADHRJ" TO  ARQ-LOG
           MOVE     CHV-HRJ  TO  REG-LOG
           MOVE     PRX-ESN  TO  PRX-HRJ
           MOVE     SUF-ESN  TO  SUF-HRJ
           READ     CADHRJ   INVALID KEY
                    GO  TO   ROT-686-020.
           ADD      1        TO  CNF-TAB (40).

       ROT-686-020.
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-686-030.
           MOVE     SAV-REG  TO  REG-HRJ
           MOVE     PRX-ESN  TO  PRX-HRJ
           MOVE     SUF-ESN  TO  SUF-HRJ.

       ROT-686-025.
           WRITE    REG-HRJ  INVALID KEY
                    GO  TO   ROT-686-026.
           MOVE     REG-HRJ  TO  ATU-LOG
           MOVE     SAV-REG  TO  REG-HRJ
           DELETE   CADHRJ
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-686-030.

       ROT-686-026.
           IF  SEQ-HRJ  <   99
               ADD      1        TO  SEQ-HRJ
               GO  TO        ROT-686-025.
           MOVE     SAV-REG  TO  REG-HRJ
           DELETE   CADHRJ
           MOVE     SPACES   TO  ATU-LOG
           MOVE     "E"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010.

       ROT-686-030.
           MOVE     SAV-REG  TO  REG-HRJ
           START    CADHRJ   KEY GREATER  CHV-HRJ
                    INVALID  KEY GO  TO   ROT-688-000.
           GO  TO   ROT-686-010.

       ROT-688-000.
           MOVE     PRX-ESA  TO  PRX-OLU
           MOVE     SUF-ESA  TO  SUF-OLU
           READ     CADOLU   INVALID KEY
                    GO  TO   ROT-690-000.
           ADD      1        TO  QTD-TAB (41)
           MOVE     REG-OLU  TO  SAV-REG
           MOVE     "CADOLU" TO  ARQ-LOG
           MOVE     CHV-OLU  TO  REG-LOG
           MOVE     PRX-ESN  TO  PRX-OLU
           MOVE     SUF-ESN  TO  SUF-OLU
           READ     CADOLU   INVALID KEY
                    GO  TO   ROT-688-010.
           ADD      1        TO  CNF-TAB (41)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-690-000.
           MOVE     SAV-REG  TO  REG-OLU
           DELETE   CADOLU
           MOVE     SPACES   TO  ATU-LOG
           MOVE     "E"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-690-000.

       ROT-688-010.
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-690-000.
           MOVE     SAV-REG  TO  REG-OLU
           MOVE     PRX-ESN  TO  PRX-OLU
           MOVE     SUF-ESN  TO  SUF-OLU
           WRITE    REG-OLU
           MOVE     REG-OLU  TO  ATU-LOG
           MOVE     SAV-REG  TO  REG-OLU
           DELETE   CADOLU
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010.

       ROT-690-000.
           MOVE     ZEROS    TO  CHV-PGL
           START    CADPGL   KEY NOT LESS CHV-PGL
                    INVALID  KEY GO  TO   ROT-692-000.

       ROT-690-010.
           READ     CADPGL   NEXT AT END
                    GO  TO   ROT-692-000.
           IF  PRX-PGL  NOT  =   PRX-ESA  OR
               SUF-PGL  NOT  =   SUF-ESA
               GO  TO        ROT-690-010.
           ADD      1        TO  QTD-TAB (42)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-690-010.
           MOVE     REG-PGL  TO  SAV-REG
           MOVE     PRX-ESN  TO  PRX-PGL
           MOVE     SUF-ESN  TO  SUF-PGL
           REWRITE  REG-PGL
           MOVE     REG-PGL  TO  ATU-LOG
           MOVE     "CADPGL" TO  ARQ-LOG
           MOVE     CHV-PGL  TO  REG-LOG
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-690-010.

       ROT-692-000.
           MOVE     ZEROS    TO  CHV-TGL
           START    CADTGL   KEY NOT LESS CHV-TGL
                    INVALID  KEY GO  TO   ROT-699-000.

       ROT-692-010.
           READ     CADTGL   NEXT AT END
                    GO  TO   ROT-699-000.
           IF  PRX-TGL  NOT  =   PRX-ESA  OR
               SUF-TGL  NOT  =   SUF-ESA
               GO  TO        ROT-692-010.
           ADD      1        TO  QTD-TAB (43)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-692-010.
           MOVE     REG-TGL  TO  SAV-REG
           MOVE     PRX-ESN  TO  PRX-TGL
           MOVE     SUF-ESN  TO  SUF-TGL
           REWRITE  REG-TGL
           MOVE     REG-TGL  TO  ATU-LOG
           MOVE     "CADTGL" TO  ARQ-LOG
           MOVE     CHV-TGL  TO  REG-LOG
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-692-010.

       ROT-699-000.
           EXIT.

       ROT-700-000.
           MOVE     CHV-ESA  TO  CHV-EST
           READ     CADEST   INVALID  KEY
                    GO  TO   ROT-700-030.
           MOVE     REG-EST  TO  REG-ESA
           MOVE     "CADEST" TO  ARQ-LOG
           MOVE     CHV-ESN  TO  CHV-EST
           READ     CADEST   INVALID  KEY
                    GO  TO   ROT-700-020.
           MOVE     REG-EST  TO  REG-ESN
           MOVE     "F"      TO  TIP-AUX
           PERFORM  ROT-160-000  THRU  ROT-160-020
           MOVE     REG-ESR  TO  REG-EST
           REWRITE  REG-EST
           MOVE     REG-ESN  TO  SAV-REG
           MOVE     REG-EST  TO  ATU-LOG
           MOVE     CHV-ESN  TO  REG-LOG
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010.

       ROT-700-010.
           MOVE     REG-ESA  TO  REG-EST  SAV-REG
           DELETE   CADEST
           MOVE     SPACES   TO  ATU-LOG
           MOVE     CHV-ESA  TO  REG-LOG
           MOVE     "E"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-700-030.

       ROT-700-020.
           MOVE     "R"      TO  TIP-AUX
           PERFORM  ROT-160-000  THRU  ROT-160-020
           MOVE     REG-ESR  TO  REG-EST
           WRITE    REG-EST
           MOVE     REG-EST  TO  ATU-LOG
           MOVE     REG-ESA  TO  REG-EST  SAV-REG
           DELETE   CADEST
           MOVE     CHV-ESA  TO  REG-LOG
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010.

       ROT-700-030.
           EXIT.

       ROT-750-000.
           MOVE     ZEROS    TO  IND-REN.

       ROT-750-010.
           ADD      1        TO  IND-REN
           IF  IND-REN   >   QTD-REN
               GO  TO        ROT-750-020.
           IF  DTA-REN (IND-REN)  =  DTA-BUS  AND
               ANT-REN (IND-REN)  =  LCT-BUS
               MOVE     NOV-REN (IND-REN)  TO  LCT-BUS
               GO  TO        ROT-750-020.
           GO  TO   ROT-750-010.

       ROT-750-020.
           EXIT.

       ROT-800-000.
           MOVE     "DYN178" TO  PGM-ALT
           MOVE     CHV-LOG  TO  CHV-REG-ALT
           ACCEPT   DTA-ALT  FROM  DATE  YYYYMMDD
           MOVE     PRM-OPE  TO  OPE-ALT
           MOVE     TIP-LOG  TO  TIP-ALT
           MOVE     SAV-REG  TO  ANT-ALT
           MOVE     ATU-LOG  TO  ATU-ALT
           MOVE     ZEROS    TO  LCT-ALT.

       ROT-800-010.
           ADD      1        TO  LCT-ALT
           WRITE    REG-ALT  INVALID KEY
                    GO  TO   ROT-800-010.

       ROT-850-000.
           MOVE     "N"      TO  CXA-AUX
           MOVE     SPACES   TO  CHV-CXA
           START    CADCXA   KEY GREATER  CHV-CXA
                    INVALID  KEY GO  TO   ROT-850-020.

       ROT-850-010.
           READ     CADCXA   NEXT AT END
                    GO  TO   ROT-850-020.
           IF  POS-CXA   =   1
               MOVE     "S"      TO  CXA-AUX
               GO  TO        ROT-850-020.
           GO  TO   ROT-850-010.

       ROT-850-020.
           EXIT.

       ROT-900-000.
           CLOSE    CADEST   CADALT   CADOPE   CADCXA
                    CADLCP   CADLPC   CADLES
                    CADLTL   CADNCP   CADDVC
                    CADRAT   CADCSD   CADLOT
                    CADORC   CADRSV   CADLOC
                    CADAVR   CADCSG   CADVSL
                    CADABC   CADDSP   CADINV
                    CADPCF   CADRTN   CADUNC
                    CADUVD   CADKIT   CADLCX
                    CADVDA   CADDPF   CADDSA
                    CADDVV   CADHRV   CADIOS
                    CADIPD   CADLFF   CADNFC
                    CADPRO   CADTRP   CADVSD
                    CADXLC   CADGRN   CADRPR
                    CADHRJ   CADOLU   CADPGL
                    CADTGL
           CHAIN   "DYN101"  USING  PRM-OPE.
