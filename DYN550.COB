       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN550.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADCLI        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CLI.

           SELECT      CADNTA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-NTA
                       ALTERNATE     KEY     IS  DTA-NTA
                                     WITH    DUPLICATES
                       ALTERNATE     KEY     IS  PCA-NTA
                                     WITH    DUPLICATES
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADNTE        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-NTE
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADFAT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FAT
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADLRC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LRC
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADLNT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LNT
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      ARQLNT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ALN
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADENV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ENV
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADCCL        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CCL
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADMOT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-MOT
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADMDR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-MDR
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADQTA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-QTA
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADVEI        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-VEI
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADCTP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CTP
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADPPT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PPT
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADPPG        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PPG
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADMPP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-MPP
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADEDI        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-EDI
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADFCC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FCC
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADCLG        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CLG
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADACD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ACD
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADCTT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CTT
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADDBC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-DBC
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADNEG        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-NEG
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADNFE        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-NFE
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADOSV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-OSV
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADRCB        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-RCB
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADSCH        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-SCH
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADALC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ALC
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADEMC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-EMC
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADASL        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  PCA-ASL
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADCAL        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CAL
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADRAL        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-RAL
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADEMF        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-EMF
                       FILE          STATUS  IS  FS-ARQ.

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

       FD  CADCLI      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCLI.DAT".
       01  REG-CLI.
           03  CHV-CLI          PIC  X(10).
           03  NOM-CLI          PIC  X(35).
           03  TEL-CLI          PIC  9(12).
           03  CNT-CLI          PIC  X(15).
           03  END-CLI          PIC  X(35).
           03  CID-CLI          PIC  X(20).
           03  CEP-CLI          PIC  9(08).
           03  EST-CLI          PIC  X(02).
           03  CGC-CLI          PIC  9(14).
           03  INS-CLI          PIC  X(15).
           03  CTG-CLI          PIC  9(01).
           03  SIT-CLI          PIC  9(01).
           03  LIM-CLI          PIC  9(09)V99.

       FD  CADNTA      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADNTA.DAT".
       01  REG-NTA.
           03  CHV-NTA.
               05  CLI-NTA      PIC  X(10).
               05  DTA-NTA      PIC  9(06).
               05  NUM-NTA      PIC  9(06).
           03  PCA-NTA          PIC  X(07).
           03  DES-NTA          PIC  X(20).
           03  VAL-NTA          PIC S9(09)V99.

       FD  CADNTE      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADNTE.DAT".
       01  REG-NTE.
           03  CHV-NTE          PIC  9(06).
           03  DTA-NTE          PIC  9(06).
           03  CLI-NTE          PIC  X(10).
           03  PCA-NTE          PIC  X(07).
           03  DES-NTE          PIC  X(20).
           03  VAL-NTE          PIC S9(09)V99.

       FD  CADFAT      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADFAT.DAT".
       01  REG-FAT.
           03  CHV-FAT          PIC  9(06).
           03  CLI-FAT          PIC  X(10).
           03  DTA-FAT.
               05  ANO-FAT      PIC  9(02).
               05  MES-FAT      PIC  9(02).
               05  DIA-FAT      PIC  9(02).
           03  VAL-FAT          PIC S9(10)V99.

       FD  CADLRC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADLRC.DAT".
       01  REG-LRC.
           03  CHV-LRC.
               05  TIP-LRC      PIC  9(01).
               05  NUM-LRC      PIC  9(06).
           03  CLI-LRC          PIC  X(10).
           03  VAL-LRC          PIC S9(10)V99.

       FD  CADLNT      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADLNT.DAT".
       01  REG-LNT.
           03  CHV-LNT          PIC  9(06).
           03  CLI-LNT          PIC  X(10).
           03  PCA-LNT          PIC  X(07).
           03  DES-LNT          PIC  X(20).
           03  VAL-LNT          PIC S9(09)V99.

       FD  ARQLNT      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "ARQLNT.DAT".
       01  REG-ALN.
           03  CHV-ALN.
               05  DTA-ALN      PIC  9(06).
               05  NUM-ALN      PIC  9(06).
           03  CLI-ALN          PIC  X(10).
           03  PCA-ALN          PIC  X(07).
           03  DES-ALN          PIC  X(20).
           03  VAL-ALN          PIC S9(09)V99.
           03  MOT-ALN          PIC  9(04).

       FD  CADENV      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADENV.DAT".
       01  REG-ENV.
           03  CHV-ENV.
               05  CLI-ENV      PIC  X(10).
               05  NUM-ENV      PIC  9(06).
           03  DTA-ENV          PIC  9(06).
           03  DTN-ENV          PIC  9(06).
           03  PCA-ENV          PIC  X(07).
           03  KM-ENV           PIC  9(07).
           03  QTD-ENV          PIC  9(05)V9.
           03  MOT-ENV          PIC  9(04).
           03  DES-ENV          PIC  X(20).
           03  VAL-ENV          PIC S9(09)V99.

       FD  CADCCL      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCCL.DAT".
       01  REG-CCL.
           03  CHV-CCL.
               05  CLI-CCL      PIC  X(10).
               05  CTG-CCL      PIC  9(01).

       FD  CADMOT      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADMOT.DAT".
       01  REG-MOT.
           03  CHV-MOT.
               05  CLI-MOT      PIC  X(10).
               05  COD-MOT      PIC  9(04).
           03  NOM-MOT          PIC  X(22).
           03  SEN-MOT          PIC  X(04).
           03  SIT-MOT          PIC  9(01).
           03  DOC-MOT          PIC  X(14).
           03  PLC-MOT.
               05  PL1-MOT      PIC  X(07).
               05  PL2-MOT      PIC  X(07).
               05  PL3-MOT      PIC  X(07).

       FD  CADMDR      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADMDR.DAT".
       01  REG-MDR.
           03  CHV-MDR.
               05  CLI-MDR      PIC  X(10).
               05  COD-MDR      PIC  9(02).
           03  NOM-MDR          PIC  X(35).
           03  CRG-MDR          PIC  X(20).
           03  ANV-MDR.
               05  DIA-MDR      PIC  9(02).
               05  MES-MDR      PIC  9(02).
           03  END-MDR          PIC  X(35).
           03  CID-MDR          PIC  X(20).
           03  EST-MDR          PIC  X(02).
           03  CEP-MDR.
               05  CP1-MDR      PIC  9(05).
               05  CP2-MDR      PIC  9(03).

       FD  CADQTA      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADQTA.DAT".
       01  REG-QTA.
           03  CHV-QTA.
               05  CLI-QTA      PIC  X(10).
               05  PCA-QTA      PIC  X(07).
           03  QTA-QTA          PIC  9(05)V9.
           03  MES-QTA          PIC  9(04).
           03  ACM-QTA          PIC  9(07)V9.

       FD  CADVEI      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADVEI.DAT".
       01  REG-VEI.
           03  CHV-VEI.
               05  CLI-VEI      PIC  X(10).
               05  PCA-VEI      PIC  X(07).
           03  DES-VEI          PIC  X(20).
           03  TNQ-VEI          PIC  9(04).
           03  KMN-VEI          PIC  9(02)V99.
           03  KMX-VEI          PIC  9(02)V99.

       FD  CADCTP      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCTP.DAT".
       01  REG-CTP.
           03  CHV-CTP.
               05  CLI-CTP      PIC  X(10).
               05  CMB-CTP      PIC  9(02).
           03  PRC-CTP          PIC  9(03)V9999.

       FD  CADPPT      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADPPT.DAT".
       01  REG-PPT.
           03  CHV-PPT          PIC  9(04).
           03  CLI-PPT          PIC  X(10).
           03  DTA-PPT          PIC  9(06).
           03  PZO-PPT          PIC  9(03).
           03  SIT-PPT          PIC  9(01).

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

       FD  CADMPP      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADMPP.DAT".
       01  REG-MPP.
           03  CHV-MPP.
               05  CLI-MPP      PIC  X(10).
               05  SEQ-MPP      PIC  9(06).
           03  DTA-MPP          PIC  9(06).
           03  TIP-MPP          PIC  9(01).
           03  DOC-MPP          PIC  9(06).
           03  BCO-MPP          PIC  9(03).
           03  HST-MPP          PIC  X(20).
           03  VAL-MPP          PIC S9(09)V99.
           03  SAL-MPP          PIC S9(09)V99.

       FD  CADEDI      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADEDI.DAT".
       01  REG-EDI.
           03  CHV-EDI          PIC  X(10).
           03  FMT-EDI          PIC  9(01).
           03  ARQ-EDI          PIC  X(04).
           03  SIT-EDI          PIC  9(01).
           03  ULT-EDI          PIC  9(06).

       FD  CADFCC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADFCC.DAT".
       01  REG-FCC.
           03  CHV-FCC          PIC  X(10).
           03  FUN-FCC.
               05  ANO-FUN      PIC  9(02).
               05  MES-FUN      PIC  9(02).
               05  DIA-FUN      PIC  9(02).
           03  CNS-FCC          PIC  9(09)V99.
           03  SOC-FCC                      OCCURS  03.
               05  NSC-FCC      PIC  X(30).
               05  CPF-FCC      PIC  9(11).
           03  RBC-FCC          PIC  X(40)  OCCURS  02.
           03  RCM-FCC          PIC  X(40)  OCCURS  02.
           03  GAR-FCC          PIC  9(01).
           03  AVL-FCC          PIC  X(30).
           03  VGR-FCC          PIC  9(09)V99.
           03  PAR-FCC          PIC  X(50)  OCCURS  02.
           03  ANL-FCC          PIC  X(15).
           03  DTR-FCC.
               05  ANO-DTR      PIC  9(02).
               05  MES-DTR      PIC  9(02).
               05  DIA-DTR      PIC  9(02).
           03  PRX-FCC.
               05  ANO-PRX      PIC  9(02).
               05  MES-PRX      PIC  9(02).
               05  DIA-PRX      PIC  9(02).
           03  LMR-FCC          PIC  9(09)V99.

       FD  CADCLG      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCLG.DAT".
       01  REG-CLG.
           03  CHV-CLG          PIC  X(10).
           03  GRP-CLG          PIC  9(03).

       FD  CADACD      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADACD.DAT".
       01  REG-ACD.
           03  CHV-ACD          PIC  9(06).
           03  CLI-ACD          PIC  X(10).
           03  DTA-ACD          PIC  9(06).
           03  QTF-ACD          PIC  9(02).
           03  VOR-ACD          PIC  9(10)V99.
           03  TIP-ACD          PIC  X(01).
           03  PCT-ACD          PIC  9(02)V99.
           03  VJD-ACD          PIC  9(10)V99.
           03  VAL-ACD          PIC  9(10)V99.
           03  QTP-ACD          PIC  9(02).
           03  SIT-ACD          PIC  9(01).
           03  DTS-ACD          PIC  9(06).
           03  TAB-ACD.
               05  PAR-ACD                  OCCURS  24.
                   07  PFT-ACD  PIC  9(06).
                   07  PVC-ACD  PIC  9(06).
                   07  PVL-ACD  PIC  9(10)V99.

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

       FD  CADNEG      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADNEG.DAT".
       01  REG-NEG.
           03  CHV-NEG          PIC  9(06).
           03  CLI-NEG          PIC  X(10).
           03  DTA-ENV          PIC  9(06).
           03  VAL-NEG          PIC  9(10)V99.
           03  SIT-NEG          PIC  9(01).
           03  DTA-BXA          PIC  9(06).

       FD  CADNFE      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADNFE.DAT".
       01  REG-NFE.
           03  CHV-NFE          PIC  9(06).
           03  CLI-NFE          PIC  X(10).
           03  CGC-NFE          PIC  9(14).
           03  NOM-NFE          PIC  X(35).
           03  DTA-NFE          PIC  9(06).
           03  VAL-NFE          PIC S9(10)V99.
           03  SIT-NFE          PIC  9(01).

       FD  CADOSV      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADOSV.DAT".
       01  REG-OSV.
           03  CHV-OSV          PIC  9(06).
           03  DTA-OSV          PIC  9(06).
           03  CLI-OSV          PIC  X(10).
           03  NOM-OSV          PIC  X(19).
           03  PCA-OSV          PIC  X(07).
           03  MEC-OSV          PIC  X(15).
           03  KMS-OSV          PIC  9(07).
           03  PKM-OSV          PIC  9(07).
           03  PDT-OSV          PIC  9(06).
           03  SIT-OSV          PIC  9(01).
           03  DTF-OSV          PIC  9(06).
           03  VAL-OSV          PIC  9(08)V99.

       FD  CADRCB      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADRCB.DAT".
       01  REG-RCB.
           03  CHV-RCB.
               05  NUM-RCB      PIC  9(06).
               05  SEQ-RCB      PIC  9(03).
           03  DTA-RCB          PIC  9(08).
           03  CLI-RCB          PIC  X(10).
           03  TIP-RCB          PIC  9(01).
           03  DOC-RCB          PIC  9(06).
           03  DTD-RCB          PIC  9(06).
           03  VDC-RCB          PIC S9(10)V99.
           03  JRS-RCB          PIC S9(10)V99.
           03  DSC-RCB          PIC S9(10)V99.
           03  SDO-RCB          PIC S9(10)V99.
           03  VAL-RCB          PIC S9(10)V99.

       FD  CADSCH      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADSCH.DAT".
       01  REG-SCH.
           03  CHV-SCH          PIC  9(06).
           03  SIT-SCH          PIC  9(01).
           03  BCO-SCH          PIC  9(03).
           03  LDP-SCH          PIC  X(13).
           03  CLI-SCH          PIC  X(10).

       FD  CADALC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADALC.DAT".
       01  REG-ALC.
           03  CHV-ALC          PIC  9(06).
           03  OPE-ALC          PIC  9(04).
           03  DTA-ALC          PIC  9(06).
           03  CLI-ALC          PIC  X(10).
           03  CTG-ALC          PIC  9(01).
           03  VAL-ALC          PIC S9(10)V99.

       FD  CADEMC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADEMC.DAT".
       01  REG-EMC.
           03  CHV-EMC.
               05  CLI-EMC      PIC  X(10).
               05  FIN-EMC      PIC  9(01).
           03  END-EMC          PIC  X(60).
           03  CTT-EMC          PIC  X(30).
           03  SIT-EMC          PIC  9(01).
           03  DTA-EMC          PIC  9(06).
           03  DTD-EMC          PIC  9(06).

       FD  CADASL      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADASL.DAT".
       01  REG-ASL.
           03  PCA-ASL          PIC  X(07).
           03  TIP-ASL          PIC  9(01).
           03  CLI-ASL          PIC  X(10).
           03  FID-ASL          PIC  9(06).
           03  NOM-ASL          PIC  X(30).
           03  PLV-ASL          PIC  9(02).
           03  FRM-ASL          PIC  9(01).
           03  SIT-ASL          PIC  9(01).
           03  DTI-ASL          PIC  9(06).
           03  REN-ASL          PIC  9(04).
           03  USO-ASL          PIC  9(03).
           03  CMP-USO          PIC  9(04).

       FD  CADCAL      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCAL.DAT".
       01  REG-CAL.
           03  CHV-CAL          PIC  9(04).
           03  CLI-CAL          PIC  X(10).
           03  ESP-CAL          PIC  X(20).
           03  VAL-CAL          PIC  9(07)V99.
           03  DVC-CAL          PIC  9(02).
           03  DTI-CAL          PIC  9(06).
           03  DTF-CAL          PIC  9(06).
           03  IDX-CAL          PIC  9(01).
           03  SIT-CAL          PIC  9(01).
           03  REA-CAL          PIC  9(06).
           03  PCR-CAL          PIC S9(03)V99.
           03  ANT-CAL          PIC  9(07)V99.

       FD  CADRAL      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADRAL.DAT".
       01  REG-RAL.
           03  CHV-RAL.
               05  CTR-RAL      PIC  9(04).
               05  AMC-RAL      PIC  9(06).
           03  CLI-RAL          PIC  X(10).
           03  VAL-RAL          PIC  9(07)V99.
           03  FAT-RAL          PIC  9(06).
           03  VCT-RAL          PIC  9(06).
           03  DTA-RAL          PIC  9(06).

       FD  CADEMF      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADEMF.DAT".
       01  REG-EMF.
           03  CHV-EMF          PIC  9(06).
           03  CLI-EMF          PIC  X(10).
           03  FIN-EMF          PIC  9(01).
           03  TIP-EMF          PIC  9(01).
           03  REF-EMF          PIC  X(10).
           03  PRG-EMF          PIC  X(06).
           03  END-EMF          PIC  X(60).
           03  CTT-EMF          PIC  X(30).
           03  ASS-EMF          PIC  X(60).
           03  MSG-EMF          PIC  X(60).
           03  ARQ-EMF          PIC  X(12).
           03  SIT-EMF          PIC  9(01).
           03  DTG-EMF          PIC  9(06).
           03  HRG-EMF          PIC  9(04).
           03  DTE-EMF          PIC  9(06).
           03  QTE-EMF          PIC  9(02).
           03  OPE-EMF          PIC  9(04).

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

       01  PRM-001              PIC  9(01).
       01  PRM-OPE              PIC  9(04).

       01  AUXILIARES.
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  FS-ARQ           PIC  X(02).
           03  MOD-AUX          PIC  X(01).
           03  SUP-AUX          PIC  9(04).
           03  SEN-AUX          PIC  X(04).
           03  SEQ-NOV          PIC  9(06).
           03  SPP-AUX          PIC S9(09)V99.
           03  VFA-AUX          PIC S9(11)V99.
           03  SAL-AUX          PIC S9(09)V99.
           03  MES-AUX          PIC  9(04).
           03  ACM-AUX          PIC  9(07)V9.
           03  CNF-AUX          PIC  9(05).
           03  TIP-LOG          PIC  X(01).
           03  SAV-REG          PIC  X(180).
           03  ATU-LOG          PIC  X(180).
           03  TRC-CLI          PIC  X(179).

           03  CHV-LOG.
               05  ARQ-LOG      PIC  X(06).
               05  REG-LOG      PIC  X(14).

       01  TAB-QTD.
           03  QTD-TAB          PIC  9(06)  OCCURS  33.
           03  CNF-TAB          PIC  9(04)  OCCURS  33.

       01  REG-CLA.
           03  CHV-CLA          PIC  X(10).
           03  NOM-CLA          PIC  X(35).
           03  TEL-CLA          PIC  9(12).
           03  CNT-CLA          PIC  X(15).
           03  END-CLA          PIC  X(35).
           03  CID-CLA          PIC  X(20).
           03  CEP-CLA          PIC  9(08).
           03  EST-CLA          PIC  X(02).
           03  CGC-CLA          PIC  9(14).
           03  INS-CLA          PIC  X(15).
           03  CTG-CLA          PIC  9(01).
           03  SIT-CLA          PIC  9(01).
           03  LIM-CLA          PIC  9(09)V99.

       01  REG-CLS.
           03  CHV-CLS          PIC  X(10).
           03  NOM-CLS          PIC  X(35).
           03  TEL-CLS          PIC  9(12).
           03  CNT-CLS          PIC  X(15).
           03  END-CLS          PIC  X(35).
           03  CID-CLS          PIC  X(20).
           03  CEP-CLS          PIC  9(08).
           03  EST-CLS          PIC  X(02).
           03  CGC-CLS          PIC  9(14).
           03  INS-CLS          PIC  X(15).
           03  CTG-CLS          PIC  9(01).
           03  SIT-CLS          PIC  9(01).
           03  LIM-CLS          PIC  9(09)V99.

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 01 PIC  X(67) FROM
      -        " UNIFICACAO DE CLIENTES  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.

       01  TLA-002.
           03  LINE 05 COLUMN 02 PIC X(76) FROM " ??????????????????????
      -       "???????????????????????????????????????????????????? "
               BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 02 PIC X(76) FROM " ?              Codigo 
      -       "a eliminar             Codigo sobrevivente         ? "
               BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 07 COLUMN 02 PIC X(76) FROM " ?Codigo ......:       
      -       "                                                   ? "
               BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 02 PIC X(76) FROM " ?Nome ........:       
      -       "                                                   ? "
               BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 02 PIC X(76) FROM " ?Telefone ....:       
      -       "                                                   ? "
               BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 02 PIC X(76) FROM " ?Contato .....:       
      -       "                                                   ? "
               BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 02 PIC X(76) FROM " ?Endereco ....:       
      -       "                                                   ? "
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 02 PIC X(76) FROM " ?Cidade/UF ...:       
      -       "             /                             /       ? "
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 02 PIC X(76) FROM " ?CEP .........:       
      -       "                                                   ? "
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 02 PIC X(76) FROM " ?C.G.C. ......:       
      -       "                                                   ? "
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 02 PIC X(76) FROM " ?Insc.Estadual:       
      -       "                                                   ? "
               BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 02 PIC X(76) FROM " ?Categ./Sit. .: /     
      -       "                        /                          ? "
               BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 02 PIC X(76) FROM " ?Limite ......:       
      -       "                                                   ? "
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 02 PIC X(76) FROM " ??????????????????????
      -       "???????????????????????????????????????????????????? "
               BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 04 PIC X(76) FROM SPACES.

       01  TLA-003.
           03  LINE 05 COLUMN 02 PIC X(76) FROM " ??????????????????????
      -       "???????????????????????????????????????????????????? "
               BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 02 PIC X(76) FROM " ? Arquivo   Regs Conf 
      -       "     Arquivo   Regs Conf      Arquivo   Regs Conf  ? "
               BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 07 COLUMN 02 PIC X(76) FROM " ? CADNTA              
      -       "     CADQTA                   CADCTT               ? "
               BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 02 PIC X(76) FROM " ? CADNTE              
      -       "     CADVEI                   CADDBC               ? "
               BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 02 PIC X(76) FROM " ? CADFAT              
      -       "     CADCTP                   CADNEG               ? "
               BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 02 PIC X(76) FROM " ? CADLRC              
      -       "     CADPPT                   CADNFE               ? "
               BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 02 PIC X(76) FROM " ? CADLNT              
      -       "     CADPPG                   CADOSV               ? "
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 02 PIC X(76) FROM " ? ARQLNT              
      -       "     CADMPP                   CADRCB               ? "
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 02 PIC X(76) FROM " ? CADENV              
      -       "     CADEDI                   CADSCH               ? "
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 02 PIC X(76) FROM " ? CADCCL              
      -       "     CADFCC                   CADALC               ? "
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 02 PIC X(76) FROM " ? CADMOT              
      -       "     CADCLG                   CADEMC               ? "
               BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 02 PIC X(76) FROM " ? CADMDR              
      -       "     CADACD                   CADASL               ? "
               BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 02 PIC X(76) FROM " ? CADRAL              
      -       "     CADEMF                   CADCAL               ? "
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 02 PIC X(76) FROM " ? Saldo pre-pago unifi
      -       "cado ....:                                         ? "
               BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 02 PIC X(76) FROM " ? Faturas em aberto un
      -       "ificadas :                                         ? "
               BACKGROUND-COLOR  01.
           03  LINE 19 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 20 COLUMN 02 PIC X(76) FROM " ??????????????????????
      -       "???????????????????????????????????????????????????? "
               BACKGROUND-COLOR  01.
           03  LINE 20 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 21 COLUMN 04 PIC X(76) FROM SPACES.

       01  ENA-001.
           03  LINE 07 COLUMN 18 PIC X(10) FROM  CHV-CLA
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 18 PIC X(27) FROM  NOM-CLA
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 18 PIC 9(12) FROM  TEL-CLA
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 18 PIC X(15) FROM  CNT-CLA
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 18 PIC X(27) FROM  END-CLA
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 18 PIC X(20) FROM  CID-CLA
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 39 PIC X(02) FROM  EST-CLA
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 18 PIC 9(08) FROM  CEP-CLA
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 18 PIC 9(14) FROM  CGC-CLA
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 18 PIC X(15) FROM  INS-CLA
                       BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 18 PIC 9(01) FROM  CTG-CLA
                       BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 20 PIC 9(01) FROM  SIT-CLA
                       BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 18 PIC ZZZ.ZZZ.ZZ9,99 FROM  LIM-CLA
                       BACKGROUND-COLOR  01.

       01  ENS-001.
           03  LINE 07 COLUMN 48 PIC X(10) FROM  CHV-CLS
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 48 PIC X(27) FROM  NOM-CLS
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 48 PIC 9(12) FROM  TEL-CLS
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 48 PIC X(15) FROM  CNT-CLS
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 48 PIC X(27) FROM  END-CLS
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 48 PIC X(20) FROM  CID-CLS
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 69 PIC X(02) FROM  EST-CLS
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 48 PIC 9(08) FROM  CEP-CLS
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 48 PIC 9(14) FROM  CGC-CLS
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 48 PIC X(15) FROM  INS-CLS
                       BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 48 PIC 9(01) FROM  CTG-CLS
                       BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 50 PIC 9(01) FROM  SIT-CLS
                       BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 48 PIC ZZZ.ZZZ.ZZ9,99 FROM  LIM-CLS
                       BACKGROUND-COLOR  01.

       01  ENT-003.
           03  LINE 07 COLUMN 13 PIC ZZZZZ9 FROM  QTD-TAB (01)
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 20 PIC ZZZ9   FROM  CNF-TAB (01)
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 13 PIC ZZZZZ9 FROM  QTD-TAB (02)
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 20 PIC ZZZ9   FROM  CNF-TAB (02)
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 13 PIC ZZZZZ9 FROM  QTD-TAB (03)
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 20 PIC ZZZ9   FROM  CNF-TAB (03)
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 13 PIC ZZZZZ9 FROM  QTD-TAB (04)
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 20 PIC ZZZ9   FROM  CNF-TAB (04)
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 13 PIC ZZZZZ9 FROM  QTD-TAB (05)
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 20 PIC ZZZ9   FROM  CNF-TAB (05)
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 13 PIC ZZZZZ9 FROM  QTD-TAB (06)
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 20 PIC ZZZ9   FROM  CNF-TAB (06)
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 13 PIC ZZZZZ9 FROM  QTD-TAB (07)
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 20 PIC ZZZ9   FROM  CNF-TAB (07)
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 13 PIC ZZZZZ9 FROM  QTD-TAB (08)
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 20 PIC ZZZ9   FROM  CNF-TAB (08)
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 13 PIC ZZZZZ9 FROM  QTD-TAB (09)
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 20 PIC ZZZ9   FROM  CNF-TAB (09)
                       BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 13 PIC ZZZZZ9 FROM  QTD-TAB (10)
                       BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 20 PIC ZZZ9   FROM  CNF-TAB (10)
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 38 PIC ZZZZZ9 FROM  QTD-TAB (11)
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 45 PIC ZZZ9   FROM  CNF-TAB (11)
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 38 PIC ZZZZZ9 FROM  QTD-TAB (12)
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 45 PIC ZZZ9   FROM  CNF-TAB (12)
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 38 PIC ZZZZZ9 FROM  QTD-TAB (13)
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 45 PIC ZZZ9   FROM  CNF-TAB (13)
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 38 PIC ZZZZZ9 FROM  QTD-TAB (14)
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 45 PIC ZZZ9   FROM  CNF-TAB (14)
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 38 PIC ZZZZZ9 FROM  QTD-TAB (15)
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 45 PIC ZZZ9   FROM  CNF-TAB (15)
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 38 PIC ZZZZZ9 FROM  QTD-TAB (16)
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 45 PIC ZZZ9   FROM  CNF-TAB (16)
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 38 PIC ZZZZZ9 FROM  QTD-TAB (17)
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 45 PIC ZZZ9   FROM  CNF-TAB (17)
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 38 PIC ZZZZZ9 FROM  QTD-TAB (18)
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 45 PIC ZZZ9   FROM  CNF-TAB (18)
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 38 PIC ZZZZZ9 FROM  QTD-TAB (19)
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 45 PIC ZZZ9   FROM  CNF-TAB (19)
                       BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 38 PIC ZZZZZ9 FROM  QTD-TAB (20)
                       BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 45 PIC ZZZ9   FROM  CNF-TAB (20)
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 63 PIC ZZZZZ9 FROM  QTD-TAB (21)
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 70 PIC ZZZ9   FROM  CNF-TAB (21)
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 63 PIC ZZZZZ9 FROM  QTD-TAB (22)
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 70 PIC ZZZ9   FROM  CNF-TAB (22)
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 63 PIC ZZZZZ9 FROM  QTD-TAB (23)
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 70 PIC ZZZ9   FROM  CNF-TAB (23)
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 63 PIC ZZZZZ9 FROM  QTD-TAB (24)
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 70 PIC ZZZ9   FROM  CNF-TAB (24)
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 63 PIC ZZZZZ9 FROM  QTD-TAB (25)
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 70 PIC ZZZ9   FROM  CNF-TAB (25)
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 63 PIC ZZZZZ9 FROM  QTD-TAB (26)
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 70 PIC ZZZ9   FROM  CNF-TAB (26)
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 63 PIC ZZZZZ9 FROM  QTD-TAB (27)
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 70 PIC ZZZ9   FROM  CNF-TAB (27)
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 63 PIC ZZZZZ9 FROM  QTD-TAB (28)
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 70 PIC ZZZ9   FROM  CNF-TAB (28)
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 63 PIC ZZZZZ9 FROM  QTD-TAB (29)
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 70 PIC ZZZ9   FROM  CNF-TAB (29)
                       BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 63 PIC ZZZZZ9 FROM  QTD-TAB (30)
                       BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 70 PIC ZZZ9   FROM  CNF-TAB (30)
                       BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 63 PIC ZZZZZ9 FROM  QTD-TAB (31)
                       BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 70 PIC ZZZ9   FROM  CNF-TAB (31)
                       BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 13 PIC ZZZZZ9 FROM  QTD-TAB (32)
                       BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 20 PIC ZZZ9   FROM  CNF-TAB (32)
                       BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 38 PIC ZZZZZ9 FROM  QTD-TAB (33)
                       BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 45 PIC ZZZ9   FROM  CNF-TAB (33)
                       BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 36 PIC ZZZ.ZZZ.ZZ9,99-
                       FROM  SPP-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 19 COLUMN 36 PIC ZZZ.ZZZ.ZZ9,99-
                       FROM  VFA-AUX
                       BACKGROUND-COLOR  01.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "CODIGO DO CLIENTE A
      -            " SER ELIMINADO ?  -  [ESC] RETORNA ...          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "CODIGO DO CLIENTE S
      -            "OBREVIVENTE ?  -  [ESC] RETORNA ...             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "CLIENTE INEXISTENTE
      -            " !!!  -  [ENTER] ...                            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "OS CODIGOS DEVEM SE
      -            "R DIFERENTES !!!  -  [ENTER] ...                "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "(P)REVIA - (U)NIFIC
      -            "A - (T)ROCA SOBREVIVENTE  -  [ESC] RETORNA      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  CONTAN
      -            "DO OS REGISTROS DO CODIGO ELIMINADO ...         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "CONF = CHAVE JA EXI
      -            "STENTE NO SOBREVIVENTE  -  [ENTER] ...          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "NOTAS, EDI OU MOTOR
      -            "ISTAS EM CONFLITO - UNIFICACAO RECUSADA         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-009 LINE 22 COLUMN 14 PIC X(67) FROM "UNIFICACAO DE CLIEN
      -            "TES  -  SUPERVISOR [    ] SENHA [    ] ...      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-010 LINE 22 COLUMN 14 PIC X(67) FROM "SENHA INVALIDA OU S
      -            "EM PERMISSAO  -  [ENTER] ...                    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-011 LINE 22 COLUMN 14 PIC X(67) FROM "CONFIRMA A TRANSFER
      -            "ENCIA PARA O SOBREVIVENTE (S/N) ?               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-012 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  TRANSF
      -            "ERINDO O HISTORICO DO CLIENTE ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-013 LINE 22 COLUMN 14 PIC X(67) FROM "UNIFICACAO CONCLUID
      -            "A  -  TECLE [ENTER] ...                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001  LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                    BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-003  LINE 22 COLUMN 53 PIC 9(04) USING SUP-AUX AUTO
                    BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  OPC-004  LINE 22 COLUMN 66 PIC X(04) USING SEN-AUX AUTO
                    BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION  CHAINING  PRM-001  PRM-OPE.

       ROT-000-000.
           DISPLAY  TLA-001  TLA-002
           OPEN     I-O      CADCLI   CADALT
           OPEN     INPUT    CADOPE
           OPEN     I-O      CADNTA
           OPEN     I-O      CADNTE
           OPEN     I-O      CADFAT
           OPEN     I-O      CADLRC
           OPEN     I-O      CADLNT
           OPEN     I-O      ARQLNT
           OPEN     I-O      CADENV
           IF  FS-ARQ  =   "35"
               OPEN     OUTPUT   CADENV
               CLOSE    CADENV
               OPEN     I-O      CADENV.
           OPEN     I-O      CADCCL
           OPEN     I-O      CADMOT
           OPEN     I-O      CADMDR
           IF  FS-ARQ  =   "35"
               OPEN     OUTPUT   CADMDR
               CLOSE    CADMDR
               OPEN     I-O      CADMDR.
           OPEN     I-O      CADQTA
           OPEN     I-O      CADVEI
           IF  FS-ARQ  =   "35"
               OPEN     OUTPUT   CADVEI
               CLOSE    CADVEI
               OPEN     I-O      CADVEI.
           OPEN     I-O      CADCTP
           OPEN     I-O      CADPPT
           OPEN     I-O      CADPPG
           IF  FS-ARQ  =   "35"
               OPEN     OUTPUT   CADPPG
               CLOSE    CADPPG
               OPEN     I-O      CADPPG.
           OPEN     I-O      CADMPP
           IF  FS-ARQ  =   "35"
               OPEN     OUTPUT   CADMPP
               CLOSE    CADMPP
               OPEN     I-O      CADMPP.
           OPEN     I-O      CADEDI
           IF  FS-ARQ  =   "35"
               OPEN     OUTPUT   CADEDI
               CLOSE    CADEDI
               OPEN     I-O      CADEDI.
           OPEN     I-O      CADFCC
           IF  FS-ARQ  =   "35"
               OPEN     OUTPUT   CADFCC
               CLOSE    CADFCC
               OPEN     I-O      CADFCC.
           OPEN     I-O      CADCLG
           OPEN     I-O      CADACD
           IF  FS-ARQ  =   "35"
               OPEN     OUTPUT   CADACD
               CLOSE    CADACD
               OPEN     I-O      CADACD.
           OPEN     I-O      CADCTT
           IF  FS-ARQ  =   "35"
               OPEN     OUTPUT   CADCTT
               CLOSE    CADCTT
               OPEN     I-O      CADCTT.
           OPEN     I-O      CADDBC
           IF  FS-ARQ  =   "35"
               OPEN     OUTPUT   CADDBC
               CLOSE    CADDBC
               OPEN     I-O      CADDBC.
           OPEN     I-O      CADNEG
           OPEN     I-O      CADNFE
           OPEN     I-O      CADOSV
           OPEN     I-O      CADRCB
           IF  FS-ARQ  =   "35"
               OPEN     OUTPUT   CADRCB
               CLOSE    CADRCB
               OPEN     I-O      CADRCB.
           OPEN     I-O      CADSCH
           OPEN     I-O      CADALC
           OPEN     I-O      CADEMC
           IF  FS-ARQ  =   "35"
               OPEN     OUTPUT   CADEMC
               CLOSE    CADEMC
               OPEN     I-O      CADEMC.
           OPEN     I-O      CADASL
           IF  FS-ARQ  =   "35"
               OPEN     OUTPUT   CADASL
               CLOSE    CADASL
               OPEN     I-O      CADASL.
           OPEN     I-O      CADCAL
           IF  FS-ARQ  =   "35"
               OPEN     OUTPUT   CADCAL
               CLOSE    CADCAL
               OPEN     I-O      CADCAL.
           OPEN     I-O      CADRAL
           IF  FS-ARQ  =   "35"
               OPEN     OUTPUT   CADRAL
               CLOSE    CADRAL
               OPEN     I-O      CADRAL.
           OPEN     I-O      CADEMF
           IF  FS-ARQ  =   "35"
               OPEN     OUTPUT   CADEMF
               CLOSE    CADEMF
               OPEN     I-O      CADEMF.

       ROT-100-000.
           DISPLAY  TLA-002  MEN-001
           MOVE     SPACES   TO  REG-CLA  REG-CLS
           ACCEPT   (07 18)  CHV-CLA  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-900-000.
           IF  CHV-CLA   =   SPACES
               GO  TO        ROT-100-000.
           MOVE     CHV-CLA  TO  CHV-CLI
           READ     CADCLI   INVALID  KEY
                    DISPLAY  MEN-003
                    ACCEPT   OPC-001
                    GO  TO   ROT-100-000.
           MOVE     REG-CLI  TO  REG-CLA
           DISPLAY  ENA-001.

       ROT-100-010.
           DISPLAY  MEN-002
           MOVE     SPACES   TO  CHV-CLS
           ACCEPT   (07 48)  CHV-CLS  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           IF  CHV-CLS   =   SPACES
               GO  TO        ROT-100-010.
           IF  CHV-CLS   =   CHV-CLA
               DISPLAY       MEN-004
               ACCEPT        OPC-001
               GO  TO        ROT-100-010.
           MOVE     CHV-CLS  TO  CHV-CLI
           READ     CADCLI   INVALID  KEY
                    DISPLAY  MEN-003
                    ACCEPT   OPC-001
                    GO  TO   ROT-100-010.
           MOVE     REG-CLI  TO  REG-CLS
           DISPLAY  ENS-001.

       ROT-100-020.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-005
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           IF  RSP-OPC   =   "T"
               MOVE     REG-CLA  TO  TRC-CLI
               MOVE     REG-CLS  TO  REG-CLA
               MOVE     TRC-CLI  TO  REG-CLS
               DISPLAY  ENA-001  ENS-001
               GO  TO        ROT-100-020.
           IF  RSP-OPC   =   "P"
               GO  TO        ROT-200-000.
           IF  RSP-OPC   =   "U"
               GO  TO        ROT-200-000.
           GO  TO   ROT-100-020.

       ROT-200-000.
           DISPLAY  MEN-006
           MOVE     "P"      TO  MOD-AUX
           PERFORM  ROT-300-000  THRU  ROT-599-000
           DISPLAY  TLA-003  ENT-003
           IF  RSP-OPC   =   "U"
               GO  TO        ROT-200-010.
           DISPLAY  MEN-007
           ACCEPT   OPC-001
           DISPLAY  TLA-002  ENA-001  ENS-001
           GO  TO   ROT-100-020.

       ROT-200-010.
           COMPUTE  CNF-AUX  =   CNF-TAB (01)  +  CNF-TAB (07)
                             +   CNF-TAB (09)
           IF  CNF-AUX   >   ZEROS
               DISPLAY       MEN-008
               ACCEPT        OPC-001
               DISPLAY       TLA-002  ENA-001  ENS-001
               GO  TO        ROT-100-020.

       ROT-200-020.
           MOVE     ZEROS    TO  SUP-AUX
           MOVE     SPACES   TO  SEN-AUX
           DISPLAY  MEN-009
           ACCEPT   OPC-003
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               DISPLAY       TLA-002  ENA-001  ENS-001
               GO  TO        ROT-100-020.
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
           DISPLAY  TLA-002  ENA-001  ENS-001
           GO  TO   ROT-100-020.

       ROT-200-040.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-011
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01  OR  RSP-OPC  NOT  =  "S"
               DISPLAY       TLA-002  ENA-001  ENS-001
               GO  TO        ROT-100-020.
           DISPLAY  MEN-012
           MOVE     "U"      TO  MOD-AUX
           PERFORM  ROT-300-000  THRU  ROT-599-000
           IF  QTD-TAB (15)  >  ZEROS  OR  QTD-TAB (16)  >  ZEROS
               PERFORM  ROT-600-000  THRU  ROT-600-030.
           MOVE     CHV-CLA  TO  CHV-CLI
           READ     CADCLI   INVALID  KEY
                    GO  TO   ROT-200-050.
           DELETE   CADCLI
           MOVE     REG-CLA  TO  SAV-REG
           MOVE     REG-CLS  TO  ATU-LOG
           MOVE     "CADCLI" TO  ARQ-LOG
           MOVE     CHV-CLA  TO  REG-LOG
           MOVE     "E"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010.

       ROT-200-050.
           DISPLAY  TLA-003  ENT-003  MEN-013
           ACCEPT   OPC-001
           GO  TO   ROT-100-000.

       ROT-300-000.
           MOVE     ZEROS    TO  TAB-QTD  VFA-AUX.

       ROT-310-000.
           MOVE     CHV-CLA  TO  CLI-NTA
           MOVE     ZEROS    TO  DTA-NTA  NUM-NTA
           START    CADNTA   KEY NOT LESS CHV-NTA
                    INVALID  KEY GO  TO   ROT-320-000.

       ROT-310-010.
           READ     CADNTA   NEXT AT END
                    GO  TO   ROT-320-000.
           IF  CLI-NTA  NOT  =   CHV-CLA
               GO  TO        ROT-320-000.
           ADD      1        TO  QTD-TAB (01)
           MOVE     REG-NTA  TO  SAV-REG
           MOVE     "CADNTA" TO  ARQ-LOG
           MOVE     NUM-NTA  TO  REG-LOG
           MOVE     CHV-CLS  TO  CLI-NTA
           READ     CADNTA   INVALID KEY
                    GO  TO   ROT-310-020.
           ADD      1        TO  CNF-TAB (01)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-310-030.
           MOVE     SAV-REG  TO  REG-NTA
           DELETE   CADNTA
           MOVE     SPACES   TO  ATU-LOG
           MOVE     "E"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-310-000.

       ROT-310-020.
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-310-030.
           MOVE     SAV-REG  TO  REG-NTA
           MOVE     CHV-CLS  TO  CLI-NTA
           WRITE    REG-NTA
           MOVE     REG-NTA  TO  ATU-LOG
           MOVE     SAV-REG  TO  REG-NTA
           DELETE   CADNTA
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-310-000.

       ROT-310-030.
           MOVE     SAV-REG  TO  REG-NTA
           START    CADNTA   KEY GREATER  CHV-NTA
                    INVALID  KEY GO  TO   ROT-320-000.
           GO  TO   ROT-310-010.

       ROT-320-000.
           MOVE     ZEROS    TO  CHV-NTE
           START    CADNTE   KEY GREATER  CHV-NTE
                    INVALID  KEY GO  TO   ROT-330-000.

       ROT-320-010.
           READ     CADNTE   NEXT AT END
                    GO  TO   ROT-330-000.
           IF  CLI-NTE  NOT  =   CHV-CLA
               GO  TO        ROT-320-010.
           ADD      1        TO  QTD-TAB (02)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-320-010.
           MOVE     REG-NTE  TO  SAV-REG
           MOVE     CHV-CLS  TO  CLI-NTE
           REWRITE  REG-NTE
           MOVE     REG-NTE  TO  ATU-LOG
           MOVE     "CADNTE" TO  ARQ-LOG
           MOVE     CHV-NTE  TO  REG-LOG
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-320-010.

       ROT-330-000.
           MOVE     ZEROS    TO  CHV-FAT
           START    CADFAT   KEY GREATER  CHV-FAT
                    INVALID  KEY GO  TO   ROT-340-000.

       ROT-330-010.
           READ     CADFAT   NEXT AT END
                    GO  TO   ROT-340-000.
           IF  CLI-FAT   =   CHV-CLA  OR  CHV-CLS
               ADD      VAL-FAT  TO  VFA-AUX.
           IF  CLI-FAT  NOT  =   CHV-CLA
               GO  TO        ROT-330-010.
           ADD      1        TO  QTD-TAB (03)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-330-010.
           MOVE     REG-FAT  TO  SAV-REG
           MOVE     CHV-CLS  TO  CLI-FAT
           REWRITE  REG-FAT
           MOVE     REG-FAT  TO  ATU-LOG
           MOVE     "CADFAT" TO  ARQ-LOG
           MOVE     CHV-FAT  TO  REG-LOG
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-330-010.

       ROT-340-000.
           MOVE     ZEROS    TO  CHV-LRC
           START    CADLRC   KEY GREATER  CHV-LRC
                    INVALID  KEY GO  TO   ROT-350-000.

       ROT-340-010.
           READ     CADLRC   NEXT AT END
                    GO  TO   ROT-350-000.
           IF  CLI-LRC  NOT  =   CHV-CLA
               GO  TO        ROT-340-010.
           ADD      1        TO  QTD-TAB (04)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-340-010.
           MOVE     REG-LRC  TO  SAV-REG
           MOVE     CHV-CLS  TO  CLI-LRC
           REWRITE  REG-LRC
           MOVE     REG-LRC  TO  ATU-LOG
           MOVE     "CADLRC" TO  ARQ-LOG
           MOVE     CHV-LRC  TO  REG-LOG
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-340-010.

       ROT-350-000.
           MOVE     ZEROS    TO  CHV-LNT
           START    CADLNT   KEY GREATER  CHV-LNT
                    INVALID  KEY GO  TO   ROT-360-000.

       ROT-350-010.
           READ     CADLNT   NEXT AT END
                    GO  TO   ROT-360-000.
           IF  CLI-LNT  NOT  =   CHV-CLA
               GO  TO        ROT-350-010.
           ADD      1        TO  QTD-TAB (05)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-350-010.
           MOVE     REG-LNT  TO  SAV-REG
           MOVE     CHV-CLS  TO  CLI-LNT
           REWRITE  REG-LNT
           MOVE     REG-LNT  TO  ATU-LOG
           MOVE     "CADLNT" TO  ARQ-LOG
           MOVE     CHV-LNT  TO  REG-LOG
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-350-010.

       ROT-360-000.
           MOVE     ZEROS    TO  CHV-ALN
           START    ARQLNT   KEY GREATER  CHV-ALN
                    INVALID  KEY GO  TO   ROT-370-000.

       ROT-360-010.
           READ     ARQLNT   NEXT AT END
                    GO  TO   ROT-370-000.
           IF  CLI-ALN  NOT  =   CHV-CLA
               GO  TO        ROT-360-010.
           ADD      1        TO  QTD-TAB (06)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-360-010.
           MOVE     REG-ALN  TO  SAV-REG
           MOVE     CHV-CLS  TO  CLI-ALN
           REWRITE  REG-ALN
           MOVE     REG-ALN  TO  ATU-LOG
           MOVE     "ARQLNT" TO  ARQ-LOG
           MOVE     CHV-ALN  TO  REG-LOG
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-360-010.

       ROT-370-000.
           MOVE     CHV-CLA  TO  CLI-ENV
           MOVE     ZEROS    TO  NUM-ENV
           START    CADENV   KEY NOT LESS CHV-ENV
                    INVALID  KEY GO  TO   ROT-380-000.

       ROT-370-010.
           READ     CADENV   NEXT AT END
                    GO  TO   ROT-380-000.
           IF  CLI-ENV  NOT  =   CHV-CLA
               GO  TO        ROT-380-000.
           ADD      1        TO  QTD-TAB (07)
           MOVE     REG-ENV  TO  SAV-REG
           MOVE     "CADENV" TO  ARQ-LOG
           MOVE     NUM-ENV  TO  REG-LOG
           MOVE     CHV-CLS  TO  CLI-ENV
           READ     CADENV   INVALID KEY
                    GO  TO   ROT-370-020.
           ADD      1        TO  CNF-TAB (07)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-370-030.
           MOVE     SAV-REG  TO  REG-ENV
           DELETE   CADENV
           MOVE     SPACES   TO  ATU-LOG
           MOVE     "E"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-370-000.

       ROT-370-020.
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-370-030.
           MOVE     SAV-REG  TO  REG-ENV
           MOVE     CHV-CLS  TO  CLI-ENV
           WRITE    REG-ENV
           MOVE     REG-ENV  TO  ATU-LOG
           MOVE     SAV-REG  TO  REG-ENV
           DELETE   CADENV
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-370-000.

       ROT-370-030.
           MOVE     SAV-REG  TO  REG-ENV
           START    CADENV   KEY GREATER  CHV-ENV
                    INVALID  KEY GO  TO   ROT-380-000.
           GO  TO   ROT-370-010.

       ROT-380-000.
           MOVE     CHV-CLA  TO  CLI-CCL
           MOVE     ZEROS    TO  CTG-CCL
           START    CADCCL   KEY NOT LESS CHV-CCL
                    INVALID  KEY GO  TO   ROT-390-000.

       ROT-380-010.
           READ     CADCCL   NEXT AT END
                    GO  TO   ROT-390-000.
           IF  CLI-CCL  NOT  =   CHV-CLA
               GO  TO        ROT-390-000.
           ADD      1        TO  QTD-TAB (08)
           MOVE     REG-CCL  TO  SAV-REG
           MOVE     "CADCCL" TO  ARQ-LOG
           MOVE     CTG-CCL  TO  REG-LOG
           MOVE     CHV-CLS  TO  CLI-CCL
           READ     CADCCL   INVALID KEY
                    GO  TO   ROT-380-020.
           ADD      1        TO  CNF-TAB (08)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-380-030.
           MOVE     SAV-REG  TO  REG-CCL
           DELETE   CADCCL
           MOVE     SPACES   TO  ATU-LOG
           MOVE     "E"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-380-000.

       ROT-380-020.
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-380-030.
           MOVE     SAV-REG  TO  REG-CCL
           MOVE     CHV-CLS  TO  CLI-CCL
           WRITE    REG-CCL
           MOVE     REG-CCL  TO  ATU-LOG
           MOVE     SAV-REG  TO  REG-CCL
           DELETE   CADCCL
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-380-000.

       ROT-380-030.
           MOVE     SAV-REG  TO  REG-CCL
           START    CADCCL   KEY GREATER  CHV-CCL
                    INVALID  KEY GO  TO   ROT-390-000.
           GO  TO   ROT-380-010.

       ROT-390-000.
           MOVE     CHV-CLA  TO  CLI-MOT
           MOVE     ZEROS    TO  COD-MOT
           START    CADMOT   KEY NOT LESS CHV-MOT
                    INVALID  KEY GO  TO   ROT-400-000.

       ROT-390-010.
           READ     CADMOT   NEXT AT END
                    GO  TO   ROT-400-000.
           IF  CLI-MOT  NOT  =   CHV-CLA
               GO  TO        ROT-400-000.
           ADD      1        TO  QTD-TAB (09)
           MOVE     REG-MOT  TO  SAV-REG
           MOVE     "CADMOT" TO  ARQ-LOG
           MOVE     COD-MOT  TO  REG-LOG
           MOVE     CHV-CLS  TO  CLI-MOT
           READ     CADMOT   INVALID KEY
                    GO  TO   ROT-390-020.
           ADD      1        TO  CNF-TAB (09)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-390-030.
           MOVE     SAV-REG  TO  REG-MOT
           DELETE   CADMOT
           MOVE     SPACES   TO  ATU-LOG
           MOVE     "E"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-390-000.

       ROT-390-020.
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-390-030.
           MOVE     SAV-REG  TO  REG-MOT
           MOVE     CHV-CLS  TO  CLI-MOT
           WRITE    REG-MOT
           MOVE     REG-MOT  TO  ATU-LOG
           MOVE     SAV-REG  TO  REG-MOT
           DELETE   CADMOT
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-390-000.

       ROT-390-030.
           MOVE     SAV-REG  TO  REG-MOT
           START    CADMOT   KEY GREATER  CHV-MOT
                    INVALID  KEY GO  TO   ROT-400-000.
           GO  TO   ROT-390-010.

       ROT-400-000.
           MOVE     CHV-CLA  TO  CLI-MDR
           MOVE     ZEROS    TO  COD-MDR
           START    CADMDR   KEY NOT LESS CHV-MDR
                    INVALID  KEY GO  TO   ROT-410-000.

       ROT-400-010.
           READ     CADMDR   NEXT AT END
                    GO  TO   ROT-410-000.
           IF  CLI-MDR  NOT  =   CHV-CLA
               GO  TO        ROT-410-000.
           ADD      1        TO  QTD-TAB (10)
           MOVE     REG-MDR  TO  SAV-REG
           MOVE     "CADMDR" TO  ARQ-LOG
           MOVE     COD-MDR  TO  REG-LOG
           MOVE     CHV-CLS  TO  CLI-MDR
           READ     CADMDR   INVALID KEY
                    GO  TO   ROT-400-020.
           ADD      1        TO  CNF-TAB (10).

       ROT-400-020.
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-400-030.
           MOVE     SAV-REG  TO  REG-MDR
           MOVE     CHV-CLS  TO  CLI-MDR.

       ROT-400-025.
           WRITE    REG-MDR  INVALID KEY
                    GO  TO   ROT-400-026.
           MOVE     REG-MDR  TO  ATU-LOG
           MOVE     SAV-REG  TO  REG-MDR
           DELETE   CADMDR
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-400-000.

       ROT-400-026.
           IF  COD-MDR   <   99
               ADD      1        TO  COD-MDR
               GO  TO        ROT-400-025.
           MOVE     SAV-REG  TO  REG-MDR
           DELETE   CADMDR
           MOVE     SPACES   TO  ATU-LOG
           MOVE     "E"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-400-000.

       ROT-400-030.
           MOVE     SAV-REG  TO  REG-MDR
           START    CADMDR   KEY GREATER  CHV-MDR
                    INVALID  KEY GO  TO   ROT-410-000.
           GO  TO   ROT-400-010.

       ROT-410-000.
           MOVE     CHV-CLA  TO  CLI-QTA
           MOVE     ZEROS    TO  PCA-QTA
           START    CADQTA   KEY NOT LESS CHV-QTA
                    INVALID  KEY GO  TO   ROT-420-000.

       ROT-410-010.
           READ     CADQTA   NEXT AT END
                    GO  TO   ROT-420-000.
           IF  CLI-QTA  NOT  =   CHV-CLA
               GO  TO        ROT-420-000.
           ADD      1        TO  QTD-TAB (11)
           MOVE     REG-QTA  TO  SAV-REG
           MOVE     "CADQTA" TO  ARQ-LOG
           MOVE     PCA-QTA  TO  REG-LOG
           MOVE     MES-QTA  TO  MES-AUX
           MOVE     ACM-QTA  TO  ACM-AUX
           MOVE     CHV-CLS  TO  CLI-QTA
           READ     CADQTA   INVALID KEY
                    GO  TO   ROT-410-020.
           ADD      1        TO  CNF-TAB (11)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-410-030.
           IF  MES-QTA   =   MES-AUX
               ADD      ACM-AUX  TO  ACM-QTA
               REWRITE  REG-QTA.
           MOVE     SAV-REG  TO  REG-QTA
           DELETE   CADQTA
           MOVE     SPACES   TO  ATU-LOG
           MOVE     "E"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-410-000.

       ROT-410-020.
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-410-030.
           MOVE     SAV-REG  TO  REG-QTA
           MOVE     CHV-CLS  TO  CLI-QTA
           WRITE    REG-QTA
           MOVE     REG-QTA  TO  ATU-LOG
           MOVE     SAV-REG  TO  REG-QTA
           DELETE   CADQTA
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-410-000.

       ROT-410-030.
           MOVE     SAV-REG  TO  REG-QTA
           START    CADQTA   KEY GREATER  CHV-QTA
                    INVALID  KEY GO  TO   ROT-420-000.
           GO  TO   ROT-410-010.

       ROT-420-000.
           MOVE     CHV-CLA  TO  CLI-VEI
           MOVE     ZEROS    TO  PCA-VEI
           START    CADVEI   KEY NOT LESS CHV-VEI
                    INVALID  KEY GO  TO   ROT-430-000.

       ROT-420-010.
           READ     CADVEI   NEXT AT END
                    GO  TO   ROT-430-000.
           IF  CLI-VEI  NOT  =   CHV-CLA
               GO  TO        ROT-430-000.
           ADD      1        TO  QTD-TAB (12)
           MOVE     REG-VEI  TO  SAV-REG
           MOVE     "CADVEI" TO  ARQ-LOG
           MOVE     PCA-VEI  TO  REG-LOG
           MOVE     CHV-CLS  TO  CLI-VEI
           READ     CADVEI   INVALID KEY
                    GO  TO   ROT-420-020.
           ADD      1        TO  CNF-TAB (12)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-420-030.
           MOVE     SAV-REG  TO  REG-VEI
           DELETE   CADVEI
           MOVE     SPACES   TO  ATU-LOG
           MOVE     "E"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-420-000.

       ROT-420-020.
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-420-030.
           MOVE     SAV-REG  TO  REG-VEI
           MOVE     CHV-CLS  TO  CLI-VEI
           WRITE    REG-VEI
           MOVE     REG-VEI  TO  ATU-LOG
           MOVE     SAV-REG  TO  REG-VEI
           DELETE   CADVEI
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-420-000.

       ROT-420-030.
           MOVE     SAV-REG  TO  REG-VEI
           START    CADVEI   KEY GREATER  CHV-VEI
                    INVALID  KEY GO  TO   ROT-430-000.
           GO  TO   ROT-420-010.

       ROT-430-000.
           MOVE     CHV-CLA  TO  CLI-CTP
           MOVE     ZEROS    TO  CMB-CTP
           START    CADCTP   KEY NOT LESS CHV-CTP
                    INVALID  KEY GO  TO   ROT-440-000.

       ROT-430-010.
           READ     CADCTP   NEXT AT END
                    GO  TO   ROT-440-000.
           IF  CLI-CTP  NOT  =   CHV-CLA
               GO  TO        ROT-440-000.
           ADD      1        TO  QTD-TAB (13)
           MOVE     REG-CTP  TO  SAV-REG
           MOVE     "CADCTP" TO  ARQ-LOG
           MOVE     CMB-CTP  TO  REG-LOG
           MOVE     CHV-CLS  TO  CLI-CTP
           READ     CADCTP   INVALID KEY
                    GO  TO   ROT-430-020.
           ADD      1        TO  CNF-TAB (13)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-430-030.
           MOVE     SAV-REG  TO  REG-CTP
           DELETE   CADCTP
           MOVE     SPACES   TO  ATU-LOG
           MOVE     "E"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-430-000.

       ROT-430-020.
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-430-030.
           MOVE     SAV-REG  TO  REG-CTP
           MOVE     CHV-CLS  TO  CLI-CTP
           WRITE    REG-CTP
           MOVE     REG-CTP  TO  ATU-LOG
           MOVE     SAV-REG  TO  REG-CTP
           DELETE   CADCTP
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-430-000.

       ROT-430-030.
           MOVE     SAV-REG  TO  REG-CTP
           START    CADCTP   KEY GREATER  CHV-CTP
                    INVALID  KEY GO  TO   ROT-440-000.
           GO  TO   ROT-430-010.

       ROT-440-000.
           MOVE     ZEROS    TO  CHV-PPT
           START    CADPPT   KEY GREATER  CHV-PPT
                    INVALID  KEY GO  TO   ROT-450-000.

       ROT-440-010.
           READ     CADPPT   NEXT AT END
                    GO  TO   ROT-450-000.
           IF  CLI-PPT  NOT  =   CHV-CLA
               GO  TO        ROT-440-010.
           ADD      1        TO  QTD-TAB (14)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-440-010.
           MOVE     REG-PPT  TO  SAV-REG
           MOVE     CHV-CLS  TO  CLI-PPT
           REWRITE  REG-PPT
           MOVE     REG-PPT  TO  ATU-LOG
           MOVE     "CADPPT" TO  ARQ-LOG
           MOVE     CHV-PPT  TO  REG-LOG
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-440-010.

       ROT-450-000.
           MOVE     ZEROS    TO  SPP-AUX  SEQ-NOV
           MOVE     CHV-CLS  TO  CHV-PPG
           READ     CADPPG   INVALID KEY
                    GO  TO   ROT-450-010.
           MOVE     SAL-PPG  TO  SPP-AUX
           MOVE     SEQ-PPG  TO  SEQ-NOV.

       ROT-450-010.
           MOVE     CHV-CLA  TO  CHV-PPG
           READ     CADPPG   INVALID KEY
                    GO  TO   ROT-460-000.
           ADD      1        TO  QTD-TAB (15)
           ADD      SAL-PPG  TO  SPP-AUX
           MOVE     REG-PPG  TO  SAV-REG
           MOVE     "CADPPG" TO  ARQ-LOG
           MOVE     SPACES   TO  REG-LOG
           MOVE     CHV-CLS  TO  CHV-PPG
           READ     CADPPG   INVALID KEY
                    GO  TO   ROT-450-020.
           ADD      1        TO  CNF-TAB (15)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-460-000.
           MOVE     SAV-REG  TO  REG-PPG
           DELETE   CADPPG
           MOVE     SPACES   TO  ATU-LOG
           MOVE     "E"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-460-000.

       ROT-450-020.
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-460-000.
           MOVE     SAV-REG  TO  REG-PPG
           MOVE     CHV-CLS  TO  CHV-PPG
           WRITE    REG-PPG
           MOVE     REG-PPG  TO  ATU-LOG
           MOVE     CHV-CLA  TO  CHV-PPG
           DELETE   CADPPG
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010.

       ROT-460-000.
           MOVE     CHV-CLA  TO  CLI-MPP
           MOVE     ZEROS    TO  SEQ-MPP
           START    CADMPP   KEY NOT LESS CHV-MPP
                    INVALID  KEY GO  TO   ROT-470-000.

       ROT-460-010.
           READ     CADMPP   NEXT AT END
                    GO  TO   ROT-470-000.
           IF  CLI-MPP  NOT  =   CHV-CLA
               GO  TO        ROT-470-000.
           ADD      1        TO  QTD-TAB (16)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-460-010.
           MOVE     REG-MPP  TO  SAV-REG
           MOVE     "CADMPP" TO  ARQ-LOG
           MOVE     SEQ-MPP  TO  REG-LOG
           MOVE     CHV-CLS  TO  CLI-MPP.

       ROT-460-020.
           ADD      1        TO  SEQ-NOV
           MOVE     SEQ-NOV  TO  SEQ-MPP
           WRITE    REG-MPP  INVALID KEY
                    GO  TO   ROT-460-020.
           MOVE     REG-MPP  TO  ATU-LOG
           MOVE     SAV-REG  TO  REG-MPP
           DELETE   CADMPP
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-460-000.

       ROT-470-000.
           MOVE     CHV-CLA  TO  CHV-EDI
           READ     CADEDI   INVALID KEY
                    GO  TO   ROT-480-000.
           ADD      1        TO  QTD-TAB (17)
           MOVE     REG-EDI  TO  SAV-REG
           MOVE     "CADEDI" TO  ARQ-LOG
           MOVE     SPACES   TO  REG-LOG
           MOVE     CHV-CLS  TO  CHV-EDI
           READ     CADEDI   INVALID KEY
                    GO  TO   ROT-470-010.
           ADD      1        TO  CNF-TAB (17)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-480-000.
           MOVE     SAV-REG  TO  REG-EDI
           DELETE   CADEDI
           MOVE     SPACES   TO  ATU-LOG
           MOVE     "E"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-480-000.

       ROT-470-010.
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-480-000.
           MOVE     SAV-REG  TO  REG-EDI
           MOVE     CHV-CLS  TO  CHV-EDI
           WRITE    REG-EDI
           MOVE     REG-EDI  TO  ATU-LOG
           MOVE     CHV-CLA  TO  CHV-EDI
           DELETE   CADEDI
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010.

       ROT-480-000.
           MOVE     CHV-CLA  TO  CHV-FCC
           READ     CADFCC   INVALID KEY
                    GO  TO   ROT-490-000.
           ADD      1        TO  QTD-TAB (18)
           MOVE     REG-FCC  TO  SAV-REG
           MOVE     "CADFCC" TO  ARQ-LOG
           MOVE     SPACES   TO  REG-LOG
           MOVE     CHV-CLS  TO  CHV-FCC
           READ     CADFCC   INVALID KEY
                    GO  TO   ROT-480-010.
           ADD      1        TO  CNF-TAB (18)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-490-000.
           MOVE     SAV-REG  TO  REG-FCC
           DELETE   CADFCC
           MOVE     SPACES   TO  ATU-LOG
           MOVE     "E"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-490-000.

       ROT-480-010.
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-490-000.
           MOVE     SAV-REG  TO  REG-FCC
           MOVE     CHV-CLS  TO  CHV-FCC
           WRITE    REG-FCC
           MOVE     REG-FCC  TO  ATU-LOG
           MOVE     CHV-CLA  TO  CHV-FCC
           DELETE   CADFCC
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010.

       ROT-490-000.
           MOVE     CHV-CLA  TO  CHV-CLG
           READ     CADCLG   INVALID KEY
                    GO  TO   ROT-500-000.
           ADD      1        TO  QTD-TAB (19)
           MOVE     REG-CLG  TO  SAV-REG
           MOVE     "CADCLG" TO  ARQ-LOG
           MOVE     SPACES   TO  REG-LOG
           MOVE     CHV-CLS  TO  CHV-CLG
           READ     CADCLG   INVALID KEY
                    GO  TO   ROT-490-010.
           ADD      1        TO  CNF-TAB (19)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-500-000.
           MOVE     SAV-REG  TO  REG-CLG
           DELETE   CADCLG
           MOVE     SPACES   TO  ATU-LOG
           MOVE     "E"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-500-000.

       ROT-490-010.
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-500-000.
           MOVE     SAV-REG  TO  REG-CLG
           MOVE     CHV-CLS  TO  CHV-CLG
           WRITE    REG-CLG
           MOVE     REG-CLG  TO  ATU-LOG
           MOVE     CHV-CLA  TO  CHV-CLG
           DELETE   CADCLG
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010.

       ROT-500-000.
           MOVE     ZEROS    TO  CHV-ACD
           START    CADACD   KEY GREATER  CHV-ACD
                    INVALID  KEY GO  TO   ROT-510-000.

       ROT-500-010.
           READ     CADACD   NEXT AT END
                    GO  TO   ROT-510-000.
           IF  CLI-ACD  NOT  =   CHV-CLA
               GO  TO        ROT-500-010.
           ADD      1        TO  QTD-TAB (20)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-500-010.
           MOVE     REG-ACD  TO  SAV-REG
           MOVE     CHV-CLS  TO  CLI-ACD
           REWRITE  REG-ACD
           MOVE     REG-ACD  TO  ATU-LOG
           MOVE     "CADACD" TO  ARQ-LOG
           MOVE     CHV-ACD  TO  REG-LOG
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-500-010.

       ROT-510-000.
           MOVE     ZEROS    TO  CHV-CTT
           START    CADCTT   KEY GREATER  CHV-CTT
                    INVALID  KEY GO  TO   ROT-520-000.

       ROT-510-010.
           READ     CADCTT   NEXT AT END
                    GO  TO   ROT-520-000.
           IF  CLI-CTT  NOT  =   CHV-CLA
               GO  TO        ROT-510-010.
           ADD      1        TO  QTD-TAB (21)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-510-010.
           MOVE     REG-CTT  TO  SAV-REG
           MOVE     CHV-CLS  TO  CLI-CTT
           REWRITE  REG-CTT
           MOVE     REG-CTT  TO  ATU-LOG
           MOVE     "CADCTT" TO  ARQ-LOG
           MOVE     CHV-CTT  TO  REG-LOG
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-510-010.

       ROT-520-000.
           MOVE     ZEROS    TO  CHV-DBC
           START    CADDBC   KEY GREATER  CHV-DBC
                    INVALID  KEY GO  TO   ROT-530-000.

       ROT-520-010.
           READ     CADDBC   NEXT AT END
                    GO  TO   ROT-530-000.
           IF  CLI-DBC  NOT  =   CHV-CLA
               GO  TO        ROT-520-010.
           ADD      1        TO  QTD-TAB (22)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-520-010.
           MOVE     REG-DBC  TO  SAV-REG
           MOVE     CHV-CLS  TO  CLI-DBC
           REWRITE  REG-DBC
           MOVE     REG-DBC  TO  ATU-LOG
           MOVE     "CADDBC" TO  ARQ-LOG
           MOVE     CHV-DBC  TO  REG-LOG
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-520-010.

       ROT-530-000.
           MOVE     ZEROS    TO  CHV-NEG
           START    CADNEG   KEY GREATER  CHV-NEG
                    INVALID  KEY GO  TO   ROT-540-000.

       ROT-530-010.
           READ     CADNEG   NEXT AT END
                    GO  TO   ROT-540-000.
           IF  CLI-NEG  NOT  =   CHV-CLA
               GO  TO        ROT-530-010.
           ADD      1        TO  QTD-TAB (23)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-530-010.
           MOVE     REG-NEG  TO  SAV-REG
           MOVE     CHV-CLS  TO  CLI-NEG
           REWRITE  REG-NEG
           MOVE     REG-NEG  TO  ATU-LOG
           MOVE     "CADNEG" TO  ARQ-LOG
           MOVE     CHV-NEG  TO  REG-LOG
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-530-010.

       ROT-540-000.
           MOVE     ZEROS    TO  CHV-NFE
           START    CADNFE   KEY GREATER  CHV-NFE
                    INVALID  KEY GO  TO   ROT-550-000.

       ROT-540-010.
           READ     CADNFE   NEXT AT END
                    GO  TO   ROT-550-000.
           IF  CLI-NFE  NOT  =   CHV-CLA
               GO  TO        ROT-540-010.
           ADD      1        TO  QTD-TAB (24)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-540-010.
           MOVE     REG-NFE  TO  SAV-REG
           MOVE     CHV-CLS  TO  CLI-NFE
           REWRITE  REG-NFE
           MOVE     REG-NFE  TO  ATU-LOG
           MOVE     "CADNFE" TO  ARQ-LOG
           MOVE     CHV-NFE  TO  REG-LOG
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-540-010.

       ROT-550-000.
           MOVE     ZEROS    TO  CHV-OSV
           START    CADOSV   KEY GREATER  CHV-OSV
                    INVALID  KEY GO  TO   ROT-560-000.

       ROT-550-010.
           READ     CADOSV   NEXT AT END
                    GO  TO   ROT-560-000.
           IF  CLI-OSV  NOT  =   CHV-CLA
               GO  TO        ROT-550-010.
           ADD      1        TO  QTD-TAB (25)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-550-010.
           MOVE     REG-OSV  TO  SAV-REG
           MOVE     CHV-CLS  TO  CLI-OSV
           REWRITE  REG-OSV
           MOVE     REG-OSV  TO  ATU-LOG
           MOVE     "CADOSV" TO  ARQ-LOG
           MOVE     CHV-OSV  TO  REG-LOG
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-550-010.

       ROT-560-000.
           MOVE     ZEROS    TO  CHV-RCB
           START    CADRCB   KEY GREATER  CHV-RCB
                    INVALID  KEY GO  TO   ROT-570-000.

       ROT-560-010.
           READ     CADRCB   NEXT AT END
                    GO  TO   ROT-570-000.
           IF  CLI-RCB  NOT  =   CHV-CLA
               GO  TO        ROT-560-010.
           ADD      1        TO  QTD-TAB (26)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-560-010.
           MOVE     REG-RCB  TO  SAV-REG
           MOVE     CHV-CLS  TO  CLI-RCB
           REWRITE  REG-RCB
           MOVE     REG-RCB  TO  ATU-LOG
           MOVE     "CADRCB" TO  ARQ-LOG
           MOVE     CHV-RCB  TO  REG-LOG
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-560-010.

       ROT-570-000.
           MOVE     ZEROS    TO  CHV-SCH
           START    CADSCH   KEY GREATER  CHV-SCH
                    INVALID  KEY GO  TO   ROT-580-000.

       ROT-570-010.
           READ     CADSCH   NEXT AT END
                    GO  TO   ROT-580-000.
           IF  CLI-SCH  NOT  =   CHV-CLA
               GO  TO        ROT-570-010.
           ADD      1        TO  QTD-TAB (27)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-570-010.
           MOVE     REG-SCH  TO  SAV-REG
           MOVE     CHV-CLS  TO  CLI-SCH
           REWRITE  REG-SCH
           MOVE     REG-SCH  TO  ATU-LOG
           MOVE     "CADSCH" TO  ARQ-LOG
           MOVE     CHV-SCH  TO  REG-LOG
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-570-010.

       ROT-580-000.
           MOVE     ZEROS    TO  CHV-ALC
           START    CADALC   KEY GREATER  CHV-ALC
                    INVALID  KEY GO  TO   ROT-584-000.

       ROT-580-010.
           READ     CADALC   NEXT AT END
                    GO  TO   ROT-584-000.
           IF  CLI-ALC  NOT  =   CHV-CLA
               GO  TO        ROT-580-010.
           ADD      1        TO  QTD-TAB (28)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-580-010.
           MOVE     REG-ALC  TO  SAV-REG
           MOVE     CHV-CLS  TO  CLI-ALC
           REWRITE  REG-ALC
           MOVE     REG-ALC  TO  ATU-LOG
           MOVE     "CADALC" TO  ARQ-LOG
           MOVE     CHV-ALC  TO  REG-LOG
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-580-010.

       ROT-584-000.
           MOVE     CHV-CLA  TO  CLI-EMC
           MOVE     ZEROS    TO  FIN-EMC
           START    CADEMC   KEY NOT LESS CHV-EMC
                    INVALID  KEY GO  TO   ROT-586-000.

       ROT-584-010.
           READ     CADEMC   NEXT AT END
                    GO  TO   ROT-586-000.
           IF  CLI-EMC  NOT  =   CHV-CLA
               GO  TO        ROT-586-000.
           ADD      1        TO  QTD-TAB (29)
           MOVE     REG-EMC  TO  SAV-REG
           MOVE     "CADEMC" TO  ARQ-LOG
           MOVE     FIN-EMC  TO  REG-LOG
           MOVE     CHV-CLS  TO  CLI-EMC
           READ     CADEMC   INVALID KEY
                    GO  TO   ROT-584-020.
           ADD      1        TO  CNF-TAB (29)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-584-030.
           MOVE     SAV-REG  TO  REG-EMC
           DELETE   CADEMC
           MOVE     SPACES   TO  ATU-LOG
           MOVE     "E"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-584-000.

       ROT-584-020.
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-584-030.
           MOVE     SAV-REG  TO  REG-EMC
           MOVE     CHV-CLS  TO  CLI-EMC
           WRITE    REG-EMC
           MOVE     REG-EMC  TO  ATU-LOG
           MOVE     SAV-REG  TO  REG-EMC
           DELETE   CADEMC
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-584-000.

       ROT-584-030.
           MOVE     SAV-REG  TO  REG-EMC
           START    CADEMC   KEY GREATER  CHV-EMC
                    INVALID  KEY GO  TO   ROT-586-000.
           GO  TO   ROT-584-010.

       ROT-586-000.
           MOVE     SPACES   TO  PCA-ASL
           START    CADASL   KEY NOT LESS PCA-ASL
                    INVALID  KEY GO  TO   ROT-588-000.

       ROT-586-010.
           READ     CADASL   NEXT AT END
                    GO  TO   ROT-588-000.
           IF  CLI-ASL  NOT  =   CHV-CLA
               GO  TO        ROT-586-010.
           ADD      1        TO  QTD-TAB (30)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-586-010.
           MOVE     REG-ASL  TO  SAV-REG
           MOVE     CHV-CLS  TO  CLI-ASL
           REWRITE  REG-ASL
           MOVE     REG-ASL  TO  ATU-LOG
           MOVE     "CADASL" TO  ARQ-LOG
           MOVE     PCA-ASL  TO  REG-LOG
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-586-010.

       ROT-588-000.
           MOVE     ZEROS    TO  CHV-CAL
           START    CADCAL   KEY GREATER  CHV-CAL
                    INVALID  KEY GO  TO   ROT-590-000.

       ROT-588-010.
           READ     CADCAL   NEXT AT END
                    GO  TO   ROT-590-000.
           IF  CLI-CAL  NOT  =   CHV-CLA
               GO  TO        ROT-588-010.
           ADD      1        TO  QTD-TAB (31)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-588-010.
           MOVE     REG-CAL  TO  SAV-REG
           MOVE     CHV-CLS  TO  CLI-CAL
           REWRITE  REG-CAL
           MOVE     REG-CAL  TO  ATU-LOG
           MOVE     "CADCAL" TO  ARQ-LOG
           MOVE     CHV-CAL  TO  REG-LOG
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-588-010.

       ROT-590-000.
           MOVE     ZEROS    TO  CHV-RAL
           START    CADRAL   KEY GREATER  CHV-RAL
                    INVALID  KEY GO  TO   ROT-592-000.

       ROT-590-010.
           READ     CADRAL   NEXT AT END
                    GO  TO   ROT-592-000.
           IF  CLI-RAL  NOT  =   CHV-CLA
               GO  TO        ROT-590-010.
           ADD      1        TO  QTD-TAB (32)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-590-010.
           MOVE     REG-RAL  TO  SAV-REG
           MOVE     CHV-CLS  TO  CLI-RAL
           REWRITE  REG-RAL
           MOVE     REG-RAL  TO  ATU-LOG
           MOVE     "CADRAL" TO  ARQ-LOG
           MOVE     CHV-RAL  TO  REG-LOG
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-590-010.

       ROT-592-000.
           MOVE     ZEROS    TO  CHV-EMF
           START    CADEMF   KEY GREATER  CHV-EMF
                    INVALID  KEY GO  TO   ROT-599-000.

       ROT-592-010.
           READ     CADEMF   NEXT AT END
                    GO  TO   ROT-599-000.
           IF  CLI-EMF  NOT  =   CHV-CLA
               GO  TO        ROT-592-010.
           ADD      1        TO  QTD-TAB (33)
           IF  MOD-AUX   =   "P"
               GO  TO        ROT-592-010.
           MOVE     REG-EMF  TO  SAV-REG
           MOVE     CHV-CLS  TO  CLI-EMF
           REWRITE  REG-EMF
           MOVE     REG-EMF  TO  ATU-LOG
           MOVE     "CADEMF" TO  ARQ-LOG
           MOVE     CHV-EMF  TO  REG-LOG
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010
           GO  TO   ROT-592-010.

       ROT-599-000.
           EXIT.

       ROT-600-000.
           MOVE     ZEROS    TO  SAL-AUX  SEQ-NOV
           MOVE     CHV-CLS  TO  CLI-MPP
           MOVE     ZEROS    TO  SEQ-MPP
           START    CADMPP   KEY NOT LESS CHV-MPP
                    INVALID  KEY GO  TO   ROT-600-020.

       ROT-600-010.
           READ     CADMPP   NEXT AT END
                    GO  TO   ROT-600-020.
           IF  CLI-MPP  NOT  =   CHV-CLS
               GO  TO        ROT-600-020.
           ADD      VAL-MPP  TO  SAL-AUX
           MOVE     SEQ-MPP  TO  SEQ-NOV
           IF  SAL-MPP  NOT  =   SAL-AUX
               MOVE     SAL-AUX  TO  SAL-MPP
               REWRITE  REG-MPP.
           GO  TO   ROT-600-010.

       ROT-600-020.
           IF  SEQ-NOV   =   ZEROS
               GO  TO        ROT-600-030.
           MOVE     CHV-CLS  TO  CHV-PPG
           READ     CADPPG   INVALID  KEY
                    GO  TO   ROT-600-030.
           MOVE     REG-PPG  TO  SAV-REG
           MOVE     SAL-AUX  TO  SAL-PPG
           MOVE     SEQ-NOV  TO  SEQ-PPG
           REWRITE  REG-PPG
           MOVE     REG-PPG  TO  ATU-LOG
           MOVE     "CADPPG" TO  ARQ-LOG
           MOVE     "SALDO"  TO  REG-LOG
           MOVE     "A"      TO  TIP-LOG
           PERFORM  ROT-800-000  THRU  ROT-800-010.

       ROT-600-030.
           EXIT.

       ROT-800-000.
           MOVE     "DYN550" TO  PGM-ALT
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

       ROT-900-000.
           MOVE     1    TO  PRM-001
           CLOSE    CADCLI   CADALT   CADOPE
                    CADNTA   CADNTE   CADFAT
                    CADLRC   CADLNT   ARQLNT
                    CADENV   CADCCL   CADMOT
                    CADMDR   CADQTA   CADVEI
                    CADCTP   CADPPT   CADPPG
                    CADMPP   CADEDI   CADFCC
                    CADCLG   CADACD   CADCTT
                    CADDBC   CADNEG   CADNFE
                    CADOSV   CADRCB   CADSCH
                    CADALC   CADEMC   CADASL
                    CADCAL   CADRAL   CADEMF
           CHAIN   "DYN500"  USING  PRM-001  PRM-OPE.
