       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN243.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADEQP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-EQP
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADPMN        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PMN
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADOSM        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-OSM
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADPRB        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PRB
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADECR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ECR.

           SELECT      CADTNQ        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TNQ.

           SELECT      CADCMB        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CMB.

           SELECT      CADHRV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-HRV
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADDSP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-DSP.

           SELECT      CADCTC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CTC.

           SELECT      CADCMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CMP.

           SELECT      CADLDP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LDP
                       ALTERNATE     KEY     IS  PGT-LDP
                                     WITH    DUPLICATES.

           SELECT      CADLCC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LCC.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

       DATA            DIVISION.
       FILE            SECTION.

       FD  CADEQP      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADEQP.DAT".
       01  REG-EQP.
           03  CHV-EQP          PIC  9(03).
           03  DES-EQP          PIC  X(25).
           03  TIP-EQP          PIC  9(01).
           03  BIC-EQP          PIC  9(02).
           03  TNQ-EQP          PIC  9(02).
           03  SER-EQP          PIC  X(15).
           03  SIT-EQP          PIC  9(01).

       FD  CADPMN      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADPMN.DAT".
       01  REG-PMN.
           03  CHV-PMN.
               05  EQP-PMN      PIC  9(03).
               05  SEQ-PMN      PIC  9(02).
           03  DES-PMN          PIC  X(25).
           03  TIP-PMN          PIC  9(01).
           03  ITV-PMN          PIC  9(06).
           03  ULT-PMN.
               05  ANO-PMN      PIC  9(02).
               05  MES-PMN      PIC  9(02).
               05  DIA-PMN      PIC  9(02).
           03  ENC-PMN          PIC  9(07)V9.
           03  DSP-PMN.
               05  PRX-PMN      PIC  9(01).
               05  SUF-PMN      PIC  9(03).
           03  CTC-PMN          PIC  9(02).
           03  VAL-PMN          PIC  9(07)V99.
           03  OSA-PMN          PIC  9(05).

       FD  CADOSM      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADOSM.DAT".
       01  REG-OSM.
           03  CHV-OSM          PIC  9(05).
           03  EQP-OSM          PIC  9(03).
           03  SEQ-OSM          PIC  9(02).
           03  DES-OSM          PIC  X(25).
           03  EMS-OSM.
               05  ANO-EMS      PIC  9(02).
               05  MES-EMS      PIC  9(02).
               05  DIA-EMS      PIC  9(02).
           03  PRV-OSM.
               05  ANO-PRV      PIC  9(02).
               05  MES-PRV      PIC  9(02).
               05  DIA-PRV      PIC  9(02).
           03  USO-OSM          PIC  9(07)V9.
           03  SIT-OSM          PIC  9(01).
           03  DTS-OSM.
               05  ANO-DTS      PIC  9(02).
               05  MES-DTS      PIC  9(02).
               05  DIA-DTS      PIC  9(02).
           03  ENC-OSM          PIC  9(07)V9.
           03  VAL-OSM          PIC  9(07)V99.
           03  PGT-OSM          PIC  9(06).
           03  DSP-OSM.
               05  PRX-OSM      PIC  9(01).
               05  SUF-OSM      PIC  9(03).
           03  CTC-OSM          PIC  9(02).
           03  LDP-OSM          PIC  X(13).

       FD  CADPRB      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADPRB.DAT".
       01  REG-PRB.
           03  CHV-PRB.
               05  INI-PRB.
                   07  DTI-PRB.
                       09  ANO-PRI  PIC  9(02).
                       09  MES-PRI  PIC  9(02).
                       09  DIA-PRI  PIC  9(02).
                   07  HRI-PRB.
                       09  HOR-PRI  PIC  9(02).
                       09  MIN-PRI  PIC  9(02).
               05  BIC-PRB      PIC  9(02).
           03  FIM-PRB.
               05  DTF-PRB.
                   07  ANO-PRF  PIC  9(02).
                   07  MES-PRF  PIC  9(02).
                   07  DIA-PRF  PIC  9(02).
               05  HRF-PRB.
                   07  HOR-PRF  PIC  9(02).
                   07  MIN-PRF  PIC  9(02).
           03  MOT-PRB          PIC  X(25).
           03  EQP-PRB          PIC  9(03).
           03  OSM-PRB          PIC  9(05).
           03  SEM-PRB          PIC  9(01).
           03  TMP-PRB          PIC  9(06).
           03  LTS-PRB          PIC  9(07)V9.
           03  VAL-PRB          PIC  9(09)V99.

       FD  CADECR      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADECR.DAT".
       01  REG-ECR.
           03  CHV-ECR          PIC  9(02).
           03  CMB-ECR          PIC  9(02).
           03  TQ1-ECR          PIC  9(02).
           03  TQ2-ECR          PIC  9(02).
           03  CX-ECR           PIC  9(01)  OCCURS  04.
           03  IDL-ECR          PIC  9(06)V9.
           03  ICL-ECR          PIC  9(06)V9.
           03  FCL-ECR          PIC  9(06)V9.
           03  FLG-ECR          PIC  9(01).
           03  ITL-ECR          PIC  9(06)V9.
           03  FTL-ECR          PIC  9(06)V9.
           03  AFR-ECR          PIC  9(04).
           03  EXT-ECR          PIC  9(04).
           03  VAL-ECR          PIC  9(04)V9999.

       FD  CADTNQ      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADTNQ.DAT".
       01  REG-TNQ.
           03  CHV-TNQ          PIC  9(02).
           03  CMB-TNQ          PIC  9(02).
           03  SDI-TNQ          PIC S9(05)V9.
           03  SDA-TNQ          PIC S9(05)V9.
           03  CAP-TNQ          PIC  9(05).

       FD  CADCMB      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCMB.DAT".
       01  REG-CMB.
           03  CHV-CMB          PIC  9(02).
           03  DES-CMB          PIC  X(15).
           03  VVM-CMB          PIC  9(11)V99.
           03  LUC-CMB          PIC  9(04)V9999.

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

       FD  CADDSP      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADDSP.DAT".
       01  REG-DSP.
           03  CHV-DSP.
               05  PRX-DSP      PIC  9(01).
               05  SUF-DSP      PIC  9(03).
           03  DES-DSP          PIC  X(25).

       FD  CADCTC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCTC.DAT".
       01  REG-CTC.
           03  CHV-CTC          PIC  9(02).
           03  NOM-CTC          PIC  X(20).
           03  ATV-CTC          PIC  9(01).

       FD  CADCMP      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCMP.DAT".
       01  REG-CMP.
           03  CHV-CMP          PIC  9(04).
           03  SIT-CMP          PIC  9(01).
           03  DTF-CMP          PIC  9(06).
           03  OPF-CMP          PIC  9(04).
           03  DTR-CMP          PIC  9(06).
           03  OPR-CMP          PIC  9(04).

       FD  CADLDP      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADLDP.DAT".
       01  REG-LDP.
           03  CHV-LDP.
               05  COD-LDP      PIC  9(04).
               05  DTA-LDP      PIC  9(06).
               05  LCT-LDP      PIC  9(03).
           03  FLG-LDP          PIC  9(01).
           03  PGT-LDP          PIC  9(06).
           03  HST-LDP          PIC  X(20).
           03  VAL-LDP          PIC S9(10)V99.

       FD  CADLCC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADLCC.DAT".
       01  REG-LCC.
           03  CHV-LCC.
               05  COD-LCC      PIC  9(04).
               05  DTA-LCC      PIC  9(06).
               05  LCT-LCC      PIC  9(03).
           03  CTC-LCC          PIC  9(02).

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC  X(80).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  NUM-OPC          PIC  9(01).
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  OPC-TLA          PIC  X(09).
           03  FS-ARQ           PIC  X(02).
           03  FLG-NEW          PIC  9(01).
           03  FLG-PMN          PIC  9(01).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  ACM-LIN          PIC  9(02).
           03  IND1             PIC  9(02).
           03  IND2             PIC  9(02).
           03  CNT-AUX          PIC  9(06).
           03  CNT-OSM          PIC  9(05).
           03  CNT-ABT          PIC  9(05).
           03  QBC-AUX          PIC  9(02).
           03  CMB-AUX          PIC  9(02).
           03  PRC-AUX          PIC  9(04)V9999.
           03  ENC-AUX          PIC  9(07)V9.
           03  DIF-AUX          PIC S9(08)V9.
           03  USO-AUX          PIC  9(07)V9.
           03  VAL-AUX          PIC  9(07)V99.
           03  ACM-PRF          PIC S9(09)V9999.
           03  HOR-ALV          PIC  9(02).
           03  MNI-AUX          PIC  9(02).
           03  MNF-AUX          PIC  9(02).
           03  MNS-AUX          PIC  9(02).
           03  HRS-AUX          PIC  9(04).
           03  MNT-AUX          PIC  9(02).
           03  TOT-TMP          PIC  9(08).
           03  TOT-LTS          PIC  9(09)V9.
           03  TOT-VAL          PIC  9(11)V99.
           03  TIP-DES          PIC  X(12).
           03  SIT-DES          PIC  X(08).
           03  ITV-DES          PIC  X(06).

           03  ZLR-M            PIC  9(04).
           03  ZLR-A            PIC  9(04).
           03  ZLR-K            PIC  9(04).
           03  ZLR-J            PIC  9(04).
           03  ZLR-T            PIC  9(04).
           03  ZLR-T1           PIC  9(04).
           03  ZLR-T2           PIC  9(04).
           03  ZLR-T3           PIC  9(04).
           03  ZLR-T4           PIC  9(04).
           03  ZLR-H            PIC  9(04).
           03  ZLR-R            PIC  9(04).
           03  ZLR-UD           PIC  9(02).
           03  DSM-AUX          PIC  9(01).
           03  QOC-AUX          PIC  9(04).
           03  RST-AUX          PIC  9(04).

           03  DTA-ZLR.
               05  ANO-ZLR      PIC  9(02).
               05  MES-ZLR      PIC  9(02).
               05  DIA-ZLR      PIC  9(02).

           03  DTA-ALV.
               05  ANO-ALV      PIC  9(02).
               05  MES-ALV      PIC  9(02).
               05  DIA-ALV      PIC  9(02).

           03  DTA-PIN          PIC  9(06).
           03  DTA-PFM          PIC  9(06).

           03  DTA-AUX.
               05  ANO-AUX      PIC  9(02).
               05  MES-AUX      PIC  9(02).
               05  DIA-AUX      PIC  9(02).

           03  DTA-VCT.
               05  ANO-VCT      PIC  9(02).
               05  MES-VCT      PIC  9(02).
               05  DIA-VCT      PIC  9(02).

           03  DTA-INI.
               05  ANO-INI      PIC  9(02).
               05  MES-INI      PIC  9(02).
               05  DIA-INI      PIC  9(02).

           03  DTA-FIN.
               05  ANO-FIN      PIC  9(02).
               05  MES-FIN      PIC  9(02).
               05  DIA-FIN      PIC  9(02).

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

           03  HRA-SYS.
               05  HOR-SYS      PIC  9(02).
               05  MIN-SYS      PIC  9(02).
               05  FILLER       PIC  9(04).

           03  DTA-CHK.
               05  CMP-CHK      PIC  9(04).
               05  FILLER       PIC  9(02).

           03  HST-AUX.
               05  FILLER       PIC  X(04)  VALUE  "O.S.".
               05  NUM-HST      PIC  9(05).
               05  FILLER       PIC  X(01)  VALUE  SPACES.
               05  DES-HST      PIC  X(10).

       01  TAB-PRF.
           03  OCR-PRF          OCCURS  24.
               05  LTS-PRF      PIC S9(07)V9  OCCURS  07.

       01  TAB-TIP.
           03  FILLER           PIC  X(12)  VALUE  "BOMBA".
           03  FILLER           PIC  X(12)  VALUE  "TANQUE".
           03  FILLER           PIC  X(12)  VALUE  "SEPARADORA".
           03  FILLER           PIC  X(12)  VALUE  "COMPRESSOR".
           03  FILLER           PIC  X(12)  VALUE  "CALIBRADOR".
           03  FILLER           PIC  X(12)  VALUE  "GERADOR".
           03  FILLER           PIC  X(12)  VALUE  "OUTROS".
       01  RED-TIP              REDEFINES   TAB-TIP.
           03  TIP-TAB          PIC  X(12)  OCCURS  07.

       01  TAB-OPC.
           03  FILLER           PIC  X(09)  VALUE  "EQUIPAM. ".
           03  FILLER           PIC  X(09)  VALUE  "PLANOS   ".
           03  FILLER           PIC  X(09)  VALUE  "GERAR O.S".
           03  FILLER           PIC  X(09)  VALUE  "ENCERRAR ".
           03  FILLER           PIC  X(09)  VALUE  "PARADAS  ".
           03  FILLER           PIC  X(09)  VALUE  "RELATORIO".
       01  RED-OPC              REDEFINES   TAB-OPC.
           03  OPC-TAB          PIC  X(09)  OCCURS  06.

       01  CAB-001.
           03  FILLER           PIC  X(22)  VALUE  "-DYNAMIC-".
           03  TIT-CB1          PIC  X(48).
           03  FILLER           PIC  X(08)  VALUE  "FOLHA :".
           03  PAG-CB1          PIC  9(02).

       01  CAB-002.
           03  FILLER           PIC  X(10)  VALUE  "EMISSAO :".
           03  DIA-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB2          PIC  9(02).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004.
           03  FILLER           PIC  X(34)  VALUE
               "O.S.  EQUIPAMENTO".
           03  FILLER           PIC  X(24)  VALUE  "PLANO".
           03  FILLER           PIC  X(22)  VALUE
               "PREVISTA   USO LTS".

       01  CAB-005.
           03  FILLER           PIC  X(10)  VALUE  "PERIODO :".
           03  DIA-CB5I         PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-CB5I         PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB5I         PIC  9(02).
           03  FILLER           PIC  X(03)  VALUE  " A ".
           03  DIA-CB5F         PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-CB5F         PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB5F         PIC  9(02).

       01  CAB-006.
           03  FILLER           PIC  X(33)  VALUE
               "BC INICIO         TERMINO".
           03  FILLER           PIC  X(47)  VALUE
               "TEMPO      LITROS         VALOR MOTIVO".

       01  DET-001.
           03  NUM-DT1          PIC  9(05).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  EQP-DT1          PIC  9(03).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DES-DT1          PIC  X(23).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  SEQ-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  PLN-DT1          PIC  X(20).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DIA-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  USO-DT1          PIC  Z.ZZZ.ZZ9  BLANK WHEN ZEROS.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  NOV-DT1          PIC  X(02).

       01  DET-002.
           03  BIC-DT2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DIA-DT2I         PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-DT2I         PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-DT2I         PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  HOR-DT2I         PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  ":".
           03  MIN-DT2I         PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  FIM-DT2          PIC  X(14).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  HRS-DT2          PIC  ZZZ9.
           03  FILLER           PIC  X(01)  VALUE  ":".
           03  MNT-DT2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  LTS-DT2          PIC  ZZZ.ZZ9,9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  VAL-DT2          PIC  ZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  MOT-DT2          PIC  X(15).

       01  FIM-EDT.
           03  DIA-EDT          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-EDT          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-EDT          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  HOR-EDT          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  ":".
           03  MIN-EDT          PIC  9(02).

       01  TOT-001.
           03  FILLER           PIC  X(36)  VALUE
               "O.S. GERADAS NESTA EMISSAO ........:".
           03  CNT-TT1          PIC  ZZ.ZZ9.

       01  TOT-002.
           03  FILLER           PIC  X(36)  VALUE
               "TOTAL DE O.S. EM ABERTO ...........:".
           03  CNT-TT2          PIC  ZZ.ZZ9.

       01  TOT-003.
           03  FILLER           PIC  X(30)  VALUE
               "TOTAL DO PERIODO".
           03  HRS-TT3          PIC  ZZZ.ZZ9.
           03  FILLER           PIC  X(01)  VALUE  ":".
           03  MNT-TT3          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  LTS-TT3          PIC  ZZZ.ZZ9,9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  VAL-TT3          PIC  ZZ.ZZZ.ZZ9,99.

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 01 PIC  X(67) FROM
      -        " MANUTENCAO DE EQUIPAMENTOS  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.

       01  TLA-002.
           03  LINE 05 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 02 PIC X(53) FROM " ?Equipamento ...:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 07 COLUMN 02 PIC X(53) FROM " ?Tipo ..........:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 02 PIC X(53) FROM " ?Bico/Tanque ...:    /
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 08 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 02 PIC X(53) FROM " ?No. serie .....:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 02 PIC X(53) FROM " ?Situacao ......:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 02 PIC X(53) FROM " ?Plano .........:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 02 PIC X(53) FROM " ?Intervalo .....:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 02 PIC X(53) FROM " ?Ultimo servico :   / 
      -       " /   Enc.                   ? " BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 02 PIC X(53) FROM " ?Conta despesa .:  -  
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 15 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 02 PIC X(53) FROM " ?Centro custo ..:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 16 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 02 PIC X(53) FROM " ?Valor estimado :     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 17 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 02 PIC X(53) FROM " ?O.S. aberta ...:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 18 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 19 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 20 COLUMN 04 PIC X(53) FROM SPACES.

       01  TLA-003.
           03  LINE 07 COLUMN 57 PIC X(21) FROM " ??????????????????? "
               BACKGROUND-COLOR  04.
           03  LINE 08 COLUMN 57 PIC X(21) FROM " ?                 ? "
               BACKGROUND-COLOR  04.
           03  LINE 08 COLUMN 59 PIC X(17) FROM "  Manutencao"
               BACKGROUND-COLOR  07  FOREGROUND-COLOR 01.
           03  LINE 08 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 57 PIC X(21) FROM " ??????????????????? "
               BACKGROUND-COLOR  04.
           03  LINE 09 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 57 PIC X(21) FROM " ?  1 - Equipamento? "
               BACKGROUND-COLOR  04.
           03  LINE 10 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 57 PIC X(21) FROM " ?  2 - Planos     ? "
               BACKGROUND-COLOR  04.
           03  LINE 11 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 57 PIC X(21) FROM " ?  3 - Gerar O.S. ? "
               BACKGROUND-COLOR  04.
           03  LINE 12 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 57 PIC X(21) FROM " ?  4 - Encerrar   ? "
               BACKGROUND-COLOR  04.
           03  LINE 13 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 57 PIC X(21) FROM " ?  5 - Paradas    ? "
               BACKGROUND-COLOR  04.
           03  LINE 14 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 57 PIC X(21) FROM " ?  6 - Relatorio  ? "
               BACKGROUND-COLOR  04.
           03  LINE 15 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 57 PIC X(21) FROM " ??????????????????? "
               BACKGROUND-COLOR  04.
           03  LINE 16 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 59 PIC X(21) FROM SPACES.

       01  TLA-004.
           03  LINE 07 COLUMN 60 PIC X(15) FROM " ?????????????"
               BACKGROUND-COLOR  04.
           03  LINE 08 COLUMN 60 PIC X(03) FROM " ?"
               BACKGROUND-COLOR  04.
           03  LINE 08 COLUMN 63 PIC X(09) USING OPC-TLA
               BACKGROUND-COLOR  04.
           03  LINE 08 COLUMN 72 PIC X(03) FROM " ?"
               BACKGROUND-COLOR  04.
           03  LINE 08 COLUMN 75 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 60 PIC X(15) FROM " ?????????????"
               BACKGROUND-COLOR  04.
           03  LINE 09 COLUMN 75 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 62 PIC X(15) FROM SPACES.

       01  TLA-005.
           03  LINE 05 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 02 PIC X(53) FROM " ?O.S. ..........:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 07 COLUMN 02 PIC X(53) FROM " ?Equipamento ...:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 02 PIC X(53) FROM " ?Plano .........:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 08 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 02 PIC X(53) FROM " ?Emissao .......:   / 
      -       " /                          ? " BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 02 PIC X(53) FROM " ?Prevista ......:   / 
      -       " /                          ? " BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 02 PIC X(53) FROM " ?Conta despesa .:  -  
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 02 PIC X(53) FROM " ?Centro custo ..:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 02 PIC X(53) FROM " ?Data servico ..:   / 
      -       " /                          ? " BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 02 PIC X(53) FROM " ?Encerrante ....:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 15 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 02 PIC X(53) FROM " ?Valor servico .:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 16 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 02 PIC X(53) FROM " ?Vencimento ....:   / 
      -       " /                          ? " BACKGROUND-COLOR 01.
           03  LINE 17 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 18 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 19 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 20 COLUMN 04 PIC X(53) FROM SPACES.

       01  TLA-006.
           03  LINE 05 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 02 PIC X(53) FROM " ?Bico ..........:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 07 COLUMN 02 PIC X(53) FROM " ?Inicio ........:   / 
      -       " /     :                    ? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 02 PIC X(53) FROM " ?Termino .......:   / 
      -       " /     :                    ? " BACKGROUND-COLOR 01.
           03  LINE 08 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 02 PIC X(53) FROM " ?Motivo ........:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 02 PIC X(53) FROM " ?Equipamento ...:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 02 PIC X(53) FROM " ?O.S. ..........:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 02 PIC X(53) FROM " ?Semanas perfil :     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 02 PIC X(53) FROM " ?Tempo parado ..:     
      -       ":                           ? " BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 02 PIC X(53) FROM " ?Perda litros ..:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 15 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 02 PIC X(53) FROM " ?Perda valor ...:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 16 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 17 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 02 PIC X(53) FROM " ?Periodo .......:   / 
      -       " /   a   /  /               ? " BACKGROUND-COLOR 01.
           03  LINE 18 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 19 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 20 COLUMN 04 PIC X(53) FROM SPACES.

       01  ENT-001.
           03  LINE 06 COLUMN 21 PIC 9(03)  FROM  CHV-EQP
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 25 PIC X(25)  FROM  DES-EQP
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 21 PIC 9(01)  FROM  TIP-EQP
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 23 PIC X(12)  FROM  TIP-DES
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 21 PIC 9(02)  FROM  BIC-EQP
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 26 PIC 9(02)  FROM  TNQ-EQP
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 21 PIC X(15)  FROM  SER-EQP
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 21 PIC 9(01)  FROM  SIT-EQP
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 23 PIC X(08)  FROM  SIT-DES
                       BACKGROUND-COLOR  01.

       01  ENT-002.
           03  LINE 12 COLUMN 21 PIC 9(02)  FROM  SEQ-PMN
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 24 PIC X(25)  FROM  DES-PMN
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 21 PIC 9(01)  FROM  TIP-PMN
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 23 PIC ZZZ.ZZ9  FROM  ITV-PMN
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 31 PIC X(06)  FROM  ITV-DES
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 21 PIC 9(02)  FROM  DIA-PMN
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 24 PIC 9(02)  FROM  MES-PMN
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 27 PIC 9(02)  FROM  ANO-PMN
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 35 PIC Z.ZZZ.ZZ9,9  FROM  ENC-PMN
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 21 PIC 9(01)  FROM  PRX-PMN
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 23 PIC 9(03)  FROM  SUF-PMN
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 27 PIC X(25)  FROM  DES-DSP
                       BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 21 PIC 9(02)  FROM  CTC-PMN
                       BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 24 PIC X(20)  FROM  NOM-CTC
                       BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 21 PIC Z.ZZZ.ZZ9,99  FROM  VAL-PMN
                       BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 21 PIC ZZZZ9  FROM  OSA-PMN
                       BACKGROUND-COLOR  01.

       01  ENT-005.
           03  LINE 06 COLUMN 21 PIC 9(05)  FROM  CHV-OSM
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 21 PIC 9(03)  FROM  EQP-OSM
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 25 PIC X(25)  FROM  DES-EQP
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 21 PIC 9(02)  FROM  SEQ-OSM
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 24 PIC X(25)  FROM  DES-OSM
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 21 PIC 9(02)  FROM  DIA-EMS
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 24 PIC 9(02)  FROM  MES-EMS
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 27 PIC 9(02)  FROM  ANO-EMS
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 21 PIC 9(02)  FROM  DIA-PRV
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 24 PIC 9(02)  FROM  MES-PRV
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 27 PIC 9(02)  FROM  ANO-PRV
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 21 PIC 9(01)  FROM  PRX-OSM
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 23 PIC 9(03)  FROM  SUF-OSM
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 27 PIC X(25)  FROM  DES-DSP
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 21 PIC 9(02)  FROM  CTC-OSM
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 24 PIC X(20)  FROM  NOM-CTC
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 21 PIC 9(02)  FROM  DIA-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 24 PIC 9(02)  FROM  MES-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 27 PIC 9(02)  FROM  ANO-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 21 PIC Z.ZZZ.ZZ9,9  FROM  ENC-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 21 PIC Z.ZZZ.ZZ9,99  FROM  VAL-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 21 PIC 9(02)  FROM  DIA-VCT
                       BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 24 PIC 9(02)  FROM  MES-VCT
                       BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 27 PIC 9(02)  FROM  ANO-VCT
                       BACKGROUND-COLOR  01.

       01  ENT-006.
           03  LINE 06 COLUMN 21 PIC 9(02)  FROM  BIC-PRB
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 24 PIC X(15)  FROM  DES-CMB
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 21 PIC 9(02)  FROM  DIA-PRI
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 24 PIC 9(02)  FROM  MES-PRI
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 27 PIC 9(02)  FROM  ANO-PRI
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 30 PIC 9(02)  FROM  HOR-PRI
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 33 PIC 9(02)  FROM  MIN-PRI
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 21 PIC 9(02)  FROM  DIA-PRF
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 24 PIC 9(02)  FROM  MES-PRF
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 27 PIC 9(02)  FROM  ANO-PRF
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 30 PIC 9(02)  FROM  HOR-PRF
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 33 PIC 9(02)  FROM  MIN-PRF
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 21 PIC X(25)  FROM  MOT-PRB
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 21 PIC 9(03)  FROM  EQP-PRB
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 25 PIC X(25)  FROM  DES-EQP
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 21 PIC ZZZZ9  FROM  OSM-PRB
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 21 PIC 9(01)  FROM  SEM-PRB
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 21 PIC ZZZ9   FROM  HRS-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 26 PIC 9(02)  FROM  MNT-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 21 PIC Z.ZZZ.ZZ9,9  FROM  LTS-PRB
                       BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 21 PIC ZZZ.ZZZ.ZZ9,99  FROM  VAL-PRB
                       BACKGROUND-COLOR  01.

       01  ENT-007.
           03  LINE 18 COLUMN 21 PIC 9(02)  FROM  DIA-INI
                       BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 24 PIC 9(02)  FROM  MES-INI
                       BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 27 PIC 9(02)  FROM  ANO-INI
                       BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 32 PIC 9(02)  FROM  DIA-FIN
                       BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 35 PIC 9(02)  FROM  MES-FIN
                       BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 38 PIC 9(02)  FROM  ANO-FIN
                       BACKGROUND-COLOR  01.

       01  LPA-003.
           03  LINE 07 COLUMN 57 PIC X(23) FROM SPACES.
           03  LINE 08 COLUMN 57 PIC X(23) FROM SPACES.
           03  LINE 09 COLUMN 57 PIC X(23) FROM SPACES.
           03  LINE 10 COLUMN 57 PIC X(23) FROM SPACES.
           03  LINE 11 COLUMN 57 PIC X(23) FROM SPACES.
           03  LINE 12 COLUMN 57 PIC X(23) FROM SPACES.
           03  LINE 13 COLUMN 57 PIC X(23) FROM SPACES.
           03  LINE 14 COLUMN 57 PIC X(23) FROM SPACES.
           03  LINE 15 COLUMN 57 PIC X(23) FROM SPACES.
           03  LINE 16 COLUMN 57 PIC X(23) FROM SPACES.
           03  LINE 17 COLUMN 57 PIC X(23) FROM SPACES.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "NUMERO DA OPCAO DES
      -            "EJADA ? [ ]  -  [ESC] RETORNA ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O CODIGO DO 
      -            "EQUIPAMENTO  -  [ESC] RETORNA ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "EQUIPAMENTO INEXIST
      -            "ENTE !!!  -  TECLE [ENTER] ...                  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A DESCRICAO 
      -            "DO EQUIPAMENTO  -  [ESC] RETORNA ...            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "1-BOMBA 2-TANQUE 3-
      -            "SEPARADORA 4-COMPRESSOR 5-CALIBR. 6-GERAD. 7-OUT"
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "BICO DO EQUIPAMENTO
      -            " (00 = NENHUM)  -  [ESC] RETORNA ...            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "BICO INEXISTENTE !!
      -            "!  -  TECLE [ENTER] ...                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "TANQUE DO EQUIPAMEN
      -            "TO (00 = NENHUM)  -  [ESC] RETORNA ...          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-009 LINE 22 COLUMN 14 PIC X(67) FROM "TANQUE INEXISTENTE 
      -            "!!!  -  TECLE [ENTER] ...                       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-010 LINE 22 COLUMN 14 PIC X(67) FROM "NUMERO DE SERIE DO 
      -            "EQUIPAMENTO  -  [ESC] RETORNA ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-011 LINE 22 COLUMN 14 PIC X(67) FROM "SITUACAO:  1 - ATIV
      -            "O   2 - BAIXADO  -  [ESC] RETORNA ...           "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-012 LINE 22 COLUMN 14 PIC X(67) FROM "(G)RAVAR OU (A)BAND
      -            "ONAR ?                                          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-013 LINE 22 COLUMN 14 PIC X(67) FROM "OPERACAO GRAVADA !!
      -            "!  -  TECLE [ENTER] ...                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-014 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O NUMERO DO 
      -            "PLANO  -  [ESC] RETORNA ...                     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-015 LINE 22 COLUMN 14 PIC X(67) FROM "EQUIPAMENTO BAIXADO
      -            " !!!  -  TECLE [ENTER] ...                      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-016 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A DESCRICAO 
      -            "DO SERVICO  -  [ESC] RETORNA ...                "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-017 LINE 22 COLUMN 14 PIC X(67) FROM "INTERVALO POR:  1 -
      -            " DIAS   2 - LITROS  -  [ESC] RETORNA ...        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-018 LINE 22 COLUMN 14 PIC X(67) FROM "PLANO POR LITROS EX
      -            "IGE BICO OU TANQUE !!!  -  TECLE [ENTER] ...    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-019 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O INTERVALO 
      -            "ENTRE SERVICOS  -  [ESC] RETORNA ...            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-020 LINE 22 COLUMN 14 PIC X(67) FROM "DATA DO ULTIMO SERV
      -            "ICO  -  [ESC] RETORNA ...                       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-021 LINE 22 COLUMN 14 PIC X(67) FROM "LEITURA DO ENCERRAN
      -            "TE NO ULTIMO SERVICO  -  [ESC] RETORNA ...      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-022 LINE 22 COLUMN 14 PIC X(67) FROM "CONTA DE DESPESA DO
      -            " SERVICO  -  [ESC] RETORNA ...                  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-023 LINE 22 COLUMN 14 PIC X(67) FROM "CONTA INEXISTENTE !
      -            "!!  -  TECLE [ENTER] ...                        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-024 LINE 22 COLUMN 14 PIC X(67) FROM "CENTRO DE CUSTO (00
      -            " = NENHUM)  -  [ESC] RETORNA ...                "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-025 LINE 22 COLUMN 14 PIC X(67) FROM "CENTRO INEXISTENTE 
      -            "!!!  -  TECLE [ENTER] ...                       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-026 LINE 22 COLUMN 14 PIC X(67) FROM "VALOR ESTIMADO DO S
      -            "ERVICO  -  [ESC] RETORNA ...                    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-027 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRIMIR NA (I)MPRE
      -            "SSORA OU EM (A)RQUIVO ?                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-028 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  GERAND
      -            "O ORDENS DE SERVICO ...                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-029 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRESSAO CONCLUIDA
      -            "  -  TECLE [ENTER] ...                          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-030 LINE 22 COLUMN 14 PIC X(67) FROM "COMPETENCIA FECHADA
      -            " !!!  -  OPERACAO NAO PERMITIDA  -  [ENTER] ... "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-031 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O NUMERO DA 
      -            "O.S.  -  [ESC] RETORNA ...                      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-032 LINE 22 COLUMN 14 PIC X(67) FROM "O.S. INEXISTENTE !!
      -            "!  -  TECLE [ENTER] ...                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-033 LINE 22 COLUMN 14 PIC X(67) FROM "O.S. JA ENCERRADA O
      -            "U CANCELADA !!!  -  TECLE [ENTER] ...           "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-034 LINE 22 COLUMN 14 PIC X(67) FROM "DATA EM QUE O SERVI
      -            "CO FOI REALIZADO  -  [ESC] RETORNA ...          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-035 LINE 22 COLUMN 14 PIC X(67) FROM "LEITURA DO ENCERRAN
      -            "TE NO SERVICO  -  [ESC] RETORNA ...             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-036 LINE 22 COLUMN 14 PIC X(67) FROM "VALOR DO SERVICO (Z
      -            "ERO = SEM CUSTO)  -  [ESC] RETORNA ...          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-037 LINE 22 COLUMN 14 PIC X(67) FROM "DATA DO VENCIMENTO 
      -            " -  [ESC] RETORNA ...                           "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-038 LINE 22 COLUMN 14 PIC X(67) FROM "(E)NCERRAR, (C)ANCE
      -            "LAR A O.S. OU (A)BANDONAR ?                     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-039 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O NUMERO DO 
      -            "BICO  -  [ESC] RETORNA ...                      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-040 LINE 22 COLUMN 14 PIC X(67) FROM "DATA E HORA DO INIC
      -            "IO DA PARADA  -  [ESC] RETORNA ...              "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-041 LINE 22 COLUMN 14 PIC X(67) FROM "DATA E HORA DO TERM
      -            "INO (DIA 00 = EM ABERTO)  -  [ESC] RETORNA ...  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-042 LINE 22 COLUMN 14 PIC X(67) FROM "TERMINO DEVE SER PO
      -            "STERIOR AO INICIO !!!  -  TECLE [ENTER] ...     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-043 LINE 22 COLUMN 14 PIC X(67) FROM "MOTIVO DA PARADA  -
      -            "  [ESC] RETORNA ...                             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-044 LINE 22 COLUMN 14 PIC X(67) FROM "EQUIPAMENTO RELACIO
      -            "NADO (000 = NENHUM)  -  [ESC] RETORNA ...       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-045 LINE 22 COLUMN 14 PIC X(67) FROM "O.S. RELACIONADA (0
      -            "0000 = NENHUMA)  -  [ESC] RETORNA ...           "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-046 LINE 22 COLUMN 14 PIC X(67) FROM "SEMANAS DE HISTORIC
      -            "O PARA O PERFIL DE VENDAS (1 A 8)               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-047 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  CALCUL
      -            "ANDO PERDA ESTIMADA ...                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-048 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O PERIODO  -
      -            "  [ESC] RETORNA ...                             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-049 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  IMPRIM
      -            "INDO ...                                        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001 LINE 22 COLUMN 42 PIC 9(01) USING NUM-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  OPC-002 LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION.

       ROT-000-000.
           DISPLAY  TLA-001  TLA-002
           ACCEPT   DTA-SYS  FROM   DATE
           OPEN     INPUT    CADECR   CADTNQ   CADCMB
                             CADDSP   CADCTC   CADCMP
           OPEN     I-O      CADLDP   CADLCC
           OPEN     INPUT    CADHRV
           OPEN     I-O      CADEQP
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADEQP
               CLOSE    CADEQP
               OPEN     I-O      CADEQP.
           OPEN     I-O      CADPMN
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADPMN
               CLOSE    CADPMN
               OPEN     I-O      CADPMN.
           OPEN     I-O      CADOSM
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADOSM
               CLOSE    CADOSM
               OPEN     I-O      CADOSM.
           OPEN     I-O      CADPRB
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADPRB
               CLOSE    CADPRB
               OPEN     I-O      CADPRB.

       ROT-000-010.
           DISPLAY  TLA-002  TLA-003  MEN-001.

       ROT-000-020.
           MOVE     0   TO   NUM-OPC
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-900-000.
           IF  NUM-OPC   <   1  OR  >  6
               GO  TO        ROT-000-020.
           MOVE     OPC-TAB (NUM-OPC) TO  OPC-TLA
           DISPLAY  LPA-003  TLA-004
           IF  NUM-OPC   =   3
               GO  TO        ROT-300-000.
           IF  NUM-OPC   =   5
               GO  TO        ROT-500-000.
           IF  NUM-OPC   =   6
               GO  TO        ROT-600-000.
           IF  NUM-OPC  NOT  =   4
               GO  TO        ROT-100-000.
           MOVE     DTA-SYS  TO  DTA-CHK
           MOVE     CMP-CHK  TO  CHV-CMP
           READ     CADCMP   INVALID  KEY
                    MOVE     0        TO  SIT-CMP.
           IF  SIT-CMP   =   1
               MOVE     SPACES   TO  RSP-OPC
               DISPLAY       MEN-030
               ACCEPT        OPC-002
               GO  TO        ROT-000-010.
           GO  TO   ROT-400-000.

       ROT-100-000.
           DISPLAY  TLA-002  MEN-002
           MOVE     ZEROS    TO  CHV-EQP.

       ROT-100-010.
           ACCEPT   (06 21)  CHV-EQP  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  CHV-EQP   =   ZEROS
               GO  TO        ROT-100-010.
           MOVE     0        TO  FLG-NEW
           MOVE     SPACES   TO  RSP-OPC
           READ     CADEQP   INVALID KEY
                    GO  TO   ROT-100-020.
           PERFORM  ROT-850-000  THRU  ROT-850-010
           DISPLAY  ENT-001
           IF  NUM-OPC   =   2
               GO  TO        ROT-200-000.
           GO  TO   ROT-100-030.

       ROT-100-020.
           IF  NUM-OPC  NOT  =   1
               DISPLAY       MEN-003
               ACCEPT        OPC-002
               GO  TO        ROT-100-000.
           MOVE     1        TO  FLG-NEW  SIT-EQP
           MOVE     SPACES   TO  DES-EQP  SER-EQP
           MOVE     ZEROS    TO  TIP-EQP  BIC-EQP  TNQ-EQP
           PERFORM  ROT-850-000  THRU  ROT-850-010
           DISPLAY  ENT-001.

       ROT-100-030.
           DISPLAY  MEN-004
           ACCEPT   (06 25)  DES-EQP  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           IF  DES-EQP   =   SPACES
               GO  TO        ROT-100-030.

       ROT-100-040.
           DISPLAY  MEN-005
           ACCEPT   (07 21)  TIP-EQP  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-030.
           IF  TIP-EQP   <   1  OR  >  7
               GO  TO        ROT-100-040.
           PERFORM  ROT-850-000  THRU  ROT-850-010
           DISPLAY  ENT-001.

       ROT-100-050.
           DISPLAY  MEN-006
           ACCEPT   (08 21)  BIC-EQP  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-040.
           IF  BIC-EQP   =   ZEROS
               GO  TO        ROT-100-060.
           MOVE     BIC-EQP  TO  CHV-ECR
           MOVE     SPACES   TO  RSP-OPC
           READ     CADECR   INVALID KEY
                    DISPLAY  MEN-007
                    ACCEPT   OPC-002
                    GO  TO   ROT-100-050.

       ROT-100-060.
           DISPLAY  MEN-008
           ACCEPT   (08 26)  TNQ-EQP  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-050.
           IF  TNQ-EQP   =   ZEROS
               GO  TO        ROT-100-070.
           MOVE     TNQ-EQP  TO  CHV-TNQ
           MOVE     SPACES   TO  RSP-OPC
           READ     CADTNQ   INVALID KEY
                    DISPLAY  MEN-009
                    ACCEPT   OPC-002
                    GO  TO   ROT-100-060.

       ROT-100-070.
           DISPLAY  MEN-010
           ACCEPT   (09 21)  SER-EQP  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-060.

       ROT-100-080.
           DISPLAY  MEN-011
           ACCEPT   (10 21)  SIT-EQP  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-070.
           IF  SIT-EQP   <   1  OR  >  2
               GO  TO        ROT-100-080.
           PERFORM  ROT-850-000  THRU  ROT-850-010
           DISPLAY  ENT-001.

       ROT-100-090.
           DISPLAY  MEN-012
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-080.
           IF  RSP-OPC   =   "A"
               GO  TO        ROT-100-000.
           IF  RSP-OPC  NOT  =   "G"
               GO  TO        ROT-100-090.
           MOVE     SPACES   TO  RSP-OPC
           IF  FLG-NEW   =   0
               REWRITE  REG-EQP
           ELSE
               WRITE    REG-EQP  INVALID KEY
                        REWRITE  REG-EQP.
           DISPLAY  MEN-013
           ACCEPT   OPC-002
           GO  TO   ROT-100-000.

       ROT-200-000.
           MOVE     SPACES   TO  RSP-OPC
           IF  SIT-EQP   =   2
               DISPLAY       MEN-015
               ACCEPT        OPC-002
               GO  TO        ROT-100-000.
           DISPLAY  MEN-014
           MOVE     ZEROS    TO  SEQ-PMN.

       ROT-200-010.
           ACCEPT   (12 21)  SEQ-PMN  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           IF  SEQ-PMN   =   ZEROS
               GO  TO        ROT-200-010.
           MOVE     CHV-EQP  TO  EQP-PMN
           MOVE     0        TO  FLG-NEW
           READ     CADPMN   INVALID KEY
                    GO  TO   ROT-200-020.
           PERFORM  ROT-860-000  THRU  ROT-860-020
           DISPLAY  ENT-002
           GO  TO   ROT-200-030.

       ROT-200-020.
           MOVE     1        TO  FLG-NEW  TIP-PMN
           MOVE     SPACES   TO  DES-PMN
           MOVE     ZEROS    TO  ITV-PMN  ENC-PMN  DSP-PMN
                                 CTC-PMN  VAL-PMN  OSA-PMN
           MOVE     DTA-SYS  TO  ULT-PMN
           PERFORM  ROT-860-000  THRU  ROT-860-020
           DISPLAY  ENT-002.

       ROT-200-030.
           DISPLAY  MEN-016
           ACCEPT   (12 24)  DES-PMN  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-000.
           IF  DES-PMN   =   SPACES
               GO  TO        ROT-200-030.

       ROT-200-040.
           DISPLAY  MEN-017
           ACCEPT   (13 21)  TIP-PMN  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-030.
           IF  TIP-PMN   <   1  OR  >  2
               GO  TO        ROT-200-040.
           MOVE     SPACES   TO  RSP-OPC
           IF  TIP-PMN   =   2  AND
               BIC-EQP   =   ZEROS  AND
               TNQ-EQP   =   ZEROS
               DISPLAY       MEN-018
               ACCEPT        OPC-002
               GO  TO        ROT-200-040.
           PERFORM  ROT-860-000  THRU  ROT-860-020
           DISPLAY  ENT-002.

       ROT-200-050.
           DISPLAY  MEN-019
           ACCEPT   (13 23)  ITV-PMN  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  ENT-002
           IF  TECLADO   =   01
               GO  TO        ROT-200-040.
           IF  ITV-PMN   =   ZEROS
               GO  TO        ROT-200-050.

       ROT-200-060.
           DISPLAY  MEN-020
           ACCEPT   (14 21)  DIA-PMN  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-050.
           IF  DIA-PMN   <   1  OR  >  31
               GO  TO        ROT-200-060.

       ROT-200-070.
           ACCEPT   (14 24)  MES-PMN  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-060.
           IF  MES-PMN   <   1  OR  >  12
               GO  TO        ROT-200-070.

       ROT-200-080.
           ACCEPT   (14 27)  ANO-PMN  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-070.
           IF  TIP-PMN  NOT  =   2
               MOVE     ZEROS    TO  ENC-PMN
               DISPLAY  ENT-002
               GO  TO        ROT-200-100.
           IF  FLG-NEW   =   1  OR
               ENC-PMN   =   ZEROS
               PERFORM  ROT-870-000  THRU  ROT-870-030
               MOVE     ENC-AUX  TO  ENC-PMN
               DISPLAY  ENT-002.

       ROT-200-090.
           DISPLAY  MEN-021
           ACCEPT   (14 35)  ENC-PMN  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  ENT-002
           IF  TECLADO   =   01
               GO  TO        ROT-200-080.

       ROT-200-100.
           DISPLAY  MEN-022
           ACCEPT   (15 21)  PRX-PMN  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-060.
           ACCEPT   (15 23)  SUF-PMN  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-100.
           MOVE     DSP-PMN  TO  CHV-DSP
           MOVE     SPACES   TO  RSP-OPC
           READ     CADDSP   INVALID KEY
                    DISPLAY  MEN-023
                    ACCEPT   OPC-002
                    GO  TO   ROT-200-100.
           DISPLAY  ENT-002.

       ROT-200-110.
           DISPLAY  MEN-024
           ACCEPT   (16 21)  CTC-PMN  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-100.
           MOVE     SPACES   TO  NOM-CTC  RSP-OPC
           IF  CTC-PMN   =   ZEROS
               DISPLAY  ENT-002
               GO  TO        ROT-200-120.
           MOVE     CTC-PMN  TO  CHV-CTC
           READ     CADCTC   INVALID KEY
                    DISPLAY  MEN-025
                    ACCEPT   OPC-002
                    GO  TO   ROT-200-110.
           DISPLAY  ENT-002.

       ROT-200-120.
           DISPLAY  MEN-026
           ACCEPT   (17 21)  VAL-PMN  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  ENT-002
           IF  TECLADO   =   01
               GO  TO        ROT-200-110.

       ROT-200-130.
           DISPLAY  MEN-012
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-120.
           IF  RSP-OPC   =   "A"
               GO  TO        ROT-200-000.
           IF  RSP-OPC  NOT  =   "G"
               GO  TO        ROT-200-130.
           MOVE     SPACES   TO  RSP-OPC
           IF  FLG-NEW   =   0
               REWRITE  REG-PMN
           ELSE
               WRITE    REG-PMN  INVALID KEY
                        REWRITE  REG-PMN.
           DISPLAY  MEN-013
           ACCEPT   OPC-002
           GO  TO   ROT-200-000.

       ROT-300-000.
           DISPLAY  MEN-027
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  RSP-OPC   =   "I"
               MOVE     "PRINTER"     TO  DES-REL
           ELSE
           IF  RSP-OPC   =   "A"
               MOVE     "RELATO.TXT"  TO  DES-REL
           ELSE
               GO  TO        ROT-300-000.
           DISPLAY  MEN-028
           MOVE     ZEROS    TO  CNT-OSM  CNT-ABT
           MOVE     ZEROS    TO  CHV-PMN
           START    CADPMN   KEY NOT LESS  CHV-PMN
                    INVALID  KEY GO  TO   ROT-300-040.

       ROT-300-010.
           READ     CADPMN   NEXT AT END
                    GO  TO   ROT-300-040.
           IF  OSA-PMN  NOT  =   ZEROS
               GO  TO        ROT-300-010.
           MOVE     EQP-PMN  TO  CHV-EQP
           READ     CADEQP   INVALID KEY
                    GO  TO   ROT-300-010.
           IF  SIT-EQP   =   2
               GO  TO        ROT-300-010.
           IF  TIP-PMN   =   2
               GO  TO        ROT-300-020.
           MOVE     ULT-PMN  TO  DTA-ALV
           MOVE     ITV-PMN  TO  CNT-AUX.

       ROT-300-015.
           PERFORM  ROT-760-000  THRU  ROT-760-010
           SUBTRACT 1        FROM  CNT-AUX
           IF  CNT-AUX   >   ZEROS  AND
               DTA-ALV  NOT  >   DTA-SYS
               GO  TO        ROT-300-015.
           IF  CNT-AUX   >   ZEROS  OR
               DTA-ALV   >   DTA-SYS
               GO  TO        ROT-300-010.
           MOVE     DTA-ALV  TO  PRV-OSM
           MOVE     ZEROS    TO  USO-OSM
           GO  TO   ROT-300-030.

       ROT-300-020.
           PERFORM  ROT-870-000  THRU  ROT-870-030
           COMPUTE  DIF-AUX  =   ENC-AUX  -  ENC-PMN
           IF  DIF-AUX   <   ZEROS
               ADD      1000000  TO  DIF-AUX.
           IF  DIF-AUX   <   ITV-PMN
               GO  TO        ROT-300-010.
           MOVE     DTA-SYS  TO  PRV-OSM
           MOVE     DIF-AUX  TO  USO-OSM.

       ROT-300-030.
           MOVE     EQP-PMN  TO  EQP-OSM
           MOVE     SEQ-PMN  TO  SEQ-OSM
           MOVE     DES-PMN  TO  DES-OSM
           MOVE     DTA-SYS  TO  EMS-OSM
           MOVE     1        TO  SIT-OSM
           MOVE     ZEROS    TO  DTS-OSM  ENC-OSM  VAL-OSM  PGT-OSM
           MOVE     DSP-PMN  TO  DSP-OSM
           MOVE     CTC-PMN  TO  CTC-OSM
           MOVE     SPACES   TO  LDP-OSM
           MOVE     ZEROS    TO  CHV-OSM.

       ROT-300-035.
           ADD      1        TO  CHV-OSM
           WRITE    REG-OSM  INVALID KEY
                    GO  TO   ROT-300-035.
           MOVE     CHV-OSM  TO  OSA-PMN
           REWRITE  REG-PMN
           ADD      1        TO  CNT-OSM
           GO  TO   ROT-300-010.

       ROT-300-040.
           OPEN     OUTPUT   RELATO
           MOVE     "ORDENS DE SERVICO DE MANUTENCAO EM ABERTO"
                             TO  TIT-CB1
           MOVE     DIA-SYS  TO  DIA-CB2
           MOVE     MES-SYS  TO  MES-CB2
           MOVE     ANO-SYS  TO  ANO-CB2
           MOVE     1        TO  PAG-CB1
           PERFORM  ROT-800-000  THRU  ROT-800-010
           MOVE     ZEROS    TO  CHV-OSM
           START    CADOSM   KEY NOT LESS  CHV-OSM
                    INVALID  KEY GO  TO   ROT-300-060.

       ROT-300-050.
           READ     CADOSM   NEXT AT END
                    GO  TO   ROT-300-060.
           IF  SIT-OSM  NOT  =   1
               GO  TO        ROT-300-050.
           MOVE     EQP-OSM  TO  CHV-EQP
           READ     CADEQP   INVALID KEY
                    MOVE     SPACES   TO  DES-EQP.
           MOVE     CHV-OSM  TO  NUM-DT1
           MOVE     EQP-OSM  TO  EQP-DT1
           MOVE     DES-EQP  TO  DES-DT1
           MOVE     SEQ-OSM  TO  SEQ-DT1
           MOVE     DES-OSM  TO  PLN-DT1
           MOVE     DIA-PRV  TO  DIA-DT1
           MOVE     MES-PRV  TO  MES-DT1
           MOVE     ANO-PRV  TO  ANO-DT1
           MOVE     USO-OSM  TO  USO-DT1
           MOVE     SPACES   TO  NOV-DT1
           IF  EMS-OSM   =   DTA-SYS
               MOVE     "*"      TO  NOV-DT1.
           WRITE    REG-REL FROM DET-001
           ADD      1        TO  CNT-ABT  ACM-LIN
           IF  ACM-LIN   >   54
               ADD      1        TO  PAG-CB1
               PERFORM  ROT-800-000  THRU  ROT-800-010.
           GO  TO   ROT-300-050.

       ROT-300-060.
           WRITE    REG-REL FROM CAB-003
           MOVE     CNT-OSM  TO  CNT-TT1
           MOVE     CNT-ABT  TO  CNT-TT2
           WRITE    REG-REL FROM TOT-001
           WRITE    REG-REL FROM TOT-002
           CLOSE    RELATO
           DISPLAY  MEN-029
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           GO  TO   ROT-000-010.

       ROT-400-000.
           DISPLAY  TLA-005  MEN-031
           MOVE     ZEROS    TO  CHV-OSM.

       ROT-400-010.
           ACCEPT   (06 21)  CHV-OSM  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  CHV-OSM   =   ZEROS
               GO  TO        ROT-400-010.
           MOVE     SPACES   TO  RSP-OPC
           READ     CADOSM   INVALID KEY
                    DISPLAY  MEN-032
                    ACCEPT   OPC-002
                    GO  TO   ROT-400-000.
           IF  SIT-OSM  NOT  =   1
               DISPLAY       MEN-033
               ACCEPT        OPC-002
               GO  TO        ROT-400-000.
           MOVE     EQP-OSM  TO  CHV-EQP
           READ     CADEQP   INVALID KEY
                    MOVE     SPACES   TO  DES-EQP.
           MOVE     1        TO  FLG-PMN
           MOVE     EQP-OSM  TO  EQP-PMN
           MOVE     SEQ-OSM  TO  SEQ-PMN
           READ     CADPMN   INVALID KEY
                    MOVE     0        TO  FLG-PMN
                    MOVE     ZEROS    TO  TIP-PMN  VAL-PMN.
           MOVE     DSP-OSM  TO  CHV-DSP
           MOVE     CTC-OSM  TO  CHV-CTC
           PERFORM  ROT-860-010  THRU  ROT-860-020
           MOVE     ZEROS    TO  ENC-AUX
           IF  TIP-PMN   =   2
               PERFORM  ROT-870-000  THRU  ROT-870-030.
           MOVE     DTA-SYS  TO  DTA-AUX  DTA-VCT
           MOVE     VAL-PMN  TO  VAL-AUX
           DISPLAY  ENT-005.

       ROT-400-020.
           DISPLAY  MEN-034
           ACCEPT   (14 21)  DIA-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-400-000.
           IF  DIA-AUX   <   1  OR  >  31
               GO  TO        ROT-400-020.

       ROT-400-030.
           ACCEPT   (14 24)  MES-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-400-020.
           IF  MES-AUX   <   1  OR  >  12
               GO  TO        ROT-400-030.

       ROT-400-040.
           ACCEPT   (14 27)  ANO-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-400-030.
           IF  TIP-PMN  NOT  =   2
               GO  TO        ROT-400-060.

       ROT-400-050.
           DISPLAY  MEN-035
           ACCEPT   (15 21)  ENC-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  ENT-005
           IF  TECLADO   =   01
               GO  TO        ROT-400-040.

       ROT-400-060.
           DISPLAY  MEN-036
           ACCEPT   (16 21)  VAL-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  ENT-005
           IF  TECLADO   =   01  AND
               TIP-PMN   =   2
               GO  TO        ROT-400-050.
           IF  TECLADO   =   01
               GO  TO        ROT-400-040.
           IF  VAL-AUX   =   ZEROS
               GO  TO        ROT-400-100.

       ROT-400-070.
           DISPLAY  MEN-037
           ACCEPT   (17 21)  DIA-VCT  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-400-060.
           IF  DIA-VCT   <   1  OR  >  31
               GO  TO        ROT-400-070.

       ROT-400-080.
           ACCEPT   (17 24)  MES-VCT  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-400-070.
           IF  MES-VCT   <   1  OR  >  12
               GO  TO        ROT-400-080.

       ROT-400-090.
           ACCEPT   (17 27)  ANO-VCT  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-400-080.

       ROT-400-100.
           DISPLAY  MEN-038
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-400-060.
           IF  RSP-OPC   =   "A"
               GO  TO        ROT-400-000.
           IF  RSP-OPC   =   "C"
               GO  TO        ROT-400-130.
           IF  RSP-OPC  NOT  =   "E"
               GO  TO        ROT-400-100.
           IF  VAL-AUX   =   ZEROS
               GO  TO        ROT-400-120.
           MOVE     CHV-OSM  TO  NUM-HST
           MOVE     DES-OSM  TO  DES-HST
           MOVE     DSP-OSM  TO  COD-LDP
           MOVE     DTA-SYS  TO  DTA-LDP
           MOVE     DTA-VCT  TO  PGT-LDP  PGT-OSM
           MOVE     HST-AUX  TO  HST-LDP
           MOVE     VAL-AUX  TO  VAL-LDP
           MOVE     1        TO  FLG-LDP
           MOVE     ZEROS    TO  LCT-LDP.

       ROT-400-110.
           ADD      1        TO  LCT-LDP
           WRITE    REG-LDP  INVALID KEY
                    GO  TO   ROT-400-110.
           MOVE     CHV-LDP  TO  LDP-OSM
           IF  CTC-OSM  NOT  =   ZEROS
               MOVE     CHV-LDP  TO  CHV-LCC
               MOVE     CTC-OSM  TO  CTC-LCC
               WRITE    REG-LCC  INVALID KEY
                        REWRITE  REG-LCC.

       ROT-400-120.
           MOVE     2        TO  SIT-OSM
           MOVE     DTA-AUX  TO  DTS-OSM
           MOVE     ENC-AUX  TO  ENC-OSM
           MOVE     VAL-AUX  TO  VAL-OSM
           REWRITE  REG-OSM
           IF  FLG-PMN   =   1
               MOVE     DTA-AUX  TO  ULT-PMN
               MOVE     ZEROS    TO  OSA-PMN
               IF  TIP-PMN   =   2
                   MOVE     ENC-AUX  TO  ENC-PMN
                   REWRITE  REG-PMN
               ELSE
                   REWRITE  REG-PMN.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-013
           ACCEPT   OPC-002
           GO  TO   ROT-400-000.

       ROT-400-130.
           MOVE     3        TO  SIT-OSM
           REWRITE  REG-OSM
           IF  FLG-PMN   =   1
               MOVE     ZEROS    TO  OSA-PMN
               REWRITE  REG-PMN.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-013
           ACCEPT   OPC-002
           GO  TO   ROT-400-000.

       ROT-500-000.
           DISPLAY  TLA-006  MEN-039
           MOVE     ZEROS    TO  BIC-PRB.

       ROT-500-010.
           ACCEPT   (06 21)  BIC-PRB  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  BIC-PRB   =   ZEROS
               GO  TO        ROT-500-010.
           MOVE     BIC-PRB  TO  CHV-ECR
           MOVE     SPACES   TO  RSP-OPC
           READ     CADECR   INVALID KEY
                    DISPLAY  MEN-007
                    ACCEPT   OPC-002
                    GO  TO   ROT-500-000.
           MOVE     CMB-ECR  TO  CHV-CMB
           READ     CADCMB   INVALID KEY
                    MOVE     SPACES   TO  DES-CMB.
           ACCEPT   HRA-SYS  FROM  TIME
           MOVE     DTA-SYS  TO  DTI-PRB
           MOVE     HOR-SYS  TO  HOR-PRI
           MOVE     MIN-SYS  TO  MIN-PRI
           DISPLAY  MEN-040  ENT-006.

       ROT-500-020.
           ACCEPT   (07 21)  DIA-PRI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-500-000.
           IF  DIA-PRI   <   1  OR  >  31
               GO  TO        ROT-500-020.

       ROT-500-030.
           ACCEPT   (07 24)  MES-PRI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-500-020.
           IF  MES-PRI   <   1  OR  >  12
               GO  TO        ROT-500-030.

       ROT-500-040.
           ACCEPT   (07 27)  ANO-PRI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-500-030.

       ROT-500-050.
           ACCEPT   (07 30)  HOR-PRI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-500-040.
           IF  HOR-PRI   >   23
               GO  TO        ROT-500-050.

       ROT-500-060.
           ACCEPT   (07 33)  MIN-PRI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-500-050.
           IF  MIN-PRI   >   59
               GO  TO        ROT-500-060.
           MOVE     0        TO  FLG-NEW
           READ     CADPRB   INVALID KEY
                    GO  TO   ROT-500-065.
           DIVIDE   TMP-PRB  BY  60  GIVING  HRS-AUX
                    REMAINDER    MNT-AUX
           MOVE     SPACES   TO  DES-EQP
           IF  EQP-PRB  NOT  =   ZEROS
               MOVE     EQP-PRB  TO  CHV-EQP
               READ     CADEQP   INVALID KEY
                        MOVE     SPACES   TO  DES-EQP.
           DISPLAY  ENT-006
           GO  TO   ROT-500-070.

       ROT-500-065.
           MOVE     1        TO  FLG-NEW
           MOVE     4        TO  SEM-PRB
           MOVE     SPACES   TO  MOT-PRB  DES-EQP
           MOVE     ZEROS    TO  FIM-PRB  EQP-PRB  OSM-PRB  TMP-PRB
                                 LTS-PRB  VAL-PRB  HRS-AUX  MNT-AUX
           DISPLAY  ENT-006.

       ROT-500-070.
           DISPLAY  MEN-041
           ACCEPT   (08 21)  DIA-PRF  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-500-060.
           IF  DIA-PRF   =   ZEROS
               MOVE     ZEROS    TO  FIM-PRB
               DISPLAY  ENT-006
               GO  TO        ROT-500-120.
           IF  DIA-PRF   >   31
               GO  TO        ROT-500-070.

       ROT-500-080.
           ACCEPT   (08 24)  MES-PRF  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-500-070.
           IF  MES-PRF   <   1  OR  >  12
               GO  TO        ROT-500-080.

       ROT-500-090.
           ACCEPT   (08 27)  ANO-PRF  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-500-080.

       ROT-500-100.
           ACCEPT   (08 30)  HOR-PRF  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-500-090.
           IF  HOR-PRF   >   23
               GO  TO        ROT-500-100.

       ROT-500-110.
           ACCEPT   (08 33)  MIN-PRF  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-500-100.
           IF  MIN-PRF   >   59
               GO  TO        ROT-500-110.
           MOVE     SPACES   TO  RSP-OPC
           IF  FIM-PRB  NOT  >   INI-PRB
               DISPLAY       MEN-042
               ACCEPT        OPC-002
               GO  TO        ROT-500-070.

       ROT-500-120.
           DISPLAY  MEN-043
           ACCEPT   (09 21)  MOT-PRB  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-500-070.
           IF  MOT-PRB   =   SPACES
               GO  TO        ROT-500-120.

       ROT-500-130.
           DISPLAY  MEN-044
           ACCEPT   (10 21)  EQP-PRB  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-500-120.
           MOVE     SPACES   TO  DES-EQP  RSP-OPC
           IF  EQP-PRB   =   ZEROS
               DISPLAY  ENT-006
               GO  TO        ROT-500-140.
           MOVE     EQP-PRB  TO  CHV-EQP
           READ     CADEQP   INVALID KEY
                    DISPLAY  MEN-003
                    ACCEPT   OPC-002
                    GO  TO   ROT-500-130.
           DISPLAY  ENT-006.

       ROT-500-140.
           DISPLAY  MEN-045
           ACCEPT   (11 21)  OSM-PRB  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-500-130.
           IF  OSM-PRB   =   ZEROS
               GO  TO        ROT-500-150.
           MOVE     OSM-PRB  TO  CHV-OSM
           MOVE     SPACES   TO  RSP-OPC
           READ     CADOSM   INVALID KEY
                    DISPLAY  MEN-032
                    ACCEPT   OPC-002
                    GO  TO   ROT-500-140.

       ROT-500-150.
           DISPLAY  MEN-046
           ACCEPT   (13 21)  SEM-PRB  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-500-140.
           IF  SEM-PRB   <   1  OR  >  8
               GO  TO        ROT-500-150.
           MOVE     ZEROS    TO  TMP-PRB  LTS-PRB  VAL-PRB
           IF  FIM-PRB  NOT  =   ZEROS
               DISPLAY  MEN-047
               PERFORM  ROT-700-000  THRU  ROT-700-110.
           DIVIDE   TMP-PRB  BY  60  GIVING  HRS-AUX
                    REMAINDER    MNT-AUX
           DISPLAY  ENT-006.

       ROT-500-160.
           DISPLAY  MEN-012
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-500-150.
           IF  RSP-OPC   =   "A"
               GO  TO        ROT-500-000.
           IF  RSP-OPC  NOT  =   "G"
               GO  TO        ROT-500-160.
           MOVE     SPACES   TO  RSP-OPC
           IF  FLG-NEW   =   0
               REWRITE  REG-PRB
           ELSE
               WRITE    REG-PRB  INVALID KEY
                        REWRITE  REG-PRB.
           DISPLAY  MEN-013
           ACCEPT   OPC-002
           GO  TO   ROT-500-000.

       ROT-600-000.
           DISPLAY  TLA-006  MEN-048
           MOVE     DTA-SYS  TO  DTA-INI  DTA-FIN
           MOVE     01       TO  DIA-INI
           DISPLAY  ENT-007.

       ROT-600-010.
           ACCEPT   (18 21)  DIA-INI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           ACCEPT   (18 24)  MES-INI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-600-010.
           ACCEPT   (18 27)  ANO-INI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-600-010.
           ACCEPT   (18 32)  DIA-FIN  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-600-010.
           ACCEPT   (18 35)  MES-FIN  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-600-010.
           ACCEPT   (18 38)  ANO-FIN  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-600-010.
           IF  DTA-FIN   <   DTA-INI
               GO  TO        ROT-600-010.

       ROT-600-020.
           DISPLAY  MEN-027
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-600-010.
           IF  RSP-OPC   =   "I"
               MOVE     "PRINTER"     TO  DES-REL
           ELSE
           IF  RSP-OPC   =   "A"
               MOVE     "RELATO.TXT"  TO  DES-REL
           ELSE
               GO  TO        ROT-600-020.
           DISPLAY  MEN-049
           OPEN     OUTPUT   RELATO
           MOVE     "PARADAS DE BOMBAS E PERDA ESTIMADA DE VENDAS"
                             TO  TIT-CB1
           MOVE     DIA-INI  TO  DIA-CB5I
           MOVE     MES-INI  TO  MES-CB5I
           MOVE     ANO-INI  TO  ANO-CB5I
           MOVE     DIA-FIN  TO  DIA-CB5F
           MOVE     MES-FIN  TO  MES-CB5F
           MOVE     ANO-FIN  TO  ANO-CB5F
           MOVE     1        TO  PAG-CB1
           MOVE     ZEROS    TO  TOT-TMP  TOT-LTS  TOT-VAL
           PERFORM  ROT-810-000  THRU  ROT-810-010
           MOVE     DTA-INI  TO  DTI-PRB
           MOVE     ZEROS    TO  HRI-PRB  BIC-PRB
           START    CADPRB   KEY NOT LESS  CHV-PRB
                    INVALID  KEY GO  TO   ROT-600-040.

       ROT-600-030.
           READ     CADPRB   NEXT AT END
                    GO  TO   ROT-600-040.
           IF  DTI-PRB   >   DTA-FIN
               GO  TO        ROT-600-040.
           MOVE     BIC-PRB  TO  BIC-DT2
           MOVE     DIA-PRI  TO  DIA-DT2I
           MOVE     MES-PRI  TO  MES-DT2I
           MOVE     ANO-PRI  TO  ANO-DT2I
           MOVE     HOR-PRI  TO  HOR-DT2I
           MOVE     MIN-PRI  TO  MIN-DT2I
           IF  FIM-PRB   =   ZEROS
               MOVE     "  EM ABERTO"  TO  FIM-DT2
           ELSE
               MOVE     DIA-PRF  TO  DIA-EDT
               MOVE     MES-PRF  TO  MES-EDT
               MOVE     ANO-PRF  TO  ANO-EDT
               MOVE     HOR-PRF  TO  HOR-EDT
               MOVE     MIN-PRF  TO  MIN-EDT
               MOVE     FIM-EDT  TO  FIM-DT2.
           DIVIDE   TMP-PRB  BY  60  GIVING  HRS-AUX
                    REMAINDER    MNT-AUX
           MOVE     HRS-AUX  TO  HRS-DT2
           MOVE     MNT-AUX  TO  MNT-DT2
           MOVE     LTS-PRB  TO  LTS-DT2
           MOVE     VAL-PRB  TO  VAL-DT2
           MOVE     MOT-PRB  TO  MOT-DT2
           ADD      TMP-PRB  TO  TOT-TMP
           ADD      LTS-PRB  TO  TOT-LTS
           ADD      VAL-PRB  TO  TOT-VAL
           WRITE    REG-REL FROM DET-002
           ADD      1        TO  ACM-LIN
           IF  ACM-LIN   >   54
               ADD      1        TO  PAG-CB1
               PERFORM  ROT-810-000  THRU  ROT-810-010.
           GO  TO   ROT-600-030.

       ROT-600-040.
           WRITE    REG-REL FROM CAB-003
           DIVIDE   TOT-TMP  BY  60  GIVING  HRS-TT3
                    REMAINDER    MNT-TT3
           MOVE     TOT-LTS  TO  LTS-TT3
           MOVE     TOT-VAL  TO  VAL-TT3
           WRITE    REG-REL FROM TOT-003
           CLOSE    RELATO
           DISPLAY  MEN-029
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           GO  TO   ROT-000-010.

       ROT-700-000.
           MOVE     BIC-PRB  TO  CHV-ECR
           READ     CADECR   INVALID KEY
                    GO  TO   ROT-700-110.
           MOVE     CMB-ECR  TO  CMB-AUX
           MOVE     VAL-ECR  TO  PRC-AUX
           MOVE     ZEROS    TO  QBC-AUX  CHV-ECR
           START    CADECR   KEY NOT LESS  CHV-ECR
                    INVALID  KEY GO  TO   ROT-700-020.

       ROT-700-010.
           READ     CADECR   NEXT AT END
                    GO  TO   ROT-700-020.
           IF  CMB-ECR   =   CMB-AUX
               ADD      1        TO  QBC-AUX.
           GO  TO   ROT-700-010.

       ROT-700-020.
           IF  QBC-AUX   =   ZEROS
               MOVE     1        TO  QBC-AUX.
           MOVE     1        TO  IND1.

       ROT-700-030.
           MOVE     1        TO  IND2.

       ROT-700-040.
           MOVE     ZEROS    TO  LTS-PRF (IND1, IND2)
           ADD      1        TO  IND2
           IF  IND2   <   8
               GO  TO        ROT-700-040.
           ADD      1        TO  IND1
           IF  IND1   <   25
               GO  TO        ROT-700-030.
           MOVE     DTI-PRB  TO  DTA-ALV
           PERFORM  ROT-770-000  THRU  ROT-770-010
           MOVE     DTA-ALV  TO  DTA-PFM
           COMPUTE  CNT-AUX  =   SEM-PRB  *  7  -  1.

       ROT-700-050.
           IF  CNT-AUX   >   ZEROS
               PERFORM  ROT-770-000  THRU  ROT-770-010
               SUBTRACT 1        FROM  CNT-AUX
               GO  TO        ROT-700-050.
           MOVE     DTA-ALV  TO  DTA-PIN  DTA-HRV
           MOVE     ZEROS    TO  LCT-HRV
           START    CADHRV   KEY NOT LESS  CHV-HRV
                    INVALID  KEY GO  TO   ROT-700-080.

       ROT-700-070.
           READ     CADHRV   NEXT AT END
                    GO  TO   ROT-700-080.
           IF  DTA-HRV   >   DTA-PFM
               GO  TO        ROT-700-080.
           IF  PRX-HRV  NOT  =   1  OR
               SUF-HRV  NOT  =   CMB-AUX
               GO  TO        ROT-700-070.
           MOVE     DTA-HRV  TO  DTA-ZLR
           PERFORM  ROT-750-000  THRU  ROT-750-010
           COMPUTE  IND1     =   HOR-HRV  +  1
           IF  IND1   >   24
               MOVE     24   TO  IND1.
           ADD      QTD-HRV  TO  LTS-PRF (IND1, DSM-AUX)
           GO  TO   ROT-700-070.

       ROT-700-080.
           MOVE     DTI-PRB  TO  DTA-ALV  DTA-ZLR
           MOVE     HOR-PRI  TO  HOR-ALV
           MOVE     MIN-PRI  TO  MNI-AUX
           MOVE     ZEROS    TO  TMP-PRB  ACM-PRF
           PERFORM  ROT-750-000  THRU  ROT-750-010.

       ROT-700-090.
           MOVE     60       TO  MNF-AUX
           IF  DTA-ALV   =   DTF-PRB  AND
               HOR-ALV   =   HOR-PRF
               MOVE     MIN-PRF  TO  MNF-AUX.
           COMPUTE  MNS-AUX  =   MNF-AUX  -  MNI-AUX
           ADD      MNS-AUX  TO  TMP-PRB
           COMPUTE  IND1     =   HOR-ALV  +  1
           COMPUTE  ACM-PRF  =   ACM-PRF  +
                    LTS-PRF (IND1, DSM-AUX)  *  MNS-AUX  /  60
           IF  DTA-ALV   =   DTF-PRB  AND
               HOR-ALV   =   HOR-PRF
               GO  TO        ROT-700-100.
           MOVE     ZEROS    TO  MNI-AUX
           ADD      1        TO  HOR-ALV
           IF  HOR-ALV   <   24
               GO  TO        ROT-700-090.
           MOVE     ZEROS    TO  HOR-ALV
           PERFORM  ROT-760-000  THRU  ROT-760-010
           IF  DTA-ALV   >   DTF-PRB
               GO  TO        ROT-700-100.
           MOVE     DTA-ALV  TO  DTA-ZLR
           PERFORM  ROT-750-000  THRU  ROT-750-010
           GO  TO   ROT-700-090.

       ROT-700-100.
           IF  ACM-PRF   <   ZEROS
               MOVE     ZEROS    TO  ACM-PRF.
           COMPUTE  LTS-PRB  ROUNDED  =
                    ACM-PRF  /  (SEM-PRB  *  QBC-AUX)
           COMPUTE  VAL-PRB  ROUNDED  =   LTS-PRB  *  PRC-AUX
           MOVE     BIC-PRB  TO  CHV-ECR
           READ     CADECR   INVALID KEY
                    MOVE     ZEROS    TO  CMB-ECR.

       ROT-700-110.
           EXIT.

       ROT-750-000.
           MOVE     MES-ZLR  TO  ZLR-M
           COMPUTE  ZLR-A   =   2000  +  ANO-ZLR
           IF  ZLR-M  <  3
               ADD      12   TO  ZLR-M
               SUBTRACT  1  FROM  ZLR-A.
           DIVIDE   ZLR-A   BY  100  GIVING  ZLR-J
                    REMAINDER    ZLR-K
           COMPUTE  ZLR-T   =   13  *  (ZLR-M  +  1)
           DIVIDE   ZLR-T   BY  5   GIVING  ZLR-T1
           DIVIDE   ZLR-K   BY  4   GIVING  ZLR-T2
           DIVIDE   ZLR-J   BY  4   GIVING  ZLR-T3
           COMPUTE  ZLR-H   =   DIA-ZLR  +  ZLR-T1  +  ZLR-K
                            +   ZLR-T2   +  ZLR-T3  +  5  *  ZLR-J
           DIVIDE   ZLR-H   BY  7   GIVING  ZLR-T4
                    REMAINDER    ZLR-R
           COMPUTE  DSM-AUX  =   ZLR-R  +  1.

       ROT-750-010.
           EXIT.

       ROT-760-000.
           PERFORM  ROT-780-000  THRU  ROT-780-010
           ADD      1        TO  DIA-ALV
           IF  DIA-ALV   >   ZLR-UD
               MOVE      1   TO  DIA-ALV
               ADD       1   TO  MES-ALV
               IF  MES-ALV  >  12
                   MOVE  1   TO  MES-ALV
                   ADD   1   TO  ANO-ALV.

       ROT-760-010.
           EXIT.

       ROT-770-000.
           SUBTRACT 1        FROM  DIA-ALV
           IF  DIA-ALV   >   ZEROS
               GO  TO        ROT-770-010.
           SUBTRACT 1        FROM  MES-ALV
           IF  MES-ALV   =   ZEROS
               MOVE     12       TO  MES-ALV
               SUBTRACT 1        FROM  ANO-ALV.
           PERFORM  ROT-780-000  THRU  ROT-780-010
           MOVE     ZLR-UD   TO  DIA-ALV.

       ROT-770-010.
           EXIT.

       ROT-780-000.
           MOVE     31       TO  ZLR-UD
           IF  MES-ALV  =  04  OR  06  OR  09  OR  11
               MOVE     30   TO  ZLR-UD.
           IF  MES-ALV  =  02
               DIVIDE   ANO-ALV  BY  4  GIVING  QOC-AUX
                        REMAINDER  RST-AUX
               IF  RST-AUX   =   ZEROS
                   MOVE     29   TO  ZLR-UD
               ELSE
                   MOVE     28   TO  ZLR-UD.

       ROT-780-010.
           EXIT.

       ROT-800-000.
           IF  PAG-CB1   =   1
               WRITE    REG-REL FROM CAB-001  AFTER 0
           ELSE
               WRITE    REG-REL FROM CAB-001  AFTER  PAGE.
           WRITE    REG-REL FROM CAB-002  AFTER 2
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM CAB-004
           WRITE    REG-REL FROM CAB-003
           MOVE     6        TO  ACM-LIN.

       ROT-800-010.
           EXIT.

       ROT-810-000.
           IF  PAG-CB1   =   1
               WRITE    REG-REL FROM CAB-001  AFTER 0
           ELSE
               WRITE    REG-REL FROM CAB-001  AFTER  PAGE.
           WRITE    REG-REL FROM CAB-005  AFTER 2
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM CAB-006
           WRITE    REG-REL FROM CAB-003
           MOVE     6        TO  ACM-LIN.

       ROT-810-010.
           EXIT.

       ROT-850-000.
           MOVE     SPACES   TO  TIP-DES  SIT-DES
           IF  TIP-EQP   >   0  AND  <  8
               MOVE     TIP-TAB (TIP-EQP)  TO  TIP-DES.
           IF  SIT-EQP   =   1
               MOVE     "ATIVO"      TO  SIT-DES.
           IF  SIT-EQP   =   2
               MOVE     "BAIXADO"    TO  SIT-DES.

       ROT-850-010.
           EXIT.

       ROT-860-000.
           MOVE     SPACES   TO  ITV-DES
           IF  TIP-PMN   =   1
               MOVE     "DIAS"       TO  ITV-DES.
           IF  TIP-PMN   =   2
               MOVE     "LITROS"     TO  ITV-DES.
           MOVE     DSP-PMN  TO  CHV-DSP
           MOVE     CTC-PMN  TO  CHV-CTC.

       ROT-860-010.
           MOVE     SPACES   TO  DES-DSP  NOM-CTC
           IF  CHV-DSP  NOT  =   ZEROS
               READ     CADDSP   INVALID KEY
                        MOVE     SPACES   TO  DES-DSP.
           IF  CHV-CTC  NOT  =   ZEROS
               READ     CADCTC   INVALID KEY
                        MOVE     SPACES   TO  NOM-CTC.

       ROT-860-020.
           EXIT.

       ROT-870-000.
           MOVE     ZEROS    TO  ENC-AUX
           IF  BIC-EQP   =   ZEROS
               GO  TO        ROT-870-010.
           MOVE     BIC-EQP  TO  CHV-ECR
           READ     CADECR   INVALID KEY
                    GO  TO   ROT-870-030.
           IF  FCL-ECR   >   ZEROS
               MOVE     FCL-ECR  TO  ENC-AUX
           ELSE
               MOVE     ICL-ECR  TO  ENC-AUX.
           GO  TO   ROT-870-030.

       ROT-870-010.
           IF  TNQ-EQP   =   ZEROS
               GO  TO        ROT-870-030.
           MOVE     ZEROS    TO  CHV-ECR
           START    CADECR   KEY NOT LESS  CHV-ECR
                    INVALID  KEY GO  TO   ROT-870-030.

       ROT-870-020.
           READ     CADECR   NEXT AT END
                    GO  TO   ROT-870-030.
           IF  TQ1-ECR  NOT  =   TNQ-EQP  AND
               TQ2-ECR  NOT  =   TNQ-EQP
               GO  TO        ROT-870-020.
           IF  FCL-ECR   >   ZEROS
               ADD      FCL-ECR  TO  ENC-AUX
           ELSE
               ADD      ICL-ECR  TO  ENC-AUX.
           GO  TO   ROT-870-020.

       ROT-870-030.
           EXIT.

       ROT-900-000.
           CLOSE    CADEQP   CADPMN   CADOSM   CADPRB   CADECR
                    CADTNQ   CADCMB   CADHRV   CADDSP   CADCTC
                    CADCMP   CADLDP   CADLCC
           CHAIN   "DYN143".
