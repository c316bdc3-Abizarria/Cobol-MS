       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN551.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADPLV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PLV
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADASL        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  PCA-ASL
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADMSL        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-MSL
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADUSL        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-USL
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADCLI        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CLI.

           SELECT      CADFID        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FID
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADCXA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CXA.

           SELECT      CADPRS        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PRS.

           SELECT      CADLCX        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LCX.

           SELECT      CADFAT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FAT.

           SELECT      CADCTR        ASSIGN  TO  DISK.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

       DATA            DIVISION.
       FILE            SECTION.

       FD  CADPLV      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADPLV.DAT".
       01  REG-PLV.
           03  CHV-PLV          PIC  9(02).
           03  DES-PLV          PIC  X(20).
           03  QTD-PLV          PIC  9(02).
           03  VAL-PLV          PIC  9(06)V99.
           03  PRC-PLV          PIC  9(06)V99.
           03  VRF-PLV          PIC  9(06)V99.
           03  CST-PLV          PIC  9(06)V99.
           03  SIT-PLV          PIC  9(01).

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
           03  DTI-ASL.
               05  ANO-DTI      PIC  9(02).
               05  MES-DTI      PIC  9(02).
               05  DIA-DTI      PIC  9(02).
           03  REN-ASL.
               05  ANO-REN      PIC  9(02).
               05  MES-REN      PIC  9(02).
           03  USO-ASL          PIC  9(03).
           03  CMP-USO.
               05  ANO-USO      PIC  9(02).
               05  MES-USO      PIC  9(02).

       FD  CADMSL      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADMSL.DAT".
       01  REG-MSL.
           03  CHV-MSL.
               05  PCA-MSL      PIC  X(07).
               05  AMC-MSL.
                   07  ANO-MSL  PIC  9(02).
                   07  MES-MSL  PIC  9(02).
           03  PLV-MSL          PIC  9(02).
           03  VAL-MSL          PIC  9(06)V99.
           03  FRM-MSL          PIC  9(01).
           03  FAT-MSL          PIC  9(06).
           03  DTA-MSL          PIC  9(06).

       FD  CADUSL      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADUSL.DAT".
       01  REG-USL.
           03  CHV-USL.
               05  PCA-USL      PIC  X(07).
               05  DTA-USL      PIC  9(06).
               05  OSV-USL      PIC  9(06).
               05  SEQ-USL      PIC  9(02).
           03  PLV-USL          PIC  9(02).
           03  VAL-USL          PIC  9(06)V99.
           03  VRF-USL          PIC  9(06)V99.
           03  CST-USL          PIC  9(06)V99.

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

       FD  CADFID      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADFID.DAT".
       01  REG-FID.
           03  CHV-FID          PIC  9(06).
           03  NOM-FID          PIC  X(30).
           03  TEL-FID          PIC  9(12).
           03  PTS-FID          PIC S9(09).

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

       FD  CADPRS      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADPRS.DAT".
       01  REG-PRS.
           03  CHV-PRS.
               05  TUR-PRS      PIC  9(01).
               05  CXA-PRS      PIC  9(01).
               05  ATV-PRS      PIC  9(01).
               05  LIN-PRS      PIC  9(03).
           03  DES-PRS          PIC  X(15).
           03  PRX-PRS          PIC  9(01).
           03  QTD-PRS          PIC  9(06)V9.
           03  CTD-PRS          PIC  9(10)V99.
           03  VDD-PRS          PIC S9(10)V99.
           03  QTM-PRS          PIC  9(07)V9.
           03  CTM-PRS          PIC  9(11)V99.
           03  VDM-PRS          PIC S9(11)V99.

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

       FD  CADFAT      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADFAT.DAT".
       01  REG-FAT.
           03  CHV-FAT          PIC  9(06).
           03  CLI-FAT          PIC  X(10).
           03  DTA-FAT          PIC  9(06).
           03  VAL-FAT          PIC S9(10)V99.

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
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  ACM-LIN          PIC  9(02).
           03  IND              PIC  9(02).
           03  TUR-AUX          PIC  9(01).
           03  CXA-AUX          PIC  9(01).
           03  PLV-ANT          PIC  9(02).
           03  FRQ-AUX          PIC  X(09).
           03  FRQ-EDT          PIC  ZZ9.
           03  VAL-AUX          PIC  9(06)V99.
           03  CNT-BOL          PIC  9(04).
           03  TOT-BOL          PIC  9(08)V99.
           03  REC-AUX          PIC  9(08)V99.
           03  LAV-AUX          PIC  9(05).
           03  AVU-AUX          PIC  9(08)V99.
           03  CST-AUX          PIC  9(08)V99.
           03  RES-AUX          PIC S9(08)V99.
           03  MRG-AUX          PIC S9(13).
           03  TOT-REC          PIC  9(09)V99.
           03  TOT-LAV          PIC  9(05).
           03  TOT-AVU          PIC  9(09)V99.
           03  TOT-CST          PIC  9(09)V99.

           03  CMP-SYS.
               05  ANO-CSY      PIC  9(02).
               05  MES-CSY      PIC  9(02).

           03  CMP-AUX.
               05  ANO-CMP      PIC  9(02).
               05  MES-CMP      PIC  9(02).

           03  PER-INI.
               05  ANO-PIN      PIC  9(02).
               05  MES-PIN      PIC  9(02).

           03  PER-FIM.
               05  ANO-PFM      PIC  9(02).
               05  MES-PFM      PIC  9(02).

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

           03  HST-AUX.
               05  FILLER       PIC  X(07)  VALUE  "ASSIN. ".
               05  PCA-HST      PIC  X(07).
               05  FILLER       PIC  X(06)  VALUE  SPACES.

       01  PRM-001              PIC  9(01).

       01  TAB-PLN.
           03  ITM-PLN          OCCURS  99.
               05  ASN-TAB      PIC  9(04).
               05  LAV-TAB      PIC  9(05).
               05  REC-TAB      PIC  9(08)V99.
               05  AVU-TAB      PIC  9(08)V99.
               05  CST-TAB      PIC  9(08)V99.

       01  TAB-OPC.
           03  FILLER           PIC  X(09)  VALUE  "PLANOS   ".
           03  FILLER           PIC  X(09)  VALUE  "ASSINANTE".
           03  FILLER           PIC  X(09)  VALUE  "RENOVACAO".
           03  FILLER           PIC  X(09)  VALUE  "BOLETOS  ".
           03  FILLER           PIC  X(09)  VALUE  "RELATORIO".
       01  RED-OPC              REDEFINES   TAB-OPC.
           03  OPC-TAB          PIC  X(09)  OCCURS  05.

       01  CAB-001.
           03  FILLER           PIC  X(22)  VALUE  "-DYNAMIC-".
           03  TIT-CB1          PIC  X(48)  VALUE
               "ASSINATURAS DE LAVAGEM - USO E RENTABILIDADE".
           03  FILLER           PIC  X(08)  VALUE  "FOLHA :".
           03  PAG-CB1          PIC  9(02).

       01  CAB-002.
           03  FILLER           PIC  X(10)  VALUE  "EMISSAO :".
           03  DIA-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB2          PIC  9(02).
           03  FILLER           PIC  X(04)  VALUE  SPACES.
           03  FILLER           PIC  X(10)  VALUE  "PERIODO :".
           03  MES-CB2I         PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB2I         PIC  9(02).
           03  FILLER           PIC  X(03)  VALUE  " A ".
           03  MES-CB2F         PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB2F         PIC  9(02).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004.
           03  FILLER           PIC  X(36)  VALUE
               "PLACA   ASSINANTE     PL    RECEITA ".
           03  FILLER           PIC  X(44)  VALUE
               "LAVAG     AVULSO      CUSTO   RESULTADO  OBS".

       01  CAB-005.
           03  FILLER           PIC  X(36)  VALUE
               "PL PLANO           ASSIN    RECEITA ".
           03  FILLER           PIC  X(44)  VALUE
               "LAVAG     AVULSO      CUSTO   RESULTADO MRG%".

       01  DET-001.
           03  PCA-DT1          PIC  X(07).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  NOM-DT1          PIC  X(13).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  PLV-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  REC-DT1          PIC  ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  LAV-DT1          PIC  Z.ZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  AVU-DT1          PIC  ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  CST-DT1          PIC  ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  RES-DT1          PIC  -ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  FLG-DT1          PIC  X(04).

       01  DET-002.
           03  PLV-DT2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DES-DT2          PIC  X(15).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  ASN-DT2          PIC  Z.ZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  REC-DT2          PIC  ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  LAV-DT2          PIC  Z.ZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  AVU-DT2          PIC  ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  CST-DT2          PIC  ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  RES-DT2          PIC  -ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  MRG-DT2          PIC  -ZZ9.

       01  TOT-001.
           03  FILLER           PIC  X(25)  VALUE  "TOTAL GERAL".
           03  REC-TT1          PIC  ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  LAV-TT1          PIC  Z.ZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  AVU-TT1          PIC  ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  CST-TT1          PIC  ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  RES-TT1          PIC  -ZZZ.ZZ9,99.

       01  TOT-002.
           03  FILLER           PIC  X(48)  VALUE
               "RECEITA = MENSALIDADES + VALOR COBRADO NA O.S.  ".
           03  FILLER           PIC  X(32)  VALUE
               "AVULSO = LAVAGENS A PRECO NORMAL".

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 01 PIC  X(67) FROM
      -        " ASSINATURAS DE LAVAGEM  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.

       01  TLA-002.
           03  LINE 05 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 02 PIC X(53) FROM " ?Plano .........:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 07 COLUMN 02 PIC X(53) FROM " ?Lavagens/mes ..:     
      -       "(00 = ilimitado)            ? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 02 PIC X(53) FROM " ?Mensalidade ...:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 08 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 02 PIC X(53) FROM " ?Preco na O.S. .:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 02 PIC X(53) FROM " ?Preco avulso ..:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 02 PIC X(53) FROM " ?Custo lavagem .:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 02 PIC X(53) FROM " ?Situacao ......:    1
      -       "-Ativo  2-Inativo           ? " BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 15 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 16 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 17 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 02 PIC X(53) FROM " ?                     
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
           03  LINE 08 COLUMN 59 PIC X(17) FROM "  Assinaturas"
               BACKGROUND-COLOR  07  FOREGROUND-COLOR 01.
           03  LINE 08 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 57 PIC X(21) FROM " ??????????????????? "
               BACKGROUND-COLOR  04.
           03  LINE 09 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 57 PIC X(21) FROM " ?  1 - Planos     ? "
               BACKGROUND-COLOR  04.
           03  LINE 10 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 57 PIC X(21) FROM " ?  2 - Assinantes ? "
               BACKGROUND-COLOR  04.
           03  LINE 11 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 57 PIC X(21) FROM " ?  3 - Renovacao  ? "
               BACKGROUND-COLOR  04.
           03  LINE 12 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 57 PIC X(21) FROM " ?  4 - Boletos    ? "
               BACKGROUND-COLOR  04.
           03  LINE 13 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 57 PIC X(21) FROM " ?  5 - Relatorio  ? "
               BACKGROUND-COLOR  04.
           03  LINE 14 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 57 PIC X(21) FROM " ??????????????????? "
               BACKGROUND-COLOR  04.
           03  LINE 15 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 59 PIC X(21) FROM SPACES.

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
           03  LINE 06 COLUMN 02 PIC X(53) FROM " ?Placa .........:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 07 COLUMN 02 PIC X(53) FROM " ?Tipo ..........:    1
      -       "-Cliente  2-Fidelidade      ? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 02 PIC X(53) FROM " ?Codigo ........:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 08 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 02 PIC X(53) FROM " ?Nome ..........:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 02 PIC X(53) FROM " ?Plano .........:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 02 PIC X(53) FROM " ?Cobranca ......:    1
      -       "-Caixa  2-Boleto            ? " BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 02 PIC X(53) FROM " ?Inicio ........:   / 
      -       " /                          ? " BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 02 PIC X(53) FROM " ?Situacao ......:    1
      -       "-Ativa 2-Suspensa 3-Cancel. ? " BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 02 PIC X(53) FROM " ?Renovada ate ..:   / 
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 02 PIC X(53) FROM " ?Uso no mes ....:     
      -       " de                         ? " BACKGROUND-COLOR 01.
           03  LINE 15 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 16 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 02 PIC X(53) FROM " ?Competencia ...:   / 
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 17 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 02 PIC X(53) FROM " ?Valor .........:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 18 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 19 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 20 COLUMN 04 PIC X(53) FROM SPACES.

       01  TLA-006.
           03  LINE 05 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 02 PIC X(53) FROM " ?Competencia ...:   / 
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 07 COLUMN 02 PIC X(53) FROM " ?Boletos .......:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 02 PIC X(53) FROM " ?Valor total ...:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 08 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 02 PIC X(53) FROM " ?Periodo .......:   / 
      -       "  a   /                     ? " BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 15 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 16 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 17 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 18 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 19 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 20 COLUMN 04 PIC X(53) FROM SPACES.

       01  ENT-001.
           03  LINE 06 COLUMN 21 PIC 9(02)  FROM  CHV-PLV
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 24 PIC X(20)  FROM  DES-PLV
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 21 PIC 9(02)  FROM  QTD-PLV
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 21 PIC ZZZ.ZZ9,99  FROM  VAL-PLV
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 21 PIC ZZZ.ZZ9,99  FROM  PRC-PLV
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 21 PIC ZZZ.ZZ9,99  FROM  VRF-PLV
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 21 PIC ZZZ.ZZ9,99  FROM  CST-PLV
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 21 PIC 9(01)  FROM  SIT-PLV
                       BACKGROUND-COLOR  01.

       01  ENT-002.
           03  LINE 06 COLUMN 21 PIC X(07)  FROM  PCA-ASL
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 21 PIC 9(01)  FROM  TIP-ASL
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 21 PIC X(30)  FROM  NOM-ASL
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 21 PIC 9(02)  FROM  PLV-ASL
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 24 PIC X(20)  FROM  DES-PLV
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 21 PIC 9(01)  FROM  FRM-ASL
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 21 PIC 9(02)  FROM  DIA-DTI
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 24 PIC 9(02)  FROM  MES-DTI
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 27 PIC 9(02)  FROM  ANO-DTI
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 21 PIC 9(01)  FROM  SIT-ASL
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 21 PIC 9(02)  FROM  MES-REN
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 24 PIC 9(02)  FROM  ANO-REN
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 21 PIC ZZ9  FROM  USO-ASL
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 29 PIC X(09)  FROM  FRQ-AUX
                       BACKGROUND-COLOR  01.

       01  ENT-003.
           03  LINE 08 COLUMN 21 PIC X(10)  FROM  CLI-ASL
                       BACKGROUND-COLOR  01.

       01  ENT-004.
           03  LINE 08 COLUMN 21 PIC 9(06)  FROM  FID-ASL
                       BACKGROUND-COLOR  01.

       01  ENT-005.
           03  LINE 17 COLUMN 21 PIC 9(02)  FROM  MES-CMP
                       BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 24 PIC 9(02)  FROM  ANO-CMP
                       BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 21 PIC ZZZ.ZZ9,99  FROM  VAL-AUX
                       BACKGROUND-COLOR  01.

       01  ENT-006.
           03  LINE 06 COLUMN 21 PIC 9(02)  FROM  MES-CMP
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 24 PIC 9(02)  FROM  ANO-CMP
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 21 PIC Z.ZZ9  FROM  CNT-BOL
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 21 PIC ZZ.ZZZ.ZZ9,99  FROM  TOT-BOL
                       BACKGROUND-COLOR  01.

       01  ENT-007.
           03  LINE 10 COLUMN 21 PIC 9(02)  FROM  MES-PIN
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 24 PIC 9(02)  FROM  ANO-PIN
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 29 PIC 9(02)  FROM  MES-PFM
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 32 PIC 9(02)  FROM  ANO-PFM
                       BACKGROUND-COLOR  01.

       01  LPA-001.
           03  LINE 08 COLUMN 21 PIC X(10) FROM SPACES
               BACKGROUND-COLOR  01.

       01  LPA-002.
           03  LINE 17 COLUMN 21 PIC X(05) FROM "  /"
               BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 21 PIC X(10) FROM SPACES
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

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "NUMERO DA OPCAO DES
      -            "EJADA ? [ ]  -  [ESC] RETORNA ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O CODIGO DO 
      -            "PLANO  -  [ESC] RETORNA ...                     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A DESCRICAO 
      -            "DO PLANO  -  [ESC] RETORNA ...                  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "LAVAGENS INCLUIDAS 
      -            "POR MES (00 = ILIMITADO)  -  [ESC] RETORNA      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "VALOR DA MENSALIDAD
      -            "E DO PLANO  -  [ESC] RETORNA ...                "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "PRECO COBRADO NA O.
      -            "S. POR LAVAGEM DO PLANO  -  [ESC] RETORNA       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "PRECO NORMAL DA LAV
      -            "AGEM AVULSA  -  [ESC] RETORNA ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "CUSTO ESTIMADO DE C
      -            "ADA LAVAGEM  -  [ESC] RETORNA ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-009 LINE 22 COLUMN 14 PIC X(67) FROM "SITUACAO:  1 - ATIV
      -            "O   2 - INATIVO  -  [ESC] RETORNA ...           "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-010 LINE 22 COLUMN 14 PIC X(67) FROM "(G)RAVAR OU (A)BAND
      -            "ONAR ?                                          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-011 LINE 22 COLUMN 14 PIC X(67) FROM "OPERACAO GRAVADA !!
      -            "!  -  TECLE [ENTER] ...                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-012 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A PLACA DO V
      -            "EICULO  -  [ESC] RETORNA ...                    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-013 LINE 22 COLUMN 14 PIC X(67) FROM "PLACA SEM ASSINATUR
      -            "A !!!  -  TECLE [ENTER] ...                     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-014 LINE 22 COLUMN 14 PIC X(67) FROM "ASSINANTE:  1 - CLI
      -            "ENTE   2 - FIDELIDADE  -  [ESC] RETORNA ...     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-015 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O CODIGO DO 
      -            "CLIENTE  -  [ESC] RETORNA ...                   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-016 LINE 22 COLUMN 14 PIC X(67) FROM "CLIENTE INEXISTENTE
      -            " !!!  -  TECLE [ENTER] ...                      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-017 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O CODIGO DE 
      -            "FIDELIDADE  -  [ESC] RETORNA ...                "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-018 LINE 22 COLUMN 14 PIC X(67) FROM "PARTICIPANTE INEXIS
      -            "TENTE !!!  -  TECLE [ENTER] ...                 "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-019 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O NOME DO AS
      -            "SINANTE  -  [ESC] RETORNA ...                   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-020 LINE 22 COLUMN 14 PIC X(67) FROM "PLANO INEXISTENTE O
      -            "U INATIVO !!!  -  TECLE [ENTER] ...             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-021 LINE 22 COLUMN 14 PIC X(67) FROM "COBRANCA:  1 - CAIX
      -            "A   2 - BOLETO  -  [ESC] RETORNA ...            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-022 LINE 22 COLUMN 14 PIC X(67) FROM "BOLETO SOMENTE P/ C
      -            "LIENTE CADASTRADO !!!  -  TECLE [ENTER] ...     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-023 LINE 22 COLUMN 14 PIC X(67) FROM "SITUACAO: 1-ATIVA 2
      -            "-SUSPENSA 3-CANCELADA  -  [ESC] RETORNA ...     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-024 LINE 22 COLUMN 14 PIC X(67) FROM "ASSINATURA NAO ESTA
      -            " ATIVA !!!  -  TECLE [ENTER] ...                "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-025 LINE 22 COLUMN 14 PIC X(67) FROM "VALOR DA RENOVACAO 
      -            " -  [ESC] RETORNA ...                           "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-026 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O TURNO [ ] 
      -            "E O CAIXA [ ]  -  [ESC] RETORNA ...             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-027 LINE 22 COLUMN 14 PIC X(67) FROM "CAIXA INEXISTENTE !
      -            "!!  -  TECLE [ENTER] ...                        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-028 LINE 22 COLUMN 14 PIC X(67) FROM "(G)RAVAR A RENOVACA
      -            "O OU (A)BANDONAR ?                              "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-029 LINE 22 COLUMN 14 PIC X(67) FROM "RENOVACAO LANCADA N
      -            "O CAIXA !!!  -  TECLE [ENTER] ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-030 LINE 22 COLUMN 14 PIC X(67) FROM "FATURA GERADA  -  E
      -            "MITA O BOLETO NA COBRANCA  -  TECLE [ENTER]     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-031 LINE 22 COLUMN 14 PIC X(67) FROM "COMPETENCIA DOS BOL
      -            "ETOS (MES/ANO)  -  [ESC] RETORNA ...            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-032 LINE 22 COLUMN 14 PIC X(67) FROM "(G)ERAR AS FATURAS 
      -            "DA COMPETENCIA OU (A)BANDONAR ?                 "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-033 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  GERAND
      -            "O AS FATURAS ...                                "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-034 LINE 22 COLUMN 14 PIC X(67) FROM "FATURAS GERADAS  - 
      -            " EMITA OS BOLETOS NA COBRANCA  -  [ENTER]       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-035 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O PERIODO (M
      -            "ES/ANO)  -  [ESC] RETORNA ...                   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-036 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRIMIR NA (I)MPRE
      -            "SSORA OU EM (A)RQUIVO ?                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-037 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  IMPRIM
      -            "INDO ...                                        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-038 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRESSAO CONCLUIDA
      -            "  -  TECLE [ENTER] ...                          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001 LINE 22 COLUMN 42 PIC 9(01) USING NUM-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  OPC-002 LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION  CHAINING  PRM-001.

       ROT-000-000.
           DISPLAY  TLA-001  TLA-002
           ACCEPT   DTA-SYS  FROM   DATE
           MOVE     ANO-SYS  TO  ANO-CSY
           MOVE     MES-SYS  TO  MES-CSY
           OPEN     INPUT    CADCLI   CADCXA
           OPEN     I-O      CADPRS   CADLCX   CADFAT
           OPEN     INPUT    CADFID
           OPEN     I-O      CADPLV
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADPLV
               CLOSE    CADPLV
               OPEN     I-O      CADPLV.
           OPEN     I-O      CADASL
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADASL
               CLOSE    CADASL
               OPEN     I-O      CADASL.
           OPEN     I-O      CADMSL
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADMSL
               CLOSE    CADMSL
               OPEN     I-O      CADMSL.
           OPEN     I-O      CADUSL
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADUSL
               CLOSE    CADUSL
               OPEN     I-O      CADUSL.

       ROT-000-010.
           DISPLAY  TLA-002  TLA-003  MEN-001.

       ROT-000-020.
           MOVE     0   TO   NUM-OPC
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-900-000.
           IF  NUM-OPC   <   1  OR  >  5
               GO  TO        ROT-000-020.
           MOVE     OPC-TAB (NUM-OPC) TO  OPC-TLA
           DISPLAY  LPA-003  TLA-004
           GO  TO   ROT-100-000, ROT-200-000, ROT-200-000,
                    ROT-400-000, ROT-500-000,
                    DEPENDING    ON  NUM-OPC.

       ROT-100-000.
           MOVE     ZEROS    TO  REG-PLV
           MOVE     SPACES   TO  DES-PLV
           DISPLAY  TLA-002  ENT-001  MEN-002.

       ROT-100-010.
           ACCEPT   (06 21)  CHV-PLV  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  CHV-PLV   =   ZEROS
               GO  TO        ROT-100-010.
           MOVE     0        TO  FLG-NEW
           READ     CADPLV   INVALID KEY
                    MOVE     1        TO  FLG-NEW  SIT-PLV
                    MOVE     SPACES   TO  DES-PLV
                    MOVE     ZEROS    TO  QTD-PLV  VAL-PLV  PRC-PLV
                                          VRF-PLV  CST-PLV.
           DISPLAY  ENT-001.

       ROT-100-020.
           DISPLAY  MEN-003
           ACCEPT   (06 24)  DES-PLV  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           IF  DES-PLV   =   SPACES
               GO  TO        ROT-100-020.

       ROT-100-030.
           DISPLAY  MEN-004
           ACCEPT   (07 21)  QTD-PLV  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-020.

       ROT-100-040.
           DISPLAY  MEN-005
           ACCEPT   (08 21)  VAL-PLV  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  ENT-001
           IF  TECLADO   =   01
               GO  TO        ROT-100-030.
           IF  VAL-PLV   =   ZEROS
               GO  TO        ROT-100-040.

       ROT-100-050.
           DISPLAY  MEN-006
           ACCEPT   (09 21)  PRC-PLV  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  ENT-001
           IF  TECLADO   =   01
               GO  TO        ROT-100-040.

       ROT-100-060.
           DISPLAY  MEN-007
           ACCEPT   (10 21)  VRF-PLV  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  ENT-001
           IF  TECLADO   =   01
               GO  TO        ROT-100-050.

       ROT-100-070.
           DISPLAY  MEN-008
           ACCEPT   (11 21)  CST-PLV  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  ENT-001
           IF  TECLADO   =   01
               GO  TO        ROT-100-060.

       ROT-100-080.
           DISPLAY  MEN-009
           ACCEPT   (12 21)  SIT-PLV  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-070.
           IF  SIT-PLV   <   1  OR  >  2
               GO  TO        ROT-100-080.

       ROT-100-090.
           DISPLAY  MEN-010
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
               REWRITE  REG-PLV
           ELSE
               WRITE    REG-PLV  INVALID KEY
                        REWRITE  REG-PLV.
           DISPLAY  MEN-011
           ACCEPT   OPC-002
           GO  TO   ROT-100-000.

       ROT-200-000.
           MOVE     SPACES   TO  PCA-ASL  CLI-ASL  NOM-ASL  DES-PLV
                                 FRQ-AUX
           MOVE     ZEROS    TO  TIP-ASL  FID-ASL  PLV-ASL  FRM-ASL
                                 SIT-ASL  DTI-ASL  REN-ASL  USO-ASL
                                 CMP-USO
           DISPLAY  TLA-005  ENT-002  LPA-001  MEN-012.

       ROT-200-010.
           ACCEPT   (06 21)  PCA-ASL  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  PCA-ASL   =   SPACES
               GO  TO        ROT-200-010.
           MOVE     0        TO  FLG-NEW
           READ     CADASL   INVALID KEY
                    GO  TO   ROT-200-015.
           PERFORM  ROT-700-000  THRU  ROT-700-010
           IF  NUM-OPC   =   3
               GO  TO        ROT-300-000.
           GO  TO   ROT-200-020.

       ROT-200-015.
           MOVE     SPACES   TO  RSP-OPC
           IF  NUM-OPC   =   3
               DISPLAY       MEN-013
               ACCEPT        OPC-002
               GO  TO        ROT-200-000.
           MOVE     1        TO  FLG-NEW  TIP-ASL  FRM-ASL  SIT-ASL
           MOVE     DTA-SYS  TO  DTI-ASL
           DISPLAY  ENT-002.

       ROT-200-020.
           DISPLAY  MEN-014
           ACCEPT   (07 21)  TIP-ASL  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-000.
           IF  TIP-ASL   <   1  OR  >  2
               GO  TO        ROT-200-020.
           DISPLAY  LPA-001
           IF  TIP-ASL   =   2
               GO  TO        ROT-200-040.

       ROT-200-030.
           DISPLAY  ENT-003  MEN-015
           ACCEPT   (08 21)  CLI-ASL  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-020.
           IF  CLI-ASL   =   SPACES
               GO  TO        ROT-200-030.
           MOVE     CLI-ASL  TO  CHV-CLI
           MOVE     SPACES   TO  RSP-OPC
           READ     CADCLI   INVALID KEY
                    DISPLAY  MEN-016
                    ACCEPT   OPC-002
                    GO  TO   ROT-200-030.
           MOVE     ZEROS    TO  FID-ASL
           IF  NOM-ASL   =   SPACES
               MOVE     NOM-CLI  TO  NOM-ASL.
           GO  TO   ROT-200-050.

       ROT-200-040.
           DISPLAY  ENT-004  MEN-017
           ACCEPT   (08 21)  FID-ASL  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-020.
           IF  FID-ASL   =   ZEROS
               GO  TO        ROT-200-040.
           MOVE     FID-ASL  TO  CHV-FID
           MOVE     SPACES   TO  RSP-OPC
           READ     CADFID   INVALID KEY
                    DISPLAY  MEN-018
                    ACCEPT   OPC-002
                    GO  TO   ROT-200-040.
           MOVE     SPACES   TO  CLI-ASL
           IF  NOM-ASL   =   SPACES
               MOVE     NOM-FID  TO  NOM-ASL.

       ROT-200-050.
           DISPLAY  ENT-002  MEN-019
           ACCEPT   (09 21)  NOM-ASL  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-020.
           IF  NOM-ASL   =   SPACES
               GO  TO        ROT-200-050.
           MOVE     PLV-ASL  TO  PLV-ANT.

       ROT-200-060.
           DISPLAY  MEN-002
           ACCEPT   (10 21)  PLV-ASL  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-050.
           MOVE     PLV-ASL  TO  CHV-PLV
           MOVE     SPACES   TO  RSP-OPC
           READ     CADPLV   INVALID KEY
                    DISPLAY  MEN-020
                    ACCEPT   OPC-002
                    GO  TO   ROT-200-060.
           IF  SIT-PLV  NOT  =   1  AND
               PLV-ASL  NOT  =   PLV-ANT
               DISPLAY       MEN-020
               ACCEPT        OPC-002
               GO  TO        ROT-200-060.
           PERFORM  ROT-710-000  THRU  ROT-710-010
           DISPLAY  ENT-002.

       ROT-200-070.
           DISPLAY  MEN-021
           ACCEPT   (11 21)  FRM-ASL  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-060.
           IF  FRM-ASL   <   1  OR  >  2
               GO  TO        ROT-200-070.
           MOVE     SPACES   TO  RSP-OPC
           IF  FRM-ASL   =   2  AND  TIP-ASL  NOT  =  1
               DISPLAY       MEN-022
               ACCEPT        OPC-002
               GO  TO        ROT-200-070.

       ROT-200-080.
           DISPLAY  MEN-023
           ACCEPT   (13 21)  SIT-ASL  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-070.
           IF  SIT-ASL   <   1  OR  >  3
               GO  TO        ROT-200-080.

       ROT-200-090.
           DISPLAY  MEN-010
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-080.
           IF  RSP-OPC   =   "A"
               GO  TO        ROT-200-000.
           IF  RSP-OPC  NOT  =   "G"
               GO  TO        ROT-200-090.
           MOVE     SPACES   TO  RSP-OPC
           IF  FLG-NEW   =   0
               REWRITE  REG-ASL
           ELSE
               WRITE    REG-ASL  INVALID KEY
                        REWRITE  REG-ASL.
           DISPLAY  MEN-011
           ACCEPT   OPC-002
           GO  TO   ROT-200-000.

       ROT-300-000.
           MOVE     SPACES   TO  RSP-OPC
           IF  SIT-ASL  NOT  =   1
               DISPLAY       MEN-024
               ACCEPT        OPC-002
               GO  TO        ROT-200-000.
           IF  REN-ASL   <   CMP-SYS
               MOVE     CMP-SYS  TO  CMP-AUX
           ELSE
               MOVE     REN-ASL  TO  CMP-AUX
               ADD      1        TO  MES-CMP
               IF  MES-CMP   >   12
                   MOVE     1        TO  MES-CMP
                   ADD      1        TO  ANO-CMP.
           MOVE     VAL-PLV  TO  VAL-AUX
           DISPLAY  ENT-005.

       ROT-300-010.
           DISPLAY  MEN-025
           ACCEPT   (18 21)  VAL-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  ENT-005
           IF  TECLADO   =   01
               DISPLAY       LPA-002
               GO  TO        ROT-200-000.
           IF  VAL-AUX   =   ZEROS
               GO  TO        ROT-300-010.
           IF  FRM-ASL   =   2
               GO  TO        ROT-300-030.

       ROT-300-020.
           DISPLAY  MEN-026
           MOVE     ZEROS    TO  TUR-AUX  CXA-AUX
           ACCEPT   (22 30)  TUR-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-010.
           ACCEPT   (22 44)  CXA-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-010.
           MOVE     TUR-AUX  TO  TUR-CXA
           MOVE     CXA-AUX  TO  NUM-CXA
           MOVE     SPACES   TO  RSP-OPC
           READ     CADCXA   INVALID KEY
                    DISPLAY  MEN-027
                    ACCEPT   OPC-002
                    GO  TO   ROT-300-020.

       ROT-300-030.
           DISPLAY  MEN-028
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-010.
           IF  RSP-OPC   =   "A"
               DISPLAY       LPA-002
               GO  TO        ROT-200-000.
           IF  RSP-OPC  NOT  =   "G"
               GO  TO        ROT-300-030.
           MOVE     ZEROS    TO  FAT-MSL
           IF  FRM-ASL   =   1
               PERFORM  ROT-620-000  THRU  ROT-620-030
           ELSE
               OPEN     I-O      CADCTR
               READ     CADCTR
               PERFORM  ROT-630-000  THRU  ROT-630-010
               REWRITE  REG-CTR
               CLOSE    CADCTR.
           PERFORM  ROT-640-000  THRU  ROT-640-010
           REWRITE  REG-ASL
           DISPLAY  ENT-002
           MOVE     SPACES   TO  RSP-OPC
           IF  FRM-ASL   =   1
               DISPLAY       MEN-029
           ELSE
               DISPLAY       MEN-030.
           ACCEPT   OPC-002
           DISPLAY  LPA-002
           GO  TO   ROT-200-000.

       ROT-400-000.
           MOVE     CMP-SYS  TO  CMP-AUX
           MOVE     ZEROS    TO  CNT-BOL  TOT-BOL
           DISPLAY  TLA-006  ENT-006  MEN-031.

       ROT-400-010.
           ACCEPT   (06 21)  MES-CMP  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  MES-CMP   <   1  OR  >  12
               GO  TO        ROT-400-010.

       ROT-400-020.
           ACCEPT   (06 24)  ANO-CMP  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-400-010.

       ROT-400-030.
           DISPLAY  MEN-032
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-400-020.
           IF  RSP-OPC   =   "A"
               GO  TO        ROT-000-010.
           IF  RSP-OPC  NOT  =   "G"
               GO  TO        ROT-400-030.
           DISPLAY  MEN-033
           OPEN     I-O      CADCTR
           READ     CADCTR
           MOVE     SPACES   TO  PCA-ASL
           START    CADASL   KEY NOT LESS  PCA-ASL
                    INVALID  KEY GO  TO   ROT-400-050.

       ROT-400-040.
           READ     CADASL   NEXT AT END
                    GO  TO   ROT-400-050.
           IF  SIT-ASL  NOT  =   1  OR
               FRM-ASL  NOT  =   2  OR
               TIP-ASL  NOT  =   1
               GO  TO        ROT-400-040.
           IF  REN-ASL  NOT  <   CMP-AUX
               GO  TO        ROT-400-040.
           MOVE     PLV-ASL  TO  CHV-PLV
           READ     CADPLV   INVALID KEY
                    GO  TO   ROT-400-040.
           MOVE     VAL-PLV  TO  VAL-AUX
           PERFORM  ROT-630-000  THRU  ROT-630-010
           PERFORM  ROT-640-000  THRU  ROT-640-010
           REWRITE  REG-ASL
           ADD      1        TO  CNT-BOL
           ADD      VAL-AUX  TO  TOT-BOL
           GO  TO   ROT-400-040.

       ROT-400-050.
           REWRITE  REG-CTR
           CLOSE    CADCTR
           DISPLAY  ENT-006  MEN-034
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           GO  TO   ROT-000-010.

       ROT-500-000.
           MOVE     ANO-SYS  TO  ANO-PIN  ANO-PFM
           MOVE     MES-SYS  TO  MES-PIN  MES-PFM
           DISPLAY  TLA-006  ENT-007  MEN-035.

       ROT-500-010.
           ACCEPT   (10 21)  MES-PIN  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  MES-PIN   <   1  OR  >  12
               GO  TO        ROT-500-010.

       ROT-500-020.
           ACCEPT   (10 24)  ANO-PIN  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-500-010.

       ROT-500-030.
           ACCEPT   (10 29)  MES-PFM  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-500-020.
           IF  MES-PFM   <   1  OR  >  12
               GO  TO        ROT-500-030.

       ROT-500-040.
           ACCEPT   (10 32)  ANO-PFM  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-500-030.
           IF  PER-FIM   <   PER-INI
               GO  TO        ROT-500-030.

       ROT-500-050.
           DISPLAY  MEN-036
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-500-040.
           IF  RSP-OPC   =   "I"
               MOVE     "PRINTER"     TO  DES-REL
           ELSE
           IF  RSP-OPC   =   "A"
               MOVE     "RELATO.TXT"  TO  DES-REL
           ELSE
               GO  TO        ROT-500-050.
           DISPLAY  MEN-037
           MOVE     ANO-PIN  TO  ANO-INI
           MOVE     MES-PIN  TO  MES-INI
           MOVE     01       TO  DIA-INI
           MOVE     ANO-PFM  TO  ANO-FIN
           MOVE     MES-PFM  TO  MES-FIN
           MOVE     31       TO  DIA-FIN
           MOVE     ZEROS    TO  TAB-PLN  TOT-REC  TOT-LAV
                                 TOT-AVU  TOT-CST
           OPEN     OUTPUT   RELATO
           MOVE     DIA-SYS  TO  DIA-CB2
           MOVE     MES-SYS  TO  MES-CB2
           MOVE     ANO-SYS  TO  ANO-CB2
           MOVE     MES-PIN  TO  MES-CB2I
           MOVE     ANO-PIN  TO  ANO-CB2I
           MOVE     MES-PFM  TO  MES-CB2F
           MOVE     ANO-PFM  TO  ANO-CB2F
           MOVE     1        TO  PAG-CB1
           PERFORM  ROT-800-000  THRU  ROT-800-010
           MOVE     SPACES   TO  PCA-ASL
           START    CADASL   KEY NOT LESS  PCA-ASL
                    INVALID  KEY GO  TO   ROT-500-070.

       ROT-500-060.
           READ     CADASL   NEXT AT END
                    GO  TO   ROT-500-070.
           PERFORM  ROT-720-000  THRU  ROT-720-040
           IF  SIT-ASL  NOT  =   1  AND
               REC-AUX   =   ZEROS  AND
               LAV-AUX   =   ZEROS
               GO  TO        ROT-500-060.
           IF  PLV-ASL   >   ZEROS
               ADD      1        TO  ASN-TAB (PLV-ASL).
           COMPUTE  RES-AUX  =   REC-AUX  -  CST-AUX
           MOVE     PCA-ASL  TO  PCA-DT1
           MOVE     NOM-ASL  TO  NOM-DT1
           MOVE     PLV-ASL  TO  PLV-DT1
           MOVE     REC-AUX  TO  REC-DT1
           MOVE     LAV-AUX  TO  LAV-DT1
           MOVE     AVU-AUX  TO  AVU-DT1
           MOVE     CST-AUX  TO  CST-DT1
           MOVE     RES-AUX  TO  RES-DT1
           MOVE     SPACES   TO  FLG-DT1
           IF  RES-AUX   <   ZEROS
               MOVE     "PREJ"   TO  FLG-DT1.
           WRITE    REG-REL FROM DET-001
           ADD      1        TO  ACM-LIN
           ADD      REC-AUX  TO  TOT-REC
           ADD      LAV-AUX  TO  TOT-LAV
           ADD      AVU-AUX  TO  TOT-AVU
           ADD      CST-AUX  TO  TOT-CST
           IF  ACM-LIN   >   54
               ADD      1        TO  PAG-CB1
               PERFORM  ROT-800-000  THRU  ROT-800-010.
           GO  TO   ROT-500-060.

       ROT-500-070.
           WRITE    REG-REL FROM CAB-003
           MOVE     TOT-REC  TO  REC-TT1
           MOVE     TOT-LAV  TO  LAV-TT1
           MOVE     TOT-AVU  TO  AVU-TT1
           MOVE     TOT-CST  TO  CST-TT1
           COMPUTE  RES-AUX  =   TOT-REC  -  TOT-CST
           MOVE     RES-AUX  TO  RES-TT1
           WRITE    REG-REL FROM TOT-001
           WRITE    REG-REL FROM TOT-002  AFTER 2
           ADD      1        TO  PAG-CB1
           PERFORM  ROT-810-000  THRU  ROT-810-010
           MOVE     ZEROS    TO  CHV-PLV
           START    CADPLV   KEY NOT LESS  CHV-PLV
                    INVALID  KEY GO  TO   ROT-500-090.

       ROT-500-080.
           READ     CADPLV   NEXT AT END
                    GO  TO   ROT-500-090.
           MOVE     CHV-PLV  TO  IND
           IF  ASN-TAB (IND)  =  ZEROS  AND
               REC-TAB (IND)  =  ZEROS  AND
               LAV-TAB (IND)  =  ZEROS
               GO  TO        ROT-500-080.
           COMPUTE  RES-AUX  =   REC-TAB (IND)  -  CST-TAB (IND)
           MOVE     ZEROS    TO  MRG-AUX
           IF  REC-TAB (IND)  >  ZEROS
               COMPUTE  MRG-AUX  ROUNDED  =
                        RES-AUX  *  100  /  REC-TAB (IND).
           IF  MRG-AUX   >   999
               MOVE     999      TO  MRG-AUX.
           IF  MRG-AUX   <   -999
               MOVE     -999     TO  MRG-AUX.
           MOVE     CHV-PLV        TO  PLV-DT2
           MOVE     DES-PLV        TO  DES-DT2
           MOVE     ASN-TAB (IND)  TO  ASN-DT2
           MOVE     REC-TAB (IND)  TO  REC-DT2
           MOVE     LAV-TAB (IND)  TO  LAV-DT2
           MOVE     AVU-TAB (IND)  TO  AVU-DT2
           MOVE     CST-TAB (IND)  TO  CST-DT2
           MOVE     RES-AUX        TO  RES-DT2
           MOVE     MRG-AUX        TO  MRG-DT2
           WRITE    REG-REL FROM DET-002
           ADD      1        TO  ACM-LIN
           IF  ACM-LIN   >   54
               ADD      1        TO  PAG-CB1
               PERFORM  ROT-810-000  THRU  ROT-810-010.
           GO  TO   ROT-500-080.

       ROT-500-090.
           WRITE    REG-REL FROM CAB-003
           CLOSE    RELATO
           DISPLAY  MEN-038
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           GO  TO   ROT-000-010.

       ROT-620-000.
           MOVE     PCA-ASL  TO  PCA-HST
           MOVE     TUR-AUX  TO  TUR-LCX
           MOVE     CXA-AUX  TO  CXA-LCX
           MOVE     3        TO  ATV-LCX
           MOVE     ZEROS    TO  PRX-LCX  SUF-LCX  LCT-LCX
           MOVE     "ASSINATURA LAV." TO  DES-LCX
           MOVE     HST-AUX  TO  HST-LCX
           MOVE     1        TO  QTD-LCX
           MOVE     VAL-AUX  TO  VAL-LCX.

       ROT-620-010.
           ADD      1        TO  LCT-LCX
           WRITE    REG-LCX  INVALID  KEY
                    GO  TO   ROT-620-010.
           MOVE     TUR-AUX  TO  TUR-PRS
           MOVE     CXA-AUX  TO  CXA-PRS
           MOVE     3        TO  ATV-PRS
           MOVE     ZEROS    TO  LIN-PRS
           START    CADPRS   KEY GREATER  CHV-PRS
                    INVALID  KEY GO  TO   ROT-620-030.

       ROT-620-020.
           READ     CADPRS   NEXT AT END
                    GO  TO   ROT-620-030.
           IF  TUR-PRS  NOT  =   TUR-AUX  OR
               CXA-PRS  NOT  =   CXA-AUX  OR
               ATV-PRS  NOT  =   3
               GO  TO        ROT-620-030.
           ADD      1        TO  QTD-PRS
           ADD      VAL-AUX  TO  VDD-PRS
           REWRITE  REG-PRS.

       ROT-620-030.
           EXIT.

       ROT-630-000.
           MOVE     CLI-ASL  TO  CLI-FAT
           MOVE     DTA-SYS  TO  DTA-FAT
           MOVE     VAL-AUX  TO  VAL-FAT.

       ROT-630-005.
           ADD      1        TO  FAT-CTR
           MOVE     FAT-CTR  TO  CHV-FAT
           WRITE    REG-FAT  INVALID KEY
                    GO  TO   ROT-630-005.
           MOVE     FAT-CTR  TO  FAT-MSL.

       ROT-630-010.
           EXIT.

       ROT-640-000.
           MOVE     PCA-ASL  TO  PCA-MSL
           MOVE     CMP-AUX  TO  AMC-MSL
           MOVE     PLV-ASL  TO  PLV-MSL
           MOVE     VAL-AUX  TO  VAL-MSL
           MOVE     FRM-ASL  TO  FRM-MSL
           MOVE     DTA-SYS  TO  DTA-MSL
           IF  FRM-ASL   =   1
               MOVE     ZEROS    TO  FAT-MSL.
           WRITE    REG-MSL  INVALID KEY
                    REWRITE  REG-MSL.
           MOVE     CMP-AUX  TO  REN-ASL.

       ROT-640-010.
           EXIT.

       ROT-700-000.
           MOVE     PLV-ASL  TO  CHV-PLV
           READ     CADPLV   INVALID KEY
                    MOVE     SPACES   TO  DES-PLV
                    MOVE     ZEROS    TO  QTD-PLV  VAL-PLV.
           PERFORM  ROT-710-000  THRU  ROT-710-010
           IF  CMP-USO  NOT  =   CMP-SYS
               MOVE     ZEROS    TO  USO-ASL.
           DISPLAY  ENT-002
           IF  TIP-ASL   =   1
               DISPLAY       ENT-003
           ELSE
               DISPLAY       ENT-004.

       ROT-700-010.
           EXIT.

       ROT-710-000.
           IF  QTD-PLV   =   ZEROS
               MOVE     "ILIMITADO"  TO  FRQ-AUX
               GO  TO        ROT-710-010.
           MOVE     QTD-PLV  TO  FRQ-EDT
           MOVE     SPACES   TO  FRQ-AUX
           MOVE     FRQ-EDT  TO  FRQ-AUX.

       ROT-710-010.
           EXIT.

       ROT-720-000.
           MOVE     ZEROS    TO  REC-AUX  LAV-AUX  AVU-AUX  CST-AUX
           MOVE     PCA-ASL  TO  PCA-MSL
           MOVE     PER-INI  TO  AMC-MSL
           START    CADMSL   KEY NOT LESS  CHV-MSL
                    INVALID  KEY GO  TO   ROT-720-020.

       ROT-720-010.
           READ     CADMSL   NEXT AT END
                    GO  TO   ROT-720-020.
           IF  PCA-MSL  NOT  =   PCA-ASL  OR
               AMC-MSL   >   PER-FIM
               GO  TO        ROT-720-020.
           ADD      VAL-MSL  TO  REC-AUX
           IF  PLV-MSL   >   ZEROS
               ADD      VAL-MSL  TO  REC-TAB (PLV-MSL).
           GO  TO   ROT-720-010.

       ROT-720-020.
           MOVE     PCA-ASL  TO  PCA-USL
           MOVE     DTA-INI  TO  DTA-USL
           MOVE     ZEROS    TO  OSV-USL  SEQ-USL
           START    CADUSL   KEY NOT LESS  CHV-USL
                    INVALID  KEY GO  TO   ROT-720-040.

       ROT-720-030.
           READ     CADUSL   NEXT AT END
                    GO  TO   ROT-720-040.
           IF  PCA-USL  NOT  =   PCA-ASL  OR
               DTA-USL   >   DTA-FIN
               GO  TO        ROT-720-040.
           ADD      1        TO  LAV-AUX
           ADD      VAL-USL  TO  REC-AUX
           ADD      VRF-USL  TO  AVU-AUX
           ADD      CST-USL  TO  CST-AUX
           IF  PLV-USL   >   ZEROS
               ADD      1        TO  LAV-TAB (PLV-USL)
               ADD      VAL-USL  TO  REC-TAB (PLV-USL)
               ADD      VRF-USL  TO  AVU-TAB (PLV-USL)
               ADD      CST-USL  TO  CST-TAB (PLV-USL).
           GO  TO   ROT-720-030.

       ROT-720-040.
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
           WRITE    REG-REL FROM CAB-001  AFTER  PAGE
           WRITE    REG-REL FROM CAB-002  AFTER 2
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM CAB-005
           WRITE    REG-REL FROM CAB-003
           MOVE     6        TO  ACM-LIN.

       ROT-810-010.
           EXIT.

       ROT-900-000.
           MOVE     2    TO  PRM-001
           CLOSE    CADPLV   CADASL   CADMSL   CADUSL   CADCLI
                    CADFID   CADCXA   CADPRS   CADLCX   CADFAT
           CHAIN   "DYN500"  USING  PRM-001.
