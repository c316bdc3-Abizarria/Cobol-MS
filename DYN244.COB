       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN244.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADOLU        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-OLU
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADPOL        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-POL
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADRCL        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-RCL
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADCOL        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-COL
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADMOL        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-MOL
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADEST        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-EST.

           SELECT      CADCSD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CSD
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADOSV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-OSV
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADIOS        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-IOS
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADPRM        ASSIGN  TO  DISK.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

       DATA            DIVISION.
       FILE            SECTION.

       FD  CADOLU      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADOLU.DAT".
       01  REG-OLU.
           03  CHV-OLU.
               05  PRX-OLU      PIC  9(01).
               05  SUF-OLU      PIC  9(03).
           03  LTS-OLU          PIC  9(03)V999.

       FD  CADPOL      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADPOL.DAT".
       01  REG-POL.
           03  CHV-POL          PIC  9(01).
           03  POS-POL          PIC  9(03)V99.
           03  PBL-POL          PIC  9(03)V99.
           03  ALR-POL          PIC  9(03).
           03  CAP-POL          PIC  9(06).
           03  SDI-POL          PIC  9(06)V9.
           03  SDO-POL          PIC S9(07)V9.

       FD  CADRCL      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADRCL.DAT".
       01  REG-RCL.
           03  CHV-RCL          PIC  9(03).
           03  NOM-RCL          PIC  X(30).
           03  CGC-RCL          PIC  9(14).
           03  LIC-RCL          PIC  X(15).
           03  VLC-RCL.
               05  ANO-VLC      PIC  9(02).
               05  MES-VLC      PIC  9(02).
               05  DIA-VLC      PIC  9(02).

       FD  CADCOL      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCOL.DAT".
       01  REG-COL.
           03  CHV-COL.
               05  DTA-COL.
                   07  AMC-COL.
                       09  ANO-COL  PIC  9(02).
                       09  MES-COL  PIC  9(02).
                   07  DIA-COL      PIC  9(02).
               05  SEQ-COL      PIC  9(02).
           03  RCL-COL          PIC  9(03).
           03  CRT-COL          PIC  X(15).
           03  LTS-COL          PIC  9(06)V9.

       FD  CADMOL      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADMOL.DAT".
       01  REG-MOL.
           03  CHV-MOL.
               05  ANO-MOL      PIC  9(02).
               05  MES-MOL      PIC  9(02).
           03  LVD-MOL          PIC  9(06)V9.
           03  LOS-MOL          PIC  9(06)V9.
           03  LBL-MOL          PIC  9(06)V9.
           03  GER-MOL          PIC  9(06)V9.
           03  POS-MOL          PIC  9(03)V99.
           03  PBL-MOL          PIC  9(03)V99.
           03  DTA-MOL          PIC  9(06).

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

       FD  CADPRM      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADPRM.DAT".
       01  REG-PRM.
           03  COD-PRM          PIC  9(05).
           03  CLI-PRM          PIC  9(02)  OCCURS  36.
           03  END-PRM          PIC  9(02)  OCCURS  35.
           03  CID-PRM          PIC  9(02)  OCCURS  20.
           03  EST-PRM          PIC  9(02)  OCCURS  02.
           03  CEP-PRM          PIC  9(08).
           03  CGC-PRM          PIC  9(14).
           03  INS-PRM          PIC  9(02)  OCCURS  15.
           03  MUN-PRM          PIC  9(07).
           03  COD-PST          PIC  9(03).
           03  LIM-SGR          PIC  9(08)V99.
           03  TXM-PRM          PIC  9(02)V99.
           03  TXJ-PRM          PIC  9(02)V9999.
           03  VMN-CST          PIC  9(07)V9999.
           03  VMX-CST          PIC  9(07)V9999.

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC  X(80).

       WORKING-STORAGE SECTION.

       01  PRM-OPE              PIC  9(04).

       01  AUXILIARES.
           03  NUM-OPC          PIC  9(01).
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  OPC-TLA          PIC  X(09).
           03  FS-ARQ           PIC  X(02).
           03  FLG-NEW          PIC  9(01).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  ACM-LIN          PIC  9(02).
           03  SEQ-AUX          PIC  9(02).
           03  CNT-COL          PIC  9(05).
           03  LVD-AUX          PIC  9(08)V999.
           03  LOS-AUX          PIC  9(08)V999.
           03  GER-AUX          PIC  9(08)V9.
           03  GER-ANT          PIC  9(06)V9.
           03  COL-AUX          PIC  9(08)V9.
           03  LTS-AUX          PIC  9(06)V9.
           03  SDI-AUX          PIC  9(06)V9.
           03  SDO-AUX          PIC S9(08)V9.
           03  PCT-AUX          PIC  9(03)V9.
           03  OCP-AUX          PIC  9(03)V9.
           03  TOT-LVD          PIC  9(08)V9.
           03  TOT-LOS          PIC  9(08)V9.
           03  TOT-LBL          PIC  9(08)V9.
           03  TOT-GER          PIC  9(08)V9.
           03  TOT-COL          PIC  9(08)V9.

           03  APU-AUX.
               05  ANO-APU      PIC  9(02).
               05  MES-APU      PIC  9(02).

           03  CMP-AUX.
               05  ANO-CMP      PIC  9(02).
               05  MES-CMP      PIC  9(02).

           03  PER-INI.
               05  ANO-PIN      PIC  9(02).
               05  MES-PIN      PIC  9(02).

           03  PER-FIM.
               05  ANO-PFM      PIC  9(02).
               05  MES-PFM      PIC  9(02).

           03  PER-AUX.
               05  ANO-PAU      PIC  9(02).
               05  MES-PAU      PIC  9(02).

           03  DTA-AUX          PIC  9(06).

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

       01  CGC-AUX.
           03  CG1-AUX          PIC  9(02).
           03  CG2-AUX          PIC  9(03).
           03  CG3-AUX          PIC  9(03).
           03  CG4-AUX          PIC  9(04).
           03  CG5-AUX          PIC  9(02).
       01  RED-CGC              REDEFINES   CGC-AUX.
           03  DIG-CGC          PIC  9(01)  OCCURS  14.

       01  CGV-AUX.
           03  CGV-INI          PIC  9(02).
           03  CGV-FIM          PIC  9(02).
           03  CGV-PES          PIC  9(02).
           03  CGV-MAX          PIC  9(02).
           03  CGV-IND          PIC  9(02).
           03  CGV-SOMA         PIC  9(04).
           03  CGV-QTE          PIC  9(03).
           03  CGV-RESTO        PIC  9(02).
           03  CGV-DIG          PIC  9(01).
           03  CGV-ERR          PIC  9(01).

       01  TAB-OPC.
           03  FILLER           PIC  X(09)  VALUE  "LUBRIFIC.".
           03  FILLER           PIC  X(09)  VALUE  "COLETORES".
           03  FILLER           PIC  X(09)  VALUE  "COLETAS  ".
           03  FILLER           PIC  X(09)  VALUE  "APURACAO ".
           03  FILLER           PIC  X(09)  VALUE  "RELATORIO".
           03  FILLER           PIC  X(09)  VALUE  "PARAMETRO".
       01  RED-OPC              REDEFINES   TAB-OPC.
           03  OPC-TAB          PIC  X(09)  OCCURS  06.

       01  CAB-001.
           03  FILLER           PIC  X(22)  VALUE  "-DYNAMIC-".
           03  TIT-CB1          PIC  X(48)  VALUE
               "OLEO LUBRIFICANTE USADO - GERACAO E COLETA".
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
           03  FILLER           PIC  X(04)  VALUE  SPACES.
           03  FILLER           PIC  X(07)  VALUE  "CNPJ :".
           03  CG1-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  ".".
           03  CG2-CB2          PIC  9(03).
           03  FILLER           PIC  X(01)  VALUE  ".".
           03  CG3-CB2          PIC  9(03).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  CG4-CB2          PIC  9(04).
           03  FILLER           PIC  X(01)  VALUE  "-".
           03  CG5-CB2          PIC  9(02).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004.
           03  FILLER           PIC  X(40)  VALUE
               "MES      VENDIDO  APLIC.OS    BALCAO    ".
           03  FILLER           PIC  X(40)  VALUE
               "GERADO  COLETADO  %COL      SALDO ALERTA".

       01  CAB-005.
           03  FILLER           PIC  X(40)  VALUE
               "    DATA COLETOR                   CNPJ ".
           03  FILLER           PIC  X(40)  VALUE
               "              CERTIFICADO         LITROS".

       01  DET-001.
           03  MES-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-DT1          PIC  9(02).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  LVD-DT1          PIC  ZZZ.ZZ9,9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  LOS-DT1          PIC  ZZZ.ZZ9,9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  LBL-DT1          PIC  ZZZ.ZZ9,9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  GER-DT1          PIC  ZZZ.ZZ9,9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  COL-DT1          PIC  ZZZ.ZZ9,9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  PCT-DT1          PIC  ZZ9,9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  SDO-DT1          PIC  -ZZZ.ZZ9,9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  FLG-DT1          PIC  X(06).

       01  DET-002.
           03  DIA-DT2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-DT2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-DT2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  NOM-DT2          PIC  X(25).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  CG1-DT2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  ".".
           03  CG2-DT2          PIC  9(03).
           03  FILLER           PIC  X(01)  VALUE  ".".
           03  CG3-DT2          PIC  9(03).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  CG4-DT2          PIC  9(04).
           03  FILLER           PIC  X(01)  VALUE  "-".
           03  CG5-DT2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  CRT-DT2          PIC  X(15).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  LTS-DT2          PIC  ZZZ.ZZ9,9.

       01  TOT-001.
           03  FILLER           PIC  X(63)  VALUE
               "SALDO ARMAZENADO NO INICIO DO PERIODO".
           03  SDO-TT1          PIC  -ZZZ.ZZ9,9.

       01  TOT-002.
           03  FILLER           PIC  X(07)  VALUE  "TOTAL".
           03  LVD-TT2          PIC  ZZZ.ZZ9,9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  LOS-TT2          PIC  ZZZ.ZZ9,9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  LBL-TT2          PIC  ZZZ.ZZ9,9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  GER-TT2          PIC  ZZZ.ZZ9,9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  COL-TT2          PIC  ZZZ.ZZ9,9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  PCT-TT2          PIC  ZZ9,9.

       01  TOT-003.
           03  FILLER           PIC  X(63)  VALUE
               "SALDO ARMAZENADO NO FINAL DO PERIODO".
           03  SDO-TT3          PIC  -ZZZ.ZZ9,9.

       01  TOT-004.
           03  FILLER           PIC  X(25)  VALUE
               "COLETAS NO PERIODO :".
           03  CNT-TT4          PIC  ZZ.ZZ9.
           03  FILLER           PIC  X(40)  VALUE  SPACES.
           03  LTS-TT4          PIC  ZZZ.ZZ9,9.

       01  ALR-001.
           03  FILLER           PIC  X(26)  VALUE
               "*** ATENCAO: COLETADO".
           03  PCT-AL1          PIC  ZZ9,9.
           03  FILLER           PIC  X(34)  VALUE
               "% DO ESTIMADO, ABAIXO DO MINIMO DE".
           03  ALR-AL1          PIC  ZZZ9.
           03  FILLER           PIC  X(06)  VALUE  "% ***".

       01  ALR-002.
           03  FILLER           PIC  X(54)  VALUE
               "*** ATENCAO: SALDO ACIMA DA CAPACIDADE DE ARMAZENAGEM".
           03  CAP-AL2          PIC  ZZZZ.ZZ9.
           03  FILLER           PIC  X(14)  VALUE  " LITROS ***".

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 01 PIC  X(67) FROM
      -        " CONTROLE DE OLEO LUBRIFICANTE USADO  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.

       01  TLA-002.
           03  LINE 05 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 02 PIC X(53) FROM " ?Lubrificante ..:  -  
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 07 COLUMN 02 PIC X(53) FROM " ?Litros/unidade :     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 08 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 02 PIC X(53) FROM " ?PARAMETROS           
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 02 PIC X(53) FROM " ?Geracao O.S. ..:     
      -       "   %                        ? " BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 02 PIC X(53) FROM " ?Geracao balcao :     
      -       "   %                        ? " BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 02 PIC X(53) FROM " ?Alerta coleta .:     
      -       "   %                        ? " BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 02 PIC X(53) FROM " ?Capacidade ....:     
      -       "    litros                  ? " BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 02 PIC X(53) FROM " ?Saldo inicial .:     
      -       "      litros                ? " BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 02 PIC X(53) FROM " ?Saldo atual ...:     
      -       "         litros             ? " BACKGROUND-COLOR 01.
           03  LINE 15 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 02 PIC X(53) FROM " ?Ocupacao ......:     
      -       "  %                         ? " BACKGROUND-COLOR 01.
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
           03  LINE 08 COLUMN 59 PIC X(17) FROM "  Oleo Usado"
               BACKGROUND-COLOR  07  FOREGROUND-COLOR 01.
           03  LINE 08 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 57 PIC X(21) FROM " ??????????????????? "
               BACKGROUND-COLOR  04.
           03  LINE 09 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 57 PIC X(21) FROM " ?  1 - Lubrific.  ? "
               BACKGROUND-COLOR  04.
           03  LINE 10 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 57 PIC X(21) FROM " ?  2 - Coletores  ? "
               BACKGROUND-COLOR  04.
           03  LINE 11 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 57 PIC X(21) FROM " ?  3 - Coletas    ? "
               BACKGROUND-COLOR  04.
           03  LINE 12 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 57 PIC X(21) FROM " ?  4 - Apuracao   ? "
               BACKGROUND-COLOR  04.
           03  LINE 13 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 57 PIC X(21) FROM " ?  5 - Relatorio  ? "
               BACKGROUND-COLOR  04.
           03  LINE 14 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 57 PIC X(21) FROM " ?  6 - Parametros ? "
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
           03  LINE 06 COLUMN 02 PIC X(53) FROM " ?Coletor .......:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 07 COLUMN 02 PIC X(53) FROM " ?Razao social ..:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 02 PIC X(53) FROM " ?CNPJ ..........:   . 
      -       "  .   /    -                ? " BACKGROUND-COLOR 01.
           03  LINE 08 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 02 PIC X(53) FROM " ?Licenca .......:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 02 PIC X(53) FROM " ?Validade ......:   / 
      -       " /                          ? " BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 02 PIC X(53) FROM " ?Data coleta ...:   / 
      -       " /   Seq.                   ? " BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 02 PIC X(53) FROM " ?Coletor .......:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 02 PIC X(53) FROM " ?Certificado ...:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 02 PIC X(53) FROM " ?Litros ........:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 15 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 16 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 02 PIC X(53) FROM " ?Saldo atual ...:     
      -       "         litros             ? " BACKGROUND-COLOR 01.
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
           03  LINE 06 COLUMN 02 PIC X(53) FROM " ?Mes apuracao ..:   / 
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 07 COLUMN 02 PIC X(53) FROM " ?Lub. vendido ..:     
      -       "      litros                ? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 02 PIC X(53) FROM " ?Aplicado O.S. .:     
      -       "      litros                ? " BACKGROUND-COLOR 01.
           03  LINE 08 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 02 PIC X(53) FROM " ?Venda balcao ..:     
      -       "      litros                ? " BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 02 PIC X(53) FROM " ?Oleo gerado ...:     
      -       "      litros                ? " BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 02 PIC X(53) FROM " ?Apuracao ant. .:     
      -       "      litros                ? " BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 02 PIC X(53) FROM " ?Coletado mes ..:     
      -       "      litros                ? " BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 02 PIC X(53) FROM " ?Coleta/gerado .:     
      -       "  %                         ? " BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 02 PIC X(53) FROM " ?Saldo atual ...:     
      -       "         litros             ? " BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 15 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 02 PIC X(53) FROM " ?Periodo .......:   / 
      -       "  a   /                     ? " BACKGROUND-COLOR 01.
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
           03  LINE 06 COLUMN 21 PIC 9(01)  FROM  PRX-OLU
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 23 PIC 9(03)  FROM  SUF-OLU
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 27 PIC X(25)  FROM  DES-EST
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 21 PIC ZZ9,999  FROM  LTS-OLU
                       BACKGROUND-COLOR  01.

       01  ENT-002.
           03  LINE 10 COLUMN 21 PIC ZZ9,99  FROM  POS-POL
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 21 PIC ZZ9,99  FROM  PBL-POL
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 24 PIC ZZ9  FROM  ALR-POL
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 21 PIC ZZZ.ZZ9  FROM  CAP-POL
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 21 PIC ZZZ.ZZ9,9  FROM  SDI-POL
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 21 PIC --.---.--9,9  FROM  SDO-POL
                       BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 21 PIC ZZ9,9  FROM  OCP-AUX
                       BACKGROUND-COLOR  01.

       01  ENT-003.
           03  LINE 06 COLUMN 21 PIC 9(03)  FROM  CHV-RCL
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 21 PIC X(30)  FROM  NOM-RCL
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 21 PIC 9(02)  FROM  CG1-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 24 PIC 9(03)  FROM  CG2-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 28 PIC 9(03)  FROM  CG3-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 32 PIC 9(04)  FROM  CG4-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 37 PIC 9(02)  FROM  CG5-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 21 PIC X(15)  FROM  LIC-RCL
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 21 PIC 9(02)  FROM  DIA-VLC
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 24 PIC 9(02)  FROM  MES-VLC
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 27 PIC 9(02)  FROM  ANO-VLC
                       BACKGROUND-COLOR  01.

       01  ENT-004.
           03  LINE 12 COLUMN 21 PIC 9(02)  FROM  DIA-COL
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 24 PIC 9(02)  FROM  MES-COL
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 27 PIC 9(02)  FROM  ANO-COL
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 35 PIC 9(02)  FROM  SEQ-COL
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 21 PIC 9(03)  FROM  RCL-COL
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 25 PIC X(27)  FROM  NOM-RCL
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 21 PIC X(15)  FROM  CRT-COL
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 21 PIC ZZZ.ZZ9,9  FROM  LTS-COL
                       BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 21 PIC --.---.--9,9  FROM  SDO-POL
                       BACKGROUND-COLOR  01.

       01  ENT-006.
           03  LINE 06 COLUMN 21 PIC 9(02)  FROM  MES-APU
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 24 PIC 9(02)  FROM  ANO-APU
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 21 PIC ZZZ.ZZ9,9  FROM  LVD-MOL
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 21 PIC ZZZ.ZZ9,9  FROM  LOS-MOL
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 21 PIC ZZZ.ZZ9,9  FROM  LBL-MOL
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 21 PIC ZZZ.ZZ9,9  FROM  GER-MOL
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 21 PIC ZZZ.ZZ9,9  FROM  GER-ANT
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 21 PIC ZZZ.ZZ9,9  FROM  COL-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 21 PIC ZZ9,9  FROM  PCT-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 21 PIC --.---.--9,9  FROM  SDO-AUX
                       BACKGROUND-COLOR  01.

       01  ENT-007.
           03  LINE 16 COLUMN 21 PIC 9(02)  FROM  MES-PIN
                       BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 24 PIC 9(02)  FROM  ANO-PIN
                       BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 29 PIC 9(02)  FROM  MES-PFM
                       BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 32 PIC 9(02)  FROM  ANO-PFM
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
      -            "LUBRIFICANTE  -  [ESC] RETORNA ...              "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "PRODUTO INEXISTENTE
      -            " !!!  -  TECLE [ENTER] ...                      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "LITROS DE OLEO POR 
      -            "UNIDADE VENDIDA  -  [ESC] RETORNA ...           "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "(G)RAVAR, (E)XCLUIR
      -            " OU (A)BANDONAR ?                               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O CODIGO DO 
      -            "COLETOR  -  [ESC] RETORNA ...                   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "RAZAO SOCIAL DO COL
      -            "ETOR  -  [ESC] RETORNA ...                      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "CNPJ DO COLETOR  - 
      -            " [ESC] RETORNA ...                              "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-009 LINE 22 COLUMN 14 PIC X(67) FROM "CNPJ INVALIDO !!!  
      -            "-  TECLE [ENTER] ...                            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-010 LINE 22 COLUMN 14 PIC X(67) FROM "NUMERO DA LICENCA A
      -            "MBIENTAL DO COLETOR  -  [ESC] RETORNA ...       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-011 LINE 22 COLUMN 14 PIC X(67) FROM "VALIDADE DA LICENCA
      -            " AMBIENTAL  -  [ESC] RETORNA ...                "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-012 LINE 22 COLUMN 14 PIC X(67) FROM "(G)RAVAR OU (A)BAND
      -            "ONAR ?                                          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-013 LINE 22 COLUMN 14 PIC X(67) FROM "OPERACAO GRAVADA !!
      -            "!  -  TECLE [ENTER] ...                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-014 LINE 22 COLUMN 14 PIC X(67) FROM "DATA DA COLETA  -  
      -            "[ESC] RETORNA ...                               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-015 LINE 22 COLUMN 14 PIC X(67) FROM "SEQUENCIA NO DIA (0
      -            "0 = NOVA COLETA)  -  [ESC] RETORNA ...          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-016 LINE 22 COLUMN 14 PIC X(67) FROM "COLETA INEXISTENTE 
      -            "!!!  -  TECLE [ENTER] ...                       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-017 LINE 22 COLUMN 14 PIC X(67) FROM "CODIGO DO COLETOR  
      -            "-  [ESC] RETORNA ...                            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-018 LINE 22 COLUMN 14 PIC X(67) FROM "COLETOR INEXISTENTE
      -            " !!!  -  TECLE [ENTER] ...                      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-019 LINE 22 COLUMN 14 PIC X(67) FROM "LICENCA DO COLETOR 
      -            "VENCIDA NA DATA DA COLETA !!!  -  [ENTER] ...   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-020 LINE 22 COLUMN 14 PIC X(67) FROM "NUMERO DO CERTIFICA
      -            "DO DE COLETA  -  [ESC] RETORNA ...              "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-021 LINE 22 COLUMN 14 PIC X(67) FROM "LITROS COLETADOS  -
      -            "  [ESC] RETORNA ...                             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-022 LINE 22 COLUMN 14 PIC X(67) FROM "MES E ANO DA APURAC
      -            "AO  -  [ESC] RETORNA ...                        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-023 LINE 22 COLUMN 14 PIC X(67) FROM "MES POSTERIOR AO AT
      -            "UAL !!!  -  TECLE [ENTER] ...                   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-024 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  APURAN
      -            "DO O OLEO GERADO NO MES ...                     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-025 LINE 22 COLUMN 14 PIC X(67) FROM "(G)RAVAR A APURACAO
      -            " OU (A)BANDONAR ?                               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-026 LINE 22 COLUMN 14 PIC X(67) FROM "ATENCAO !!!  COLETA
      -            " DO MES ABAIXO DO ESPERADO  -  TECLE [ENTER]    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-027 LINE 22 COLUMN 14 PIC X(67) FROM "ATENCAO !!!  SALDO 
      -            "ACIMA DA CAPACIDADE  -  TECLE [ENTER] ...       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-028 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O PERIODO (M
      -            "ES/ANO)  -  [ESC] RETORNA ...                   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-029 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRIMIR NA (I)MPRE
      -            "SSORA OU EM (A)RQUIVO ?                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-030 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  IMPRIM
      -            "INDO ...                                        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-031 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRESSAO CONCLUIDA
      -            "  -  TECLE [ENTER] ...                          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-032 LINE 22 COLUMN 14 PIC X(67) FROM "% DE OLEO USADO GER
      -            "ADO NAS TROCAS EM O.S.  -  [ESC] RETORNA ...    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-033 LINE 22 COLUMN 14 PIC X(67) FROM "% DE OLEO USADO GER
      -            "ADO NAS VENDAS DE BALCAO  -  [ESC] RETORNA ...  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-034 LINE 22 COLUMN 14 PIC X(67) FROM "ALERTA SE COLETADO 
      -            "< % DO GERADO  -  [ESC] RETORNA ...             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-035 LINE 22 COLUMN 14 PIC X(67) FROM "CAPACIDADE DE ARMAZ
      -            "ENAGEM EM LITROS  -  [ESC] RETORNA ...          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-036 LINE 22 COLUMN 14 PIC X(67) FROM "SALDO ARMAZENADO NO
      -            " INICIO DO CONTROLE  -  [ESC] RETORNA ...       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-037 LINE 22 COLUMN 14 PIC X(67) FROM "LIMITE DE COLETAS N
      -            "O DIA !!!  -  TECLE [ENTER] ...                 "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001 LINE 22 COLUMN 42 PIC 9(01) USING NUM-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  OPC-002 LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION  CHAINING  PRM-OPE.

       ROT-000-000.
           DISPLAY  TLA-001  TLA-002
           ACCEPT   DTA-SYS  FROM   DATE
           OPEN     INPUT    CADEST   CADPRM
           READ     CADPRM
           OPEN     INPUT    CADCSD
           OPEN     INPUT    CADOSV
           OPEN     INPUT    CADIOS
           OPEN     I-O      CADOLU
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADOLU
               CLOSE    CADOLU
               OPEN     I-O      CADOLU.
           OPEN     I-O      CADRCL
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADRCL
               CLOSE    CADRCL
               OPEN     I-O      CADRCL.
           OPEN     I-O      CADCOL
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADCOL
               CLOSE    CADCOL
               OPEN     I-O      CADCOL.
           OPEN     I-O      CADMOL
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADMOL
               CLOSE    CADMOL
               OPEN     I-O      CADMOL.
           OPEN     I-O      CADPOL
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADPOL
               CLOSE    CADPOL
               OPEN     I-O      CADPOL.
           MOVE     1        TO  CHV-POL
           READ     CADPOL   INVALID KEY
                    MOVE     90       TO  POS-POL
                    MOVE     50       TO  PBL-POL
                    MOVE     70       TO  ALR-POL
                    MOVE     ZEROS    TO  CAP-POL  SDI-POL  SDO-POL
                    WRITE    REG-POL.

       ROT-000-010.
           PERFORM  ROT-730-000  THRU  ROT-730-010
           DISPLAY  TLA-002  ENT-002  TLA-003  MEN-001.

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
           GO  TO   ROT-100-000, ROT-200-000, ROT-300-000,
                    ROT-400-000, ROT-500-000, ROT-600-000,
                    DEPENDING    ON  NUM-OPC.

       ROT-100-000.
           DISPLAY  TLA-002  ENT-002  MEN-002
           MOVE     ZEROS    TO  CHV-OLU.

       ROT-100-010.
           ACCEPT   (06 21)  PRX-OLU  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.

       ROT-100-020.
           ACCEPT   (06 23)  SUF-OLU  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-010.
           IF  CHV-OLU   =   ZEROS
               GO  TO        ROT-100-010.
           MOVE     CHV-OLU  TO  CHV-EST
           MOVE     SPACES   TO  RSP-OPC
           READ     CADEST   INVALID KEY
                    DISPLAY  MEN-003
                    ACCEPT   OPC-002
                    GO  TO   ROT-100-000.
           MOVE     0        TO  FLG-NEW
           READ     CADOLU   INVALID KEY
                    MOVE     1        TO  FLG-NEW
                    MOVE     ZEROS    TO  LTS-OLU.
           DISPLAY  ENT-001.

       ROT-100-030.
           DISPLAY  MEN-004
           ACCEPT   (07 21)  LTS-OLU  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  ENT-001
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           IF  LTS-OLU   =   ZEROS
               GO  TO        ROT-100-030.

       ROT-100-040.
           IF  FLG-NEW   =   1
               DISPLAY       MEN-012
           ELSE
               DISPLAY       MEN-005.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-030.
           IF  RSP-OPC   =   "A"
               GO  TO        ROT-100-000.
           IF  RSP-OPC   =   "E"  AND  FLG-NEW  =  0
               GO  TO        ROT-100-050.
           IF  RSP-OPC  NOT  =   "G"
               GO  TO        ROT-100-040.
           IF  FLG-NEW   =   0
               REWRITE  REG-OLU
           ELSE
               WRITE    REG-OLU  INVALID KEY
                        REWRITE  REG-OLU.
           GO  TO   ROT-100-060.

       ROT-100-050.
           DELETE   CADOLU   INVALID KEY
                    GO  TO   ROT-100-000.

       ROT-100-060.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-013
           ACCEPT   OPC-002
           GO  TO   ROT-100-000.

       ROT-200-000.
           DISPLAY  TLA-005  MEN-006
           MOVE     ZEROS    TO  CHV-RCL.

       ROT-200-010.
           ACCEPT   (06 21)  CHV-RCL  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  CHV-RCL   =   ZEROS
               GO  TO        ROT-200-010.
           MOVE     0        TO  FLG-NEW
           READ     CADRCL   INVALID KEY
                    GO  TO   ROT-200-020.
           MOVE     CGC-RCL  TO  CGC-AUX
           DISPLAY  ENT-003
           GO  TO   ROT-200-030.

       ROT-200-020.
           MOVE     1        TO  FLG-NEW
           MOVE     SPACES   TO  NOM-RCL  LIC-RCL
           MOVE     ZEROS    TO  CGC-RCL  CGC-AUX  VLC-RCL
           DISPLAY  ENT-003.

       ROT-200-030.
           DISPLAY  MEN-007
           ACCEPT   (07 21)  NOM-RCL  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-000.
           IF  NOM-RCL   =   SPACES
               GO  TO        ROT-200-030.

       ROT-200-040.
           DISPLAY  MEN-008
           ACCEPT   (08 21)  CG1-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-030.

       ROT-200-050.
           ACCEPT   (08 24)  CG2-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-040.

       ROT-200-060.
           ACCEPT   (08 28)  CG3-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-050.

       ROT-200-070.
           ACCEPT   (08 32)  CG4-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-060.

       ROT-200-080.
           ACCEPT   (08 37)  CG5-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-070.
           PERFORM  ROT-880-030  THRU  ROT-880-040
           MOVE     SPACES   TO  RSP-OPC
           IF  CGV-ERR   =   1  OR
               CGC-AUX   =   ZEROS
               DISPLAY       MEN-009
               ACCEPT        OPC-002
               GO  TO        ROT-200-040.
           MOVE     CGC-AUX  TO  CGC-RCL.

       ROT-200-090.
           DISPLAY  MEN-010
           ACCEPT   (09 21)  LIC-RCL  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-040.
           IF  LIC-RCL   =   SPACES
               GO  TO        ROT-200-090.

       ROT-200-100.
           DISPLAY  MEN-011
           ACCEPT   (10 21)  DIA-VLC  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-090.
           IF  DIA-VLC   <   1  OR  >  31
               GO  TO        ROT-200-100.

       ROT-200-110.
           ACCEPT   (10 24)  MES-VLC  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-100.
           IF  MES-VLC   <   1  OR  >  12
               GO  TO        ROT-200-110.

       ROT-200-120.
           ACCEPT   (10 27)  ANO-VLC  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
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
               REWRITE  REG-RCL
           ELSE
               WRITE    REG-RCL  INVALID KEY
                        REWRITE  REG-RCL.
           DISPLAY  MEN-013
           ACCEPT   OPC-002
           GO  TO   ROT-200-000.

       ROT-300-000.
           MOVE     DTA-SYS  TO  DTA-COL
           MOVE     ZEROS    TO  SEQ-COL  RCL-COL  LTS-COL
           MOVE     SPACES   TO  CRT-COL  NOM-RCL
           DISPLAY  TLA-005  ENT-004  MEN-014.

       ROT-300-010.
           ACCEPT   (12 21)  DIA-COL  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  DIA-COL   <   1  OR  >  31
               GO  TO        ROT-300-010.

       ROT-300-020.
           ACCEPT   (12 24)  MES-COL  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-010.
           IF  MES-COL   <   1  OR  >  12
               GO  TO        ROT-300-020.

       ROT-300-030.
           ACCEPT   (12 27)  ANO-COL  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-020.

       ROT-300-040.
           DISPLAY  MEN-015
           ACCEPT   (12 35)  SEQ-COL  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-030.
           IF  SEQ-COL   =   ZEROS
               GO  TO        ROT-300-050.
           MOVE     0        TO  FLG-NEW
           MOVE     SPACES   TO  RSP-OPC
           READ     CADCOL   INVALID KEY
                    DISPLAY  MEN-016
                    ACCEPT   OPC-002
                    GO  TO   ROT-300-040.
           MOVE     LTS-COL  TO  LTS-AUX
           MOVE     RCL-COL  TO  CHV-RCL
           READ     CADRCL   INVALID KEY
                    MOVE     SPACES   TO  NOM-RCL.
           DISPLAY  ENT-004
           GO  TO   ROT-300-080.

       ROT-300-050.
           MOVE     DTA-COL  TO  DTA-AUX
           MOVE     ZEROS    TO  SEQ-AUX
           START    CADCOL   KEY NOT LESS  CHV-COL
                    INVALID  KEY GO  TO   ROT-300-070.

       ROT-300-060.
           READ     CADCOL   NEXT AT END
                    GO  TO   ROT-300-070.
           IF  DTA-COL  NOT  =   DTA-AUX
               GO  TO        ROT-300-070.
           MOVE     SEQ-COL  TO  SEQ-AUX
           GO  TO   ROT-300-060.

       ROT-300-070.
           MOVE     DTA-AUX  TO  DTA-COL
           MOVE     SPACES   TO  RSP-OPC
           IF  SEQ-AUX   =   99
               DISPLAY       MEN-037
               ACCEPT        OPC-002
               GO  TO        ROT-300-000.
           COMPUTE  SEQ-COL  =   SEQ-AUX  +  1
           MOVE     1        TO  FLG-NEW
           MOVE     ZEROS    TO  RCL-COL  LTS-COL  LTS-AUX
           MOVE     SPACES   TO  CRT-COL  NOM-RCL
           DISPLAY  ENT-004.

       ROT-300-080.
           DISPLAY  MEN-017
           ACCEPT   (13 21)  RCL-COL  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-000.
           IF  RCL-COL   =   ZEROS
               GO  TO        ROT-300-080.
           MOVE     RCL-COL  TO  CHV-RCL
           MOVE     SPACES   TO  RSP-OPC
           READ     CADRCL   INVALID KEY
                    DISPLAY  MEN-018
                    ACCEPT   OPC-002
                    GO  TO   ROT-300-080.
           DISPLAY  ENT-004
           IF  VLC-RCL   <   DTA-COL
               DISPLAY       MEN-019
               ACCEPT        OPC-002
               GO  TO        ROT-300-080.

       ROT-300-090.
           DISPLAY  MEN-020
           ACCEPT   (14 21)  CRT-COL  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-080.
           IF  CRT-COL   =   SPACES
               GO  TO        ROT-300-090.

       ROT-300-100.
           DISPLAY  MEN-021
           ACCEPT   (15 21)  LTS-COL  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  ENT-004
           IF  TECLADO   =   01
               GO  TO        ROT-300-090.
           IF  LTS-COL   =   ZEROS
               GO  TO        ROT-300-100.

       ROT-300-110.
           IF  FLG-NEW   =   1
               DISPLAY       MEN-012
           ELSE
               DISPLAY       MEN-005.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-100.
           IF  RSP-OPC   =   "A"
               GO  TO        ROT-300-000.
           IF  RSP-OPC   =   "E"  AND  FLG-NEW  =  0
               GO  TO        ROT-300-130.
           IF  RSP-OPC  NOT  =   "G"
               GO  TO        ROT-300-110.
           IF  FLG-NEW   =   0
               REWRITE  REG-COL
               GO  TO        ROT-300-125.

       ROT-300-120.
           WRITE    REG-COL  INVALID KEY
                    ADD      1        TO  SEQ-COL
                    GO  TO   ROT-300-120.

       ROT-300-125.
           COMPUTE  SDO-POL  =   SDO-POL  +  LTS-AUX  -  LTS-COL
           REWRITE  REG-POL
           GO  TO   ROT-300-140.

       ROT-300-130.
           DELETE   CADCOL   INVALID KEY
                    GO  TO   ROT-300-000.
           ADD      LTS-AUX  TO  SDO-POL
           REWRITE  REG-POL.

       ROT-300-140.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-013
           ACCEPT   OPC-002
           GO  TO   ROT-300-000.

       ROT-400-000.
           MOVE     ANO-SYS  TO  ANO-APU
           MOVE     MES-SYS  TO  MES-APU
           MOVE     ZEROS    TO  LVD-MOL  LOS-MOL  LBL-MOL  GER-MOL
                                 GER-ANT  COL-AUX  PCT-AUX
           MOVE     SDO-POL  TO  SDO-AUX
           DISPLAY  TLA-006  ENT-006  MEN-022.

       ROT-400-010.
           ACCEPT   (06 21)  MES-APU  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  MES-APU   <   1  OR  >  12
               GO  TO        ROT-400-010.

       ROT-400-020.
           ACCEPT   (06 24)  ANO-APU  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-400-010.
           MOVE     ANO-SYS  TO  ANO-CMP
           MOVE     MES-SYS  TO  MES-CMP
           MOVE     SPACES   TO  RSP-OPC
           IF  APU-AUX   >   CMP-AUX
               DISPLAY       MEN-023
               ACCEPT        OPC-002
               GO  TO        ROT-400-010.
           DISPLAY  MEN-024
           MOVE     0        TO  FLG-NEW
           MOVE     APU-AUX  TO  CHV-MOL
           READ     CADMOL   INVALID KEY
                    MOVE     1        TO  FLG-NEW
                    MOVE     ZEROS    TO  GER-MOL.
           MOVE     GER-MOL  TO  GER-ANT
           PERFORM  ROT-710-000  THRU  ROT-710-060
           PERFORM  ROT-700-000  THRU  ROT-700-020
           MOVE     APU-AUX  TO  CHV-MOL
           COMPUTE  LVD-MOL  ROUNDED  =  LVD-AUX
           COMPUTE  LOS-MOL  ROUNDED  =  LOS-AUX
           IF  LOS-MOL   >   LVD-MOL
               MOVE     ZEROS    TO  LBL-MOL
           ELSE
               COMPUTE  LBL-MOL  =   LVD-MOL  -  LOS-MOL.
           COMPUTE  GER-MOL  ROUNDED  =  LOS-MOL  *  POS-POL  /  100
                                      +  LBL-MOL  *  PBL-POL  /  100
           MOVE     POS-POL  TO  POS-MOL
           MOVE     PBL-POL  TO  PBL-MOL
           MOVE     DTA-SYS  TO  DTA-MOL
           MOVE     GER-MOL  TO  GER-AUX
           PERFORM  ROT-720-000  THRU  ROT-720-010
           COMPUTE  SDO-AUX  =   SDO-POL  -  GER-ANT  +  GER-MOL
           DISPLAY  ENT-006.

       ROT-400-030.
           DISPLAY  MEN-025
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-400-000.
           IF  RSP-OPC   =   "A"
               GO  TO        ROT-400-000.
           IF  RSP-OPC  NOT  =   "G"
               GO  TO        ROT-400-030.
           MOVE     SPACES   TO  RSP-OPC
           IF  FLG-NEW   =   0
               REWRITE  REG-MOL
           ELSE
               WRITE    REG-MOL  INVALID KEY
                        REWRITE  REG-MOL.
           MOVE     SDO-AUX  TO  SDO-POL
           REWRITE  REG-POL
           DISPLAY  MEN-013
           ACCEPT   OPC-002
           IF  GER-MOL   >   ZEROS  AND
               PCT-AUX   <   ALR-POL
               MOVE     SPACES   TO  RSP-OPC
               DISPLAY  MEN-026
               ACCEPT   OPC-002.
           IF  CAP-POL   >   ZEROS  AND
               SDO-POL   >   CAP-POL
               MOVE     SPACES   TO  RSP-OPC
               DISPLAY  MEN-027
               ACCEPT   OPC-002.
           GO  TO   ROT-400-000.

       ROT-500-000.
           MOVE     ANO-SYS  TO  ANO-PIN  ANO-PFM
           MOVE     MES-SYS  TO  MES-PIN  MES-PFM
           DISPLAY  TLA-006  ENT-007  MEN-028.

       ROT-500-010.
           ACCEPT   (16 21)  MES-PIN  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  MES-PIN   <   1  OR  >  12
               GO  TO        ROT-500-010.

       ROT-500-020.
           ACCEPT   (16 24)  ANO-PIN  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-500-010.

       ROT-500-030.
           ACCEPT   (16 29)  MES-PFM  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-500-020.
           IF  MES-PFM   <   1  OR  >  12
               GO  TO        ROT-500-030.

       ROT-500-040.
           ACCEPT   (16 32)  ANO-PFM  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-500-030.
           IF  PER-FIM   <   PER-INI
               GO  TO        ROT-500-030.

       ROT-500-050.
           DISPLAY  MEN-029
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
           DISPLAY  MEN-030
           MOVE     SDI-POL  TO  SDO-AUX
           MOVE     ZEROS    TO  CHV-MOL
           START    CADMOL   KEY NOT LESS  CHV-MOL
                    INVALID  KEY GO  TO   ROT-500-070.

       ROT-500-060.
           READ     CADMOL   NEXT AT END
                    GO  TO   ROT-500-070.
           IF  CHV-MOL  NOT  <   PER-INI
               GO  TO        ROT-500-070.
           ADD      GER-MOL  TO  SDO-AUX
           GO  TO   ROT-500-060.

       ROT-500-070.
           MOVE     ZEROS    TO  CHV-COL
           START    CADCOL   KEY NOT LESS  CHV-COL
                    INVALID  KEY GO  TO   ROT-500-090.

       ROT-500-080.
           READ     CADCOL   NEXT AT END
                    GO  TO   ROT-500-090.
           IF  AMC-COL  NOT  <   PER-INI
               GO  TO        ROT-500-090.
           SUBTRACT LTS-COL  FROM  SDO-AUX
           GO  TO   ROT-500-080.

       ROT-500-090.
           OPEN     OUTPUT   RELATO
           MOVE     DIA-SYS  TO  DIA-CB2
           MOVE     MES-SYS  TO  MES-CB2
           MOVE     ANO-SYS  TO  ANO-CB2
           MOVE     MES-PIN  TO  MES-CB2I
           MOVE     ANO-PIN  TO  ANO-CB2I
           MOVE     MES-PFM  TO  MES-CB2F
           MOVE     ANO-PFM  TO  ANO-CB2F
           MOVE     CGC-PRM  TO  CGC-AUX
           MOVE     CG1-AUX  TO  CG1-CB2
           MOVE     CG2-AUX  TO  CG2-CB2
           MOVE     CG3-AUX  TO  CG3-CB2
           MOVE     CG4-AUX  TO  CG4-CB2
           MOVE     CG5-AUX  TO  CG5-CB2
           MOVE     1        TO  PAG-CB1
           PERFORM  ROT-800-000  THRU  ROT-800-010
           MOVE     SDO-AUX  TO  SDO-TT1
           WRITE    REG-REL FROM TOT-001
           ADD      1        TO  ACM-LIN
           MOVE     ZEROS    TO  TOT-LVD  TOT-LOS  TOT-LBL
                                 TOT-GER  TOT-COL
           MOVE     PER-INI  TO  PER-AUX.

       ROT-500-100.
           MOVE     SPACES   TO  FLG-DT1
           MOVE     PER-AUX  TO  CHV-MOL
           READ     CADMOL   INVALID KEY
                    MOVE     ZEROS    TO  LVD-MOL  LOS-MOL
                                          LBL-MOL  GER-MOL
                    MOVE     "N/APUR" TO  FLG-DT1.
           MOVE     PER-AUX  TO  APU-AUX
           PERFORM  ROT-700-000  THRU  ROT-700-020
           MOVE     GER-MOL  TO  GER-AUX
           PERFORM  ROT-720-000  THRU  ROT-720-010
           COMPUTE  SDO-AUX  =   SDO-AUX  +  GER-MOL  -  COL-AUX
           ADD      LVD-MOL  TO  TOT-LVD
           ADD      LOS-MOL  TO  TOT-LOS
           ADD      LBL-MOL  TO  TOT-LBL
           ADD      GER-MOL  TO  TOT-GER
           ADD      COL-AUX  TO  TOT-COL
           IF  FLG-DT1   =   SPACES  AND
               GER-MOL   >   ZEROS   AND
               PCT-AUX   <   ALR-POL
               MOVE     "BAIXO"  TO  FLG-DT1.
           MOVE     MES-PAU  TO  MES-DT1
           MOVE     ANO-PAU  TO  ANO-DT1
           MOVE     LVD-MOL  TO  LVD-DT1
           MOVE     LOS-MOL  TO  LOS-DT1
           MOVE     LBL-MOL  TO  LBL-DT1
           MOVE     GER-MOL  TO  GER-DT1
           MOVE     COL-AUX  TO  COL-DT1
           MOVE     PCT-AUX  TO  PCT-DT1
           MOVE     SDO-AUX  TO  SDO-DT1
           WRITE    REG-REL FROM DET-001
           ADD      1        TO  ACM-LIN
           IF  ACM-LIN   >   54
               ADD      1        TO  PAG-CB1
               PERFORM  ROT-800-000  THRU  ROT-800-010.
           IF  PER-AUX   =   PER-FIM
               GO  TO        ROT-500-110.
           ADD      1        TO  MES-PAU
           IF  MES-PAU   >   12
               MOVE     1        TO  MES-PAU
               ADD      1        TO  ANO-PAU.
           GO  TO   ROT-500-100.

       ROT-500-110.
           WRITE    REG-REL FROM CAB-003
           MOVE     TOT-GER  TO  GER-AUX
           MOVE     TOT-COL  TO  COL-AUX
           PERFORM  ROT-720-000  THRU  ROT-720-010
           MOVE     TOT-LVD  TO  LVD-TT2
           MOVE     TOT-LOS  TO  LOS-TT2
           MOVE     TOT-LBL  TO  LBL-TT2
           MOVE     TOT-GER  TO  GER-TT2
           MOVE     TOT-COL  TO  COL-TT2
           MOVE     PCT-AUX  TO  PCT-TT2
           WRITE    REG-REL FROM TOT-002
           MOVE     SDO-AUX  TO  SDO-TT3
           WRITE    REG-REL FROM TOT-003
           IF  TOT-GER   >   ZEROS  AND
               PCT-AUX   <   ALR-POL
               MOVE     PCT-AUX  TO  PCT-AL1
               MOVE     ALR-POL  TO  ALR-AL1
               WRITE    REG-REL FROM ALR-001  AFTER 2.
           IF  CAP-POL   >   ZEROS  AND
               SDO-AUX   >   CAP-POL
               MOVE     CAP-POL  TO  CAP-AL2
               WRITE    REG-REL FROM ALR-002  AFTER 2.
           ADD      1        TO  PAG-CB1
           PERFORM  ROT-810-000  THRU  ROT-810-010
           MOVE     ZEROS    TO  CNT-COL  TOT-COL  CHV-COL
           MOVE     ANO-PIN  TO  ANO-COL
           MOVE     MES-PIN  TO  MES-COL
           START    CADCOL   KEY NOT LESS  CHV-COL
                    INVALID  KEY GO  TO   ROT-500-130.

       ROT-500-120.
           READ     CADCOL   NEXT AT END
                    GO  TO   ROT-500-130.
           IF  AMC-COL   >   PER-FIM
               GO  TO        ROT-500-130.
           MOVE     RCL-COL  TO  CHV-RCL
           READ     CADRCL   INVALID KEY
                    MOVE     SPACES   TO  NOM-RCL
                    MOVE     ZEROS    TO  CGC-RCL.
           MOVE     CGC-RCL  TO  CGC-AUX
           MOVE     DIA-COL  TO  DIA-DT2
           MOVE     MES-COL  TO  MES-DT2
           MOVE     ANO-COL  TO  ANO-DT2
           MOVE     NOM-RCL  TO  NOM-DT2
           MOVE     CG1-AUX  TO  CG1-DT2
           MOVE     CG2-AUX  TO  CG2-DT2
           MOVE     CG3-AUX  TO  CG3-DT2
           MOVE     CG4-AUX  TO  CG4-DT2
           MOVE     CG5-AUX  TO  CG5-DT2
           MOVE     CRT-COL  TO  CRT-DT2
           MOVE     LTS-COL  TO  LTS-DT2
           WRITE    REG-REL FROM DET-002
           ADD      1        TO  ACM-LIN  CNT-COL
           ADD      LTS-COL  TO  TOT-COL
           IF  ACM-LIN   >   54
               ADD      1        TO  PAG-CB1
               PERFORM  ROT-810-000  THRU  ROT-810-010.
           GO  TO   ROT-500-120.

       ROT-500-130.
           WRITE    REG-REL FROM CAB-003
           MOVE     CNT-COL  TO  CNT-TT4
           MOVE     TOT-COL  TO  LTS-TT4
           WRITE    REG-REL FROM TOT-004
           CLOSE    RELATO
           DISPLAY  MEN-031
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           GO  TO   ROT-000-010.

       ROT-600-000.
           MOVE     SDI-POL  TO  SDI-AUX
           DISPLAY  TLA-002  ENT-002.

       ROT-600-010.
           DISPLAY  MEN-032
           ACCEPT   (10 21)  POS-POL  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  ENT-002
           IF  TECLADO   =   01
               GO  TO        ROT-600-070.
           IF  POS-POL   >   100
               GO  TO        ROT-600-010.

       ROT-600-020.
           DISPLAY  MEN-033
           ACCEPT   (11 21)  PBL-POL  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  ENT-002
           IF  TECLADO   =   01
               GO  TO        ROT-600-010.
           IF  PBL-POL   >   100
               GO  TO        ROT-600-020.

       ROT-600-030.
           DISPLAY  MEN-034
           ACCEPT   (12 24)  ALR-POL  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  ENT-002
           IF  TECLADO   =   01
               GO  TO        ROT-600-020.
           IF  ALR-POL   >   100
               GO  TO        ROT-600-030.

       ROT-600-040.
           DISPLAY  MEN-035
           ACCEPT   (13 21)  CAP-POL  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  ENT-002
           IF  TECLADO   =   01
               GO  TO        ROT-600-030.

       ROT-600-050.
           DISPLAY  MEN-036
           ACCEPT   (14 21)  SDI-POL  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               DISPLAY  ENT-002
               GO  TO        ROT-600-040.
           COMPUTE  SDO-POL  =   SDO-POL  -  SDI-AUX  +  SDI-POL
           MOVE     SDI-POL  TO  SDI-AUX
           PERFORM  ROT-730-000  THRU  ROT-730-010
           DISPLAY  ENT-002.

       ROT-600-060.
           DISPLAY  MEN-012
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-600-050.
           IF  RSP-OPC   =   "A"
               GO  TO        ROT-600-070.
           IF  RSP-OPC  NOT  =   "G"
               GO  TO        ROT-600-060.
           MOVE     SPACES   TO  RSP-OPC
           REWRITE  REG-POL
           DISPLAY  MEN-013
           ACCEPT   OPC-002
           GO  TO   ROT-000-010.

       ROT-600-070.
           MOVE     1        TO  CHV-POL
           READ     CADPOL
           GO  TO   ROT-000-010.

       ROT-700-000.
           MOVE     ZEROS    TO  COL-AUX  CHV-COL
           MOVE     ANO-APU  TO  ANO-COL
           MOVE     MES-APU  TO  MES-COL
           START    CADCOL   KEY NOT LESS  CHV-COL
                    INVALID  KEY GO  TO   ROT-700-020.

       ROT-700-010.
           READ     CADCOL   NEXT AT END
                    GO  TO   ROT-700-020.
           IF  AMC-COL  NOT  =   APU-AUX
               GO  TO        ROT-700-020.
           ADD      LTS-COL  TO  COL-AUX
           GO  TO   ROT-700-010.

       ROT-700-020.
           EXIT.

       ROT-710-000.
           MOVE     ZEROS    TO  LVD-AUX  LOS-AUX
           MOVE     ANO-APU  TO  ANO-INI  ANO-FIN
           MOVE     MES-APU  TO  MES-INI  MES-FIN
           MOVE     01       TO  DIA-INI
           MOVE     31       TO  DIA-FIN
           MOVE     ZEROS    TO  CHV-OLU
           START    CADOLU   KEY NOT LESS  CHV-OLU
                    INVALID  KEY GO  TO   ROT-710-030.

       ROT-710-010.
           READ     CADOLU   NEXT AT END
                    GO  TO   ROT-710-030.
           MOVE     PRX-OLU  TO  PRX-CSD
           MOVE     SUF-OLU  TO  SUF-CSD
           MOVE     DTA-INI  TO  DTA-CSD
           START    CADCSD   KEY NOT LESS  CHV-CSD
                    INVALID  KEY GO  TO   ROT-710-010.

       ROT-710-020.
           READ     CADCSD   NEXT AT END
                    GO  TO   ROT-710-010.
           IF  PRX-CSD  NOT  =   PRX-OLU  OR
               SUF-CSD  NOT  =   SUF-OLU  OR
               DTA-CSD   >   DTA-FIN
               GO  TO        ROT-710-010.
           COMPUTE  LVD-AUX  =   LVD-AUX  +  QTD-CSD  *  LTS-OLU
           GO  TO   ROT-710-020.

       ROT-710-030.
           MOVE     ZEROS    TO  CHV-OSV
           START    CADOSV   KEY NOT LESS  CHV-OSV
                    INVALID  KEY GO  TO   ROT-710-060.

       ROT-710-040.
           READ     CADOSV   NEXT AT END
                    GO  TO   ROT-710-060.
           IF  SIT-OSV  NOT  =   2
               GO  TO        ROT-710-040.
           IF  DTF-OSV   <   DTA-INI  OR  >  DTA-FIN
               GO  TO        ROT-710-040.
           MOVE     CHV-OSV  TO  OSV-IOS
           MOVE     ZEROS    TO  SEQ-IOS
           START    CADIOS   KEY NOT LESS  CHV-IOS
                    INVALID  KEY GO  TO   ROT-710-040.

       ROT-710-050.
           READ     CADIOS   NEXT AT END
                    GO  TO   ROT-710-040.
           IF  OSV-IOS  NOT  =   CHV-OSV
               GO  TO        ROT-710-040.
           IF  TIP-IOS  NOT  =   1
               GO  TO        ROT-710-050.
           MOVE     PRX-IOS  TO  PRX-OLU
           MOVE     SUF-IOS  TO  SUF-OLU
           READ     CADOLU   INVALID KEY
                    GO  TO   ROT-710-050.
           COMPUTE  LOS-AUX  =   LOS-AUX  +  QTD-IOS  *  LTS-OLU
           GO  TO   ROT-710-050.

       ROT-710-060.
           EXIT.

       ROT-720-000.
           MOVE     ZEROS    TO  PCT-AUX
           IF  GER-AUX   =   ZEROS
               GO  TO        ROT-720-010.
           IF  COL-AUX   >   GER-AUX  *  9
               MOVE     999,9    TO  PCT-AUX
               GO  TO        ROT-720-010.
           COMPUTE  PCT-AUX  ROUNDED  =  COL-AUX  *  100  /  GER-AUX.

       ROT-720-010.
           EXIT.

       ROT-730-000.
           MOVE     ZEROS    TO  OCP-AUX
           IF  CAP-POL   =   ZEROS  OR
               SDO-POL  NOT  >   ZEROS
               GO  TO        ROT-730-010.
           IF  SDO-POL   >   CAP-POL  *  9
               MOVE     999,9    TO  OCP-AUX
               GO  TO        ROT-730-010.
           COMPUTE  OCP-AUX  ROUNDED  =  SDO-POL  *  100  /  CAP-POL.

       ROT-730-010.
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

       ROT-880-000.
           MOVE     0        TO  CGV-SOMA
           MOVE     2        TO  CGV-PES
           MOVE     CGV-FIM  TO  CGV-IND.

       ROT-880-010.
           COMPUTE  CGV-SOMA  =  CGV-SOMA + DIG-CGC (CGV-IND) * CGV-PES.
           ADD      1    TO   CGV-PES
           IF  CGV-PES   >   CGV-MAX
               MOVE     2    TO   CGV-PES.
           SUBTRACT 1    FROM CGV-IND
           IF  CGV-IND  NOT  <  CGV-INI
               GO  TO        ROT-880-010.
           DIVIDE   CGV-SOMA  BY  11  GIVING  CGV-QTE
                                       REMAINDER  CGV-RESTO
           IF  CGV-RESTO  <  2
               MOVE     0    TO   CGV-DIG
           ELSE
               COMPUTE  CGV-DIG  =  11 - CGV-RESTO.

       ROT-880-020.
           EXIT.

       ROT-880-030.
           MOVE     0    TO   CGV-ERR
           MOVE     01   TO   CGV-INI
           MOVE     09   TO   CGV-MAX
           MOVE     12   TO   CGV-FIM
           PERFORM  ROT-880-000
              THRU  ROT-880-020
           IF  CGV-DIG  NOT  =  DIG-CGC (13)
               MOVE     1    TO   CGV-ERR
               GO  TO        ROT-880-040.
           MOVE     13   TO   CGV-FIM
           PERFORM  ROT-880-000
              THRU  ROT-880-020
           IF  CGV-DIG  NOT  =  DIG-CGC (14)
               MOVE     1    TO   CGV-ERR.

       ROT-880-040.
           EXIT.

       ROT-900-000.
           CLOSE    CADOLU   CADPOL   CADRCL   CADCOL   CADMOL
                    CADEST   CADCSD   CADOSV   CADIOS   CADPRM
           CHAIN   "DYN101"  USING  PRM-OPE.
