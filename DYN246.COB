       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN246.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADEGL        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-EGL
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADRGL        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-RGL
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADTGL        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TGL
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADPGL        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PGL
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADAGL        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-AGL
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADEST        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-EST.

           SELECT      CADVSL        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-VSL
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADVSD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-VSD
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

           SELECT      RELATO        ASSIGN  TO  DES-REL.

       DATA            DIVISION.
       FILE            SECTION.

       FD  CADEGL      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADEGL.DAT".
       01  REG-EGL.
           03  CHV-EGL          PIC  9(02).
           03  NOM-EGL          PIC  X(20).
           03  SIT-EGL          PIC  9(01).

       FD  CADRGL      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADRGL.DAT".
       01  REG-RGL.
           03  CHV-RGL          PIC  9(02).
           03  DES-RGL          PIC  X(20).

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
           03  HRP-PGL.
               05  HOP-PGL      PIC  9(02).
               05  MIP-PGL      PIC  9(02).
           03  EGL-PGL          PIC  9(02).
           03  HRD-PGL          PIC  9(04).
           03  HRE-PGL          PIC  9(04).
           03  VAZ-PGL          PIC  9(02).
           03  FPG-PGL          PIC  9(01).
           03  SIT-PGL          PIC  9(01).
           03  ACT-PGL          PIC  9(01).
           03  TUR-PGL          PIC  9(01).
           03  CXA-PGL          PIC  9(01).

       FD  CADAGL      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADAGL.DAT".
       01  REG-AGL.
           03  CHV-AGL.
               05  DTA-AGL      PIC  9(06).
               05  EGL-AGL      PIC  9(02).
               05  SEQ-AGL      PIC  9(02).
           03  QTD-AGL          PIC  9(03).
           03  BOT-AGL          PIC  9(04).
           03  VAZ-AGL          PIC  9(04).
           03  VDN-AGL          PIC  9(07)V99.
           03  VCT-AGL          PIC  9(07)V99.
           03  IDN-AGL          PIC  9(07)V99.
           03  ICT-AGL          PIC  9(07)V99.
           03  TUR-AGL          PIC  9(01).
           03  CXA-AGL          PIC  9(01).

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

       FD  CADVSL      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADVSL.DAT".
       01  REG-VSL.
           03  CHV-VSL.
               05  PRX-VSL      PIC  9(01).
               05  SUF-VSL      PIC  9(03).
           03  FLG-VSL          PIC  9(01).
           03  SDV-VSL          PIC S9(05).
           03  VLC-VSL          PIC  9(05)V99.

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
           03  FLG-RET          PIC  9(01).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  ACM-LIN          PIC  9(02).
           03  IND              PIC  9(02).
           03  TUR-AUX          PIC  9(01).
           03  CXA-AUX          PIC  9(01).
           03  EGL-AUX          PIC  9(02).
           03  PRD-ANT          PIC  9(04).
           03  SIT-AUX          PIC  X(09).
           03  FPG-AUX          PIC  X(08).
           03  NOM-AUX          PIC  X(20).
           03  DEP-AUX          PIC  9(03).
           03  QTD-AUX          PIC  9(03).
           03  BOT-AUX          PIC  9(04).
           03  VAZ-AUX          PIC  9(04).
           03  VDN-AUX          PIC  9(07)V99.
           03  VCT-AUX          PIC  9(07)V99.
           03  IDN-AUX          PIC  9(07)V99.
           03  ICT-AUX          PIC  9(07)V99.
           03  DIF-AUX          PIC S9(07)V99.
           03  LIN-AUX          PIC  X(80).

           03  DTA-AUX.
               05  ANO-AUX      PIC  9(02).
               05  MES-AUX      PIC  9(02).
               05  DIA-AUX      PIC  9(02).

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

           03  HRA-SYS.
               05  HOR-SYS      PIC  9(02).
               05  MIN-SYS      PIC  9(02).
               05  FILLER       PIC  9(04).

           03  HST-AUX.
               05  FILLER       PIC  X(11)  VALUE  "ENTREGADOR ".
               05  EGL-HST      PIC  9(02).
               05  FILLER       PIC  X(07)  VALUE  SPACES.

       01  TAB-STS.
           03  ITM-STS          OCCURS  04.
               05  QTD-STS      PIC  9(04).
               05  VAL-STS      PIC  9(08)V99.

       01  TAB-SIT.
           03  FILLER           PIC  X(09)  VALUE  "ABERTO   ".
           03  FILLER           PIC  X(09)  VALUE  "EM ROTA  ".
           03  FILLER           PIC  X(09)  VALUE  "ENTREGUE ".
           03  FILLER           PIC  X(09)  VALUE  "CANCELADO".
       01  RED-SIT              REDEFINES   TAB-SIT.
           03  NOM-SIT          PIC  X(09)  OCCURS  04.

       01  TAB-FPG.
           03  FILLER           PIC  X(08)  VALUE  "DINHEIRO".
           03  FILLER           PIC  X(08)  VALUE  "CARTAO  ".
       01  RED-FPG              REDEFINES   TAB-FPG.
           03  NOM-FPG          PIC  X(08)  OCCURS  02.

       01  TAB-OPC.
           03  FILLER           PIC  X(09)  VALUE  "ENTREGAD.".
           03  FILLER           PIC  X(09)  VALUE  "ROTAS    ".
           03  FILLER           PIC  X(09)  VALUE  "PEDIDO   ".
           03  FILLER           PIC  X(09)  VALUE  "DESPACHO ".
           03  FILLER           PIC  X(09)  VALUE  "ENTREGA  ".
           03  FILLER           PIC  X(09)  VALUE  "ACERTO   ".
           03  FILLER           PIC  X(09)  VALUE  "RELATORIO".
       01  RED-OPC              REDEFINES   TAB-OPC.
           03  OPC-TAB          PIC  X(09)  OCCURS  07.

       01  CAB-001.
           03  FILLER           PIC  X(22)  VALUE  "-DYNAMIC-".
           03  FILLER           PIC  X(48)  VALUE
               "DISK-GAS - PEDIDOS, ENTREGAS E ACERTOS".
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
           03  FILLER           PIC  X(10)  VALUE  "PEDIDOS :".
           03  DIA-CB2P         PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-CB2P         PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB2P         PIC  9(02).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-COL              PIC  X(80).

       01  CAB-004.
           03  FILLER           PIC  X(40)  VALUE
               "NR  HORA  CLIENTE        BAIRRO     RT P".
           03  FILLER           PIC  X(40)  VALUE
               "ROD. QT     VALOR EN SITUACAO  PAGTO    ".

       01  CAB-005.
           03  FILLER           PIC  X(40)  VALUE
               "EN ENTREGADOR      PED  BOT  CSC   PREVI".
           03  FILLER           PIC  X(40)  VALUE
               "STO   ENTREGUE   DIFERENCA              ".

       01  DET-001.
           03  SEQ-DT1          PIC  9(03).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  HOR-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  ":".
           03  MIN-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  NOM-DT1          PIC  X(14).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  BAI-DT1          PIC  X(10).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  RGL-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  PRX-DT1          PIC  9(01).
           03  FILLER           PIC  X(01)  VALUE  "-".
           03  SUF-DT1          PIC  9(03).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  QTD-DT1          PIC  Z9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  VAL-DT1          PIC  ZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  EGL-DT1          PIC  Z9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  SIT-DT1          PIC  X(09).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  FPG-DT1          PIC  X(08).

       01  DET-002.
           03  EGL-DT2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  NOM-DT2          PIC  X(15).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  QTD-DT2          PIC  ZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  BOT-DT2          PIC  ZZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  VAZ-DT2          PIC  ZZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  VPR-DT2          PIC  ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  VIN-DT2          PIC  ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DIF-DT2          PIC  -ZZZ.ZZ9,99.

       01  TOT-001.
           03  FILLER           PIC  X(10)  VALUE  "PEDIDOS".
           03  SIT-TT1          PIC  X(10).
           03  QTD-TT1          PIC  Z.ZZ9.
           03  FILLER           PIC  X(03)  VALUE  SPACES.
           03  VAL-TT1          PIC  ZZZ.ZZ9,99.

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 01 PIC  X(67) FROM
      -        " DISK-GAS - PEDIDOS E ENTREGAS  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.

       01  TLA-002.
           03  LINE 05 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 02 PIC X(53) FROM " ?Entregador ....:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 07 COLUMN 02 PIC X(53) FROM " ?Nome ..........:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 02 PIC X(53) FROM " ?Situacao ......:    1
      -       "-Ativo  2-Inativo           ? " BACKGROUND-COLOR 01.
           03  LINE 08 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
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

       01  TLA-003.
           03  LINE 07 COLUMN 57 PIC X(21) FROM " ??????????????????? "
               BACKGROUND-COLOR  04.
           03  LINE 08 COLUMN 57 PIC X(21) FROM " ?                 ? "
               BACKGROUND-COLOR  04.
           03  LINE 08 COLUMN 59 PIC X(17) FROM "  Disk-gas"
               BACKGROUND-COLOR  07  FOREGROUND-COLOR 01.
           03  LINE 08 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 57 PIC X(21) FROM " ??????????????????? "
               BACKGROUND-COLOR  04.
           03  LINE 09 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 57 PIC X(21) FROM " ?  1 - Entregador ? "
               BACKGROUND-COLOR  04.
           03  LINE 10 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 57 PIC X(21) FROM " ?  2 - Rotas      ? "
               BACKGROUND-COLOR  04.
           03  LINE 11 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 57 PIC X(21) FROM " ?  3 - Pedido     ? "
               BACKGROUND-COLOR  04.
           03  LINE 12 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 57 PIC X(21) FROM " ?  4 - Despacho   ? "
               BACKGROUND-COLOR  04.
           03  LINE 13 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 57 PIC X(21) FROM " ?  5 - Entrega    ? "
               BACKGROUND-COLOR  04.
           03  LINE 14 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 57 PIC X(21) FROM " ?  6 - Acerto     ? "
               BACKGROUND-COLOR  04.
           03  LINE 15 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 57 PIC X(21) FROM " ?  7 - Relatorio  ? "
               BACKGROUND-COLOR  04.
           03  LINE 16 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 57 PIC X(21) FROM " ??????????????????? "
               BACKGROUND-COLOR  04.
           03  LINE 17 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 59 PIC X(21) FROM SPACES.

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
           03  LINE 06 COLUMN 02 PIC X(53) FROM " ?Rota ..........:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 07 COLUMN 02 PIC X(53) FROM " ?Descricao .....:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 08 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
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

       01  TLA-006.
           03  LINE 05 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 02 PIC X(53) FROM " ?Pedido ........:   / 
      -       " /   Nr       Hora   :      ? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 07 COLUMN 02 PIC X(53) FROM " ?Telefone ......:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 02 PIC X(53) FROM " ?Cliente .......:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 08 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 02 PIC X(53) FROM " ?Endereco ......:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 02 PIC X(53) FROM " ?Bairro ........:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 02 PIC X(53) FROM " ?Rota ..........:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 02 PIC X(53) FROM " ?Produto .......:  -  
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 02 PIC X(53) FROM " ?Quantidade ....:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 02 PIC X(53) FROM " ?Preco unitario :     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 02 PIC X(53) FROM " ?Valor total ...:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 15 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 02 PIC X(53) FROM " ?Entregador ....:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 16 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 02 PIC X(53) FROM " ?Situacao ......:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 17 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 02 PIC X(53) FROM " ?Cascos ........:     
      -       "Pagto .:                    ? " BACKGROUND-COLOR 01.
           03  LINE 18 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 19 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 20 COLUMN 04 PIC X(53) FROM SPACES.

       01  TLA-008.
           03  LINE 05 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 02 PIC X(53) FROM " ?Data ..........:   / 
      -       " /                          ? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 07 COLUMN 02 PIC X(53) FROM " ?Entregador ....:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 08 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 02 PIC X(53) FROM " ?Entregas ......:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 02 PIC X(53) FROM " ?Botijoes ......:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 02 PIC X(53) FROM " ?Cascos ........:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 02 PIC X(53) FROM " ?Dinheiro prev. :     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 02 PIC X(53) FROM " ?Cartao prev. ..:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 02 PIC X(53) FROM " ?Dinheiro entr. :     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 02 PIC X(53) FROM " ?Cartao entr. ..:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 15 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 16 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 02 PIC X(53) FROM " ?Diferenca .....:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 17 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 18 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 19 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 20 COLUMN 04 PIC X(53) FROM SPACES.

       01  TLA-009.
           03  LINE 05 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 02 PIC X(53) FROM " ?Data ..........:   / 
      -       " /                          ? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 07 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 08 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
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
           03  LINE 06 COLUMN 21 PIC 9(02)  FROM  CHV-EGL
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 21 PIC X(20)  FROM  NOM-EGL
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 21 PIC 9(01)  FROM  SIT-EGL
                       BACKGROUND-COLOR  01.

       01  ENT-002.
           03  LINE 06 COLUMN 21 PIC 9(02)  FROM  CHV-RGL
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 21 PIC X(20)  FROM  DES-RGL
                       BACKGROUND-COLOR  01.

       01  ENT-003.
           03  LINE 06 COLUMN 21 PIC 9(02)  FROM  DIA-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 24 PIC 9(02)  FROM  MES-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 27 PIC 9(02)  FROM  ANO-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 33 PIC 9(03)  FROM  SEQ-PGL
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 44 PIC 9(02)  FROM  HOP-PGL
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 47 PIC 9(02)  FROM  MIP-PGL
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 21 PIC 9(12)  FROM  TEL-PGL
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 21 PIC X(30)  FROM  NOM-PGL
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 21 PIC X(30)  FROM  END-PGL
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 21 PIC X(20)  FROM  BAI-PGL
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 21 PIC 9(02)  FROM  RGL-PGL
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 24 PIC X(20)  FROM  DES-RGL
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 21 PIC 9(01)  FROM  PRX-PGL
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 23 PIC 9(03)  FROM  SUF-PGL
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 27 PIC X(25)  FROM  DES-EST
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 21 PIC Z9     FROM  QTD-PGL
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 21 PIC ZZ.ZZ9,99  FROM  UNT-PGL
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 21 PIC ZZZ.ZZ9,99  FROM  VAL-PGL
                       BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 21 PIC 9(02)  FROM  EGL-PGL
                       BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 24 PIC X(20)  FROM  NOM-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 21 PIC X(09)  FROM  SIT-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 21 PIC Z9     FROM  VAZ-PGL
                       BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 34 PIC 9(01)  FROM  FPG-PGL
                       BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 36 PIC X(08)  FROM  FPG-AUX
                       BACKGROUND-COLOR  01.

       01  ENT-004.
           03  LINE 06 COLUMN 21 PIC 9(02)  FROM  DIA-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 24 PIC 9(02)  FROM  MES-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 27 PIC 9(02)  FROM  ANO-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 21 PIC 9(02)  FROM  EGL-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 24 PIC X(20)  FROM  NOM-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 21 PIC ZZ9    FROM  QTD-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 21 PIC Z.ZZ9  FROM  BOT-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 21 PIC Z.ZZ9  FROM  VAZ-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 21 PIC Z.ZZZ.ZZ9,99  FROM  VDN-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 21 PIC Z.ZZZ.ZZ9,99  FROM  VCT-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 21 PIC Z.ZZZ.ZZ9,99  FROM  IDN-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 21 PIC Z.ZZZ.ZZ9,99  FROM  ICT-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 21 PIC -Z.ZZZ.ZZ9,99  FROM  DIF-AUX
                       BACKGROUND-COLOR  01.

       01  ENT-005.
           03  LINE 06 COLUMN 21 PIC 9(02)  FROM  DIA-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 24 PIC 9(02)  FROM  MES-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 27 PIC 9(02)  FROM  ANO-AUX
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
           03  LINE 18 COLUMN 57 PIC X(23) FROM SPACES.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "NUMERO DA OPCAO DES
      -            "EJADA ? [ ]  -  [ESC] RETORNA ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O CODIGO DO 
      -            "ENTREGADOR  -  [ESC] RETORNA ...                "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O NOME DO EN
      -            "TREGADOR  -  [ESC] RETORNA ...                  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "SITUACAO:  1 - ATIV
      -            "O   2 - INATIVO  -  [ESC] RETORNA ...           "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "(G)RAVAR OU (A)BAND
      -            "ONAR ?                                          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "OPERACAO GRAVADA !!
      -            "!  -  TECLE [ENTER] ...                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O CODIGO DA 
      -            "ROTA  -  [ESC] RETORNA ...                      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A DESCRICAO 
      -            "DA ROTA (BAIRROS)  -  [ESC] RETORNA ...         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-009 LINE 22 COLUMN 14 PIC X(67) FROM "DATA E NUMERO DO PE
      -            "DIDO (000 = NOVO PEDIDO)  -  [ESC] RETORNA      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-010 LINE 22 COLUMN 14 PIC X(67) FROM "PEDIDO INEXISTENTE 
      -            "!!!  -  TECLE [ENTER] ...                       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-011 LINE 22 COLUMN 14 PIC X(67) FROM "PEDIDO JA DESPACHAD
      -            "O, ENTREGUE OU CANCELADO !!!  -  [ENTER]        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-012 LINE 22 COLUMN 14 PIC X(67) FROM "(A)LTERAR OU (C)ANC
      -            "ELAR O PEDIDO  -  [ESC] RETORNA ...             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-013 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O TELEFONE D
      -            "O CLIENTE (DDD+NUMERO)  -  [ESC] RETORNA        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-014 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O NOME DO CL
      -            "IENTE  -  [ESC] RETORNA ...                     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-015 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O ENDERECO D
      -            "E ENTREGA  -  [ESC] RETORNA ...                 "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-016 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O BAIRRO  - 
      -            " [ESC] RETORNA ...                              "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-017 LINE 22 COLUMN 14 PIC X(67) FROM "ROTA INEXISTENTE !!
      -            "!  -  TECLE [ENTER] ...                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-018 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O CODIGO DO 
      -            "PRODUTO (BOTIJAO)  -  [ESC] RETORNA ...         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-019 LINE 22 COLUMN 14 PIC X(67) FROM "PRODUTO INEXISTENTE
      -            " OU SEM CONTROLE DE VASILHAME !!!  [ENTER]      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-020 LINE 22 COLUMN 14 PIC X(67) FROM "QUANTIDADE DE BOTIJ
      -            "OES  -  [ESC] RETORNA ...                       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-021 LINE 22 COLUMN 14 PIC X(67) FROM "PRECO UNITARIO DO B
      -            "OTIJAO ENTREGUE  -  [ESC] RETORNA ...           "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-022 LINE 22 COLUMN 14 PIC X(67) FROM "PEDIDO CANCELADO !!
      -            "!  -  TECLE [ENTER] ...                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-023 LINE 22 COLUMN 14 PIC X(67) FROM "DATA E NUMERO DO PE
      -            "DIDO  -  [ESC] RETORNA ...                      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-024 LINE 22 COLUMN 14 PIC X(67) FROM "PEDIDO JA ENTREGUE 
      -            "OU CANCELADO !!!  -  TECLE [ENTER] ...          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-025 LINE 22 COLUMN 14 PIC X(67) FROM "ENTREGADOR INEXISTE
      -            "NTE OU INATIVO !!!  -  TECLE [ENTER] ...        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-026 LINE 22 COLUMN 14 PIC X(67) FROM "(G)RAVAR O DESPACHO
      -            " OU (A)BANDONAR ?                               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-027 LINE 22 COLUMN 14 PIC X(67) FROM "PEDIDO NAO ESTA EM 
      -            "ROTA !!!  -  TECLE [ENTER] ...                  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-028 LINE 22 COLUMN 14 PIC X(67) FROM "CASCOS VAZIOS RECOL
      -            "HIDOS NA ENTREGA  -  [ESC] RETORNA ...          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-029 LINE 22 COLUMN 14 PIC X(67) FROM "PAGAMENTO:  1 - DIN
      -            "HEIRO   2 - CARTAO  -  [ESC] RETORNA ...        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-030 LINE 22 COLUMN 14 PIC X(67) FROM "(C)ONFIRMAR A ENTRE
      -            "GA OU (A)BANDONAR ?                             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-031 LINE 22 COLUMN 14 PIC X(67) FROM "ENTREGA CONFIRMADA 
      -            " -  ESTOQUE E VASILHAME ATUALIZADOS  -  [ENTER] "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-032 LINE 22 COLUMN 14 PIC X(67) FROM "DATA E ENTREGADOR D
      -            "O ACERTO  -  [ESC] RETORNA ...                  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-033 LINE 22 COLUMN 14 PIC X(67) FROM "NENHUMA ENTREGA PEN
      -            "DENTE DE ACERTO !!!  -  TECLE [ENTER] ...       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-034 LINE 22 COLUMN 14 PIC X(67) FROM "DINHEIRO ENTREGUE P
      -            "ELO ENTREGADOR  -  [ESC] RETORNA ...            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-035 LINE 22 COLUMN 14 PIC X(67) FROM "TOTAL DOS COMPROVAN
      -            "TES DE CARTAO  -  [ESC] RETORNA ...             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-036 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O TURNO [ ] 
      -            "E O CAIXA [ ]  -  [ESC] RETORNA ...             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-037 LINE 22 COLUMN 14 PIC X(67) FROM "CAIXA INEXISTENTE !
      -            "!!  -  TECLE [ENTER] ...                        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-038 LINE 22 COLUMN 14 PIC X(67) FROM "(G)RAVAR O ACERTO E
      -            " LANCAR NO CAIXA OU (A)BANDONAR ?               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-039 LINE 22 COLUMN 14 PIC X(67) FROM "ACERTO GRAVADO E LA
      -            "NCADO NO CAIXA !!!  -  TECLE [ENTER] ...        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-040 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A DATA DOS P
      -            "EDIDOS  -  [ESC] RETORNA ...                    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-041 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRIMIR NA (I)MPRE
      -            "SSORA OU EM (A)RQUIVO ?                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-042 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  IMPRIM
      -            "INDO ...                                        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-043 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRESSAO CONCLUIDA
      -            "  -  TECLE [ENTER] ...                          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001 LINE 22 COLUMN 42 PIC 9(01) USING NUM-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  OPC-002 LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION.

       ROT-000-000.
           DISPLAY  TLA-001  TLA-002
           ACCEPT   DTA-SYS  FROM   DATE
           OPEN     INPUT    CADCXA
           OPEN     I-O      CADEST   CADPRS   CADLCX
           OPEN     I-O      CADVSL
           OPEN     I-O      CADVSD
           OPEN     I-O      CADEGL
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADEGL
               CLOSE    CADEGL
               OPEN     I-O      CADEGL.
           OPEN     I-O      CADRGL
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADRGL
               CLOSE    CADRGL
               OPEN     I-O      CADRGL.
           OPEN     I-O      CADTGL
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADTGL
               CLOSE    CADTGL
               OPEN     I-O      CADTGL.
           OPEN     I-O      CADPGL
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADPGL
               CLOSE    CADPGL
               OPEN     I-O      CADPGL.
           OPEN     I-O      CADAGL
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADAGL
               CLOSE    CADAGL
               OPEN     I-O      CADAGL.

       ROT-000-010.
           DISPLAY  TLA-002  TLA-003  MEN-001.

       ROT-000-020.
           MOVE     0   TO   NUM-OPC
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-900-000.
           IF  NUM-OPC   <   1  OR  >  7
               GO  TO        ROT-000-020.
           MOVE     OPC-TAB (NUM-OPC) TO  OPC-TLA
           DISPLAY  LPA-003  TLA-004
           GO  TO   ROT-100-000, ROT-200-000, ROT-300-000,
                    ROT-400-000, ROT-500-000, ROT-600-000,
                    ROT-700-000,
                    DEPENDING    ON  NUM-OPC.

       ROT-100-000.
           MOVE     ZEROS    TO  REG-EGL
           MOVE     SPACES   TO  NOM-EGL
           DISPLAY  TLA-002  ENT-001  MEN-002.

       ROT-100-010.
           ACCEPT   (06 21)  CHV-EGL  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  CHV-EGL   =   ZEROS
               GO  TO        ROT-100-010.
           MOVE     0        TO  FLG-NEW
           READ     CADEGL   INVALID KEY
                    MOVE     1        TO  FLG-NEW  SIT-EGL
                    MOVE     SPACES   TO  NOM-EGL.
           DISPLAY  ENT-001.

       ROT-100-020.
           DISPLAY  MEN-003
           ACCEPT   (07 21)  NOM-EGL  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           IF  NOM-EGL   =   SPACES
               GO  TO        ROT-100-020.

       ROT-100-030.
           DISPLAY  MEN-004
           ACCEPT   (08 21)  SIT-EGL  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-020.
           IF  SIT-EGL   <   1  OR  >  2
               GO  TO        ROT-100-030.

       ROT-100-040.
           DISPLAY  MEN-005
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-030.
           IF  RSP-OPC   =   "A"
               GO  TO        ROT-100-000.
           IF  RSP-OPC  NOT  =   "G"
               GO  TO        ROT-100-040.
           MOVE     SPACES   TO  RSP-OPC
           IF  FLG-NEW   =   0
               REWRITE  REG-EGL
           ELSE
               WRITE    REG-EGL  INVALID KEY
                        REWRITE  REG-EGL.
           DISPLAY  MEN-006
           ACCEPT   OPC-002
           GO  TO   ROT-100-000.

       ROT-200-000.
           MOVE     ZEROS    TO  CHV-RGL
           MOVE     SPACES   TO  DES-RGL
           DISPLAY  TLA-005  ENT-002  MEN-007.

       ROT-200-010.
           ACCEPT   (06 21)  CHV-RGL  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  CHV-RGL   =   ZEROS
               GO  TO        ROT-200-010.
           MOVE     0        TO  FLG-NEW
           READ     CADRGL   INVALID KEY
                    MOVE     1        TO  FLG-NEW
                    MOVE     SPACES   TO  DES-RGL.
           DISPLAY  ENT-002.

       ROT-200-020.
           DISPLAY  MEN-008
           ACCEPT   (07 21)  DES-RGL  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-000.
           IF  DES-RGL   =   SPACES
               GO  TO        ROT-200-020.

       ROT-200-030.
           DISPLAY  MEN-005
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-020.
           IF  RSP-OPC   =   "A"
               GO  TO        ROT-200-000.
           IF  RSP-OPC  NOT  =   "G"
               GO  TO        ROT-200-030.
           MOVE     SPACES   TO  RSP-OPC
           IF  FLG-NEW   =   0
               REWRITE  REG-RGL
           ELSE
               WRITE    REG-RGL  INVALID KEY
                        REWRITE  REG-RGL.
           DISPLAY  MEN-006
           ACCEPT   OPC-002
           GO  TO   ROT-200-000.

       ROT-300-000.
           DISPLAY  TLA-006  MEN-009
           PERFORM  ROT-810-000  THRU  ROT-810-030
           IF  FLG-RET   =   1
               GO  TO        ROT-000-010.
           IF  SEQ-PGL   =   ZEROS
               GO  TO        ROT-300-010.
           MOVE     SPACES   TO  RSP-OPC
           READ     CADPGL   INVALID KEY
                    DISPLAY  MEN-010
                    ACCEPT   OPC-002
                    GO  TO   ROT-300-000.
           PERFORM  ROT-820-000  THRU  ROT-820-010
           IF  SIT-PGL  NOT  =   0
               DISPLAY       MEN-011
               ACCEPT        OPC-002
               GO  TO        ROT-300-000.

       ROT-300-005.
           DISPLAY  MEN-012
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-000.
           IF  RSP-OPC   =   "A"
               MOVE     0        TO  FLG-NEW
               GO  TO        ROT-300-020.
           IF  RSP-OPC  NOT  =   "C"
               GO  TO        ROT-300-005.
           MOVE     3        TO  SIT-PGL
           REWRITE  REG-PGL
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-022
           ACCEPT   OPC-002
           GO  TO   ROT-300-000.

       ROT-300-010.
           MOVE     1        TO  FLG-NEW
           ACCEPT   HRA-SYS  FROM  TIME
           MOVE     HOR-SYS  TO  HOP-PGL
           MOVE     MIN-SYS  TO  MIP-PGL
           PERFORM  ROT-820-000  THRU  ROT-820-010.

       ROT-300-020.
           DISPLAY  MEN-013
           ACCEPT   (07 21)  TEL-PGL  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-000.
           IF  TEL-PGL   =   ZEROS
               GO  TO        ROT-300-020.
           IF  FLG-NEW   =   0
               GO  TO        ROT-300-030.
           MOVE     TEL-PGL  TO  CHV-TGL
           READ     CADTGL   INVALID KEY
                    GO  TO   ROT-300-030.
           MOVE     NOM-TGL  TO  NOM-PGL
           MOVE     END-TGL  TO  END-PGL
           MOVE     BAI-TGL  TO  BAI-PGL
           MOVE     RGL-TGL  TO  RGL-PGL
           MOVE     PRX-TGL  TO  PRX-PGL
           MOVE     SUF-TGL  TO  SUF-PGL
           PERFORM  ROT-820-000  THRU  ROT-820-010.

       ROT-300-030.
           DISPLAY  MEN-014
           ACCEPT   (08 21)  NOM-PGL  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-020.
           IF  NOM-PGL   =   SPACES
               GO  TO        ROT-300-030.

       ROT-300-040.
           DISPLAY  MEN-015
           ACCEPT   (09 21)  END-PGL  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-030.
           IF  END-PGL   =   SPACES
               GO  TO        ROT-300-040.

       ROT-300-050.
           DISPLAY  MEN-016
           ACCEPT   (10 21)  BAI-PGL  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-040.

       ROT-300-060.
           DISPLAY  MEN-007
           ACCEPT   (11 21)  RGL-PGL  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-050.
           MOVE     RGL-PGL  TO  CHV-RGL
           MOVE     SPACES   TO  RSP-OPC
           READ     CADRGL   INVALID KEY
                    DISPLAY  MEN-017
                    ACCEPT   OPC-002
                    GO  TO   ROT-300-060.
           DISPLAY  ENT-003
           MOVE     PRX-PGL  TO  PRX-EST
           MOVE     SUF-PGL  TO  SUF-EST
           MOVE     CHV-EST  TO  PRD-ANT.

       ROT-300-070.
           DISPLAY  MEN-018
           ACCEPT   (12 21)  PRX-PGL  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-060.
           ACCEPT   (12 23)  SUF-PGL  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-070.
           MOVE     PRX-PGL  TO  PRX-EST  PRX-VSL
           MOVE     SUF-PGL  TO  SUF-EST  SUF-VSL
           MOVE     SPACES   TO  RSP-OPC
           READ     CADEST   INVALID KEY
                    DISPLAY  MEN-019
                    ACCEPT   OPC-002
                    GO  TO   ROT-300-070.
           READ     CADVSL   INVALID KEY
                    MOVE     ZEROS    TO  FLG-VSL.
           IF  FLG-VSL  NOT  =   1
               DISPLAY       MEN-019
               ACCEPT        OPC-002
               GO  TO        ROT-300-070.
           IF  CHV-EST  NOT  =   PRD-ANT  OR
               UNT-PGL   =   ZEROS
               MOVE     VDA-EST  TO  UNT-PGL.
           IF  QTD-PGL   =   ZEROS
               MOVE     1        TO  QTD-PGL.
           COMPUTE  VAL-PGL  =   QTD-PGL  *  UNT-PGL
           DISPLAY  ENT-003.

       ROT-300-080.
           DISPLAY  MEN-020
           ACCEPT   (13 21)  QTD-PGL  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-070.
           IF  QTD-PGL   =   ZEROS
               GO  TO        ROT-300-080.
           COMPUTE  VAL-PGL  =   QTD-PGL  *  UNT-PGL
           DISPLAY  ENT-003.

       ROT-300-090.
           DISPLAY  MEN-021
           ACCEPT   (14 21)  UNT-PGL  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           COMPUTE  VAL-PGL  =   QTD-PGL  *  UNT-PGL
           DISPLAY  ENT-003
           IF  TECLADO   =   01
               GO  TO        ROT-300-080.
           IF  UNT-PGL   =   ZEROS
               GO  TO        ROT-300-090.

       ROT-300-100.
           DISPLAY  MEN-005
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-090.
           IF  RSP-OPC   =   "A"
               GO  TO        ROT-300-000.
           IF  RSP-OPC  NOT  =   "G"
               GO  TO        ROT-300-100.
           MOVE     SPACES   TO  RSP-OPC
           IF  FLG-NEW   =   0
               REWRITE  REG-PGL
               GO  TO        ROT-300-120.

       ROT-300-110.
           ADD      1        TO  SEQ-PGL
           WRITE    REG-PGL  INVALID KEY
                    GO  TO   ROT-300-110.

       ROT-300-120.
           MOVE     TEL-PGL  TO  CHV-TGL
           MOVE     NOM-PGL  TO  NOM-TGL
           MOVE     END-PGL  TO  END-TGL
           MOVE     BAI-PGL  TO  BAI-TGL
           MOVE     RGL-PGL  TO  RGL-TGL
           MOVE     PRX-PGL  TO  PRX-TGL
           MOVE     SUF-PGL  TO  SUF-TGL
           MOVE     DTA-PGL  TO  DTU-TGL
           WRITE    REG-TGL  INVALID KEY
                    REWRITE  REG-TGL.
           DISPLAY  ENT-003  MEN-006
           ACCEPT   OPC-002
           GO  TO   ROT-300-000.

       ROT-400-000.
           DISPLAY  TLA-006  MEN-023
           PERFORM  ROT-810-000  THRU  ROT-810-030
           IF  FLG-RET   =   1
               GO  TO        ROT-000-010.
           MOVE     SPACES   TO  RSP-OPC
           READ     CADPGL   INVALID KEY
                    DISPLAY  MEN-010
                    ACCEPT   OPC-002
                    GO  TO   ROT-400-000.
           PERFORM  ROT-820-000  THRU  ROT-820-010
           IF  SIT-PGL   >   1
               DISPLAY       MEN-024
               ACCEPT        OPC-002
               GO  TO        ROT-400-000.

       ROT-400-010.
           DISPLAY  MEN-002
           ACCEPT   (16 21)  EGL-PGL  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-400-000.
           MOVE     EGL-PGL  TO  CHV-EGL
           MOVE     SPACES   TO  RSP-OPC
           READ     CADEGL   INVALID KEY
                    MOVE     2        TO  SIT-EGL.
           IF  SIT-EGL  NOT  =   1
               DISPLAY       MEN-025
               ACCEPT        OPC-002
               GO  TO        ROT-400-010.
           MOVE     NOM-EGL  TO  NOM-AUX
           DISPLAY  ENT-003.

       ROT-400-020.
           DISPLAY  MEN-026
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-400-010.
           IF  RSP-OPC   =   "A"
               GO  TO        ROT-400-000.
           IF  RSP-OPC  NOT  =   "G"
               GO  TO        ROT-400-020.
           ACCEPT   HRA-SYS  FROM  TIME
           MOVE     HRA-SYS  TO  HRD-PGL
           MOVE     1        TO  SIT-PGL
           REWRITE  REG-PGL
           PERFORM  ROT-820-000  THRU  ROT-820-010
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-006
           ACCEPT   OPC-002
           GO  TO   ROT-400-000.

       ROT-500-000.
           DISPLAY  TLA-006  MEN-023
           PERFORM  ROT-810-000  THRU  ROT-810-030
           IF  FLG-RET   =   1
               GO  TO        ROT-000-010.
           MOVE     SPACES   TO  RSP-OPC
           READ     CADPGL   INVALID KEY
                    DISPLAY  MEN-010
                    ACCEPT   OPC-002
                    GO  TO   ROT-500-000.
           PERFORM  ROT-820-000  THRU  ROT-820-010
           IF  SIT-PGL  NOT  =   1
               DISPLAY       MEN-027
               ACCEPT        OPC-002
               GO  TO        ROT-500-000.
           MOVE     QTD-PGL  TO  VAZ-PGL
           MOVE     1        TO  FPG-PGL
           PERFORM  ROT-820-000  THRU  ROT-820-010.

       ROT-500-010.
           DISPLAY  MEN-028
           ACCEPT   (18 21)  VAZ-PGL  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-500-000.
           IF  VAZ-PGL   >   QTD-PGL
               GO  TO        ROT-500-010.

       ROT-500-020.
           DISPLAY  MEN-029
           ACCEPT   (18 34)  FPG-PGL  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-500-010.
           IF  FPG-PGL   <   1  OR  >  2
               GO  TO        ROT-500-020.
           PERFORM  ROT-820-000  THRU  ROT-820-010.

       ROT-500-030.
           DISPLAY  MEN-030
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-500-020.
           IF  RSP-OPC   =   "A"
               GO  TO        ROT-500-000.
           IF  RSP-OPC  NOT  =   "C"
               GO  TO        ROT-500-030.
           PERFORM  ROT-830-000  THRU  ROT-830-030
           ACCEPT   HRA-SYS  FROM  TIME
           MOVE     HRA-SYS  TO  HRE-PGL
           MOVE     2        TO  SIT-PGL
           MOVE     0        TO  ACT-PGL
           REWRITE  REG-PGL
           PERFORM  ROT-820-000  THRU  ROT-820-010
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-031
           ACCEPT   OPC-002
           GO  TO   ROT-500-000.

       ROT-600-000.
           MOVE     DTA-SYS  TO  DTA-AUX
           MOVE     ZEROS    TO  EGL-AUX  QTD-AUX  BOT-AUX  VAZ-AUX
                                 VDN-AUX  VCT-AUX  IDN-AUX  ICT-AUX
                                 DIF-AUX
           MOVE     SPACES   TO  NOM-AUX
           DISPLAY  TLA-008  ENT-004  MEN-032.

       ROT-600-010.
           ACCEPT   (06 21)  DIA-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  DIA-AUX   <   1  OR  >  31
               GO  TO        ROT-600-010.
           ACCEPT   (06 24)  MES-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-600-010.
           IF  MES-AUX   <   1  OR  >  12
               GO  TO        ROT-600-010.
           ACCEPT   (06 27)  ANO-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-600-010.

       ROT-600-020.
           ACCEPT   (07 21)  EGL-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-600-010.
           MOVE     EGL-AUX  TO  CHV-EGL
           MOVE     SPACES   TO  RSP-OPC
           READ     CADEGL   INVALID KEY
                    DISPLAY  MEN-025
                    ACCEPT   OPC-002
                    DISPLAY  MEN-032
                    GO  TO   ROT-600-020.
           MOVE     NOM-EGL  TO  NOM-AUX
           MOVE     ZEROS    TO  QTD-AUX  BOT-AUX  VAZ-AUX
                                 VDN-AUX  VCT-AUX
           MOVE     DTA-AUX  TO  DTA-PGL
           MOVE     ZEROS    TO  SEQ-PGL
           START    CADPGL   KEY NOT LESS  CHV-PGL
                    INVALID  KEY GO  TO   ROT-600-040.

       ROT-600-030.
           READ     CADPGL   NEXT AT END
                    GO  TO   ROT-600-040.
           IF  DTA-PGL  NOT  =   DTA-AUX
               GO  TO        ROT-600-040.
           IF  SIT-PGL  NOT  =   2  OR
               EGL-PGL  NOT  =   EGL-AUX  OR
               ACT-PGL  NOT  =   0
               GO  TO        ROT-600-030.
           ADD      1        TO  QTD-AUX
           ADD      QTD-PGL  TO  BOT-AUX
           ADD      VAZ-PGL  TO  VAZ-AUX
           IF  FPG-PGL   =   1
               ADD      VAL-PGL  TO  VDN-AUX
           ELSE
               ADD      VAL-PGL  TO  VCT-AUX.
           GO  TO   ROT-600-030.

       ROT-600-040.
           MOVE     VDN-AUX  TO  IDN-AUX
           MOVE     VCT-AUX  TO  ICT-AUX
           MOVE     ZEROS    TO  DIF-AUX
           DISPLAY  ENT-004
           IF  QTD-AUX   =   ZEROS
               MOVE     SPACES   TO  RSP-OPC
               DISPLAY       MEN-033
               ACCEPT        OPC-002
               DISPLAY       MEN-032
               GO  TO        ROT-600-020.

       ROT-600-050.
           DISPLAY  MEN-034
           ACCEPT   (14 21)  IDN-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           COMPUTE  DIF-AUX  =   IDN-AUX  +  ICT-AUX
                              -  VDN-AUX  -  VCT-AUX
           DISPLAY  ENT-004
           IF  TECLADO   =   01
               DISPLAY       MEN-032
               GO  TO        ROT-600-020.

       ROT-600-060.
           DISPLAY  MEN-035
           ACCEPT   (15 21)  ICT-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           COMPUTE  DIF-AUX  =   IDN-AUX  +  ICT-AUX
                              -  VDN-AUX  -  VCT-AUX
           DISPLAY  ENT-004
           IF  TECLADO   =   01
               GO  TO        ROT-600-050.

       ROT-600-070.
           DISPLAY  MEN-036
           MOVE     ZEROS    TO  TUR-AUX  CXA-AUX
           ACCEPT   (22 30)  TUR-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-600-060.
           ACCEPT   (22 44)  CXA-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-600-070.
           MOVE     TUR-AUX  TO  TUR-CXA
           MOVE     CXA-AUX  TO  NUM-CXA
           MOVE     SPACES   TO  RSP-OPC
           READ     CADCXA   INVALID KEY
                    DISPLAY  MEN-037
                    ACCEPT   OPC-002
                    GO  TO   ROT-600-070.

       ROT-600-080.
           DISPLAY  MEN-038
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-600-070.
           IF  RSP-OPC   =   "A"
               GO  TO        ROT-600-000.
           IF  RSP-OPC  NOT  =   "G"
               GO  TO        ROT-600-080.
           MOVE     DTA-AUX  TO  DTA-AGL
           MOVE     EGL-AUX  TO  EGL-AGL
           MOVE     ZEROS    TO  SEQ-AGL
           MOVE     QTD-AUX  TO  QTD-AGL
           MOVE     BOT-AUX  TO  BOT-AGL
           MOVE     VAZ-AUX  TO  VAZ-AGL
           MOVE     VDN-AUX  TO  VDN-AGL
           MOVE     VCT-AUX  TO  VCT-AGL
           MOVE     IDN-AUX  TO  IDN-AGL
           MOVE     ICT-AUX  TO  ICT-AGL
           MOVE     TUR-AUX  TO  TUR-AGL
           MOVE     CXA-AUX  TO  CXA-AGL.

       ROT-600-090.
           ADD      1        TO  SEQ-AGL
           WRITE    REG-AGL  INVALID KEY
                    GO  TO   ROT-600-090.
           PERFORM  ROT-840-000  THRU  ROT-840-030
           MOVE     DTA-AUX  TO  DTA-PGL
           MOVE     ZEROS    TO  SEQ-PGL
           START    CADPGL   KEY NOT LESS  CHV-PGL
                    INVALID  KEY GO  TO   ROT-600-110.

       ROT-600-100.
           READ     CADPGL   NEXT AT END
                    GO  TO   ROT-600-110.
           IF  DTA-PGL  NOT  =   DTA-AUX
               GO  TO        ROT-600-110.
           IF  SIT-PGL  NOT  =   2  OR
               EGL-PGL  NOT  =   EGL-AUX  OR
               ACT-PGL  NOT  =   0
               GO  TO        ROT-600-100.
           MOVE     1        TO  ACT-PGL
           MOVE     TUR-AUX  TO  TUR-PGL
           MOVE     CXA-AUX  TO  CXA-PGL
           REWRITE  REG-PGL
           GO  TO   ROT-600-100.

       ROT-600-110.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-039
           ACCEPT   OPC-002
           GO  TO   ROT-600-000.

       ROT-700-000.
           MOVE     DTA-SYS  TO  DTA-AUX
           DISPLAY  TLA-009  ENT-005  MEN-040.

       ROT-700-010.
           ACCEPT   (06 21)  DIA-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  DIA-AUX   <   1  OR  >  31
               GO  TO        ROT-700-010.
           ACCEPT   (06 24)  MES-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-700-010.
           IF  MES-AUX   <   1  OR  >  12
               GO  TO        ROT-700-010.
           ACCEPT   (06 27)  ANO-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-700-010.

       ROT-700-020.
           DISPLAY  MEN-041
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-700-010.
           IF  RSP-OPC   =   "I"
               MOVE     "PRINTER"     TO  DES-REL
           ELSE
           IF  RSP-OPC   =   "A"
               MOVE     "RELATO.TXT"  TO  DES-REL
           ELSE
               GO  TO        ROT-700-020.
           DISPLAY  MEN-042
           OPEN     OUTPUT   RELATO
           MOVE     ZEROS    TO  TAB-STS
           MOVE     DIA-AUX  TO  DIA-CB2P
           MOVE     MES-AUX  TO  MES-CB2P
           MOVE     ANO-AUX  TO  ANO-CB2P
           MOVE     1        TO  PAG-CB1
           MOVE     CAB-004  TO  CAB-COL
           PERFORM  ROT-800-000  THRU  ROT-800-010
           MOVE     DTA-AUX  TO  DTA-PGL
           MOVE     ZEROS    TO  SEQ-PGL
           START    CADPGL   KEY NOT LESS  CHV-PGL
                    INVALID  KEY GO  TO   ROT-700-040.

       ROT-700-030.
           READ     CADPGL   NEXT AT END
                    GO  TO   ROT-700-040.
           IF  DTA-PGL  NOT  =   DTA-AUX
               GO  TO        ROT-700-040.
           MOVE     SIT-PGL  TO  IND
           ADD      1        TO  IND
           ADD      1        TO  QTD-STS (IND)
           ADD      VAL-PGL  TO  VAL-STS (IND)
           MOVE     SEQ-PGL  TO  SEQ-DT1
           MOVE     HOP-PGL  TO  HOR-DT1
           MOVE     MIP-PGL  TO  MIN-DT1
           MOVE     NOM-PGL  TO  NOM-DT1
           MOVE     BAI-PGL  TO  BAI-DT1
           MOVE     RGL-PGL  TO  RGL-DT1
           MOVE     PRX-PGL  TO  PRX-DT1
           MOVE     SUF-PGL  TO  SUF-DT1
           MOVE     QTD-PGL  TO  QTD-DT1
           MOVE     VAL-PGL  TO  VAL-DT1
           MOVE     EGL-PGL  TO  EGL-DT1
           MOVE     NOM-SIT (IND)  TO  SIT-DT1
           MOVE     SPACES   TO  FPG-DT1
           IF  SIT-PGL   =   2
               MOVE     NOM-FPG (FPG-PGL)  TO  FPG-DT1.
           MOVE     DET-001  TO  REG-REL
           PERFORM  ROT-850-000  THRU  ROT-850-010
           GO  TO   ROT-700-030.

       ROT-700-040.
           MOVE     CAB-003  TO  REG-REL
           PERFORM  ROT-850-000  THRU  ROT-850-010
           MOVE     1        TO  IND.

       ROT-700-050.
           MOVE     NOM-SIT (IND)  TO  SIT-TT1
           MOVE     QTD-STS (IND)  TO  QTD-TT1
           MOVE     VAL-STS (IND)  TO  VAL-TT1
           MOVE     TOT-001  TO  REG-REL
           PERFORM  ROT-850-000  THRU  ROT-850-010
           ADD      1        TO  IND
           IF  IND   <   5
               GO  TO        ROT-700-050.
           MOVE     SPACES   TO  REG-REL
           PERFORM  ROT-850-000  THRU  ROT-850-010
           MOVE     CAB-005  TO  CAB-COL  REG-REL
           PERFORM  ROT-850-000  THRU  ROT-850-010
           MOVE     CAB-003  TO  REG-REL
           PERFORM  ROT-850-000  THRU  ROT-850-010
           MOVE     DTA-AUX  TO  DTA-AGL
           MOVE     ZEROS    TO  EGL-AGL  SEQ-AGL
           START    CADAGL   KEY NOT LESS  CHV-AGL
                    INVALID  KEY GO  TO   ROT-700-070.

       ROT-700-060.
           READ     CADAGL   NEXT AT END
                    GO  TO   ROT-700-070.
           IF  DTA-AGL  NOT  =   DTA-AUX
               GO  TO        ROT-700-070.
           MOVE     EGL-AGL  TO  CHV-EGL  EGL-DT2
           READ     CADEGL   INVALID KEY
                    MOVE     SPACES   TO  NOM-EGL.
           MOVE     NOM-EGL  TO  NOM-DT2
           MOVE     QTD-AGL  TO  QTD-DT2
           MOVE     BOT-AGL  TO  BOT-DT2
           MOVE     VAZ-AGL  TO  VAZ-DT2
           COMPUTE  DIF-AUX  =   VDN-AGL  +  VCT-AGL
           MOVE     DIF-AUX  TO  VPR-DT2
           COMPUTE  DIF-AUX  =   IDN-AGL  +  ICT-AGL
           MOVE     DIF-AUX  TO  VIN-DT2
           COMPUTE  DIF-AUX  =   IDN-AGL  +  ICT-AGL
                              -  VDN-AGL  -  VCT-AGL
           MOVE     DIF-AUX  TO  DIF-DT2
           MOVE     DET-002  TO  REG-REL
           PERFORM  ROT-850-000  THRU  ROT-850-010
           GO  TO   ROT-700-060.

       ROT-700-070.
           MOVE     CAB-003  TO  REG-REL
           PERFORM  ROT-850-000  THRU  ROT-850-010
           CLOSE    RELATO
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-043
           ACCEPT   OPC-002
           GO  TO   ROT-000-010.

       ROT-800-000.
           IF  PAG-CB1   =   1
               WRITE    REG-REL FROM CAB-001  AFTER 0
           ELSE
               WRITE    REG-REL FROM CAB-001  AFTER  PAGE.
           MOVE     DIA-SYS  TO  DIA-CB2
           MOVE     MES-SYS  TO  MES-CB2
           MOVE     ANO-SYS  TO  ANO-CB2
           WRITE    REG-REL FROM CAB-002  AFTER 2
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM CAB-COL
           WRITE    REG-REL FROM CAB-003
           MOVE     6        TO  ACM-LIN.

       ROT-800-010.
           EXIT.

       ROT-810-000.
           MOVE     0        TO  FLG-RET
           MOVE     SPACES   TO  NOM-PGL  END-PGL  BAI-PGL  DES-RGL
                                 DES-EST  NOM-AUX  SIT-AUX  FPG-AUX
           MOVE     ZEROS    TO  SEQ-PGL  TEL-PGL  RGL-PGL  PRX-PGL
                                 SUF-PGL  QTD-PGL  UNT-PGL  VAL-PGL
                                 HRP-PGL  EGL-PGL  HRD-PGL  HRE-PGL
                                 VAZ-PGL  FPG-PGL  SIT-PGL  ACT-PGL
                                 TUR-PGL  CXA-PGL
           MOVE     DTA-SYS  TO  DTA-AUX
           DISPLAY  ENT-003.

       ROT-810-010.
           ACCEPT   (06 21)  DIA-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               MOVE     1        TO  FLG-RET
               GO  TO        ROT-810-030.
           IF  DIA-AUX   <   1  OR  >  31
               GO  TO        ROT-810-010.
           ACCEPT   (06 24)  MES-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-810-010.
           IF  MES-AUX   <   1  OR  >  12
               GO  TO        ROT-810-010.
           ACCEPT   (06 27)  ANO-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-810-010.

       ROT-810-020.
           ACCEPT   (06 33)  SEQ-PGL  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-810-010.
           IF  SEQ-PGL   =   ZEROS  AND  NUM-OPC  NOT  =  3
               GO  TO        ROT-810-020.
           MOVE     DTA-AUX  TO  DTA-PGL.

       ROT-810-030.
           EXIT.

       ROT-820-000.
           MOVE     RGL-PGL  TO  CHV-RGL
           READ     CADRGL   INVALID KEY
                    MOVE     SPACES   TO  DES-RGL.
           MOVE     PRX-PGL  TO  PRX-EST
           MOVE     SUF-PGL  TO  SUF-EST
           READ     CADEST   INVALID KEY
                    MOVE     SPACES   TO  DES-EST.
           MOVE     SPACES   TO  NOM-AUX  FPG-AUX
           IF  EGL-PGL   >   ZEROS
               MOVE     EGL-PGL  TO  CHV-EGL
               READ     CADEGL   INVALID KEY
                        MOVE     SPACES   TO  NOM-EGL.
           IF  EGL-PGL   >   ZEROS
               MOVE     NOM-EGL  TO  NOM-AUX.
           IF  FPG-PGL   >   ZEROS  AND  FPG-PGL  <  3
               MOVE     NOM-FPG (FPG-PGL)  TO  FPG-AUX.
           MOVE     SIT-PGL  TO  IND
           ADD      1        TO  IND
           MOVE     NOM-SIT (IND)  TO  SIT-AUX
           DISPLAY  ENT-003.

       ROT-820-010.
           EXIT.

       ROT-830-000.
           MOVE     PRX-PGL  TO  PRX-EST
           MOVE     SUF-PGL  TO  SUF-EST
           READ     CADEST   INVALID KEY
                    GO  TO   ROT-830-010.
           COMPUTE  SDO-EST  =   SDO-EST  -  QTD-PGL
           ADD      QTD-PGL  TO  QVM-EST
           ADD      QTD-PGL  TO  QVA-EST
           REWRITE  REG-EST.

       ROT-830-010.
           MOVE     PRX-PGL  TO  PRX-VSL
           MOVE     SUF-PGL  TO  SUF-VSL
           READ     CADVSL   INVALID  KEY
                    GO  TO   ROT-830-030.
           IF  FLG-VSL  NOT  =   1
               GO  TO        ROT-830-030.
           ADD      VAZ-PGL  TO  SDV-VSL
           REWRITE  REG-VSL
           IF  VAZ-PGL  NOT  <   QTD-PGL
               GO  TO        ROT-830-030.
           COMPUTE  DEP-AUX  =   QTD-PGL  -  VAZ-PGL
           MOVE     NOM-PGL  TO  NOM-VSD
           MOVE     PRX-PGL  TO  PRX-VSD
           MOVE     SUF-PGL  TO  SUF-VSD
           MOVE     DEP-AUX  TO  QTD-VSD
           COMPUTE  VAL-VSD  =   QTD-VSD  *  VLC-VSL
           MOVE     0        TO  SIT-VSD
           MOVE     DTA-SYS  TO  DTA-VSD
           MOVE     ZEROS    TO  LCT-VSD.

       ROT-830-020.
           ADD      1        TO  LCT-VSD
           WRITE    REG-VSD  INVALID  KEY
                    GO  TO   ROT-830-020.

       ROT-830-030.
           EXIT.

       ROT-840-000.
           MOVE     EGL-AUX  TO  EGL-HST
           MOVE     TUR-AUX  TO  TUR-LCX
           MOVE     CXA-AUX  TO  CXA-LCX
           MOVE     3        TO  ATV-LCX
           MOVE     ZEROS    TO  PRX-LCX  SUF-LCX  LCT-LCX
           MOVE     "DISK-GAS"       TO  DES-LCX
           MOVE     HST-AUX  TO  HST-LCX
           MOVE     BOT-AUX  TO  QTD-LCX
           COMPUTE  VAL-LCX  =   VDN-AUX  +  VCT-AUX.

       ROT-840-010.
           ADD      1        TO  LCT-LCX
           WRITE    REG-LCX  INVALID  KEY
                    GO  TO   ROT-840-010.
           MOVE     TUR-AUX  TO  TUR-PRS
           MOVE     CXA-AUX  TO  CXA-PRS
           MOVE     3        TO  ATV-PRS
           MOVE     ZEROS    TO  LIN-PRS
           START    CADPRS   KEY GREATER  CHV-PRS
                    INVALID  KEY GO  TO   ROT-840-030.

       ROT-840-020.
           READ     CADPRS   NEXT AT END
                    GO  TO   ROT-840-030.
           IF  TUR-PRS  NOT  =   TUR-AUX  OR
               CXA-PRS  NOT  =   CXA-AUX  OR
               ATV-PRS  NOT  =   3
               GO  TO        ROT-840-030.
           ADD      BOT-AUX  TO  QTD-PRS
           ADD      VAL-LCX  TO  VDD-PRS
           REWRITE  REG-PRS.

       ROT-840-030.
           EXIT.

       ROT-850-000.
           IF  ACM-LIN   >   54
               MOVE     REG-REL  TO  LIN-AUX
               ADD      1        TO  PAG-CB1
               PERFORM  ROT-800-000  THRU  ROT-800-010
               MOVE     LIN-AUX  TO  REG-REL.
           WRITE    REG-REL
           ADD      1        TO  ACM-LIN.

       ROT-850-010.
           EXIT.

       ROT-900-000.
           CLOSE    CADEGL   CADRGL   CADTGL   CADPGL   CADAGL
                    CADEST   CADVSL   CADVSD   CADCXA   CADPRS
                    CADLCX
           CHAIN   "DYN136".
