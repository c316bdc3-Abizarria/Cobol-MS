       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN245.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADCRG        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CRG
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADCEE        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CEE
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADSRC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-SRC
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

           SELECT      ARQSES        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

       DATA            DIVISION.
       FILE            SECTION.

       FD  CADCRG      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCRG.DAT".
       01  REG-CRG.
           03  CHV-CRG          PIC  9(02).
           03  DES-CRG          PIC  X(20).
           03  PLT-CRG          PIC  X(10).
           03  POT-CRG          PIC  9(03).
           03  SIT-CRG          PIC  9(01).

       FD  CADCEE      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCEE.DAT".
       01  REG-CEE.
           03  CHV-CEE.
               05  CRG-CEE      PIC  9(02).
               05  AMC-CEE.
                   07  ANO-CEE  PIC  9(02).
                   07  MES-CEE  PIC  9(02).
           03  KWF-CEE          PIC  9(06).
           03  VAL-CEE          PIC  9(06)V99.

       FD  CADSRC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADSRC.DAT".
       01  REG-SRC.
           03  CHV-SRC          PIC  X(12).
           03  CRG-SRC          PIC  9(02).
           03  DTI-SRC.
               05  AMI-SRC.
                   07  ANI-SRC  PIC  9(02).
                   07  MEI-SRC  PIC  9(02).
               05  DII-SRC      PIC  9(02).
           03  HRI-SRC          PIC  9(04).
           03  DTF-SRC.
               05  ANF-SRC      PIC  9(02).
               05  MEF-SRC      PIC  9(02).
               05  DIF-SRC      PIC  9(02).
           03  HRF-SRC          PIC  9(04).
           03  KWH-SRC          PIC  9(04)V999.
           03  VAL-SRC          PIC  9(06)V99.
           03  FPG-SRC          PIC  9(01).
           03  PCA-SRC          PIC  X(07).
           03  SIT-SRC          PIC  9(01).
           03  TUR-SRC          PIC  9(01).
           03  CXA-SRC          PIC  9(01).
           03  DTL-SRC          PIC  9(06).

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

       FD  ARQSES      LABEL         RECORD  IS  OMITTED
                       VALUE    OF   FILE-ID     "RECARGA.TXT".
       01  REG-SES.
           03  NUM-SES          PIC  X(12).
           03  PLT-SES          PIC  X(10).
           03  DTI-SES.
               05  DII-SES      PIC  9(02).
               05  MEI-SES      PIC  9(02).
               05  SCI-SES      PIC  9(02).
               05  ANI-SES      PIC  9(02).
           03  HRI-SES          PIC  9(04).
           03  DTF-SES.
               05  DIF-SES      PIC  9(02).
               05  MEF-SES      PIC  9(02).
               05  SCF-SES      PIC  9(02).
               05  ANF-SES      PIC  9(02).
           03  HRF-SES          PIC  9(04).
           03  KWH-SES          PIC  9(04)V999.
           03  VAL-SES          PIC  9(06)V99.
           03  FPG-SES          PIC  9(01).
           03  PCA-SES          PIC  X(07).
           03  FILLER           PIC  X(20).

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
           03  IND              PIC  9(03).
           03  TUR-AUX          PIC  9(01).
           03  CXA-AUX          PIC  9(01).
           03  PLT-AUX          PIC  X(10).
           03  MOT-AUX          PIC  X(26).
           03  CKW-AUX          PIC  9(02)V9999.
           03  CNT-LID          PIC  9(05).
           03  CNT-GRV          PIC  9(05).
           03  CNT-REP          PIC  9(05).
           03  CNT-REJ          PIC  9(05).
           03  CNT-SES          PIC  9(05).
           03  TOT-KWH          PIC  9(06)V999.
           03  TOT-VAL          PIC  9(08)V99.
           03  TOT-CST          PIC  9(08)V99.
           03  SDN-AUX          PIC  9(05).
           03  SCT-AUX          PIC  9(05).
           03  SAP-AUX          PIC  9(05).
           03  VDN-AUX          PIC  9(08)V99.
           03  VCT-AUX          PIC  9(08)V99.
           03  VAP-AUX          PIC  9(08)V99.
           03  RES-AUX          PIC S9(08)V99.
           03  MRG-AUX          PIC S9(13).
           03  PMK-AUX          PIC  9(04)V99.
           03  LIN-AUX          PIC  X(80).

           03  PER-INI.
               05  ANO-PIN      PIC  9(02).
               05  MES-PIN      PIC  9(02).

           03  PER-FIM.
               05  ANO-PFM      PIC  9(02).
               05  MES-PFM      PIC  9(02).

           03  DTA-LIM.
               05  ANO-LIM      PIC  9(02).
               05  MES-LIM      PIC  9(02).
               05  DIA-LIM      PIC  9(02).

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

           03  HST-AUX.
               05  PCA-HST      PIC  X(07).
               05  FILLER       PIC  X(01)  VALUE  SPACES.
               05  FPG-HST      PIC  X(08).
               05  FILLER       PIC  X(04)  VALUE  SPACES.

       01  CRG-SAV.
           03  CHV-SAV          PIC  9(02).
           03  DES-SAV          PIC  X(20).
           03  PLT-SAV          PIC  X(10).
           03  POT-SAV          PIC  9(03).
           03  SIT-SAV          PIC  9(01).

       01  TAB-CRG.
           03  PLT-TAB          PIC  X(10)  OCCURS  99.

       01  TAB-REL.
           03  ITM-REL          OCCURS  99.
               05  SES-TAB      PIC  9(05).
               05  KWH-TAB      PIC  9(06)V999.
               05  REC-TAB      PIC  9(08)V99.
               05  CST-TAB      PIC  9(08)V99.

       01  TAB-FPG.
           03  FILLER           PIC  X(08)  VALUE  "DINHEIRO".
           03  FILLER           PIC  X(08)  VALUE  "CARTAO  ".
           03  FILLER           PIC  X(08)  VALUE  "APP/PIX ".
       01  RED-FPG              REDEFINES   TAB-FPG.
           03  NOM-FPG          PIC  X(08)  OCCURS  03.

       01  TAB-OPC.
           03  FILLER           PIC  X(09)  VALUE  "CARREGAD.".
           03  FILLER           PIC  X(09)  VALUE  "ENERGIA  ".
           03  FILLER           PIC  X(09)  VALUE  "IMPORTAR ".
           03  FILLER           PIC  X(09)  VALUE  "CAIXA    ".
           03  FILLER           PIC  X(09)  VALUE  "RELATORIO".
       01  RED-OPC              REDEFINES   TAB-OPC.
           03  OPC-TAB          PIC  X(09)  OCCURS  05.

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
           03  FILLER           PIC  X(04)  VALUE  SPACES.
           03  CPL-CB2          PIC  X(40).

       01  CPL-PER.
           03  FILLER           PIC  X(10)  VALUE  "PERIODO :".
           03  MES-CPI          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CPI          PIC  9(02).
           03  FILLER           PIC  X(03)  VALUE  " A ".
           03  MES-CPF          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CPF          PIC  9(02).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004              PIC  X(80).

       01  CAB-005.
           03  FILLER           PIC  X(40)  VALUE
               "CR CARREGADOR       SESS       KWH    RE".
           03  FILLER           PIC  X(40)  VALUE
               "CEITA      CUSTO   RESULTADO MRG% R$KWH ".

       01  CAB-006.
           03  FILLER           PIC  X(40)  VALUE
               "SESSAO       CARREGADOR DATA           K".
           03  FILLER           PIC  X(40)  VALUE
               "WH      VALOR  MOTIVO                   ".

       01  DET-001.
           03  CRG-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DES-DT1          PIC  X(15).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  SES-DT1          PIC  Z.ZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  KWH-DT1          PIC  ZZZ.ZZ9,9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  REC-DT1          PIC  ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  CST-DT1          PIC  ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  RES-DT1          PIC  -ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  MRG-DT1          PIC  -ZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  PMK-DT1          PIC  Z9,99.

       01  DET-002.
           03  NUM-DT2          PIC  X(12).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  PLT-DT2          PIC  X(10).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DIA-DT2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-DT2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-DT2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  KWH-DT2          PIC  Z.ZZ9,999.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  VAL-DT2          PIC  ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  MOT-DT2          PIC  X(26).

       01  TOT-001.
           03  FILLER           PIC  X(19)  VALUE  "TOTAL GERAL".
           03  SES-TT1          PIC  Z.ZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  KWH-TT1          PIC  ZZZ.ZZ9,9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  REC-TT1          PIC  ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  CST-TT1          PIC  ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  RES-TT1          PIC  -ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  MRG-TT1          PIC  -ZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  PMK-TT1          PIC  Z9,99.

       01  TOT-002.
           03  FILLER           PIC  X(10)  VALUE  "RECEBIDO :".
           03  FPG-TT2          PIC  X(09).
           03  SES-TT2          PIC  Z.ZZ9.
           03  FILLER           PIC  X(12)  VALUE  SPACES.
           03  REC-TT2          PIC  ZZZ.ZZ9,99.

       01  TOT-003.
           03  TIT-TT3          PIC  X(36).
           03  QTD-TT3          PIC  ZZZ.ZZ9.

       01  TOT-004.
           03  FILLER           PIC  X(48)  VALUE
               "CUSTO = CONTA DE ENERGIA RATEADA AO CARREGADOR  ".
           03  FILLER           PIC  X(32)  VALUE
               "R$KWH = RECEITA / KWH VENDIDO".

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 01 PIC  X(67) FROM
      -        " RECARGA DE VEICULOS ELETRICOS  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.

       01  TLA-002.
           03  LINE 05 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 02 PIC X(53) FROM " ?Carregador ....:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 07 COLUMN 02 PIC X(53) FROM " ?Descricao .....:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 02 PIC X(53) FROM " ?Cod.plataforma :     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 08 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 02 PIC X(53) FROM " ?Potencia ......:     
      -       "kW                          ? " BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 02 PIC X(53) FROM " ?Situacao ......:    1
      -       "-Ativo  2-Inativo           ? " BACKGROUND-COLOR 01.
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
           03  LINE 08 COLUMN 59 PIC X(17) FROM "  Recarga"
               BACKGROUND-COLOR  07  FOREGROUND-COLOR 01.
           03  LINE 08 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 57 PIC X(21) FROM " ??????????????????? "
               BACKGROUND-COLOR  04.
           03  LINE 09 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 57 PIC X(21) FROM " ?  1 - Carregador ? "
               BACKGROUND-COLOR  04.
           03  LINE 10 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 57 PIC X(21) FROM " ?  2 - Energia    ? "
               BACKGROUND-COLOR  04.
           03  LINE 11 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 57 PIC X(21) FROM " ?  3 - Importar   ? "
               BACKGROUND-COLOR  04.
           03  LINE 12 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 57 PIC X(21) FROM " ?  4 - Caixa      ? "
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
           03  LINE 06 COLUMN 02 PIC X(53) FROM " ?Carregador ....:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 07 COLUMN 02 PIC X(53) FROM " ?Competencia ...:   / 
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 02 PIC X(53) FROM " ?kWh na conta ..:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 08 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 02 PIC X(53) FROM " ?Valor da conta :     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 02 PIC X(53) FROM " ?Custo por kWh .:     
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
           03  LINE 06 COLUMN 02 PIC X(53) FROM " ?Sessoes ate ...:   / 
      -       " /                          ? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 07 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 02 PIC X(53) FROM " ?Sessoes .......:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 08 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 02 PIC X(53) FROM " ?kWh ...........:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 02 PIC X(53) FROM " ?Valor total ...:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 02 PIC X(53) FROM " ?Dinheiro ......:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 02 PIC X(53) FROM " ?Cartao ........:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 02 PIC X(53) FROM " ?Aplicativo/PIX :     
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

       01  TLA-007.
           03  LINE 05 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 02 PIC X(53) FROM " ?Linhas lidas ..:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 07 COLUMN 02 PIC X(53) FROM " ?Importadas ....:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 02 PIC X(53) FROM " ?Ja importadas .:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 08 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 02 PIC X(53) FROM " ?Rejeitadas ....:     
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

       01  TLA-008.
           03  LINE 05 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 02 PIC X(53) FROM " ?Periodo .......:   / 
      -       "  a   /                     ? " BACKGROUND-COLOR 01.
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
           03  LINE 06 COLUMN 21 PIC 9(02)  FROM  CHV-CRG
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 21 PIC X(20)  FROM  DES-CRG
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 21 PIC X(10)  FROM  PLT-CRG
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 21 PIC ZZ9    FROM  POT-CRG
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 21 PIC 9(01)  FROM  SIT-CRG
                       BACKGROUND-COLOR  01.

       01  ENT-002.
           03  LINE 06 COLUMN 21 PIC 9(02)  FROM  CRG-CEE
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 24 PIC X(20)  FROM  DES-CRG
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 21 PIC 9(02)  FROM  MES-CEE
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 24 PIC 9(02)  FROM  ANO-CEE
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 21 PIC ZZZ.ZZ9  FROM  KWF-CEE
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 21 PIC ZZZ.ZZ9,99  FROM  VAL-CEE
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 21 PIC Z9,9999  FROM  CKW-AUX
                       BACKGROUND-COLOR  01.

       01  ENT-003.
           03  LINE 06 COLUMN 21 PIC 9(02)  FROM  DIA-LIM
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 24 PIC 9(02)  FROM  MES-LIM
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 27 PIC 9(02)  FROM  ANO-LIM
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 21 PIC ZZ.ZZ9  FROM  CNT-SES
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 21 PIC ZZZ.ZZ9,999  FROM  TOT-KWH
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 21 PIC ZZ.ZZZ.ZZ9,99  FROM  TOT-VAL
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 21 PIC ZZ.ZZZ.ZZ9,99  FROM  VDN-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 21 PIC ZZ.ZZZ.ZZ9,99  FROM  VCT-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 21 PIC ZZ.ZZZ.ZZ9,99  FROM  VAP-AUX
                       BACKGROUND-COLOR  01.

       01  ENT-004.
           03  LINE 06 COLUMN 21 PIC ZZ.ZZ9  FROM  CNT-LID
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 21 PIC ZZ.ZZ9  FROM  CNT-GRV
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 21 PIC ZZ.ZZ9  FROM  CNT-REP
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 21 PIC ZZ.ZZ9  FROM  CNT-REJ
                       BACKGROUND-COLOR  01.

       01  ENT-005.
           03  LINE 06 COLUMN 21 PIC 9(02)  FROM  MES-PIN
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 24 PIC 9(02)  FROM  ANO-PIN
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 29 PIC 9(02)  FROM  MES-PFM
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 32 PIC 9(02)  FROM  ANO-PFM
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
      -            "CARREGADOR  -  [ESC] RETORNA ...                "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A DESCRICAO 
      -            "DO CARREGADOR  -  [ESC] RETORNA ...             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "CODIGO DO CARREGADO
      -            "R NA PLATAFORMA DE GESTAO  -  [ESC] RETORNA     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "CODIGO JA UTILIZADO
      -            " EM OUTRO CARREGADOR !!!  -  TECLE [ENTER]      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "POTENCIA NOMINAL DO
      -            " CARREGADOR EM KW  -  [ESC] RETORNA ...         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "SITUACAO:  1 - ATIV
      -            "O   2 - INATIVO  -  [ESC] RETORNA ...           "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "(G)RAVAR OU (A)BAND
      -            "ONAR ?                                          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-009 LINE 22 COLUMN 14 PIC X(67) FROM "OPERACAO GRAVADA !!
      -            "!  -  TECLE [ENTER] ...                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-010 LINE 22 COLUMN 14 PIC X(67) FROM "CARREGADOR INEXISTE
      -            "NTE !!!  -  TECLE [ENTER] ...                   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-011 LINE 22 COLUMN 14 PIC X(67) FROM "COMPETENCIA DA CONT
      -            "A DE ENERGIA (MES/ANO)  -  [ESC] RETORNA ...    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-012 LINE 22 COLUMN 14 PIC X(67) FROM "KWH FATURADO NA CON
      -            "TA PARA O CARREGADOR  -  [ESC] RETORNA ...      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-013 LINE 22 COLUMN 14 PIC X(67) FROM "VALOR DA CONTA DE E
      -            "NERGIA DO CARREGADOR  -  [ESC] RETORNA ...      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-014 LINE 22 COLUMN 14 PIC X(67) FROM "IMPORTA AS SESSOES 
      -            "DO ARQUIVO RECARGA.TXT ? [S/N]                  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-015 LINE 22 COLUMN 14 PIC X(67) FROM "ARQUIVO RECARGA.TXT
      -            " NAO ENCONTRADO !!!  -  TECLE [ENTER] ...       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-016 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRIMIR NA (I)MPRE
      -            "SSORA OU EM (A)RQUIVO ?                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-017 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  IMPORT
      -            "ANDO AS SESSOES DE RECARGA ...                  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-018 LINE 22 COLUMN 14 PIC X(67) FROM "IMPORTACAO CONCLUID
      -            "A  -  TECLE [ENTER] ...                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-019 LINE 22 COLUMN 14 PIC X(67) FROM "LANCAR AS SESSOES E
      -            "NCERRADAS ATE A DATA  -  [ESC] RETORNA ...      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-020 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O TURNO [ ] 
      -            "E O CAIXA [ ]  -  [ESC] RETORNA ...             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-021 LINE 22 COLUMN 14 PIC X(67) FROM "CAIXA INEXISTENTE !
      -            "!!  -  TECLE [ENTER] ...                        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-022 LINE 22 COLUMN 14 PIC X(67) FROM "(L)ANCAR AS SESSOES
      -            " PENDENTES NO CAIXA OU (A)BANDONAR ?            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-023 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  LANCAN
      -            "DO AS SESSOES NO CAIXA ...                      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-024 LINE 22 COLUMN 14 PIC X(67) FROM "SESSOES LANCADAS NO
      -            " CAIXA !!!  -  TECLE [ENTER] ...                "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-025 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O PERIODO (M
      -            "ES/ANO)  -  [ESC] RETORNA ...                   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-026 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  IMPRIM
      -            "INDO ...                                        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-027 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRESSAO CONCLUIDA
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
           OPEN     I-O      CADPRS   CADLCX
           OPEN     I-O      CADCRG
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADCRG
               CLOSE    CADCRG
               OPEN     I-O      CADCRG.
           OPEN     I-O      CADCEE
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADCEE
               CLOSE    CADCEE
               OPEN     I-O      CADCEE.
           OPEN     I-O      CADSRC
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADSRC
               CLOSE    CADSRC
               OPEN     I-O      CADSRC.

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
           GO  TO   ROT-100-000, ROT-200-000, ROT-300-000,
                    ROT-400-000, ROT-500-000,
                    DEPENDING    ON  NUM-OPC.

       ROT-100-000.
           MOVE     ZEROS    TO  REG-CRG
           MOVE     SPACES   TO  DES-CRG  PLT-CRG
           DISPLAY  TLA-002  ENT-001  MEN-002.

       ROT-100-010.
           ACCEPT   (06 21)  CHV-CRG  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  CHV-CRG   =   ZEROS
               GO  TO        ROT-100-010.
           MOVE     0        TO  FLG-NEW
           READ     CADCRG   INVALID KEY
                    MOVE     1        TO  FLG-NEW  SIT-CRG
                    MOVE     SPACES   TO  DES-CRG  PLT-CRG
                    MOVE     ZEROS    TO  POT-CRG.
           DISPLAY  ENT-001.

       ROT-100-020.
           DISPLAY  MEN-003
           ACCEPT   (07 21)  DES-CRG  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           IF  DES-CRG   =   SPACES
               GO  TO        ROT-100-020.

       ROT-100-030.
           DISPLAY  MEN-004
           ACCEPT   (08 21)  PLT-CRG  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-020.
           IF  PLT-CRG   =   SPACES
               GO  TO        ROT-100-030.
           MOVE     REG-CRG  TO  CRG-SAV
           PERFORM  ROT-700-000  THRU  ROT-700-020
           MOVE     SPACES   TO  PLT-TAB (CHV-SAV)
           MOVE     PLT-SAV  TO  PLT-AUX
           PERFORM  ROT-710-000  THRU  ROT-710-010
           MOVE     CRG-SAV  TO  REG-CRG
           MOVE     SPACES   TO  RSP-OPC
           IF  IND   >   ZEROS
               DISPLAY       MEN-005
               ACCEPT        OPC-002
               GO  TO        ROT-100-030.

       ROT-100-040.
           DISPLAY  MEN-006
           ACCEPT   (09 21)  POT-CRG  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  ENT-001
           IF  TECLADO   =   01
               GO  TO        ROT-100-030.

       ROT-100-050.
           DISPLAY  MEN-007
           ACCEPT   (10 21)  SIT-CRG  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-040.
           IF  SIT-CRG   <   1  OR  >  2
               GO  TO        ROT-100-050.

       ROT-100-060.
           DISPLAY  MEN-008
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-050.
           IF  RSP-OPC   =   "A"
               GO  TO        ROT-100-000.
           IF  RSP-OPC  NOT  =   "G"
               GO  TO        ROT-100-060.
           MOVE     SPACES   TO  RSP-OPC
           IF  FLG-NEW   =   0
               REWRITE  REG-CRG
           ELSE
               WRITE    REG-CRG  INVALID KEY
                        REWRITE  REG-CRG.
           DISPLAY  MEN-009
           ACCEPT   OPC-002
           GO  TO   ROT-100-000.

       ROT-200-000.
           MOVE     ZEROS    TO  REG-CEE  CKW-AUX
           MOVE     SPACES   TO  DES-CRG
           MOVE     ANO-SYS  TO  ANO-CEE
           MOVE     MES-SYS  TO  MES-CEE
           DISPLAY  TLA-005  ENT-002  MEN-002.

       ROT-200-010.
           ACCEPT   (06 21)  CRG-CEE  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  CRG-CEE   =   ZEROS
               GO  TO        ROT-200-010.
           MOVE     CRG-CEE  TO  CHV-CRG
           MOVE     SPACES   TO  RSP-OPC
           READ     CADCRG   INVALID KEY
                    DISPLAY  MEN-010
                    ACCEPT   OPC-002
                    GO  TO   ROT-200-010.
           DISPLAY  ENT-002.

       ROT-200-020.
           DISPLAY  MEN-011
           ACCEPT   (07 21)  MES-CEE  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-000.
           IF  MES-CEE   <   1  OR  >  12
               GO  TO        ROT-200-020.

       ROT-200-030.
           ACCEPT   (07 24)  ANO-CEE  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-020.
           MOVE     0        TO  FLG-NEW
           READ     CADCEE   INVALID KEY
                    MOVE     1        TO  FLG-NEW
                    MOVE     ZEROS    TO  KWF-CEE  VAL-CEE.
           PERFORM  ROT-720-000  THRU  ROT-720-010
           DISPLAY  ENT-002.

       ROT-200-040.
           DISPLAY  MEN-012
           ACCEPT   (08 21)  KWF-CEE  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           PERFORM  ROT-720-000  THRU  ROT-720-010
           DISPLAY  ENT-002
           IF  TECLADO   =   01
               GO  TO        ROT-200-020.

       ROT-200-050.
           DISPLAY  MEN-013
           ACCEPT   (09 21)  VAL-CEE  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           PERFORM  ROT-720-000  THRU  ROT-720-010
           DISPLAY  ENT-002
           IF  TECLADO   =   01
               GO  TO        ROT-200-040.
           IF  VAL-CEE   =   ZEROS
               GO  TO        ROT-200-050.

       ROT-200-060.
           DISPLAY  MEN-008
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-050.
           IF  RSP-OPC   =   "A"
               GO  TO        ROT-200-000.
           IF  RSP-OPC  NOT  =   "G"
               GO  TO        ROT-200-060.
           MOVE     SPACES   TO  RSP-OPC
           IF  FLG-NEW   =   0
               REWRITE  REG-CEE
           ELSE
               WRITE    REG-CEE  INVALID KEY
                        REWRITE  REG-CEE.
           DISPLAY  MEN-009
           ACCEPT   OPC-002
           GO  TO   ROT-200-000.

       ROT-300-000.
           MOVE     ZEROS    TO  CNT-LID  CNT-GRV  CNT-REP  CNT-REJ
           DISPLAY  TLA-007  ENT-004  MEN-014
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01  OR  RSP-OPC  =  "N"
               GO  TO        ROT-000-010.
           IF  RSP-OPC  NOT  =   "S"
               GO  TO        ROT-300-000.
           OPEN     INPUT    ARQSES
           IF  FS-ARQ  NOT  =   "00"
               MOVE     SPACES   TO  RSP-OPC
               DISPLAY       MEN-015
               ACCEPT        OPC-002
               GO  TO        ROT-000-010.

       ROT-300-005.
           DISPLAY  MEN-016
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           IF  RSP-OPC   =   "I"
               MOVE     "PRINTER"     TO  DES-REL
           ELSE
           IF  RSP-OPC   =   "A"
               MOVE     "RELATO.TXT"  TO  DES-REL
           ELSE
               GO  TO        ROT-300-005.
           DISPLAY  MEN-017
           OPEN     OUTPUT   RELATO
           MOVE     "IMPORTACAO DAS SESSOES DE RECARGA"  TO  TIT-CB1
           MOVE     "ARQUIVO : RECARGA.TXT"  TO  CPL-CB2
           MOVE     CAB-006  TO  CAB-004
           MOVE     1        TO  PAG-CB1
           PERFORM  ROT-800-000  THRU  ROT-800-010
           PERFORM  ROT-700-000  THRU  ROT-700-020.

       ROT-300-010.
           READ     ARQSES   AT  END
                    GO  TO   ROT-300-030.
           ADD      1        TO  CNT-LID
           IF  NUM-SES   =   SPACES
               GO  TO        ROT-300-010.
           MOVE     "LINHA COM CAMPOS INVALIDOS"  TO  MOT-AUX
           IF  DTI-SES  NOT  NUMERIC  OR  HRI-SES  NOT  NUMERIC  OR
               DTF-SES  NOT  NUMERIC  OR  HRF-SES  NOT  NUMERIC  OR
               KWH-SES  NOT  NUMERIC  OR  VAL-SES  NOT  NUMERIC
               GO  TO        ROT-300-020.
           MOVE     "FORMA DE PAGTO INVALIDA"  TO  MOT-AUX
           IF  FPG-SES  NOT  NUMERIC
               GO  TO        ROT-300-020.
           IF  FPG-SES   <   1  OR  >  3
               GO  TO        ROT-300-020.
           MOVE     "CARREGADOR NAO CADASTRADO"  TO  MOT-AUX
           IF  PLT-SES   =   SPACES
               GO  TO        ROT-300-020.
           MOVE     PLT-SES  TO  PLT-AUX
           PERFORM  ROT-710-000  THRU  ROT-710-010
           IF  IND   =   ZEROS
               GO  TO        ROT-300-020.
           MOVE     NUM-SES  TO  CHV-SRC
           MOVE     IND      TO  CRG-SRC
           MOVE     ANI-SES  TO  ANI-SRC
           MOVE     MEI-SES  TO  MEI-SRC
           MOVE     DII-SES  TO  DII-SRC
           MOVE     HRI-SES  TO  HRI-SRC
           MOVE     ANF-SES  TO  ANF-SRC
           MOVE     MEF-SES  TO  MEF-SRC
           MOVE     DIF-SES  TO  DIF-SRC
           MOVE     HRF-SES  TO  HRF-SRC
           MOVE     KWH-SES  TO  KWH-SRC
           MOVE     VAL-SES  TO  VAL-SRC
           MOVE     FPG-SES  TO  FPG-SRC
           MOVE     PCA-SES  TO  PCA-SRC
           MOVE     ZEROS    TO  SIT-SRC  TUR-SRC  CXA-SRC  DTL-SRC
           WRITE    REG-SRC  INVALID KEY
                    ADD      1        TO  CNT-REP
                    GO  TO   ROT-300-010.
           ADD      1        TO  CNT-GRV
           GO  TO   ROT-300-010.

       ROT-300-020.
           ADD      1        TO  CNT-REJ
           MOVE     ZEROS    TO  DIA-DT2  MES-DT2  ANO-DT2
                                 KWH-DT2  VAL-DT2
           MOVE     NUM-SES  TO  NUM-DT2
           MOVE     PLT-SES  TO  PLT-DT2
           IF  DTI-SES   NUMERIC
               MOVE     DII-SES  TO  DIA-DT2
               MOVE     MEI-SES  TO  MES-DT2
               MOVE     ANI-SES  TO  ANO-DT2.
           IF  KWH-SES   NUMERIC
               MOVE     KWH-SES  TO  KWH-DT2.
           IF  VAL-SES   NUMERIC
               MOVE     VAL-SES  TO  VAL-DT2.
           MOVE     MOT-AUX  TO  MOT-DT2
           MOVE     DET-002  TO  REG-REL
           PERFORM  ROT-660-000  THRU  ROT-660-010
           GO  TO   ROT-300-010.

       ROT-300-030.
           CLOSE    ARQSES
           MOVE     CAB-003  TO  REG-REL
           PERFORM  ROT-660-000  THRU  ROT-660-010
           MOVE     "LINHAS LIDAS NO ARQUIVO ............"  TO  TIT-TT3
           MOVE     CNT-LID  TO  QTD-TT3
           MOVE     TOT-003  TO  REG-REL
           PERFORM  ROT-660-000  THRU  ROT-660-010
           MOVE     "SESSOES IMPORTADAS ................."  TO  TIT-TT3
           MOVE     CNT-GRV  TO  QTD-TT3
           MOVE     TOT-003  TO  REG-REL
           PERFORM  ROT-660-000  THRU  ROT-660-010
           MOVE     "SESSOES JA IMPORTADAS ANTES ........"  TO  TIT-TT3
           MOVE     CNT-REP  TO  QTD-TT3
           MOVE     TOT-003  TO  REG-REL
           PERFORM  ROT-660-000  THRU  ROT-660-010
           MOVE     "SESSOES REJEITADAS ................."  TO  TIT-TT3
           MOVE     CNT-REJ  TO  QTD-TT3
           MOVE     TOT-003  TO  REG-REL
           PERFORM  ROT-660-000  THRU  ROT-660-010
           CLOSE    RELATO
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  ENT-004  MEN-018
           ACCEPT   OPC-002
           GO  TO   ROT-000-010.

       ROT-400-000.
           MOVE     DTA-SYS  TO  DTA-LIM
           MOVE     ZEROS    TO  CNT-SES  TOT-KWH  TOT-VAL
                                 VDN-AUX  VCT-AUX  VAP-AUX
           DISPLAY  TLA-006  ENT-003  MEN-019.

       ROT-400-010.
           ACCEPT   (06 21)  DIA-LIM  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  DIA-LIM   <   1  OR  >  31
               GO  TO        ROT-400-010.

       ROT-400-020.
           ACCEPT   (06 24)  MES-LIM  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-400-010.
           IF  MES-LIM   <   1  OR  >  12
               GO  TO        ROT-400-020.

       ROT-400-030.
           ACCEPT   (06 27)  ANO-LIM  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-400-020.

       ROT-400-040.
           DISPLAY  MEN-020
           MOVE     ZEROS    TO  TUR-AUX  CXA-AUX
           ACCEPT   (22 30)  TUR-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               DISPLAY       MEN-019
               GO  TO        ROT-400-030.
           ACCEPT   (22 44)  CXA-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-400-040.
           MOVE     TUR-AUX  TO  TUR-CXA
           MOVE     CXA-AUX  TO  NUM-CXA
           MOVE     SPACES   TO  RSP-OPC
           READ     CADCXA   INVALID KEY
                    DISPLAY  MEN-021
                    ACCEPT   OPC-002
                    GO  TO   ROT-400-040.

       ROT-400-050.
           DISPLAY  MEN-022
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-400-040.
           IF  RSP-OPC   =   "A"
               GO  TO        ROT-000-010.
           IF  RSP-OPC  NOT  =   "L"
               GO  TO        ROT-400-050.
           DISPLAY  MEN-023
           MOVE     SPACES   TO  CHV-SRC
           START    CADSRC   KEY NOT LESS  CHV-SRC
                    INVALID  KEY GO  TO   ROT-400-070.

       ROT-400-060.
           READ     CADSRC   NEXT AT END
                    GO  TO   ROT-400-070.
           IF  SIT-SRC  NOT  =   0  OR
               DTF-SRC   >   DTA-LIM
               GO  TO        ROT-400-060.
           PERFORM  ROT-620-000  THRU  ROT-620-030
           MOVE     1        TO  SIT-SRC
           MOVE     TUR-AUX  TO  TUR-SRC
           MOVE     CXA-AUX  TO  CXA-SRC
           MOVE     DTA-SYS  TO  DTL-SRC
           REWRITE  REG-SRC
           ADD      1        TO  CNT-SES
           ADD      KWH-SRC  TO  TOT-KWH
           ADD      VAL-SRC  TO  TOT-VAL
           IF  FPG-SRC   =   1
               ADD      VAL-SRC  TO  VDN-AUX.
           IF  FPG-SRC   =   2
               ADD      VAL-SRC  TO  VCT-AUX.
           IF  FPG-SRC   =   3
               ADD      VAL-SRC  TO  VAP-AUX.
           GO  TO   ROT-400-060.

       ROT-400-070.
           DISPLAY  ENT-003  MEN-024
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           GO  TO   ROT-000-010.

       ROT-500-000.
           MOVE     ANO-SYS  TO  ANO-PIN  ANO-PFM
           MOVE     MES-SYS  TO  MES-PIN  MES-PFM
           DISPLAY  TLA-008  ENT-005  MEN-025.

       ROT-500-010.
           ACCEPT   (06 21)  MES-PIN  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  MES-PIN   <   1  OR  >  12
               GO  TO        ROT-500-010.

       ROT-500-020.
           ACCEPT   (06 24)  ANO-PIN  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-500-010.

       ROT-500-030.
           ACCEPT   (06 29)  MES-PFM  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-500-020.
           IF  MES-PFM   <   1  OR  >  12
               GO  TO        ROT-500-030.

       ROT-500-040.
           ACCEPT   (06 32)  ANO-PFM  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-500-030.
           IF  PER-FIM   <   PER-INI
               GO  TO        ROT-500-030.

       ROT-500-050.
           DISPLAY  MEN-016
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
           DISPLAY  MEN-026
           MOVE     ZEROS    TO  TAB-REL  CNT-SES  TOT-KWH  TOT-VAL
                                 TOT-CST  SDN-AUX  SCT-AUX  SAP-AUX
                                 VDN-AUX  VCT-AUX  VAP-AUX
           MOVE     SPACES   TO  CHV-SRC
           START    CADSRC   KEY NOT LESS  CHV-SRC
                    INVALID  KEY GO  TO   ROT-500-070.

       ROT-500-060.
           READ     CADSRC   NEXT AT END
                    GO  TO   ROT-500-070.
           IF  AMI-SRC   <   PER-INI  OR
               AMI-SRC   >   PER-FIM  OR
               CRG-SRC   =   ZEROS
               GO  TO        ROT-500-060.
           ADD      1        TO  SES-TAB (CRG-SRC)
           ADD      KWH-SRC  TO  KWH-TAB (CRG-SRC)
           ADD      VAL-SRC  TO  REC-TAB (CRG-SRC)
           IF  FPG-SRC   =   1
               ADD      1        TO  SDN-AUX
               ADD      VAL-SRC  TO  VDN-AUX.
           IF  FPG-SRC   =   2
               ADD      1        TO  SCT-AUX
               ADD      VAL-SRC  TO  VCT-AUX.
           IF  FPG-SRC   =   3
               ADD      1        TO  SAP-AUX
               ADD      VAL-SRC  TO  VAP-AUX.
           GO  TO   ROT-500-060.

       ROT-500-070.
           MOVE     ZEROS    TO  CHV-CEE
           START    CADCEE   KEY NOT LESS  CHV-CEE
                    INVALID  KEY GO  TO   ROT-500-090.

       ROT-500-080.
           READ     CADCEE   NEXT AT END
                    GO  TO   ROT-500-090.
           IF  AMC-CEE   <   PER-INI  OR
               AMC-CEE   >   PER-FIM
               GO  TO        ROT-500-080.
           ADD      VAL-CEE  TO  CST-TAB (CRG-CEE)
           GO  TO   ROT-500-080.

       ROT-500-090.
           OPEN     OUTPUT   RELATO
           MOVE     "RECARGA ELETRICA - RECEITA, CUSTO E MARGEM"
                             TO  TIT-CB1
           MOVE     MES-PIN  TO  MES-CPI
           MOVE     ANO-PIN  TO  ANO-CPI
           MOVE     MES-PFM  TO  MES-CPF
           MOVE     ANO-PFM  TO  ANO-CPF
           MOVE     CPL-PER  TO  CPL-CB2
           MOVE     CAB-005  TO  CAB-004
           MOVE     1        TO  PAG-CB1
           PERFORM  ROT-800-000  THRU  ROT-800-010
           MOVE     ZEROS    TO  CHV-CRG
           START    CADCRG   KEY NOT LESS  CHV-CRG
                    INVALID  KEY GO  TO   ROT-500-110.

       ROT-500-100.
           READ     CADCRG   NEXT AT END
                    GO  TO   ROT-500-110.
           MOVE     CHV-CRG  TO  IND
           IF  SES-TAB (IND)  =  ZEROS  AND
               CST-TAB (IND)  =  ZEROS
               GO  TO        ROT-500-100.
           COMPUTE  RES-AUX  =   REC-TAB (IND)  -  CST-TAB (IND)
           MOVE     ZEROS    TO  MRG-AUX  PMK-AUX
           IF  REC-TAB (IND)  >  ZEROS
               COMPUTE  MRG-AUX  ROUNDED  =
                        RES-AUX  *  100  /  REC-TAB (IND).
           IF  KWH-TAB (IND)  >  ZEROS
               COMPUTE  PMK-AUX  ROUNDED  =
                        REC-TAB (IND)  /  KWH-TAB (IND).
           PERFORM  ROT-730-000  THRU  ROT-730-010
           MOVE     CHV-CRG        TO  CRG-DT1
           MOVE     DES-CRG        TO  DES-DT1
           MOVE     SES-TAB (IND)  TO  SES-DT1
           MOVE     KWH-TAB (IND)  TO  KWH-DT1
           MOVE     REC-TAB (IND)  TO  REC-DT1
           MOVE     CST-TAB (IND)  TO  CST-DT1
           MOVE     RES-AUX        TO  RES-DT1
           MOVE     MRG-AUX        TO  MRG-DT1
           MOVE     PMK-AUX        TO  PMK-DT1
           MOVE     DET-001  TO  REG-REL
           PERFORM  ROT-660-000  THRU  ROT-660-010
           ADD      SES-TAB (IND)  TO  CNT-SES
           ADD      KWH-TAB (IND)  TO  TOT-KWH
           ADD      REC-TAB (IND)  TO  TOT-VAL
           ADD      CST-TAB (IND)  TO  TOT-CST
           GO  TO   ROT-500-100.

       ROT-500-110.
           MOVE     CAB-003  TO  REG-REL
           PERFORM  ROT-660-000  THRU  ROT-660-010
           COMPUTE  RES-AUX  =   TOT-VAL  -  TOT-CST
           MOVE     ZEROS    TO  MRG-AUX  PMK-AUX
           IF  TOT-VAL   >   ZEROS
               COMPUTE  MRG-AUX  ROUNDED  =
                        RES-AUX  *  100  /  TOT-VAL.
           IF  TOT-KWH   >   ZEROS
               COMPUTE  PMK-AUX  ROUNDED  =  TOT-VAL  /  TOT-KWH.
           PERFORM  ROT-730-000  THRU  ROT-730-010
           MOVE     CNT-SES  TO  SES-TT1
           MOVE     TOT-KWH  TO  KWH-TT1
           MOVE     TOT-VAL  TO  REC-TT1
           MOVE     TOT-CST  TO  CST-TT1
           MOVE     RES-AUX  TO  RES-TT1
           MOVE     MRG-AUX  TO  MRG-TT1
           MOVE     PMK-AUX  TO  PMK-TT1
           MOVE     TOT-001  TO  REG-REL
           PERFORM  ROT-660-000  THRU  ROT-660-010
           MOVE     SPACES   TO  REG-REL
           PERFORM  ROT-660-000  THRU  ROT-660-010
           MOVE     NOM-FPG (1)  TO  FPG-TT2
           MOVE     SDN-AUX  TO  SES-TT2
           MOVE     VDN-AUX  TO  REC-TT2
           MOVE     TOT-002  TO  REG-REL
           PERFORM  ROT-660-000  THRU  ROT-660-010
           MOVE     NOM-FPG (2)  TO  FPG-TT2
           MOVE     SCT-AUX  TO  SES-TT2
           MOVE     VCT-AUX  TO  REC-TT2
           MOVE     TOT-002  TO  REG-REL
           PERFORM  ROT-660-000  THRU  ROT-660-010
           MOVE     NOM-FPG (3)  TO  FPG-TT2
           MOVE     SAP-AUX  TO  SES-TT2
           MOVE     VAP-AUX  TO  REC-TT2
           MOVE     TOT-002  TO  REG-REL
           PERFORM  ROT-660-000  THRU  ROT-660-010
           MOVE     SPACES   TO  REG-REL
           PERFORM  ROT-660-000  THRU  ROT-660-010
           MOVE     TOT-004  TO  REG-REL
           PERFORM  ROT-660-000  THRU  ROT-660-010
           CLOSE    RELATO
           DISPLAY  MEN-027
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           GO  TO   ROT-000-010.

       ROT-620-000.
           MOVE     PCA-SRC  TO  PCA-HST
           MOVE     NOM-FPG (FPG-SRC)  TO  FPG-HST
           MOVE     TUR-AUX  TO  TUR-LCX
           MOVE     CXA-AUX  TO  CXA-LCX
           MOVE     3        TO  ATV-LCX
           MOVE     ZEROS    TO  PRX-LCX  SUF-LCX  LCT-LCX
           MOVE     "RECARGA ELETR." TO  DES-LCX
           MOVE     HST-AUX  TO  HST-LCX
           MOVE     1        TO  QTD-LCX
           MOVE     VAL-SRC  TO  VAL-LCX.

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
           ADD      VAL-SRC  TO  VDD-PRS
           REWRITE  REG-PRS.

       ROT-620-030.
           EXIT.

       ROT-660-000.
           IF  ACM-LIN   >   54
               MOVE     REG-REL  TO  LIN-AUX
               ADD      1        TO  PAG-CB1
               PERFORM  ROT-800-000  THRU  ROT-800-010
               MOVE     LIN-AUX  TO  REG-REL.
           WRITE    REG-REL
           ADD      1        TO  ACM-LIN.

       ROT-660-010.
           EXIT.

       ROT-700-000.
           MOVE     SPACES   TO  TAB-CRG
           MOVE     ZEROS    TO  CHV-CRG
           START    CADCRG   KEY NOT LESS  CHV-CRG
                    INVALID  KEY GO  TO   ROT-700-020.

       ROT-700-010.
           READ     CADCRG   NEXT AT END
                    GO  TO   ROT-700-020.
           IF  CHV-CRG   >   ZEROS
               MOVE     PLT-CRG  TO  PLT-TAB (CHV-CRG).
           GO  TO   ROT-700-010.

       ROT-700-020.
           EXIT.

       ROT-710-000.
           MOVE     1        TO  IND.

       ROT-710-005.
           IF  PLT-TAB (IND)  =  PLT-AUX
               GO  TO        ROT-710-010.
           ADD      1        TO  IND
           IF  IND   >   99
               MOVE     ZEROS    TO  IND
               GO  TO        ROT-710-010.
           GO  TO   ROT-710-005.

       ROT-710-010.
           EXIT.

       ROT-720-000.
           MOVE     ZEROS    TO  CKW-AUX
           IF  KWF-CEE   >   ZEROS
               COMPUTE  CKW-AUX  ROUNDED  =  VAL-CEE  /  KWF-CEE.

       ROT-720-010.
           EXIT.

       ROT-730-000.
           IF  MRG-AUX   >   999
               MOVE     999      TO  MRG-AUX.
           IF  MRG-AUX   <   -999
               MOVE     -999     TO  MRG-AUX.
           IF  PMK-AUX   >   99
               MOVE     99       TO  PMK-AUX.

       ROT-730-010.
           EXIT.

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
           WRITE    REG-REL FROM CAB-004
           WRITE    REG-REL FROM CAB-003
           MOVE     6        TO  ACM-LIN.

       ROT-800-010.
           EXIT.

       ROT-900-000.
           CLOSE    CADCRG   CADCEE   CADSRC   CADCXA   CADPRS
                    CADLCX
           CHAIN   "DYN143".
