       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN242.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADPIS        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PIS
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADHTU        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-HTU
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADPNT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PNT
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADPTO        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PTO
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADEMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-EMP
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADEVF        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-EVF
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADESC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ESC
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADOPE        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-OPE.

           SELECT      ARQAFD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

       DATA            DIVISION.
       FILE            SECTION.

       FD  CADPIS      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADPIS.DAT".
       01  REG-PIS.
           03  CHV-PIS          PIC  9(12).
           03  EMP-PIS          PIC  9(03).

       FD  CADHTU      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADHTU.DAT".
       01  REG-HTU.
           03  CHV-HTU          PIC  9(01).
           03  ENT-HTU.
               05  HOR-HTE      PIC  9(02).
               05  MIN-HTE      PIC  9(02).
           03  SAI-HTU.
               05  HOR-HTS      PIC  9(02).
               05  MIN-HTS      PIC  9(02).
           03  TOL-HTU          PIC  9(02).

       FD  CADPNT      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADPNT.DAT".
       01  REG-PNT.
           03  CHV-PNT.
               05  EMP-PNT      PIC  9(03).
               05  DTA-PNT      PIC  9(06).
               05  HRA-PNT.
                   07  HOR-PNT  PIC  9(02).
                   07  MIN-PNT  PIC  9(02).
           03  NSR-PNT          PIC  9(09).

       FD  CADPTO      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADPTO.DAT".
       01  REG-PTO.
           03  CHV-PTO.
               05  EMP-PTO      PIC  9(03).
               05  DTA-PTO.
                   07  ANO-PTO  PIC  9(02).
                   07  MES-PTO  PIC  9(02).
                   07  DIA-PTO  PIC  9(02).
           03  TUR-PTO          PIC  9(01).
           03  QTM-PTO          PIC  9(02).
           03  MRC-PTO.
               05  HR1-PTO      PIC  9(02).
               05  MN1-PTO      PIC  9(02).
               05  HR2-PTO      PIC  9(02).
               05  MN2-PTO      PIC  9(02).
               05  HR3-PTO      PIC  9(02).
               05  MN3-PTO      PIC  9(02).
               05  HR4-PTO      PIC  9(02).
               05  MN4-PTO      PIC  9(02).
           03  RED-MRC          REDEFINES   MRC-PTO.
               05  HMR-PTO      PIC  9(04)  OCCURS  04.
           03  PRV-PTO          PIC  9(04).
           03  TRB-PTO          PIC  9(04).
           03  EXT-PTO          PIC  9(04).
           03  ATR-PTO          PIC  9(04).
           03  FAL-PTO          PIC  9(04).
           03  ATZ-PTO          PIC  9(01).
           03  SIT-PTO          PIC  9(01).
           03  SUP-PTO          PIC  9(04).

       FD  CADEMP      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADEMP.DAT".
       01  REG-EMP.
           03  CHV-EMP          PIC  9(03).
           03  NOM-EMP          PIC  X(25).
           03  FTA-EMP          PIC  9(03).
           03  SAL-EMP          PIC  9(07)V99.
           03  SIT-EMP          PIC  9(01).

       FD  CADEVF      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADEVF.DAT".
       01  REG-EVF.
           03  CHV-EVF.
               05  EMP-EVF      PIC  9(03).
               05  AAM-EVF      PIC  9(04).
               05  SEQ-EVF      PIC  9(02).
           03  TIP-EVF          PIC  9(01).
           03  HST-EVF          PIC  X(15).
           03  VAL-EVF          PIC  9(07)V99.

       FD  CADESC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADESC.DAT".
       01  REG-ESC.
           03  CHV-ESC.
               05  DTA-ESC      PIC  9(06).
               05  TUR-ESC      PIC  9(01).
               05  ILH-ESC      PIC  9(01).
               05  SEQ-ESC      PIC  9(02).
           03  FTA-ESC          PIC  9(03).
           03  SIT-ESC          PIC  9(01).

       FD  CADOPE      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADOPE.DAT".
       01  REG-OPE.
           03  CHV-OPE          PIC  9(04).
           03  NOM-OPE          PIC  X(20).
           03  SEN-OPE          PIC  X(04).
           03  PER-OPE          PIC  9(01)  OCCURS  07.
           03  GER-OPE          PIC  9(01).

       FD  ARQAFD      LABEL         RECORD  IS  OMITTED
                       VALUE    OF   FILE-ID     "AFD.TXT".
       01  REG-AFD.
           03  NSR-AFD          PIC  9(09).
           03  TIP-AFD          PIC  X(01).
           03  DTA-AFD.
               05  DIA-AFD      PIC  9(02).
               05  MES-AFD      PIC  9(02).
               05  SEC-AFD      PIC  9(02).
               05  ANO-AFD      PIC  9(02).
           03  HRA-AFD.
               05  HOR-AFD      PIC  9(02).
               05  MIN-AFD      PIC  9(02).
           03  PIS-AFD          PIC  9(12).
           03  FILLER           PIC  X(198).

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC  X(80).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  NUM-OPC          PIC  9(01).
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  OPC-TLA          PIC  X(09).
           03  FS-ARQ           PIC  X(02).
           03  SUP-AUX          PIC  9(04).
           03  SEN-AUX          PIC  X(04).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  ACM-LIN          PIC  9(02).
           03  IND1             PIC  9(02).
           03  IND2             PIC  9(02).
           03  IND3             PIC  9(02).
           03  QTD-DIA          PIC  9(02).
           03  ZLR-UD           PIC  9(02).
           03  QOC-AUX          PIC  9(02).
           03  RST-AUX          PIC  9(02).
           03  PIS-AUX          PIC  9(12).
           03  PIS-ANT          PIC  9(12).
           03  TUR-AUX          PIC  9(01).
           03  BAS-AUX          PIC  9(05).
           03  ABS-AUX          PIC  9(05).
           03  REL-AUX          PIC  9(05).
           03  MIN-AUX          PIC  9(05).
           03  EXT-ACM          PIC  9(05).
           03  DSC-ACM          PIC  9(05).
           03  VAL-AUX          PIC  9(07)V99.
           03  FAT-EXT          PIC  9(01)V99  VALUE  1,50.
           03  CNT-LID          PIC  9(06).
           03  CNT-GRV          PIC  9(06).
           03  CNT-REP          PIC  9(06).
           03  CNT-SVN          PIC  9(06).
           03  CNT-OCR          PIC  9(05).

           03  HRA-AUX          PIC  9(02).
           03  HTR-AUX          PIC  9(03).
           03  MTR-AUX          PIC  9(02).
           03  HEX-AUX          PIC  9(03).
           03  MEX-AUX          PIC  9(02).
           03  HAT-AUX          PIC  9(03).
           03  MAT-AUX          PIC  9(02).

           03  DTA-ALV.
               05  ANO-ALV      PIC  9(02).
               05  MES-ALV      PIC  9(02).
               05  DIA-ALV      PIC  9(02).

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

           03  AAM-ALV.
               05  ANO-AAM      PIC  9(02).
               05  MES-AAM      PIC  9(02).

           03  HST-AUX.
               05  TIT-HST      PIC  X(09).
               05  HRS-HST      PIC  9(03).
               05  FILLER       PIC  X(01)  VALUE  ":".
               05  MNS-HST      PIC  9(02).

       01  TAB-DIA.
           03  OCR-DIA          OCCURS  33.
               05  DTA-TAB      PIC  9(06).
               05  TUR-TAB      PIC  9(01).
               05  TOL-TAB      PIC  9(02).
               05  INI-TAB      PIC  9(05).
               05  FIM-TAB      PIC  9(05).
               05  LIM-TAB      PIC  9(05).
               05  QTM-TAB      PIC  9(02).
               05  MRC-TAB      PIC  9(05)  OCCURS  08.

       01  TAB-OPC.
           03  FILLER           PIC  X(09)  VALUE  "PIS      ".
           03  FILLER           PIC  X(09)  VALUE  "HORARIOS ".
           03  FILLER           PIC  X(09)  VALUE  "IMPORTAR ".
           03  FILLER           PIC  X(09)  VALUE  "APURACAO ".
           03  FILLER           PIC  X(09)  VALUE  "AJUSTE   ".
           03  FILLER           PIC  X(09)  VALUE  "FOLHA    ".
       01  RED-OPC              REDEFINES   TAB-OPC.
           03  OPC-TAB          PIC  X(09)  OCCURS  06.

       01  CAB-001.
           03  FILLER           PIC  X(22)  VALUE  "-DYNAMIC-".
           03  TIT-CB1          PIC  X(48).
           03  FILLER           PIC  X(08)  VALUE  "FOLHA :".
           03  PAG-CB1          PIC  9(02).

       01  CAB-002.
           03  FILLER           PIC  X(10)  VALUE  "PERIODO :".
           03  DIA-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB2          PIC  9(02).
           03  FILLER           PIC  X(03)  VALUE  " A ".
           03  DIA-CB2F         PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-CB2F         PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB2F         PIC  9(02).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004              PIC  X(80).

       01  CAB-005.
           03  FILLER           PIC  X(36)  VALUE
               "FUNCIONARIO              DATA     T".
           03  FILLER           PIC  X(44)  VALUE
               "PREV. 1.MAR  TRAB.  EXTRA ATR/FL OCORRENCIA".

       01  CAB-006.
           03  FILLER           PIC  X(16)  VALUE  "PIS".
           03  FILLER           PIC  X(20)  VALUE  "DATA       HORA".
           03  FILLER           PIC  X(44)  VALUE  "NSR".

       01  LIN-AUX              PIC  X(80).

       01  DET-001.
           03  EMP-DT1          PIC  9(03).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  NOM-DT1          PIC  X(20).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DIA-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  TUR-DT1          PIC  9(01).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  PRV-DT1          PIC  X(05).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  MRC-DT1          PIC  X(05).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  HTR-DT1          PIC  ZZ9.
           03  FILLER           PIC  X(01)  VALUE  ":".
           03  MTR-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  HEX-DT1          PIC  ZZ9.
           03  FILLER           PIC  X(01)  VALUE  ":".
           03  MEX-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  HAT-DT1          PIC  ZZ9.
           03  FILLER           PIC  X(01)  VALUE  ":".
           03  MAT-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  OCR-DT1          PIC  X(10).
           03  AJU-DT1          PIC  X(01).

       01  HRA-DT1.
           03  HOR-HDT          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  ":".
           03  MIN-HDT          PIC  9(02).

       01  DET-002.
           03  PIS-DT2          PIC  9(12).
           03  FILLER           PIC  X(04)  VALUE  SPACES.
           03  DIA-DT2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-DT2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  SEC-DT2          PIC  9(02).
           03  ANO-DT2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  HOR-DT2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  ":".
           03  MIN-DT2          PIC  9(02).
           03  FILLER           PIC  X(04)  VALUE  SPACES.
           03  NSR-DT2          PIC  9(09).
           03  FILLER           PIC  X(04)  VALUE  SPACES.
           03  FILLER           PIC  X(30)  VALUE
               "PIS SEM FUNCIONARIO VINCULADO".

       01  TOT-001.
           03  TIT-TT1          PIC  X(36).
           03  QTD-TT1          PIC  ZZZ.ZZ9.

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 01 PIC  X(67) FROM
      -        " CONTROLE DE PONTO  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.

       01  TLA-002.
           03  LINE 05 COLUMN 02 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 02 PIC X(53) FROM " ?Funcionario ...:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 06 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 07 COLUMN 02 PIC X(53) FROM " ?PIS ...........:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 07 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 02 PIC X(53) FROM " ?Turno .........:     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 08 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 02 PIC X(53) FROM " ?Entrada .......:   : 
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 02 PIC X(53) FROM " ?Saida .........:   : 
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 02 PIC X(53) FROM " ?Tolerancia min :     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 02 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 02 PIC X(53) FROM " ?Periodo .......:   / 
      -       " /   a   /  /               ? " BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 02 PIC X(53) FROM " ?Data ..........:   / 
      -       " /                          ? " BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 02 PIC X(53) FROM " ?Marcacoes .....:   : 
      -       "    :     :     :           ? " BACKGROUND-COLOR 01.
           03  LINE 15 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 02 PIC X(53) FROM " ?Trabalhado ....:    :
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 16 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 02 PIC X(53) FROM " ?Horas extras ..:    :
      -       "                            ? " BACKGROUND-COLOR 01.
           03  LINE 17 COLUMN 55 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 02 PIC X(53) FROM " ?Atraso/Falta ..:    :
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
           03  LINE 08 COLUMN 59 PIC X(17) FROM "     Ponto"
               BACKGROUND-COLOR  07  FOREGROUND-COLOR 01.
           03  LINE 08 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 57 PIC X(21) FROM " ??????????????????? "
               BACKGROUND-COLOR  04.
           03  LINE 09 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 57 PIC X(21) FROM " ?  1 - Vinculo PIS? "
               BACKGROUND-COLOR  04.
           03  LINE 10 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 57 PIC X(21) FROM " ?  2 - Horarios   ? "
               BACKGROUND-COLOR  04.
           03  LINE 11 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 57 PIC X(21) FROM " ?  3 - Importar   ? "
               BACKGROUND-COLOR  04.
           03  LINE 12 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 57 PIC X(21) FROM " ?  4 - Apuracao   ? "
               BACKGROUND-COLOR  04.
           03  LINE 13 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 57 PIC X(21) FROM " ?  5 - Ajuste     ? "
               BACKGROUND-COLOR  04.
           03  LINE 14 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 57 PIC X(21) FROM " ?  6 - Folha      ? "
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

       01  ENT-001.
           03  LINE 06 COLUMN 21 PIC 9(03)  FROM  CHV-EMP
                       BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 25 PIC X(25)  FROM  NOM-EMP
                       BACKGROUND-COLOR  01.

       01  ENT-005.
           03  LINE 07 COLUMN 21 PIC 9(12)  FROM  PIS-AUX
                       BACKGROUND-COLOR  01.

       01  ENT-002.
           03  LINE 08 COLUMN 21 PIC 9(01)  FROM  CHV-HTU
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 21 PIC 9(02)  FROM  HOR-HTE
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 24 PIC 9(02)  FROM  MIN-HTE
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 21 PIC 9(02)  FROM  HOR-HTS
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 24 PIC 9(02)  FROM  MIN-HTS
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 21 PIC 9(02)  FROM  TOL-HTU
                       BACKGROUND-COLOR  01.

       01  ENT-003.
           03  LINE 13 COLUMN 21 PIC 9(02)  FROM  DIA-INI
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 24 PIC 9(02)  FROM  MES-INI
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 27 PIC 9(02)  FROM  ANO-INI
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 32 PIC 9(02)  FROM  DIA-FIN
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 35 PIC 9(02)  FROM  MES-FIN
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 38 PIC 9(02)  FROM  ANO-FIN
                       BACKGROUND-COLOR  01.

       01  ENT-004.
           03  LINE 14 COLUMN 21 PIC 9(02)  FROM  DIA-ALV
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 24 PIC 9(02)  FROM  MES-ALV
                       BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 27 PIC 9(02)  FROM  ANO-ALV
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 21 PIC 9(02)  FROM  HR1-PTO
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 24 PIC 9(02)  FROM  MN1-PTO
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 27 PIC 9(02)  FROM  HR2-PTO
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 30 PIC 9(02)  FROM  MN2-PTO
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 33 PIC 9(02)  FROM  HR3-PTO
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 36 PIC 9(02)  FROM  MN3-PTO
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 39 PIC 9(02)  FROM  HR4-PTO
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 42 PIC 9(02)  FROM  MN4-PTO
                       BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 46 PIC Z9     FROM  QTM-PTO
                       BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 21 PIC 9(03)  FROM  HTR-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 25 PIC 9(02)  FROM  MTR-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 21 PIC 9(03)  FROM  HEX-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 25 PIC 9(02)  FROM  MEX-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 21 PIC 9(03)  FROM  HAT-AUX
                       BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 25 PIC 9(02)  FROM  MAT-AUX
                       BACKGROUND-COLOR  01.

       01  LPA-002.
           03  LINE 06 COLUMN 21 PIC X(30) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 21 PIC X(12) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 21 PIC X(01) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 21 PIC X(02) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 24 PIC X(02) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 21 PIC X(02) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 24 PIC X(02) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 21 PIC X(02) FROM SPACES
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
      -            "FUNCIONARIO  -  [ESC] RETORNA ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "FUNCIONARIO INEXIST
      -            "ENTE !!!  -  TECLE [ENTER] ...                  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "NUMERO DO PIS NO RE
      -            "LOGIO DE PONTO  -  [ESC] RETORNA ...            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "PIS VINCULADO A OUT
      -            "RO FUNCIONARIO !!!  -  TECLE [ENTER] ...        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O NUMERO DO 
      -            "TURNO  -  [ESC] RETORNA ...                     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "HORARIO DE ENTRADA 
      -            "DO TURNO  -  [ESC] RETORNA ...                  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "HORARIO DE SAIDA DO
      -            " TURNO  -  [ESC] RETORNA ...                    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-009 LINE 22 COLUMN 14 PIC X(67) FROM "TOLERANCIA EM MINUT
      -            "OS  -  [ESC] RETORNA ...                        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-010 LINE 22 COLUMN 14 PIC X(67) FROM "IMPORTA O ARQUIVO A
      -            "FD.TXT DO RELOGIO ?  [S/N]                      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-011 LINE 22 COLUMN 14 PIC X(67) FROM "ARQUIVO AFD.TXT NAO
      -            " ENCONTRADO !!!  -  TECLE [ENTER] ...           "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-012 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  PROCES
      -            "SANDO ...                                       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-013 LINE 22 COLUMN 14 PIC X(67) FROM "PERIODO DA APURACAO
      -            "  -  [ESC] RETORNA ...                          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-014 LINE 22 COLUMN 14 PIC X(67) FROM "PERIODO INVALIDO OU
      -            " MAIOR QUE 31 DIAS !!!  -  TECLE [ENTER]        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-015 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRIMIR NA (I)MPRE
      -            "SSORA OU EM (A)RQUIVO ?                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-016 LINE 22 COLUMN 14 PIC X(67) FROM "PROCESSAMENTO CONCL
      -            "UIDO  -  TECLE [ENTER] ...                      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-017 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A DATA  -  [
      -            "ESC] RETORNA ...                                "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-018 LINE 22 COLUMN 14 PIC X(67) FROM "DIA SEM APURACAO !!
      -            "!  -  TECLE [ENTER] ...                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-019 LINE 22 COLUMN 14 PIC X(67) FROM "DIA JA LANCADO NA F
      -            "OLHA !!!  -  TECLE [ENTER] ...                  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-020 LINE 22 COLUMN 14 PIC X(67) FROM "HORAS EXTRAS DO DIA
      -            "  -  [ESC] RETORNA ...                          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-021 LINE 22 COLUMN 14 PIC X(67) FROM "HORAS DE ATRASO OU 
      -            "FALTA DO DIA  -  [ESC] RETORNA ...              "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-022 LINE 22 COLUMN 14 PIC X(67) FROM "APROVACAO DO PONTO 
      -            " -  SUPERVISOR  [    ] SENHA [    ] ...         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-023 LINE 22 COLUMN 14 PIC X(67) FROM "SUPERVISOR OU SENHA
      -            " INVALIDA !!!  -  TECLE [ENTER] ...             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-024 LINE 22 COLUMN 14 PIC X(67) FROM "(G)RAVAR OU (A)BAND
      -            "ONAR ?                                          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-025 LINE 22 COLUMN 14 PIC X(67) FROM "MES/ANO DA FOLHA  -
      -            "  [ESC] RETORNA ...                             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-026 LINE 22 COLUMN 14 PIC X(67) FROM "CONFIRMA O LANCAMEN
      -            "TO DO PONTO NA FOLHA ?  [S/N]                   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-027 LINE 22 COLUMN 14 PIC X(67) FROM "OPERACAO GRAVADA !!
      -            "!  -  TECLE [ENTER] ...                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001 LINE 22 COLUMN 42 PIC 9(01) USING NUM-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  OPC-002 LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  OPC-003 LINE 22 COLUMN 53 PIC 9(04) USING SUP-AUX AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  OPC-004 LINE 22 COLUMN 66 PIC X(04) USING SEN-AUX AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION.

       ROT-000-000.
           DISPLAY  TLA-001  TLA-002
           ACCEPT   DTA-SYS  FROM   DATE
           OPEN     INPUT    CADOPE
           OPEN     I-O      CADEMP
           OPEN     I-O      CADEVF
           OPEN     I-O      CADESC
           OPEN     I-O      CADPIS
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADPIS
               CLOSE    CADPIS
               OPEN     I-O      CADPIS.
           OPEN     I-O      CADHTU
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADHTU
               CLOSE    CADHTU
               OPEN     I-O      CADHTU.
           OPEN     I-O      CADPNT
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADPNT
               CLOSE    CADPNT
               OPEN     I-O      CADPNT.
           OPEN     I-O      CADPTO
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADPTO
               CLOSE    CADPTO
               OPEN     I-O      CADPTO.

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
           IF  NUM-OPC   =   1
               GO  TO        ROT-100-000.
           IF  NUM-OPC   =   2
               GO  TO        ROT-200-000.
           IF  NUM-OPC   =   3
               GO  TO        ROT-300-000.
           IF  NUM-OPC   =   4
               GO  TO        ROT-400-000.
           IF  NUM-OPC   =   5
               GO  TO        ROT-600-000.
           GO  TO   ROT-700-000.

       ROT-100-000.
           DISPLAY  TLA-002  MEN-002
           MOVE     ZEROS    TO  CHV-EMP.

       ROT-100-010.
           ACCEPT   (06 21)  CHV-EMP  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           MOVE     SPACES   TO  RSP-OPC
           READ     CADEMP   INVALID KEY
                    DISPLAY  MEN-003
                    ACCEPT   OPC-002
                    GO  TO   ROT-100-000.
           MOVE     ZEROS    TO  PIS-AUX  CHV-PIS
           START    CADPIS   KEY NOT LESS  CHV-PIS
                    INVALID  KEY GO  TO   ROT-100-030.

       ROT-100-020.
           READ     CADPIS   NEXT AT END
                    GO  TO   ROT-100-030.
           IF  EMP-PIS  NOT  =   CHV-EMP
               GO  TO        ROT-100-020.
           MOVE     CHV-PIS  TO  PIS-AUX.

       ROT-100-030.
           MOVE     PIS-AUX  TO  PIS-ANT
           DISPLAY  ENT-001  ENT-005  MEN-004
           ACCEPT   (07 21)  PIS-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           IF  PIS-AUX   =   PIS-ANT
               GO  TO        ROT-100-000.
           MOVE     SPACES   TO  RSP-OPC
           IF  PIS-AUX   =   ZEROS
               GO  TO        ROT-100-040.
           MOVE     PIS-AUX  TO  CHV-PIS
           READ     CADPIS   INVALID KEY
                    GO  TO   ROT-100-040.
           DISPLAY  MEN-005
           ACCEPT   OPC-002
           MOVE     PIS-ANT  TO  PIS-AUX
           GO  TO   ROT-100-030.

       ROT-100-040.
           IF  PIS-ANT  NOT  =   ZEROS
               MOVE     PIS-ANT  TO  CHV-PIS
               DELETE   CADPIS   INVALID KEY
                        MOVE     ZEROS    TO  CHV-PIS.
           IF  PIS-AUX  NOT  =   ZEROS
               MOVE     PIS-AUX  TO  CHV-PIS
               MOVE     CHV-EMP  TO  EMP-PIS
               WRITE    REG-PIS  INVALID KEY
                        REWRITE  REG-PIS.
           DISPLAY  MEN-027
           ACCEPT   OPC-002
           GO  TO   ROT-100-000.

       ROT-200-000.
           DISPLAY  TLA-002  MEN-006
           MOVE     ZEROS    TO  CHV-HTU.

       ROT-200-010.
           ACCEPT   (08 21)  CHV-HTU  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  CHV-HTU   =   ZEROS
               GO  TO        ROT-200-010.
           READ     CADHTU   INVALID KEY
                    MOVE     ZEROS    TO  ENT-HTU  SAI-HTU  TOL-HTU.
           DISPLAY  ENT-002.

       ROT-200-020.
           DISPLAY  MEN-007
           ACCEPT   (09 21)  HOR-HTE  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-000.
           IF  HOR-HTE   >   23
               GO  TO        ROT-200-020.
           ACCEPT   (09 24)  MIN-HTE  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-020.
           IF  MIN-HTE   >   59
               GO  TO        ROT-200-020.

       ROT-200-030.
           DISPLAY  MEN-008
           ACCEPT   (10 21)  HOR-HTS  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-020.
           IF  HOR-HTS   >   23
               GO  TO        ROT-200-030.
           ACCEPT   (10 24)  MIN-HTS  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-030.
           IF  MIN-HTS   >   59   OR   SAI-HTU  =  ENT-HTU
               GO  TO        ROT-200-030.

       ROT-200-040.
           DISPLAY  MEN-009
           ACCEPT   (11 21)  TOL-HTU  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-030.
           WRITE    REG-HTU  INVALID KEY
                    REWRITE  REG-HTU.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-027
           ACCEPT   OPC-002
           DISPLAY  LPA-002
           GO  TO   ROT-200-000.

       ROT-300-000.
           DISPLAY  TLA-002  MEN-010
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01  OR  RSP-OPC  =  "N"
               GO  TO        ROT-000-010.
           IF  RSP-OPC  NOT  =   "S"
               GO  TO        ROT-300-000.
           OPEN     INPUT    ARQAFD
           IF  FS-ARQ  NOT  =   "00"
               MOVE     SPACES   TO  RSP-OPC
               DISPLAY       MEN-011
               ACCEPT        OPC-002
               GO  TO        ROT-000-010.

       ROT-300-005.
           DISPLAY  MEN-015
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           IF  RSP-OPC   =   "I"
               MOVE     "PRINTER"     TO  DES-REL
           ELSE
           IF  RSP-OPC   =   "A"
               MOVE     "RELATO.TXT"  TO  DES-REL
           ELSE
               GO  TO        ROT-300-005.
           DISPLAY  MEN-012
           OPEN     OUTPUT   RELATO
           MOVE     "IMPORTACAO DO RELOGIO DE PONTO"  TO  TIT-CB1
           MOVE     DTA-SYS  TO  DTA-INI  DTA-FIN
           PERFORM  ROT-640-000  THRU  ROT-640-010
           MOVE     CAB-006  TO  CAB-004
           MOVE     1        TO  PAG-CB1
           MOVE     ZEROS    TO  ACM-LIN
           PERFORM  ROT-650-000  THRU  ROT-650-010
           MOVE     ZEROS    TO  CNT-LID  CNT-GRV  CNT-REP  CNT-SVN.

       ROT-300-010.
           READ     ARQAFD   AT  END
                    GO  TO   ROT-300-030.
           ADD      1        TO  CNT-LID
           IF  TIP-AFD  NOT  =   "3"
               GO  TO        ROT-300-010.
           IF  DTA-AFD  NOT  NUMERIC  OR  HRA-AFD  NOT  NUMERIC  OR
               PIS-AFD  NOT  NUMERIC
               GO  TO        ROT-300-010.
           MOVE     PIS-AFD  TO  CHV-PIS
           READ     CADPIS   INVALID KEY
                    GO  TO   ROT-300-020.
           MOVE     EMP-PIS  TO  EMP-PNT
           MOVE     ANO-AFD  TO  ANO-ALV
           MOVE     MES-AFD  TO  MES-ALV
           MOVE     DIA-AFD  TO  DIA-ALV
           MOVE     DTA-ALV  TO  DTA-PNT
           MOVE     HRA-AFD  TO  HRA-PNT
           MOVE     NSR-AFD  TO  NSR-PNT
           WRITE    REG-PNT  INVALID KEY
                    ADD      1        TO  CNT-REP
                    GO  TO   ROT-300-010.
           ADD      1        TO  CNT-GRV
           GO  TO   ROT-300-010.

       ROT-300-020.
           ADD      1        TO  CNT-SVN
           MOVE     PIS-AFD  TO  PIS-DT2
           MOVE     DIA-AFD  TO  DIA-DT2
           MOVE     MES-AFD  TO  MES-DT2
           MOVE     SEC-AFD  TO  SEC-DT2
           MOVE     ANO-AFD  TO  ANO-DT2
           MOVE     HOR-AFD  TO  HOR-DT2
           MOVE     MIN-AFD  TO  MIN-DT2
           MOVE     NSR-AFD  TO  NSR-DT2
           MOVE     DET-002  TO  REG-REL
           PERFORM  ROT-660-000  THRU  ROT-660-010
           GO  TO   ROT-300-010.

       ROT-300-030.
           CLOSE    ARQAFD
           MOVE     CAB-003  TO  REG-REL
           PERFORM  ROT-660-000  THRU  ROT-660-010
           MOVE     "REGISTROS LIDOS NO ARQUIVO ........"  TO  TIT-TT1
           MOVE     CNT-LID  TO  QTD-TT1
           MOVE     TOT-001  TO  REG-REL
           PERFORM  ROT-660-000  THRU  ROT-660-010
           MOVE     "MARCACOES IMPORTADAS ..............."  TO  TIT-TT1
           MOVE     CNT-GRV  TO  QTD-TT1
           MOVE     TOT-001  TO  REG-REL
           PERFORM  ROT-660-000  THRU  ROT-660-010
           MOVE     "MARCACOES JA IMPORTADAS ANTES ......"  TO  TIT-TT1
           MOVE     CNT-REP  TO  QTD-TT1
           MOVE     TOT-001  TO  REG-REL
           PERFORM  ROT-660-000  THRU  ROT-660-010
           MOVE     "MARCACOES DE PIS SEM VINCULO ......."  TO  TIT-TT1
           MOVE     CNT-SVN  TO  QTD-TT1
           MOVE     TOT-001  TO  REG-REL
           PERFORM  ROT-660-000  THRU  ROT-660-010
           CLOSE    RELATO
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-016
           ACCEPT   OPC-002
           GO  TO   ROT-000-010.

       ROT-400-000.
           DISPLAY  TLA-002  MEN-013
           MOVE     DTA-SYS  TO  DTA-INI  DTA-FIN
           MOVE     01       TO  DIA-INI
           DISPLAY  ENT-003.

       ROT-400-010.
           ACCEPT   (13 21)  DIA-INI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           ACCEPT   (13 24)  MES-INI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-400-010.
           ACCEPT   (13 27)  ANO-INI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-400-010.

       ROT-400-020.
           ACCEPT   (13 32)  DIA-FIN  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-400-010.
           ACCEPT   (13 35)  MES-FIN  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-400-020.
           ACCEPT   (13 38)  ANO-FIN  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-400-020.
           PERFORM  ROT-500-000  THRU  ROT-500-030
           IF  QTD-DIA   =   ZEROS
               MOVE     SPACES   TO  RSP-OPC
               DISPLAY       MEN-014
               ACCEPT        OPC-002
               DISPLAY       MEN-013
               GO  TO        ROT-400-010.

       ROT-400-030.
           DISPLAY  MEN-015
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-400-020.
           IF  RSP-OPC   =   "I"
               MOVE     "PRINTER"     TO  DES-REL
           ELSE
           IF  RSP-OPC   =   "A"
               MOVE     "RELATO.TXT"  TO  DES-REL
           ELSE
               GO  TO        ROT-400-030.
           DISPLAY  MEN-012
           OPEN     OUTPUT   RELATO
           MOVE     "PONTO - OCORRENCIAS DIARIAS"  TO  TIT-CB1
           PERFORM  ROT-640-000  THRU  ROT-640-010
           MOVE     CAB-005  TO  CAB-004
           MOVE     1        TO  PAG-CB1
           MOVE     ZEROS    TO  ACM-LIN  CNT-OCR
           PERFORM  ROT-650-000  THRU  ROT-650-010
           MOVE     ZEROS    TO  CHV-EMP
           START    CADEMP   KEY NOT LESS  CHV-EMP
                    INVALID  KEY GO  TO   ROT-400-060.

       ROT-400-040.
           READ     CADEMP   NEXT AT END
                    GO  TO   ROT-400-060.
           IF  SIT-EMP  NOT  =   1
               GO  TO        ROT-400-040.
           PERFORM  ROT-510-000  THRU  ROT-510-090
           PERFORM  ROT-520-000  THRU  ROT-520-030
           MOVE     2        TO  IND1.

       ROT-400-050.
           PERFORM  ROT-530-000  THRU  ROT-530-090
           ADD      1        TO  IND1
           IF  IND1   <   QTD-DIA
               GO  TO        ROT-400-050.
           GO  TO   ROT-400-040.

       ROT-400-060.
           MOVE     CAB-003  TO  REG-REL
           PERFORM  ROT-660-000  THRU  ROT-660-010
           MOVE     "TOTAL DE OCORRENCIAS NO PERIODO ...."  TO  TIT-TT1
           MOVE     CNT-OCR  TO  QTD-TT1
           MOVE     TOT-001  TO  REG-REL
           PERFORM  ROT-660-000  THRU  ROT-660-010
           CLOSE    RELATO
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-016
           ACCEPT   OPC-002
           GO  TO   ROT-000-010.

       ROT-500-000.
           MOVE     ZEROS    TO  QTD-DIA
           IF  DTA-FIN   <   DTA-INI
               GO  TO        ROT-500-030.
           IF  MES-INI   <   1  OR  >  12  OR  DIA-INI  <  1
               GO  TO        ROT-500-030.
           MOVE     DTA-INI  TO  DTA-ALV
           PERFORM  ROT-580-000  THRU  ROT-580-010
           IF  DIA-INI   >   ZLR-UD
               GO  TO        ROT-500-030.
           PERFORM  ROT-570-000  THRU  ROT-570-010
           MOVE     DTA-ALV  TO  DTA-TAB (1)
           MOVE     DTA-INI  TO  DTA-ALV
           MOVE     2        TO  IND1.

       ROT-500-010.
           MOVE     DTA-ALV  TO  DTA-TAB (IND1)
           IF  DTA-ALV   =   DTA-FIN
               GO  TO        ROT-500-020.
           PERFORM  ROT-560-000  THRU  ROT-560-010
           ADD      1        TO  IND1
           IF  IND1   <   33
               GO  TO        ROT-500-010.
           GO  TO   ROT-500-030.

       ROT-500-020.
           PERFORM  ROT-560-000  THRU  ROT-560-010
           ADD      1        TO  IND1
           MOVE     DTA-ALV  TO  DTA-TAB (IND1)
           MOVE     IND1     TO  QTD-DIA.

       ROT-500-030.
           EXIT.

       ROT-510-000.
           MOVE     1        TO  IND1.

       ROT-510-010.
           MOVE     ZEROS    TO  TUR-TAB (IND1)  TOL-TAB (IND1)
                                 INI-TAB (IND1)  FIM-TAB (IND1)
                                 LIM-TAB (IND1)  QTM-TAB (IND1)
           IF  FTA-EMP   =   ZEROS
               GO  TO        ROT-510-040.
           MOVE     DTA-TAB (IND1)  TO  DTA-ESC
           MOVE     ZEROS    TO  TUR-ESC  ILH-ESC  SEQ-ESC
           START    CADESC   KEY NOT LESS  CHV-ESC
                    INVALID  KEY GO  TO   ROT-510-040.

       ROT-510-020.
           READ     CADESC   NEXT AT END
                    GO  TO   ROT-510-040.
           IF  DTA-ESC  NOT  =   DTA-TAB (IND1)
               GO  TO        ROT-510-040.
           IF  FTA-ESC  NOT  =   FTA-EMP  OR  SIT-ESC  NOT  =  0
               GO  TO        ROT-510-020.
           MOVE     TUR-ESC  TO  CHV-HTU
           READ     CADHTU   INVALID KEY
                    GO  TO   ROT-510-020.
           MOVE     TUR-ESC  TO  TUR-TAB (IND1)
           MOVE     TOL-HTU  TO  TOL-TAB (IND1)
           COMPUTE  BAS-AUX  =   (IND1  -  1)  *  1440
           COMPUTE  INI-TAB (IND1)  =   BAS-AUX
                                    +   HOR-HTE  *  60  +  MIN-HTE
           COMPUTE  FIM-TAB (IND1)  =   BAS-AUX
                                    +   HOR-HTS  *  60  +  MIN-HTS
           IF  SAI-HTU   <   ENT-HTU
               ADD      1440     TO  FIM-TAB (IND1).

       ROT-510-040.
           ADD      1        TO  IND1
           IF  IND1  NOT  >  QTD-DIA
               GO  TO        ROT-510-010.
           MOVE     1        TO  IND1.

       ROT-510-050.
           COMPUTE  BAS-AUX  =   IND1  *  1440
           IF  TUR-TAB (IND1)  NOT  =   ZEROS  AND
               TUR-TAB (IND1 + 1)  NOT  =  ZEROS
               GO  TO        ROT-510-060.
           IF  TUR-TAB (IND1)  NOT  =   ZEROS
               COMPUTE  LIM-TAB (IND1)  =   FIM-TAB (IND1)  +  360
               IF  LIM-TAB (IND1)   <   BAS-AUX
                   MOVE     BAS-AUX  TO  LIM-TAB (IND1).
           IF  TUR-TAB (IND1 + 1)  NOT  =   ZEROS
               COMPUTE  LIM-TAB (IND1)  =   INI-TAB (IND1 + 1)  -  180
               IF  LIM-TAB (IND1)   >   BAS-AUX
                   MOVE     BAS-AUX  TO  LIM-TAB (IND1).
           IF  TUR-TAB (IND1)  =   ZEROS  AND
               TUR-TAB (IND1 + 1)  =   ZEROS
               MOVE     BAS-AUX  TO  LIM-TAB (IND1).
           GO  TO   ROT-510-070.

       ROT-510-060.
           IF  INI-TAB (IND1 + 1)   >   FIM-TAB (IND1)
               COMPUTE  LIM-TAB (IND1)  =   FIM-TAB (IND1)
                        +  (INI-TAB (IND1 + 1)  -  FIM-TAB (IND1))  /  2
           ELSE
               MOVE     INI-TAB (IND1 + 1)  TO  LIM-TAB (IND1).

       ROT-510-070.
           ADD      1        TO  IND1
           IF  IND1   <   QTD-DIA
               GO  TO        ROT-510-050.
           COMPUTE  LIM-TAB (IND1)  =   IND1  *  1440.

       ROT-510-090.
           EXIT.

       ROT-520-000.
           MOVE     CHV-EMP  TO  EMP-PNT
           MOVE     DTA-TAB (1)  TO  DTA-PNT
           MOVE     ZEROS    TO  HRA-PNT
           START    CADPNT   KEY NOT LESS  CHV-PNT
                    INVALID  KEY GO  TO   ROT-520-030.

       ROT-520-010.
           READ     CADPNT   NEXT AT END
                    GO  TO   ROT-520-030.
           IF  EMP-PNT  NOT  =   CHV-EMP  OR
               DTA-PNT   >   DTA-TAB (QTD-DIA)
               GO  TO        ROT-520-030.
           MOVE     1        TO  IND2.

       ROT-520-015.
           IF  DTA-TAB (IND2)  NOT  =   DTA-PNT
               ADD      1        TO  IND2
               IF  IND2  NOT  >  QTD-DIA
                   GO  TO    ROT-520-015
               ELSE
                   GO  TO    ROT-520-010.
           COMPUTE  ABS-AUX  =   (IND2  -  1)  *  1440
                             +   HOR-PNT  *  60  +  MIN-PNT
           MOVE     1        TO  IND2.

       ROT-520-020.
           IF  ABS-AUX  NOT  <   LIM-TAB (IND2)  AND
               IND2   <   QTD-DIA
               ADD      1        TO  IND2
               GO  TO        ROT-520-020.
           IF  QTM-TAB (IND2)   <   8
               ADD      1        TO  QTM-TAB (IND2)
               MOVE     QTM-TAB (IND2)  TO  IND3
               MOVE     ABS-AUX  TO  MRC-TAB (IND2, IND3).
           GO  TO   ROT-520-010.

       ROT-520-030.
           EXIT.

       ROT-530-000.
           MOVE     CHV-EMP  TO  EMP-PTO
           MOVE     DTA-TAB (IND1)  TO  DTA-PTO
           READ     CADPTO   INVALID KEY
                    MOVE     9        TO  SIT-PTO.
           IF  SIT-PTO   =   1  OR  2
               GO  TO        ROT-530-060.
           IF  TUR-TAB (IND1)  =   ZEROS  AND
               QTM-TAB (IND1)  =   ZEROS
               GO  TO        ROT-530-080.
           MOVE     TUR-TAB (IND1)  TO  TUR-PTO
           MOVE     QTM-TAB (IND1)  TO  QTM-PTO
           MOVE     ZEROS    TO  MRC-PTO  PRV-PTO  TRB-PTO  EXT-PTO
                                 ATR-PTO  FAL-PTO  ATZ-PTO  SUP-PTO
           COMPUTE  BAS-AUX  =   (IND1  -  1)  *  1440
           MOVE     1        TO  IND2.

       ROT-530-010.
           IF  IND2   >   QTM-TAB (IND1)  OR  >  4
               GO  TO        ROT-530-020.
           COMPUTE  REL-AUX  =   MRC-TAB (IND1, IND2)  +  1440
                             -   BAS-AUX
           DIVIDE   REL-AUX  BY  60  GIVING  MIN-AUX
                    REMAINDER  RST-AUX
           DIVIDE   MIN-AUX  BY  24  GIVING  QOC-AUX
                    REMAINDER  HRA-AUX
           COMPUTE  HMR-PTO (IND2)  =   HRA-AUX  *  100  +  RST-AUX
           ADD      1        TO  IND2
           GO  TO   ROT-530-010.

       ROT-530-020.
           MOVE     2        TO  IND2.

       ROT-530-025.
           IF  IND2   >   QTM-TAB (IND1)
               GO  TO        ROT-530-030.
           COMPUTE  TRB-PTO  =   TRB-PTO  +  MRC-TAB (IND1, IND2)
                             -   MRC-TAB (IND1, IND2 - 1)
           ADD      2        TO  IND2
           GO  TO   ROT-530-025.

       ROT-530-030.
           DIVIDE   QTM-PTO  BY  2  GIVING  QOC-AUX
                    REMAINDER  RST-AUX
           IF  TUR-PTO   =   ZEROS  AND  RST-AUX  =  ZEROS
               MOVE     TRB-PTO  TO  EXT-PTO.
           IF  TUR-PTO   =   ZEROS
               GO  TO        ROT-530-050.
           COMPUTE  PRV-PTO  =   FIM-TAB (IND1)  -  INI-TAB (IND1)
           IF  QTM-PTO   =   ZEROS
               MOVE     PRV-PTO  TO  FAL-PTO
               GO  TO        ROT-530-050.
           IF  MRC-TAB (IND1, 1)   >   INI-TAB (IND1)  +  TOL-TAB (IND1)
               MOVE     1        TO  ATZ-PTO.
           IF  RST-AUX  NOT  =   ZEROS
               GO  TO        ROT-530-050.
           IF  TRB-PTO   >   PRV-PTO  +  TOL-TAB (IND1)
               COMPUTE  EXT-PTO  =   TRB-PTO  -  PRV-PTO.
           IF  TRB-PTO  +  TOL-TAB (IND1)   <   PRV-PTO
               COMPUTE  ATR-PTO  =   PRV-PTO  -  TRB-PTO.

       ROT-530-050.
           IF  SIT-PTO   =   9
               MOVE     ZEROS    TO  SIT-PTO
               WRITE    REG-PTO
           ELSE
               REWRITE  REG-PTO.

       ROT-530-060.
           PERFORM  ROT-540-000  THRU  ROT-540-030
           GO  TO   ROT-530-090.

       ROT-530-080.
           IF  SIT-PTO   =   0
               DELETE   CADPTO   INVALID KEY
                        MOVE     9        TO  SIT-PTO.

       ROT-530-090.
           EXIT.

       ROT-540-000.
           DIVIDE   QTM-PTO  BY  2  GIVING  QOC-AUX
                    REMAINDER  RST-AUX
           MOVE     SPACES   TO  OCR-DT1
           IF  EXT-PTO   >   ZEROS
               MOVE     "HORA EXTRA"  TO  OCR-DT1.
           IF  ATR-PTO   >   ZEROS
               MOVE     "SAIDA ANT."  TO  OCR-DT1.
           IF  ATZ-PTO   =   1
               MOVE     "ATRASO"      TO  OCR-DT1.
           IF  TUR-PTO   =   ZEROS  AND  QTM-PTO  >  ZEROS
               MOVE     "SEM ESCALA"  TO  OCR-DT1.
           IF  RST-AUX  NOT  =   ZEROS
               MOVE     "FALTA MARC"  TO  OCR-DT1.
           IF  FAL-PTO   >   ZEROS
               MOVE     "FALTA"       TO  OCR-DT1.
           IF  OCR-DT1   =   SPACES
               GO  TO        ROT-540-030.
           MOVE     SPACES   TO  AJU-DT1
           IF  SIT-PTO   =   1
               MOVE     "*"      TO  AJU-DT1.
           MOVE     CHV-EMP  TO  EMP-DT1
           MOVE     NOM-EMP  TO  NOM-DT1
           MOVE     DIA-PTO  TO  DIA-DT1
           MOVE     MES-PTO  TO  MES-DT1
           MOVE     ANO-PTO  TO  ANO-DT1
           MOVE     TUR-PTO  TO  TUR-DT1
           MOVE     SPACES   TO  PRV-DT1  MRC-DT1
           MOVE     TUR-PTO  TO  CHV-HTU
           IF  TUR-PTO  NOT  =   ZEROS
               READ     CADHTU   INVALID KEY
                        MOVE     ZEROS    TO  ENT-HTU.
           IF  TUR-PTO  NOT  =   ZEROS
               MOVE     HOR-HTE  TO  HOR-HDT
               MOVE     MIN-HTE  TO  MIN-HDT
               MOVE     HRA-DT1  TO  PRV-DT1.
           IF  QTM-PTO  NOT  =   ZEROS
               MOVE     HR1-PTO  TO  HOR-HDT
               MOVE     MN1-PTO  TO  MIN-HDT
               MOVE     HRA-DT1  TO  MRC-DT1.
           DIVIDE   TRB-PTO  BY  60  GIVING  HTR-AUX
                    REMAINDER  MTR-AUX
           DIVIDE   EXT-PTO  BY  60  GIVING  HEX-AUX
                    REMAINDER  MEX-AUX
           COMPUTE  MIN-AUX  =   ATR-PTO  +  FAL-PTO
           DIVIDE   MIN-AUX  BY  60  GIVING  HAT-AUX
                    REMAINDER  MAT-AUX
           MOVE     HTR-AUX  TO  HTR-DT1
           MOVE     MTR-AUX  TO  MTR-DT1
           MOVE     HEX-AUX  TO  HEX-DT1
           MOVE     MEX-AUX  TO  MEX-DT1
           MOVE     HAT-AUX  TO  HAT-DT1
           MOVE     MAT-AUX  TO  MAT-DT1
           MOVE     DET-001  TO  REG-REL
           PERFORM  ROT-660-000  THRU  ROT-660-010
           ADD      1        TO  CNT-OCR.

       ROT-540-030.
           EXIT.

       ROT-560-000.
           PERFORM  ROT-580-000  THRU  ROT-580-010
           ADD      1        TO  DIA-ALV
           IF  DIA-ALV   >   ZLR-UD
               MOVE      1   TO  DIA-ALV
               ADD       1   TO  MES-ALV
               IF  MES-ALV  >  12
                   MOVE  1   TO  MES-ALV
                   ADD   1   TO  ANO-ALV.

       ROT-560-010.
           EXIT.

       ROT-570-000.
           SUBTRACT 1        FROM  DIA-ALV
           IF  DIA-ALV   >   ZEROS
               GO  TO        ROT-570-010.
           SUBTRACT 1        FROM  MES-ALV
           IF  MES-ALV   =   ZEROS
               MOVE     12       TO  MES-ALV
               SUBTRACT 1        FROM  ANO-ALV.
           PERFORM  ROT-580-000  THRU  ROT-580-010
           MOVE     ZLR-UD   TO  DIA-ALV.

       ROT-570-010.
           EXIT.

       ROT-580-000.
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

       ROT-580-010.
           EXIT.

       ROT-600-000.
           DISPLAY  TLA-002  MEN-002
           MOVE     ZEROS    TO  CHV-EMP.

       ROT-600-010.
           ACCEPT   (06 21)  CHV-EMP  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           MOVE     SPACES   TO  RSP-OPC
           READ     CADEMP   INVALID KEY
                    DISPLAY  MEN-003
                    ACCEPT   OPC-002
                    GO  TO   ROT-600-000.
           DISPLAY  ENT-001  MEN-017
           MOVE     DTA-SYS  TO  DTA-ALV.

       ROT-600-020.
           ACCEPT   (14 21)  DIA-ALV  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-600-000.
           ACCEPT   (14 24)  MES-ALV  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-600-020.
           ACCEPT   (14 27)  ANO-ALV  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-600-020.
           MOVE     CHV-EMP  TO  EMP-PTO
           MOVE     DTA-ALV  TO  DTA-PTO
           MOVE     SPACES   TO  RSP-OPC
           READ     CADPTO   INVALID KEY
                    DISPLAY  MEN-018
                    ACCEPT   OPC-002
                    DISPLAY  MEN-017
                    GO  TO   ROT-600-020.
           IF  SIT-PTO   =   2
               DISPLAY       MEN-019
               ACCEPT        OPC-002
               DISPLAY       MEN-017
               GO  TO        ROT-600-020.
           MOVE     TUR-PTO  TO  CHV-HTU
           READ     CADHTU   INVALID KEY
                    MOVE     ZEROS    TO  ENT-HTU  SAI-HTU  TOL-HTU.
           DIVIDE   TRB-PTO  BY  60  GIVING  HTR-AUX
                    REMAINDER  MTR-AUX
           DIVIDE   EXT-PTO  BY  60  GIVING  HEX-AUX
                    REMAINDER  MEX-AUX
           COMPUTE  MIN-AUX  =   ATR-PTO  +  FAL-PTO
           DIVIDE   MIN-AUX  BY  60  GIVING  HAT-AUX
                    REMAINDER  MAT-AUX
           DISPLAY  ENT-002  ENT-004.

       ROT-600-030.
           DISPLAY  MEN-020
           ACCEPT   (17 21)  HEX-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-600-020.
           ACCEPT   (17 25)  MEX-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-600-030.
           IF  MEX-AUX   >   59
               GO  TO        ROT-600-030.

       ROT-600-040.
           DISPLAY  MEN-021
           ACCEPT   (18 21)  HAT-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-600-030.
           ACCEPT   (18 25)  MAT-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-600-040.
           IF  MAT-AUX   >   59
               GO  TO        ROT-600-040.

       ROT-600-050.
           DISPLAY  MEN-024
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-600-040.
           IF  RSP-OPC   =   "A"
               GO  TO        ROT-600-000.
           IF  RSP-OPC  NOT  =   "G"
               GO  TO        ROT-600-050.
           PERFORM  ROT-680-000  THRU  ROT-680-020
           IF  RSP-OPC  NOT  =   "S"
               GO  TO        ROT-600-050.
           COMPUTE  EXT-PTO  =   HEX-AUX  *  60  +  MEX-AUX
           COMPUTE  MIN-AUX  =   HAT-AUX  *  60  +  MAT-AUX
           IF  FAL-PTO   >   ZEROS
               MOVE     MIN-AUX  TO  FAL-PTO
               MOVE     ZEROS    TO  ATR-PTO
           ELSE
               MOVE     MIN-AUX  TO  ATR-PTO.
           MOVE     1        TO  SIT-PTO
           MOVE     SUP-AUX  TO  SUP-PTO
           REWRITE  REG-PTO
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-027
           ACCEPT   OPC-002
           GO  TO   ROT-600-000.

       ROT-640-000.
           MOVE     DIA-INI  TO  DIA-CB2
           MOVE     MES-INI  TO  MES-CB2
           MOVE     ANO-INI  TO  ANO-CB2
           MOVE     DIA-FIN  TO  DIA-CB2F
           MOVE     MES-FIN  TO  MES-CB2F
           MOVE     ANO-FIN  TO  ANO-CB2F.

       ROT-640-010.
           EXIT.

       ROT-650-000.
           IF  ACM-LIN   =   ZEROS
               WRITE    REG-REL FROM CAB-001  AFTER 0
           ELSE
               ADD      1        TO  PAG-CB1
               WRITE    REG-REL FROM CAB-001  AFTER  PAGE.
           WRITE    REG-REL FROM CAB-002  AFTER 2
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM CAB-004
           WRITE    REG-REL FROM CAB-003
           MOVE     6        TO  ACM-LIN.

       ROT-650-010.
           EXIT.

       ROT-660-000.
           IF  ACM-LIN   >   54
               MOVE     REG-REL  TO  LIN-AUX
               PERFORM  ROT-650-000  THRU  ROT-650-010
               MOVE     LIN-AUX  TO  REG-REL.
           WRITE    REG-REL
           ADD      1        TO  ACM-LIN.

       ROT-660-010.
           EXIT.

       ROT-680-000.
           MOVE     SPACES   TO  RSP-OPC
           MOVE     ZEROS    TO  SUP-AUX
           MOVE     SPACES   TO  SEN-AUX
           DISPLAY  MEN-022
           ACCEPT   OPC-003
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-680-020.
           ACCEPT   OPC-004
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-680-000.
           MOVE     SUP-AUX  TO  CHV-OPE
           READ     CADOPE   INVALID  KEY
                    GO  TO   ROT-680-010.
           IF  SEN-AUX   =   SEN-OPE  AND  GER-OPE  =  1
               MOVE     "S"      TO  RSP-OPC
               GO  TO        ROT-680-020.

       ROT-680-010.
           DISPLAY  MEN-023
           ACCEPT   OPC-002
           MOVE     SPACES   TO  RSP-OPC.

       ROT-680-020.
           EXIT.

       ROT-700-000.
           DISPLAY  TLA-002  MEN-025
           MOVE     DTA-SYS  TO  DTA-INI
           DISPLAY  ENT-003.

       ROT-700-010.
           ACCEPT   (13 24)  MES-INI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  MES-INI   <   1  OR  >  12
               GO  TO        ROT-700-010.
           ACCEPT   (13 27)  ANO-INI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-700-010.

       ROT-700-020.
           DISPLAY  MEN-026
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01  OR  RSP-OPC  =  "N"
               GO  TO        ROT-700-000.
           IF  RSP-OPC  NOT  =   "S"
               GO  TO        ROT-700-020.
           PERFORM  ROT-680-000  THRU  ROT-680-020
           IF  RSP-OPC  NOT  =   "S"
               GO  TO        ROT-700-020.
           DISPLAY  MEN-012
           MOVE     ANO-INI  TO  ANO-AAM
           MOVE     MES-INI  TO  MES-AAM
           MOVE     ZEROS    TO  CHV-EMP
           START    CADEMP   KEY NOT LESS  CHV-EMP
                    INVALID  KEY GO  TO   ROT-700-090.

       ROT-700-030.
           READ     CADEMP   NEXT AT END
                    GO  TO   ROT-700-090.
           MOVE     ZEROS    TO  EXT-ACM  DSC-ACM
           MOVE     CHV-EMP  TO  EMP-PTO
           MOVE     ANO-INI  TO  ANO-PTO
           MOVE     MES-INI  TO  MES-PTO
           MOVE     ZEROS    TO  DIA-PTO
           START    CADPTO   KEY NOT LESS  CHV-PTO
                    INVALID  KEY GO  TO   ROT-700-050.

       ROT-700-040.
           READ     CADPTO   NEXT AT END
                    GO  TO   ROT-700-050.
           IF  EMP-PTO  NOT  =   CHV-EMP  OR  ANO-PTO  NOT  =  ANO-INI
               OR  MES-PTO  NOT  =   MES-INI
               GO  TO        ROT-700-050.
           IF  SIT-PTO   =   2
               GO  TO        ROT-700-040.
           ADD      EXT-PTO  TO  EXT-ACM
           ADD      ATR-PTO  FAL-PTO  TO  DSC-ACM
           MOVE     2        TO  SIT-PTO
           MOVE     SUP-AUX  TO  SUP-PTO
           REWRITE  REG-PTO
           GO  TO   ROT-700-040.

       ROT-700-050.
           IF  EXT-ACM   =   ZEROS
               GO  TO        ROT-700-060.
           MOVE     "H.EXTRAS "  TO  TIT-HST
           DIVIDE   EXT-ACM  BY  60  GIVING  HRS-HST
                    REMAINDER  MNS-HST
           COMPUTE  VAL-AUX  ROUNDED  =   SAL-EMP  *  EXT-ACM
                                      *   FAT-EXT  /  13200
           MOVE     3        TO  TIP-EVF
           PERFORM  ROT-750-000  THRU  ROT-750-020.

       ROT-700-060.
           IF  DSC-ACM   =   ZEROS
               GO  TO        ROT-700-030.
           MOVE     "FALTAS   "  TO  TIT-HST
           DIVIDE   DSC-ACM  BY  60  GIVING  HRS-HST
                    REMAINDER  MNS-HST
           COMPUTE  VAL-AUX  ROUNDED  =   SAL-EMP  *  DSC-ACM  /  13200
           MOVE     2        TO  TIP-EVF
           PERFORM  ROT-750-000  THRU  ROT-750-020
           GO  TO   ROT-700-030.

       ROT-700-090.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-016
           ACCEPT   OPC-002
           GO  TO   ROT-000-010.

       ROT-750-000.
           IF  VAL-AUX   =   ZEROS
               GO  TO        ROT-750-020.
           MOVE     CHV-EMP  TO  EMP-EVF
           MOVE     AAM-ALV  TO  AAM-EVF
           MOVE     HST-AUX  TO  HST-EVF
           MOVE     VAL-AUX  TO  VAL-EVF
           MOVE     ZEROS    TO  SEQ-EVF.

       ROT-750-010.
           ADD      1        TO  SEQ-EVF
           WRITE    REG-EVF  INVALID  KEY
                    IF  SEQ-EVF   <   99
                        GO  TO   ROT-750-010.

       ROT-750-020.
           EXIT.

       ROT-900-000.
           CLOSE    CADPIS   CADHTU   CADPNT   CADPTO   CADEMP
                    CADEVF   CADESC   CADOPE
           CHAIN   "DYN150".
