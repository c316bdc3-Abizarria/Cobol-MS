       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN709.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADHEX        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-HEX
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADSRT        ASSIGN  TO  DISK.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

       DATA            DIVISION.
       FILE            SECTION.

       FD  CADHEX      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADHEX.DAT".
       01  REG-HEX.
           03  CHV-HEX.
               05  PRG-HEX      PIC  X(06).
               05  DTI-HEX      PIC  9(06).
               05  HRI-HEX      PIC  9(08).
           03  OPE-HEX          PIC  9(04).
           03  PAR-HEX          PIC  X(30).
           03  PIN-HEX          PIC  9(06).
           03  PFI-HEX          PIC  9(06).
           03  DTF-HEX          PIC  9(06).
           03  HRF-HEX          PIC  9(08).
           03  STA-HEX          PIC  X(01).
           03  TAB-HEX.
               05  ARQ-HEX      OCCURS  06.
                   07  NAR-HEX  PIC  X(06).
                   07  QTD-HEX  PIC  9(07).

       SD  CADSRT.

       01  REG-SRT.
           03  DTI-SRT          PIC  9(08).
           03  HRI-SRT          PIC  9(08).
           03  PRG-SRT          PIC  X(06).
           03  OPE-SRT          PIC  9(04).
           03  PAR-SRT          PIC  X(30).
           03  PIN-SRT          PIC  9(06).
           03  PFI-SRT          PIC  9(06).
           03  HRF-SRT          PIC  9(08).
           03  STA-SRT          PIC  X(01).
           03  TAB-SRT.
               05  ARQ-SRT      OCCURS  06.
                   07  NAR-SRT  PIC  X(06).
                   07  QTD-SRT  PIC  9(07).

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC  X(80).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  IND1             PIC  9(03).
           03  IND2             PIC  9(03).
           03  IND3             PIC  9(01).
           03  DSL-AUX          PIC  9(01).
           03  RSP-OPC          PIC  X(01).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  FS-ARQ           PIC  X(02).
           03  TECLADO          PIC  9(02).
           03  ACM-LIN          PIC  9(02).
           03  QTD-EXE          PIC  9(05).
           03  QTD-INT          PIC  9(05).
           03  PRG-AUX          PIC  X(06).
           03  LIM-INI          PIC  9(08).
           03  LIM-FIN          PIC  9(08).

           03  REG-TAB          PIC  X(58)  OCCURS  510.

           03  LIN-001          PIC  X(58).
           03  LIN-002          PIC  X(58).
           03  LIN-003          PIC  X(58).
           03  LIN-004          PIC  X(58).
           03  LIN-005          PIC  X(58).
           03  LIN-006          PIC  X(58).
           03  LIN-007          PIC  X(58).
           03  LIN-008          PIC  X(58).
           03  LIN-009          PIC  X(58).
           03  LIN-010          PIC  X(58).
           03  LIN-011          PIC  X(58).

           03  DTA-INI.
               05  ANO-INI      PIC  9(02).
               05  MES-INI      PIC  9(02).
               05  DIA-INI      PIC  9(02).

           03  DTA-FIN.
               05  ANO-FIN      PIC  9(02).
               05  MES-FIN      PIC  9(02).
               05  DIA-FIN      PIC  9(02).

           03  DTA-AUX.
               05  ANO-AUX      PIC  9(02).
               05  MES-AUX      PIC  9(02).
               05  DIA-AUX      PIC  9(02).

           03  DTA-LCT.
               05  ANO-LCT      PIC  9(04).
               05  MES-LCT      PIC  9(02).
               05  DIA-LCT      PIC  9(02).

           03  HOR-AUX.
               05  HRA-AUX      PIC  9(02).
               05  MIN-AUX      PIC  9(02).
               05  SEG-AUX      PIC  9(04).

       01  DET-001.
           03  DIA-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  HRA-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  ":".
           03  MIN-DT1          PIC  9(02).
           03  FILLER           PIC  X(03)  VALUE  SPACES.
           03  HRF-DT1.
               05  HFH-DT1      PIC  9(02).
               05  FILLER       PIC  X(01)  VALUE  ":".
               05  HFM-DT1      PIC  9(02).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  PRG-DT1          PIC  X(06).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  OPE-DT1          PIC  9(04).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  SIT-DT1          PIC  X(12).

       01  DET-002.
           03  FILLER           PIC  X(03)  VALUE  SPACES.
           03  PAR-DT2          PIC  X(30).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DI1-DT2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ME1-DT2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  AN1-DT2          PIC  9(02).
           03  FILLER           PIC  X(03)  VALUE  " A ".
           03  DI2-DT2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ME2-DT2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  AN2-DT2          PIC  9(02).

       01  DET-003.
           03  FILLER           PIC  X(03).
           03  CNT-DT3          OCCURS  03.
               05  NAR-DT3      PIC  X(06).
               05  FILLER       PIC  X(01).
               05  QTD-DT3      PIC  Z(06)9.
               05  FILLER       PIC  X(02).

       01  TOT-001.
           03  FILLER           PIC  X(40)  VALUE
      -        "          EXECUCOES NO PERIODO .......:".
           03  QTD-TT1          PIC  ZZ.ZZ9.

       01  TOT-002.
           03  FILLER           PIC  X(40)  VALUE
      -        "          INTERROMPIDAS ..............:".
           03  QTD-TT2          PIC  ZZ.ZZ9.

       01  CAB-001.
           03  FILLER           PIC  X(22)  VALUE  "-DYNAMIC-".
           03  FILLER           PIC  X(48)  VALUE
      -        "HISTORICO DE EXECUCOES".
           03  FILLER           PIC  X(08)  VALUE  "FOLHA :".
           03  PAG-CB1          PIC  9(02).

       01  CAB-002              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-003              PIC  X(80)  VALUE
      -    "DATA     INICIO  FIM    PROGR.  OPER  SITUACAO".

       01  PRM-001              PIC  9(01).
       01  PRM-OPE              PIC  9(04).

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 02 PIC X(66) FROM
      -        "HISTORICO DE EXECUCOES  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.

       01  TLA-002.
           03  LINE 08 COLUMN 16 PIC X(48) FROM " ??????????????????????
      -       "?????????????????????????" BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 16 PIC X(48) FROM " ?                     
      -       "                        ?" BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 64 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 16 PIC X(48) FROM " ?  Execucao de ..:    
      -       " /  /    ate :   /  /   ?" BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 64 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 16 PIC X(48) FROM " ?                     
      -       "                        ?" BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 64 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 16 PIC X(48) FROM " ?  Programa .....:    
      -       "     (BRANCO = TODOS)   ?" BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 64 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 16 PIC X(48) FROM " ?                     
      -       "                        ?" BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 64 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 16 PIC X(48) FROM " ??????????????????????
      -       "?????????????????????????" BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 64 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 18 PIC X(48) FROM SPACES.

       01  TLA-003.
           03  LINE 05 COLUMN 07 PIC X(66) FROM " ??????????????????????
      -       "???????????????????????????????????????????"
               BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 07 PIC X(66) FROM " ?  DATA     INICIO  FI
      -       "M    PROGR.  OPER  SITUACAO               ?"
               BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 73 PIC X(02) FROM SPACES.
           03  LINE 07 COLUMN 07 PIC X(66) FROM " ?                     
      -       "                                          ?"
               BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 73 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 07 PIC X(66) FROM " ?                     
      -       "                                          ?"
               BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 73 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 07 PIC X(66) FROM " ?                     
      -       "                                          ?"
               BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 73 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 07 PIC X(66) FROM " ?                     
      -       "                                          ?"
               BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 73 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 07 PIC X(66) FROM " ?                     
      -       "                                          ?"
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 73 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 07 PIC X(66) FROM " ?                     
      -       "                                          ?"
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 73 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 07 PIC X(66) FROM " ?                     
      -       "                                          ?"
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 73 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 07 PIC X(66) FROM " ?                     
      -       "                                          ?"
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 73 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 07 PIC X(66) FROM " ?                     
      -       "                                          ?"
               BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 73 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 07 PIC X(66) FROM " ?                     
      -       "                                          ?"
               BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 73 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 07 PIC X(66) FROM " ?                     
      -       "                                          ?"
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 73 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 07 PIC X(66) FROM " ?                     
      -       "                                          ?"
               BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 73 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 07 PIC X(66) FROM " ??????????????????????
      -       "???????????????????????????????????????????"
               BACKGROUND-COLOR  01.
           03  LINE 19 COLUMN 73 PIC X(02) FROM SPACES.
           03  LINE 20 COLUMN 09 PIC X(66) FROM SPACES.

       01  ENT-001.
           03  DI1-ENT LINE 10 COLUMN 38 PIC 9(02) USING DIA-INI
                       BACKGROUND-COLOR  01.
           03  ME1-ENT LINE 10 COLUMN 41 PIC 9(02) USING MES-INI
                       BACKGROUND-COLOR  01.
           03  AN1-ENT LINE 10 COLUMN 44 PIC 9(02) USING ANO-INI
                       BACKGROUND-COLOR  01.
           03  DI2-ENT LINE 10 COLUMN 54 PIC 9(02) USING DIA-FIN
                       BACKGROUND-COLOR  01.
           03  ME2-ENT LINE 10 COLUMN 57 PIC 9(02) USING MES-FIN
                       BACKGROUND-COLOR  01.
           03  AN2-ENT LINE 10 COLUMN 60 PIC 9(02) USING ANO-FIN
                       BACKGROUND-COLOR  01.
           03  PRG-ENT LINE 12 COLUMN 38 PIC X(06) USING PRG-AUX
                       BACKGROUND-COLOR  01.

       01  LPA-002.
           03  LINE 08 COLUMN 11 PIC X(58) USING LIN-001
               BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 11 PIC X(58) USING LIN-002
               BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 11 PIC X(58) USING LIN-003
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 11 PIC X(58) USING LIN-004
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 11 PIC X(58) USING LIN-005
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 11 PIC X(58) USING LIN-006
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 11 PIC X(58) USING LIN-007
               BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 11 PIC X(58) USING LIN-008
               BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 11 PIC X(58) USING LIN-009
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 11 PIC X(58) USING LIN-010
               BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 11 PIC X(58) USING LIN-011
               BACKGROUND-COLOR  01.

       01  LPA-003.
           03  LINE 05 COLUMN 07 PIC X(68) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 06 COLUMN 07 PIC X(68) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 07 COLUMN 07 PIC X(68) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 08 COLUMN 07 PIC X(68) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 09 COLUMN 07 PIC X(68) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 10 COLUMN 07 PIC X(68) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 11 COLUMN 07 PIC X(68) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 12 COLUMN 07 PIC X(68) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 13 COLUMN 07 PIC X(68) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 14 COLUMN 07 PIC X(68) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 15 COLUMN 07 PIC X(68) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 16 COLUMN 07 PIC X(68) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 17 COLUMN 07 PIC X(68) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 18 COLUMN 07 PIC X(68) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 19 COLUMN 07 PIC X(68) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 20 COLUMN 07 PIC X(68) FROM SPACES
               BACKGROUND-COLOR  07.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A DATA INICI
      -            "AL  -  [ESC] RETORNA ...                        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A DATA FINAL
      -            "  -  [ESC] RETORNA ...                          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O PROGRAMA O
      -            "U [ENTER] P/ TODOS  -  [ESC] RETORNA ...        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "NAO HA EXECUCOES RE
      -            "GISTRADAS !!!  -  TECLE [ENTER] ...             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  PESQUI
      -            "SANDO AS EXECUCOES ...                          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "NAO EXISTEM EXECUCO
      -            "ES NO PERIODO !!!  -  [ESC] RETORNA ...         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "MEMORIA INSUFICIENT
      -            "E P/ CONSULTA EM TELA  -  TECLE [ESC] !!!       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "USE AS SETAS P/ ROL
      -            "AR A TELA  -  [ESC] RETORNA ...                 "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-009 LINE 22 COLUMN 80 PIC X(01) FROM " "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-010 LINE 22 COLUMN 14 PIC X(67) FROM "DESEJA CONSULTAR NA
      -            " TELA ? [S/N]  [ ]  -  [ESC] RETORNA ...        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-011 LINE 22 COLUMN 14 PIC X(67) FROM "LISTAGEM NA (I)MPRE
      -            "SSORA OU EM (A)RQUIVO ?  -  [ESC] RETORNA ...   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-012 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  IMPRIM
      -            "INDO A LISTAGEM ...                             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-013 LINE 22 COLUMN 14 PIC X(67) FROM "LISTAGEM ENCERRADA 
      -            " -  TECLE [ENTER] ...                           "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001 LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  OPC-002 LINE 22 COLUMN 49 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION  CHAINING  PRM-001  PRM-OPE.

       ROT-000-000.
           DISPLAY  TLA-001
           OPEN     INPUT    CADHEX
           IF  FS-ARQ   NOT  =   "00"
               MOVE     SPACES   TO  RSP-OPC
               DISPLAY  MEN-004
               ACCEPT   OPC-001
               CHAIN   "DYN705"  USING  PRM-001  PRM-OPE.
           DISPLAY  TLA-002
           ACCEPT   DTA-FIN  FROM   DATE
           MOVE     DTA-FIN  TO  DTA-INI
           MOVE     01       TO  DIA-INI
           MOVE     SPACES   TO  PRG-AUX
           DISPLAY  ENT-001.

       ROT-100-000.
           DISPLAY  MEN-001
           ACCEPT   (10 38)  DIA-INI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-000.
           IF  DIA-INI   <   1  OR  > 31
               GO  TO        ROT-100-000.
           DISPLAY  DI1-ENT.

       ROT-100-010.
           ACCEPT   (10 41)  MES-INI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           IF  MES-INI   <   1  OR  > 12
               GO  TO        ROT-100-010.
           DISPLAY  ME1-ENT.

       ROT-100-020.
           ACCEPT   (10 44)  ANO-INI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-010.
           DISPLAY  AN1-ENT
           MOVE     DTA-INI  TO  DTA-AUX
           PERFORM  ROT-400-000
           THRU     ROT-400-010
           MOVE     DTA-LCT  TO  LIM-INI.

       ROT-100-030.
           DISPLAY  MEN-002
           ACCEPT   (10 54)  DIA-FIN  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-020.
           IF  DIA-FIN   <   1  OR  > 31
               GO  TO        ROT-100-030.
           DISPLAY  DI2-ENT.

       ROT-100-040.
           ACCEPT   (10 57)  MES-FIN  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-030.
           IF  MES-FIN   <   1  OR  > 12
               GO  TO        ROT-100-040.
           DISPLAY  ME2-ENT.

       ROT-100-050.
           ACCEPT   (10 60)  ANO-FIN  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-040.
           DISPLAY  AN2-ENT
           MOVE     DTA-FIN  TO  DTA-AUX
           PERFORM  ROT-400-000
           THRU     ROT-400-010
           MOVE     DTA-LCT  TO  LIM-FIN
           IF  LIM-FIN   <   LIM-INI
               GO  TO        ROT-100-030.

       ROT-100-060.
           DISPLAY  MEN-003
           ACCEPT   (12 38)  PRG-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-050.
           DISPLAY  PRG-ENT.

       ROT-100-080.
           DISPLAY  MEN-005
           MOVE     ZEROS    TO  IND1  QTD-EXE  QTD-INT
           SORT     CADSRT   ON  ASCENDING  KEY  DTI-SRT  HRI-SRT
                    INPUT        PROCEDURE  IS   ROT-500-000
                    OUTPUT       PROCEDURE  IS   ROT-600-000
           IF  QTD-EXE   =   ZEROS
               MOVE     SPACES   TO  RSP-OPC
               DISPLAY  MEN-006
               ACCEPT   OPC-001
               GO  TO        ROT-100-060.
           IF  IND1      >   500
               MOVE     SPACES   TO  RSP-OPC
               DISPLAY  MEN-007
               ACCEPT   OPC-001
               GO  TO        ROT-100-060.

       ROT-200-000.
           MOVE     QTD-EXE  TO  QTD-TT1
           MOVE     QTD-INT  TO  QTD-TT2
           MOVE     SPACES   TO  REG-TAB (IND1 + 1)
           MOVE     TOT-001  TO  REG-TAB (IND1 + 2)
           MOVE     TOT-002  TO  REG-TAB (IND1 + 3)
           ADD      3        TO  IND1
           MOVE     IND1     TO  IND2.

       ROT-200-010.
           ADD      1        TO  IND1
           MOVE     SPACES   TO  REG-TAB (IND1)
           IF  IND1 <  510
               GO  TO        ROT-200-010.

       ROT-200-020.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-010
           ACCEPT   OPC-002
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-060.
           IF  RSP-OPC   =   "N"
               GO  TO        ROT-250-000.
           IF  RSP-OPC  NOT  =   "S"
               GO  TO        ROT-200-020.
           DISPLAY  TLA-003
           MOVE     ZEROS    TO  IND1.

       ROT-200-050.
           MOVE     REG-TAB (IND1 + 01)  TO  LIN-001
           MOVE     REG-TAB (IND1 + 02)  TO  LIN-002
           MOVE     REG-TAB (IND1 + 03)  TO  LIN-003
           MOVE     REG-TAB (IND1 + 04)  TO  LIN-004
           MOVE     REG-TAB (IND1 + 05)  TO  LIN-005
           MOVE     REG-TAB (IND1 + 06)  TO  LIN-006
           MOVE     REG-TAB (IND1 + 07)  TO  LIN-007
           MOVE     REG-TAB (IND1 + 08)  TO  LIN-008
           MOVE     REG-TAB (IND1 + 09)  TO  LIN-009
           MOVE     REG-TAB (IND1 + 10)  TO  LIN-010
           MOVE     REG-TAB (IND1 + 11)  TO  LIN-011
           ADD      11  TO   IND1
           DISPLAY  LPA-002  MEN-008.

       ROT-200-060.
           MOVE     " "  TO  RSP-OPC
           ACCEPT   (22 80)  RSP-OPC  WITH  AUTO-SKIP
           DISPLAY  MEN-009
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   99
               GO  TO        ROT-200-070.
           IF  TECLADO  NOT  =   00
               GO  TO        ROT-200-080.
           IF  IND1  NOT  <  IND2
               GO  TO        ROT-200-060.
           GO  TO   ROT-200-050.

       ROT-200-070.
           IF  IND1   <  12
               GO  TO        ROT-200-060.
           COMPUTE  IND1  =  IND1  -  22
           GO  TO   ROT-200-050.

       ROT-200-080.
           DISPLAY  LPA-003
                    TLA-002  ENT-001
           GO  TO   ROT-100-060.

       ROT-250-000.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-011
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-020.
           IF  RSP-OPC   =   "I"
               MOVE     "PRINTER"     TO  DES-REL
           ELSE
           IF  RSP-OPC   =   "A"
               MOVE     "RELATO.TXT"  TO  DES-REL
           ELSE
               GO  TO        ROT-250-000.
           DISPLAY  MEN-012
           OPEN     OUTPUT   RELATO
           MOVE     1        TO  PAG-CB1
           MOVE     ZEROS    TO  IND1
           WRITE    REG-REL FROM CAB-001  AFTER  0.

       ROT-250-010.
           WRITE    REG-REL FROM CAB-002
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM CAB-002
           MOVE     ZEROS    TO  ACM-LIN.

       ROT-250-020.
           ADD      1        TO  IND1
           IF  IND1      >   IND2
               GO  TO        ROT-250-030.
           WRITE    REG-REL FROM REG-TAB (IND1)
           ADD      1        TO  ACM-LIN
           IF  ACM-LIN   <   54
               GO  TO        ROT-250-020.
           ADD      1        TO  PAG-CB1
           WRITE    REG-REL FROM CAB-001  AFTER  PAGE
           GO  TO   ROT-250-010.

       ROT-250-030.
           CLOSE    RELATO
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-013
           ACCEPT   OPC-001
           GO  TO   ROT-100-060.

       ROT-300-000.
           CLOSE    CADHEX
           CHAIN   "DYN705"  USING  PRM-001  PRM-OPE.

       ROT-400-000.
           MOVE     DIA-AUX  TO  DIA-LCT
           MOVE     MES-AUX  TO  MES-LCT
           MOVE     ANO-AUX  TO  ANO-LCT
           IF  ANO-AUX   <   50
               ADD     2000  TO  ANO-LCT
           ELSE
               ADD     1900  TO  ANO-LCT.

       ROT-400-010.
           EXIT.

       ROT-500-000  SECTION.

       ROT-500-010.
           MOVE     PRG-AUX  TO  PRG-HEX
           MOVE     ZEROS    TO  DTI-HEX  HRI-HEX
           START    CADHEX   KEY NOT LESS CHV-HEX
                    INVALID  KEY GO  TO   ROT-500-090.

       ROT-500-020.
           READ     CADHEX   NEXT AT END
                    GO  TO   ROT-500-090.
           IF  PRG-AUX  NOT  =   SPACES  AND
               PRG-HEX  NOT  =   PRG-AUX
               GO  TO        ROT-500-090.
           MOVE     DTI-HEX  TO  DTA-AUX
           PERFORM  ROT-400-000
           THRU     ROT-400-010
           IF  DTA-LCT   <   LIM-INI  OR
               DTA-LCT   >   LIM-FIN
               GO  TO        ROT-500-020.
           MOVE     DTA-LCT  TO  DTI-SRT
           MOVE     HRI-HEX  TO  HRI-SRT
           MOVE     PRG-HEX  TO  PRG-SRT
           MOVE     OPE-HEX  TO  OPE-SRT
           MOVE     PAR-HEX  TO  PAR-SRT
           MOVE     PIN-HEX  TO  PIN-SRT
           MOVE     PFI-HEX  TO  PFI-SRT
           MOVE     HRF-HEX  TO  HRF-SRT
           MOVE     STA-HEX  TO  STA-SRT
           MOVE     TAB-HEX  TO  TAB-SRT
           RELEASE  REG-SRT
           GO  TO   ROT-500-020.

       ROT-500-090.
           EXIT.

       ROT-600-000  SECTION.

       ROT-600-010.
           RETURN   CADSRT   AT  END
                    GO  TO   ROT-600-090.
           ADD      1        TO  QTD-EXE
           IF  STA-SRT   =   "I"
               ADD      1        TO  QTD-INT.
           IF  IND1      >   496
               MOVE     501      TO  IND1
               GO  TO        ROT-600-010.
           MOVE     DTI-SRT  TO  DTA-LCT
           MOVE     DIA-LCT  TO  DIA-DT1
           MOVE     MES-LCT  TO  MES-DT1
           MOVE     ANO-LCT  TO  ANO-AUX
           MOVE     ANO-AUX  TO  ANO-DT1
           MOVE     HRI-SRT  TO  HOR-AUX
           MOVE     HRA-AUX  TO  HRA-DT1
           MOVE     MIN-AUX  TO  MIN-DT1
           MOVE     HRF-SRT  TO  HOR-AUX
           MOVE     HRA-AUX  TO  HFH-DT1
           MOVE     MIN-AUX  TO  HFM-DT1
           MOVE     PRG-SRT  TO  PRG-DT1
           MOVE     OPE-SRT  TO  OPE-DT1
           MOVE     "CONCLUIDA"     TO  SIT-DT1
           IF  STA-SRT   =   "I"
               MOVE     SPACES          TO  HRF-DT1
               MOVE     "INTERROMPIDA"  TO  SIT-DT1.
           ADD      1        TO  IND1
           MOVE     DET-001  TO  REG-TAB (IND1)
           MOVE     PAR-SRT  TO  PAR-DT2
           MOVE     PIN-SRT  TO  DTA-AUX
           MOVE     DIA-AUX  TO  DI1-DT2
           MOVE     MES-AUX  TO  ME1-DT2
           MOVE     ANO-AUX  TO  AN1-DT2
           MOVE     PFI-SRT  TO  DTA-AUX
           MOVE     DIA-AUX  TO  DI2-DT2
           MOVE     MES-AUX  TO  ME2-DT2
           MOVE     ANO-AUX  TO  AN2-DT2
           ADD      1        TO  IND1
           MOVE     DET-002  TO  REG-TAB (IND1)
           MOVE     ZEROS    TO  DSL-AUX.

       ROT-600-020.
           MOVE     SPACES   TO  DET-003
           MOVE     1        TO  IND3.

       ROT-600-030.
           IF  NAR-SRT (IND3 + DSL-AUX)  NOT  =   SPACES
               MOVE     NAR-SRT (IND3 + DSL-AUX)  TO  NAR-DT3 (IND3)
               MOVE     QTD-SRT (IND3 + DSL-AUX)  TO  QTD-DT3 (IND3).
           ADD      1        TO  IND3
           IF  IND3      <   4
               GO  TO        ROT-600-030.
           IF  DET-003  NOT  =   SPACES
               ADD      1        TO  IND1
               MOVE     DET-003  TO  REG-TAB (IND1).
           IF  DSL-AUX   =   ZEROS
               MOVE     3        TO  DSL-AUX
               GO  TO        ROT-600-020.
           GO  TO   ROT-600-010.

       ROT-600-090.
           EXIT.
