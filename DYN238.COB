       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN238.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADCXA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CXA.

           SELECT      CADECR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ECR.

           SELECT      CADABT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ABT
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADPRS        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PRS.

           SELECT      CADCMB        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CMB.

           SELECT      CADFTA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FTA.

           SELECT      CADCNB        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CNB
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

       DATA            DIVISION.
       FILE            SECTION.

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

       FD  CADABT      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADABT.DAT".
       01  REG-ABT.
           03  CHV-ABT.
               05  DTA-ABT      PIC  9(06).
               05  BIC-ABT      PIC  9(02).
               05  SEQ-ABT      PIC  9(04).
           03  HRA-ABT          PIC  9(04).
           03  LTS-ABT          PIC  9(04)V99.
           03  VAL-ABT          PIC  9(05)V99.
           03  FTA-ABT          PIC  9(03).

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

       FD  CADCMB      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCMB.DAT".
       01  REG-CMB.
           03  CHV-CMB          PIC  9(02).
           03  DES-CMB          PIC  X(15).
           03  VVM-CMB          PIC  9(11)V99.
           03  LUC-CMB          PIC  9(04)V9999.

       FD  CADFTA      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADFTA.DAT".
       01  REG-FTA.
           03  CHV-FTA          PIC  9(03).
           03  NOM-FTA          PIC  X(25).

       FD  CADCNB      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCNB.DAT".
       01  REG-CNB.
           03  CHV-CNB.
               05  DTA-CNB      PIC  9(06).
               05  TUR-CNB      PIC  9(01).
               05  CXA-CNB      PIC  9(01).
               05  BIC-CNB      PIC  9(02).
           03  CMB-CNB          PIC  9(02).
           03  HRI-CNB          PIC  9(04).
           03  HRF-CNB          PIC  9(04).
           03  TOL-CNB          PIC  9(03)V9.
           03  PRC-CNB          PIC  9(04)V9999.
           03  LEN-CNB          PIC  9(07)V9.
           03  LAB-CNB          PIC  9(07)V99.
           03  VAB-CNB          PIC  9(09)V99.
           03  LCX-CNB          PIC  9(07)V9.
           03  VCX-CNB          PIC S9(11)V99.
           03  EIN-CNB          PIC  9(01).
           03  SPG-CNB          PIC  9(01).

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC  X(80).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  FS-ARQ           PIC  X(02).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  ACM-LIN          PIC  9(02).
           03  TUR-AUX          PIC  9(01).
           03  CXA-AUX          PIC  9(01).
           03  SIT-AUX          PIC  X(07).
           03  HRI-AUX          PIC  9(04).
           03  HRF-AUX          PIC  9(04).
           03  TOL-AUX          PIC  9(03)V9.
           03  HOR-AUX          PIC  9(02).
           03  MIN-AUX          PIC  9(02).
           03  FLG-JAN          PIC  9(01).
           03  ACM-QTD          PIC  9(06)V9.
           03  DIF-LEN          PIC S9(07)V99.
           03  DIF-LCX          PIC S9(07)V99.
           03  DIF-VEN          PIC S9(09)V99.
           03  DIF-VCX          PIC S9(11)V99.
           03  VEN-AUX          PIC  9(09)V99.
           03  ABS-AUX          PIC  9(07)V99.
           03  SHR-AUX          PIC S9(11)V99.
           03  FTA-AUX          PIC  9(03).
           03  QTD-FTA          PIC  9(02).
           03  QTD-FLG          PIC  9(03).
           03  IND1             PIC  9(03).
           03  IND2             PIC  9(02).

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

           03  DTA-AUX.
               05  ANO-AUX      PIC  9(02).
               05  MES-AUX      PIC  9(02).
               05  DIA-AUX      PIC  9(02).

           03  TOT-LEN          PIC  9(08)V9.
           03  TOT-LAB          PIC  9(08)V99.
           03  TOT-LCX          PIC  9(08)V9.
           03  TOT-VEN          PIC  9(10)V99.
           03  TOT-VAB          PIC  9(10)V99.
           03  TOT-VCX          PIC S9(12)V99.

           03  TAB-BIC                      OCCURS  99.
               05  USO-BIC      PIC  9(01).
               05  CMB-BIC      PIC  9(02).
               05  PRC-BIC      PIC  9(04)V9999.
               05  LEN-BIC      PIC  9(07)V9.
               05  LAB-BIC      PIC  9(07)V99.
               05  VAB-BIC      PIC  9(09)V99.

           03  TAB-CMB                      OCCURS  09.
               05  QCX-CMB      PIC  9(07)V9.
               05  VCX-CMB      PIC S9(11)V99.
               05  LEN-TCB      PIC  9(08)V9.
               05  QBI-CMB      PIC  9(02).

           03  TAB-FTA                      OCCURS  50.
               05  COD-TFT      PIC  9(03).
               05  DLE-TFT      PIC S9(07)V99.
               05  DLC-TFT      PIC S9(07)V99.
               05  DVE-TFT      PIC S9(09)V99.
               05  DVC-TFT      PIC S9(11)V99.

       01  CAB-001.
           03  FILLER           PIC  X(22)  VALUE  "-DYNAMIC-".
           03  FILLER           PIC  X(48)  VALUE
               "CONCILIACAO DE COMBUSTIVEL POR BICO".
           03  FILLER           PIC  X(08)  VALUE  "FOLHA :".
           03  PAG-CB1          PIC  9(02).

       01  CAB-002.
           03  FILLER           PIC  X(07)  VALUE  "DATA : ".
           03  DIA-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB2          PIC  9(02).
           03  FILLER           PIC  X(12)  VALUE  "    TURNO : ".
           03  TUR-CB2          PIC  9(01).
           03  FILLER           PIC  X(12)  VALUE  "    CAIXA : ".
           03  CXA-CB2          PIC  9(01).
           03  FILLER           PIC  X(03)  VALUE  " - ".
           03  DES-CB2          PIC  X(15).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004.
           03  FILLER           PIC  X(40)  VALUE
               "BICO  COMBUSTIVEL     ENCERRANTE  CONCEN".
           03  FILLER           PIC  X(40)  VALUE
               "TR.      CAIXA   ENC-CONC   CONC-CXA    ".

       01  CAB-005.
           03  FILLER           PIC  X(40)  VALUE
               "FRT  NOME                        DIF.ENC".
           03  FILLER           PIC  X(40)  VALUE
               " LT DIF.CXA LT DIF.ENC R$ DIF.CXA R$    ".

       01  CAB-006.
           03  FILLER           PIC  X(25)  VALUE
               "HORARIO CONCENTRADOR : ".
           03  HRI-CB6          PIC  99B99.
           03  FILLER           PIC  X(03)  VALUE  " A ".
           03  HRF-CB6          PIC  99B99.
           03  FILLER           PIC  X(18)  VALUE
               "    TOLERANCIA : ".
           03  TOL-CB6          PIC  ZZ9,9.
           03  FILLER           PIC  X(07)  VALUE  " LITROS".

       01  CAB-007              PIC  X(80)  VALUE
      -    "DIFERENCAS ATRIBUIDAS POR FRENTISTA".

       01  DET-001.
           03  BIC-DT1          PIC  X(02).
           03  FILLER           PIC  X(04)  VALUE  SPACES.
           03  CMB-DT1          PIC  X(12).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  UNI-DT1          PIC  X(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  ENC-DT1          PIC  ZZZ.ZZ9,99-.
           03  ABT-DT1          PIC  ZZZ.ZZ9,99-.
           03  CXA-DT1          PIC  ZZZ.ZZ9,99-.
           03  DEN-DT1          PIC  ZZZ.ZZ9,99-.
           03  DCX-DT1          PIC  ZZZ.ZZ9,99-.

       01  DET-002.
           03  FTA-DT2          PIC  9(03).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  NOM-DT2          PIC  X(25).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  DLE-DT2          PIC  ZZZ.ZZ9,99-.
           03  DLC-DT2          PIC  ZZZ.ZZ9,99-.
           03  DVE-DT2          PIC  ZZZ.ZZ9,99-.
           03  DVC-DT2          PIC  ZZZ.ZZ9,99-.

       01  DET-003.
           03  FILLER           PIC  X(19)  VALUE  SPACES.
           03  MSG-DT3          PIC  X(40).

       01  TOT-001.
           03  FILLER           PIC  X(36)  VALUE
               "BICOS COM DIFERENCA ACIMA DA TOLER.:".
           03  QTD-TT1          PIC  ZZ9.

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 02 PIC X(66) FROM
      -        "CONCILIACAO DE COMBUSTIVEL POR BICO  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.

       01  TLA-002.
           03  LINE 05 COLUMN 02 PIC X(76) FROM " ??????????????????????
      -       "???????????????????????????????????????????????????? "
               BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 02 PIC X(76) FROM " ?Turno .......:       
      -       "     Caixa ..:                                     ? "
               BACKGROUND-COLOR  01.
           03  LINE 06 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 07 COLUMN 02 PIC X(76) FROM " ?Situacao ....:       
      -       "                                                   ? "
               BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 02 PIC X(76) FROM " ?Data ........:    /  
      -       "/                                                  ? "
               BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 02 PIC X(76) FROM " ?Hora inicial :       
      -       "     Hora final ..:                                ? "
               BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 02 PIC X(76) FROM " ?Tolerancia ..:       
      -       "  litros                                           ? "
               BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 02 PIC X(76) FROM " ??????????????????????
      -       "???????????????????????????????????????????????????? "
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 78 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 04 PIC X(76) FROM SPACES.

       01  ENT-001.
           03  TUR-ENT LINE 06 COLUMN 20 PIC 9(01) USING TUR-AUX
                       BACKGROUND-COLOR  01.
           03  CXA-ENT LINE 06 COLUMN 40 PIC 9(01) USING CXA-AUX
                       BACKGROUND-COLOR  01.
           03  DES-ENT LINE 06 COLUMN 43 PIC X(15) FROM  DES-CXA
                       BACKGROUND-COLOR  01.
           03  SIT-ENT LINE 07 COLUMN 20 PIC X(07) FROM  SIT-AUX
                       BACKGROUND-COLOR  01.
           03  DIA-ENT LINE 08 COLUMN 20 PIC 9(02) USING DIA-AUX
                       BACKGROUND-COLOR  01.
           03  MES-ENT LINE 08 COLUMN 23 PIC 9(02) USING MES-AUX
                       BACKGROUND-COLOR  01.
           03  ANO-ENT LINE 08 COLUMN 26 PIC 9(02) USING ANO-AUX
                       BACKGROUND-COLOR  01.
           03  HRI-ENT LINE 09 COLUMN 20 PIC 9(04) USING HRI-AUX
                       BACKGROUND-COLOR  01.
           03  HRF-ENT LINE 09 COLUMN 45 PIC 9(04) USING HRF-AUX
                       BACKGROUND-COLOR  01.
           03  TOL-ENT LINE 10 COLUMN 20 PIC ZZ9,9 USING TOL-AUX
                       BACKGROUND-COLOR  01.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "TURNO E CAIXA ?  - 
      -            " [ESC] RETORNA ...                              "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "CAIXA NAO CADASTRAD
      -            "O !!!  -  TECLE [ENTER] ...                     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "DATA DO MOVIMENTO ?
      -            "  -  [ESC] RETORNA ...                          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "CONCILIACAO NAO ENC
      -            "ONTRADA P/ A DATA !!!  -  TECLE [ENTER] ...     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "HORARIO DO CONCENTR
      -            "ADOR (HHMM) ?  -  [ESC] RETORNA ...             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "HORARIO INVALIDO !!
      -            "!  -  TECLE [ENTER] ...                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "TOLERANCIA EM LITRO
      -            "S P/ SINALIZAR DIFERENCA ?  -  [ESC] ...        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "TECLE [ENTER] P/ AP
      -            "URAR A CONCILIACAO  -  [ESC] RETORNA ...        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-009 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  APURAN
      -            "DO ENCERRANTES, CONCENTRADOR E CAIXA ...        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-010 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRIMIR NA (I)MPRE
      -            "SSORA OU EM (A)RQUIVO ?                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-011 LINE 22 COLUMN 14 PIC X(67) FROM "RELATORIO EMITIDO  
      -            "-  TECLE [ENTER] ...                            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001  LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                    BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION.

       ROT-000-000.
           DISPLAY  TLA-001  TLA-002
           ACCEPT   DTA-SYS  FROM   DATE
           OPEN     INPUT    CADCXA   CADECR   CADPRS
                             CADCMB   CADFTA
           OPEN     I-O      CADABT
           OPEN     I-O      CADCNB
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADCNB
               CLOSE    CADCNB
               OPEN     I-O      CADCNB.
           MOVE     ZEROS    TO  TUR-AUX  CXA-AUX.

       ROT-100-000.
           DISPLAY  TLA-002  MEN-001
           ACCEPT   (06 20)  TUR-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-900-000.
           ACCEPT   (06 40)  CXA-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           MOVE     TUR-AUX  TO  TUR-CXA
           MOVE     CXA-AUX  TO  NUM-CXA
           READ     CADCXA   INVALID  KEY
                    MOVE     SPACES   TO  RSP-OPC
                    DISPLAY  MEN-002
                    ACCEPT   OPC-001
                    GO  TO   ROT-100-000.
           MOVE     DTA-CXA  TO  DTA-AUX
           MOVE     "FECHADO"  TO  SIT-AUX
           IF  POS-CXA   =   1
               MOVE     "ABERTO"   TO  SIT-AUX.
           DISPLAY  DES-ENT  SIT-ENT  DIA-ENT  MES-ENT  ANO-ENT
           IF  POS-CXA   =   1
               GO  TO        ROT-120-000.

       ROT-110-000.
           DISPLAY  MEN-003
           ACCEPT   (08 20)  DIA-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           ACCEPT   (08 23)  MES-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT   (08 26)  ANO-AUX  WITH  UPDATE  AUTO-SKIP
           IF  DIA-AUX   <   1  OR  >  31  OR
               MES-AUX   <   1  OR  >  12
               GO  TO        ROT-110-000.
           MOVE     DTA-AUX  TO  DTA-CNB
           MOVE     TUR-AUX  TO  TUR-CNB
           MOVE     CXA-AUX  TO  CXA-CNB
           MOVE     ZEROS    TO  BIC-CNB
           START    CADCNB   KEY NOT LESS CHV-CNB
                    INVALID  KEY GO  TO   ROT-110-010.
           READ     CADCNB   NEXT AT END
                    GO  TO   ROT-110-010.
           IF  DTA-CNB   =   DTA-AUX  AND
               TUR-CNB   =   TUR-AUX  AND
               CXA-CNB   =   CXA-AUX
               GO  TO        ROT-110-020.

       ROT-110-010.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-004
           ACCEPT   OPC-001
           GO  TO   ROT-110-000.

       ROT-110-020.
           MOVE     HRI-CNB  TO  HRI-AUX
           MOVE     HRF-CNB  TO  HRF-AUX
           MOVE     TOL-CNB  TO  TOL-AUX
           DISPLAY  HRI-ENT  HRF-ENT  TOL-ENT
           GO  TO   ROT-500-000.

       ROT-120-000.
           MOVE     ZEROS    TO  HRI-AUX
           MOVE     2359     TO  HRF-AUX
           MOVE     5        TO  TOL-AUX
           DISPLAY  HRI-ENT  HRF-ENT  TOL-ENT.

       ROT-120-010.
           DISPLAY  MEN-005
           ACCEPT   (09 20)  HRI-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           ACCEPT   (09 45)  HRF-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-120-010.
           COMPUTE  HOR-AUX  =   HRI-AUX  /  100
           COMPUTE  MIN-AUX  =   HRI-AUX  -  HOR-AUX  *  100
           IF  HOR-AUX   >   23  OR  MIN-AUX  >  59
               GO  TO        ROT-120-015.
           COMPUTE  HOR-AUX  =   HRF-AUX  /  100
           COMPUTE  MIN-AUX  =   HRF-AUX  -  HOR-AUX  *  100
           IF  HOR-AUX   >   23  OR  MIN-AUX  >  59
               GO  TO        ROT-120-015.
           GO  TO   ROT-120-020.

       ROT-120-015.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-006
           ACCEPT   OPC-001
           GO  TO   ROT-120-010.

       ROT-120-020.
           DISPLAY  MEN-007
           ACCEPT   (10 20)  TOL-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  TOL-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-120-010.

       ROT-120-030.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-008
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-120-020.

       ROT-200-000.
           DISPLAY  MEN-009
           MOVE     1        TO  IND1.

       ROT-200-005.
           MOVE     ZEROS    TO  USO-BIC (IND1)  CMB-BIC (IND1)
                                 PRC-BIC (IND1)  LEN-BIC (IND1)
                                 LAB-BIC (IND1)  VAB-BIC (IND1)
           IF  IND1   <   10
               MOVE     ZEROS    TO  QCX-CMB (IND1)  VCX-CMB (IND1)
                                     LEN-TCB (IND1)  QBI-CMB (IND1).
           ADD      1        TO  IND1
           IF  IND1  NOT  >   99
               GO  TO        ROT-200-005.
           MOVE     SPACES   TO  CHV-PRS
           MOVE     TUR-AUX  TO  TUR-PRS
           MOVE     CXA-AUX  TO  CXA-PRS
           MOVE     1        TO  ATV-PRS
           MOVE     ZEROS    TO  LIN-PRS
           START    CADPRS   KEY NOT LESS CHV-PRS
                    INVALID  KEY GO  TO   ROT-200-020.

       ROT-200-010.
           READ     CADPRS   NEXT AT END
                    GO  TO   ROT-200-020.
           IF  TUR-PRS  NOT  =   TUR-AUX  OR
               CXA-PRS  NOT  =   CXA-AUX  OR
               ATV-PRS  NOT  =   1
               GO  TO        ROT-200-020.
           IF  PRX-PRS   <   1
               GO  TO        ROT-200-010.
           ADD      QTD-PRS  TO  QCX-CMB (PRX-PRS)
           ADD      VDD-PRS  TO  VCX-CMB (PRX-PRS)
           GO  TO   ROT-200-010.

       ROT-200-020.
           MOVE     ZEROS    TO  CHV-ECR
           START    CADECR   KEY NOT LESS CHV-ECR
                    INVALID  KEY GO  TO   ROT-200-040.

       ROT-200-030.
           READ     CADECR   NEXT AT END
                    GO  TO   ROT-200-040.
           IF  CHV-ECR   =   ZEROS
               GO  TO        ROT-200-030.
           IF  CX-ECR (1)  NOT  =  CXA-AUX  AND
               CX-ECR (2)  NOT  =  CXA-AUX  AND
               CX-ECR (3)  NOT  =  CXA-AUX  AND
               CX-ECR (4)  NOT  =  CXA-AUX
               GO  TO        ROT-200-030.
           MOVE     CHV-ECR  TO  IND1
           MOVE     1        TO  USO-BIC (IND1)
           MOVE     CMB-ECR  TO  CMB-BIC (IND1)
           MOVE     VAL-ECR  TO  PRC-BIC (IND1)
           MOVE     ZEROS    TO  ACM-QTD
           IF  FCL-ECR   =   ZEROS
               GO  TO        ROT-200-035.
           IF  FLG-ECR   =   0
               COMPUTE  ACM-QTD  =   (FCL-ECR  +  1000000  -  ICL-ECR)
                                 -   AFR-ECR
           ELSE
               COMPUTE  ACM-QTD  =   (FTL-ECR  +  1000000  -  ICL-ECR)
                                 +   (FCL-ECR  +  1000000  -  ITL-ECR)
                                 -   AFR-ECR.

       ROT-200-035.
           MOVE     ACM-QTD  TO  LEN-BIC (IND1)
           IF  CMB-ECR   <   1  OR  >  9
               GO  TO        ROT-200-030.
           ADD      ACM-QTD  TO  LEN-TCB (CMB-ECR)
           ADD      1        TO  QBI-CMB (CMB-ECR)
           GO  TO   ROT-200-030.

       ROT-200-040.
           MOVE     DTA-AUX  TO  DTA-ABT
           MOVE     ZEROS    TO  BIC-ABT  SEQ-ABT
           START    CADABT   KEY NOT LESS CHV-ABT
                    INVALID  KEY GO  TO   ROT-300-000.

       ROT-200-050.
           READ     CADABT   NEXT AT END
                    GO  TO   ROT-300-000.
           IF  DTA-ABT  NOT  =   DTA-AUX
               GO  TO        ROT-300-000.
           IF  BIC-ABT   =   ZEROS
               GO  TO        ROT-200-050.
           IF  USO-BIC (BIC-ABT)  NOT  =  1
               GO  TO        ROT-200-050.
           PERFORM  ROT-600-000  THRU  ROT-600-010
           IF  FLG-JAN   =   0
               GO  TO        ROT-200-050.
           ADD      LTS-ABT  TO  LAB-BIC (BIC-ABT)
           ADD      VAL-ABT  TO  VAB-BIC (BIC-ABT)
           GO  TO   ROT-200-050.

       ROT-300-000.
           MOVE     DTA-AUX  TO  DTA-CNB
           MOVE     TUR-AUX  TO  TUR-CNB
           MOVE     CXA-AUX  TO  CXA-CNB
           MOVE     ZEROS    TO  BIC-CNB
           START    CADCNB   KEY NOT LESS CHV-CNB
                    INVALID  KEY GO  TO   ROT-300-020.

       ROT-300-010.
           READ     CADCNB   NEXT AT END
                    GO  TO   ROT-300-020.
           IF  DTA-CNB  NOT  =   DTA-AUX  OR
               TUR-CNB  NOT  =   TUR-AUX  OR
               CXA-CNB  NOT  =   CXA-AUX
               GO  TO        ROT-300-020.
           DELETE   CADCNB   INVALID  KEY
                    CONTINUE.
           GO  TO   ROT-300-010.

       ROT-300-020.
           MOVE     1        TO  IND1.

       ROT-300-030.
           IF  USO-BIC (IND1)  NOT  =  1
               GO  TO        ROT-300-050.
           MOVE     DTA-AUX  TO  DTA-CNB
           MOVE     TUR-AUX  TO  TUR-CNB
           MOVE     CXA-AUX  TO  CXA-CNB
           MOVE     IND1     TO  BIC-CNB
           MOVE     CMB-BIC (IND1)  TO  CMB-CNB
           MOVE     HRI-AUX  TO  HRI-CNB
           MOVE     HRF-AUX  TO  HRF-CNB
           MOVE     TOL-AUX  TO  TOL-CNB
           MOVE     PRC-BIC (IND1)  TO  PRC-CNB
           MOVE     LEN-BIC (IND1)  TO  LEN-CNB
           MOVE     LAB-BIC (IND1)  TO  LAB-CNB
           MOVE     VAB-BIC (IND1)  TO  VAB-CNB
           MOVE     ZEROS    TO  LCX-CNB  VCX-CNB  EIN-CNB  SPG-CNB
           IF  CMB-CNB   <   1  OR  >  9
               GO  TO        ROT-300-040.
           MOVE     CMB-CNB  TO  IND2
           IF  LEN-TCB (IND2)  >  ZEROS
               COMPUTE  LCX-CNB  ROUNDED  =  QCX-CMB (IND2)
                                          *  LEN-CNB  /  LEN-TCB (IND2)
               COMPUTE  VCX-CNB  ROUNDED  =  VCX-CMB (IND2)
                                          *  LEN-CNB  /  LEN-TCB (IND2)
           ELSE
               COMPUTE  LCX-CNB  ROUNDED  =  QCX-CMB (IND2)
                                          /  QBI-CMB (IND2)
               COMPUTE  VCX-CNB  ROUNDED  =  VCX-CMB (IND2)
                                          /  QBI-CMB (IND2).

       ROT-300-040.
           COMPUTE  DIF-LEN  =   LEN-CNB  -  LAB-CNB
           COMPUTE  DIF-LCX  =   LAB-CNB  -  LCX-CNB
           MOVE     DIF-LEN  TO  ABS-AUX
           IF  ABS-AUX   >   TOL-CNB
               MOVE     1        TO  EIN-CNB.
           IF  DIF-LCX   >   TOL-CNB
               MOVE     1        TO  SPG-CNB.
           WRITE    REG-CNB  INVALID  KEY
                    REWRITE  REG-CNB.

       ROT-300-050.
           ADD      1        TO  IND1
           IF  IND1  NOT  >   99
               GO  TO        ROT-300-030.

       ROT-500-000.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-010
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           IF  RSP-OPC   =   "I"
               MOVE     "PRINTER"     TO  DES-REL
           ELSE
           IF  RSP-OPC   =   "A"
               MOVE     "RELATO.TXT"  TO  DES-REL
           ELSE
               GO  TO        ROT-500-000.
           OPEN     OUTPUT   RELATO
           MOVE     1        TO  PAG-CB1
           MOVE     ZEROS    TO  ACM-LIN  QTD-FTA  QTD-FLG
                                 TOT-LEN  TOT-LAB  TOT-LCX
                                 TOT-VEN  TOT-VAB  TOT-VCX
           MOVE     DIA-AUX  TO  DIA-CB2
           MOVE     MES-AUX  TO  MES-CB2
           MOVE     ANO-AUX  TO  ANO-CB2
           MOVE     TUR-AUX  TO  TUR-CB2
           MOVE     CXA-AUX  TO  CXA-CB2
           MOVE     DES-CXA  TO  DES-CB2
           MOVE     HRI-AUX  TO  HRI-CB6
           MOVE     HRF-AUX  TO  HRF-CB6
           MOVE     TOL-AUX  TO  TOL-CB6
           WRITE    REG-REL FROM CAB-001  AFTER 0
           PERFORM  ROT-500-040
           MOVE     DTA-AUX  TO  DTA-CNB
           MOVE     TUR-AUX  TO  TUR-CNB
           MOVE     CXA-AUX  TO  CXA-CNB
           MOVE     ZEROS    TO  BIC-CNB
           START    CADCNB   KEY NOT LESS CHV-CNB
                    INVALID  KEY GO  TO   ROT-500-020.

       ROT-500-010.
           READ     CADCNB   NEXT AT END
                    GO  TO   ROT-500-020.
           IF  DTA-CNB  NOT  =   DTA-AUX  OR
               TUR-CNB  NOT  =   TUR-AUX  OR
               CXA-CNB  NOT  =   CXA-AUX
               GO  TO        ROT-500-020.
           MOVE     CMB-CNB  TO  CHV-CMB
           READ     CADCMB   INVALID  KEY
                    MOVE     SPACES   TO  DES-CMB.
           COMPUTE  VEN-AUX  ROUNDED  =  LEN-CNB  *  PRC-CNB
           COMPUTE  DIF-LEN  =   LEN-CNB  -  LAB-CNB
           COMPUTE  DIF-LCX  =   LAB-CNB  -  LCX-CNB
           COMPUTE  DIF-VEN  =   VEN-AUX  -  VAB-CNB
           COMPUTE  DIF-VCX  =   VAB-CNB  -  VCX-CNB
           ADD      LEN-CNB  TO  TOT-LEN
           ADD      LAB-CNB  TO  TOT-LAB
           ADD      LCX-CNB  TO  TOT-LCX
           ADD      VEN-AUX  TO  TOT-VEN
           ADD      VAB-CNB  TO  TOT-VAB
           ADD      VCX-CNB  TO  TOT-VCX
           MOVE     BIC-CNB  TO  BIC-DT1
           MOVE     DES-CMB  TO  CMB-DT1
           MOVE     "LT"     TO  UNI-DT1
           MOVE     LEN-CNB  TO  ENC-DT1
           MOVE     LAB-CNB  TO  ABT-DT1
           MOVE     LCX-CNB  TO  CXA-DT1
           MOVE     DIF-LEN  TO  DEN-DT1
           MOVE     DIF-LCX  TO  DCX-DT1
           WRITE    REG-REL FROM DET-001
           MOVE     SPACES   TO  BIC-DT1  CMB-DT1
           MOVE     "R$"     TO  UNI-DT1
           MOVE     VEN-AUX  TO  ENC-DT1
           MOVE     VAB-CNB  TO  ABT-DT1
           MOVE     VCX-CNB  TO  CXA-DT1
           MOVE     DIF-VEN  TO  DEN-DT1
           MOVE     DIF-VCX  TO  DCX-DT1
           WRITE    REG-REL FROM DET-001
           ADD      2        TO  ACM-LIN
           IF  EIN-CNB   =   1  OR  SPG-CNB  =  1
               ADD      1        TO  QTD-FLG.
           IF  EIN-CNB   =   1
               MOVE     "*** ENCERRANTE INCONSISTENTE ***"
                                  TO  MSG-DT3
               WRITE    REG-REL FROM DET-003
               ADD      1        TO  ACM-LIN.
           IF  SPG-CNB   =   1
               MOVE     "*** ABASTECIMENTO SEM PAGAMENTO ***"
                                  TO  MSG-DT3
               WRITE    REG-REL FROM DET-003
               ADD      1        TO  ACM-LIN.
           MOVE     SPACES   TO  REG-REL
           WRITE    REG-REL
           ADD      1        TO  ACM-LIN
           PERFORM  ROT-700-000  THRU  ROT-700-030
           IF  ACM-LIN   >   52
               ADD      1        TO  PAG-CB1
               WRITE    REG-REL FROM CAB-001  AFTER  PAGE
               MOVE     ZEROS    TO  ACM-LIN
               PERFORM  ROT-500-040.
           GO  TO   ROT-500-010.

       ROT-500-020.
           WRITE    REG-REL FROM CAB-003
           MOVE     SPACES   TO  BIC-DT1
           MOVE     "TOTAL CAIXA"  TO  CMB-DT1
           MOVE     "LT"     TO  UNI-DT1
           MOVE     TOT-LEN  TO  ENC-DT1
           MOVE     TOT-LAB  TO  ABT-DT1
           MOVE     TOT-LCX  TO  CXA-DT1
           COMPUTE  DIF-LEN  =   TOT-LEN  -  TOT-LAB
           COMPUTE  DIF-LCX  =   TOT-LAB  -  TOT-LCX
           MOVE     DIF-LEN  TO  DEN-DT1
           MOVE     DIF-LCX  TO  DCX-DT1
           WRITE    REG-REL FROM DET-001
           MOVE     SPACES   TO  CMB-DT1
           MOVE     "R$"     TO  UNI-DT1
           MOVE     TOT-VEN  TO  ENC-DT1
           MOVE     TOT-VAB  TO  ABT-DT1
           MOVE     TOT-VCX  TO  CXA-DT1
           COMPUTE  DIF-VEN  =   TOT-VEN  -  TOT-VAB
           COMPUTE  DIF-VCX  =   TOT-VAB  -  TOT-VCX
           MOVE     DIF-VEN  TO  DEN-DT1
           MOVE     DIF-VCX  TO  DCX-DT1
           WRITE    REG-REL FROM DET-001
           MOVE     QTD-FLG  TO  QTD-TT1
           WRITE    REG-REL FROM TOT-001
           WRITE    REG-REL FROM CAB-003
           IF  ACM-LIN   >   40
               ADD      1        TO  PAG-CB1
               WRITE    REG-REL FROM CAB-001  AFTER  PAGE
               MOVE     ZEROS    TO  ACM-LIN.
           WRITE    REG-REL FROM CAB-007  AFTER  2
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM CAB-005
           WRITE    REG-REL FROM CAB-003
           ADD      6        TO  ACM-LIN
           MOVE     1        TO  IND1.

       ROT-500-030.
           IF  IND1   >   QTD-FTA
               WRITE    REG-REL FROM CAB-003
               CLOSE    RELATO
               MOVE     SPACES   TO  RSP-OPC
               DISPLAY  MEN-011
               ACCEPT   OPC-001
               GO  TO   ROT-100-000.
           MOVE     COD-TFT (IND1)  TO  FTA-DT2  CHV-FTA
           READ     CADFTA   INVALID  KEY
                    MOVE     SPACES   TO  NOM-FTA.
           IF  COD-TFT (IND1)  =  ZEROS
               MOVE     "SEM TRANSACOES"  TO  NOM-FTA.
           MOVE     NOM-FTA  TO  NOM-DT2
           MOVE     DLE-TFT (IND1)  TO  DLE-DT2
           MOVE     DLC-TFT (IND1)  TO  DLC-DT2
           MOVE     DVE-TFT (IND1)  TO  DVE-DT2
           MOVE     DVC-TFT (IND1)  TO  DVC-DT2
           WRITE    REG-REL FROM DET-002
           ADD      1        TO  ACM-LIN
           IF  ACM-LIN   >   54
               ADD      1        TO  PAG-CB1
               WRITE    REG-REL FROM CAB-001  AFTER  PAGE
               WRITE    REG-REL FROM CAB-005  AFTER  2
               WRITE    REG-REL FROM CAB-003
               MOVE     3        TO  ACM-LIN.
           ADD      1        TO  IND1
           GO  TO   ROT-500-030.

       ROT-500-040.
           WRITE    REG-REL FROM CAB-002  AFTER  2
           WRITE    REG-REL FROM CAB-006
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM CAB-004
           WRITE    REG-REL FROM CAB-003
           ADD      6        TO  ACM-LIN.

       ROT-600-000.
           MOVE     1        TO  FLG-JAN
           IF  HRI-AUX  NOT  >   HRF-AUX
               IF  HRA-ABT   <   HRI-AUX  OR  >  HRF-AUX
                   MOVE     0        TO  FLG-JAN.
           IF  HRI-AUX   >   HRF-AUX
               IF  HRA-ABT   <   HRI-AUX  AND  >  HRF-AUX
                   MOVE     0        TO  FLG-JAN.

       ROT-600-010.
           EXIT.

       ROT-700-000.
           IF  DIF-LEN   =   ZEROS  AND  DIF-LCX  =  ZEROS  AND
               DIF-VEN   =   ZEROS  AND  DIF-VCX  =  ZEROS
               GO  TO        ROT-700-030.
           IF  LAB-CNB   >   ZEROS
               GO  TO        ROT-700-005.
           MOVE     ZEROS    TO  FTA-AUX
           PERFORM  ROT-750-000  THRU  ROT-750-020
           IF  IND2   =   ZEROS
               GO  TO        ROT-700-030.
           ADD      DIF-LEN  TO  DLE-TFT (IND2)
           ADD      DIF-LCX  TO  DLC-TFT (IND2)
           ADD      DIF-VEN  TO  DVE-TFT (IND2)
           ADD      DIF-VCX  TO  DVC-TFT (IND2)
           GO  TO   ROT-700-030.

       ROT-700-005.
           MOVE     DTA-CNB  TO  DTA-ABT
           MOVE     BIC-CNB  TO  BIC-ABT
           MOVE     ZEROS    TO  SEQ-ABT
           START    CADABT   KEY NOT LESS CHV-ABT
                    INVALID  KEY GO  TO   ROT-700-030.

       ROT-700-010.
           READ     CADABT   NEXT AT END
                    GO  TO   ROT-700-030.
           IF  DTA-ABT  NOT  =   DTA-CNB  OR
               BIC-ABT  NOT  =   BIC-CNB
               GO  TO        ROT-700-030.
           PERFORM  ROT-600-000  THRU  ROT-600-010
           IF  FLG-JAN   =   0
               GO  TO        ROT-700-010.
           MOVE     FTA-ABT  TO  FTA-AUX
           PERFORM  ROT-750-000  THRU  ROT-750-020
           IF  IND2   =   ZEROS
               GO  TO        ROT-700-010.
           COMPUTE  SHR-AUX  ROUNDED  =  DIF-LEN  *  LTS-ABT  /  LAB-CNB
           ADD      SHR-AUX  TO  DLE-TFT (IND2)
           COMPUTE  SHR-AUX  ROUNDED  =  DIF-LCX  *  LTS-ABT  /  LAB-CNB
           ADD      SHR-AUX  TO  DLC-TFT (IND2)
           COMPUTE  SHR-AUX  ROUNDED  =  DIF-VEN  *  LTS-ABT  /  LAB-CNB
           ADD      SHR-AUX  TO  DVE-TFT (IND2)
           COMPUTE  SHR-AUX  ROUNDED  =  DIF-VCX  *  LTS-ABT  /  LAB-CNB
           ADD      SHR-AUX  TO  DVC-TFT (IND2)
           GO  TO   ROT-700-010.

       ROT-700-030.
           EXIT.

       ROT-750-000.
           MOVE     ZEROS    TO  IND2
           MOVE     1        TO  IND1.

       ROT-750-010.
           IF  IND1   >   QTD-FTA
               IF  QTD-FTA   <   50
                   ADD      1        TO  QTD-FTA
                   MOVE     QTD-FTA  TO  IND2
                   MOVE     FTA-AUX  TO  COD-TFT (IND2)
                   MOVE     ZEROS    TO  DLE-TFT (IND2)  DLC-TFT (IND2)
                                         DVE-TFT (IND2)  DVC-TFT (IND2)
                   GO  TO   ROT-750-020
               ELSE
                   GO  TO   ROT-750-020.
           IF  COD-TFT (IND1)  =  FTA-AUX
               MOVE     IND1     TO  IND2
               GO  TO        ROT-750-020.
           ADD      1        TO  IND1
           GO  TO   ROT-750-010.

       ROT-750-020.
           EXIT.

       ROT-900-000.
           CLOSE    CADCXA   CADECR   CADABT   CADPRS
                    CADCMB   CADFTA   CADCNB
           CHAIN   "DYN143".
