       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYNEXL.
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
                       FILE          STATUS  IS  FS-STA.

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

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  FS-STA           PIC  X(02).
           03  FLG-ACH          PIC  9(01).
           03  OPE-AUX          PIC  9(04).
           03  SIT-AUX          PIC  X(12).

           03  DTA-AUX.
               05  ANO-AUX      PIC  9(02).
               05  MES-AUX      PIC  9(02).
               05  DIA-AUX      PIC  9(02).

           03  HOR-AUX.
               05  HRA-AUX      PIC  9(02).
               05  MIN-AUX      PIC  9(02).
               05  SEG-AUX      PIC  9(04).

       LINKAGE         SECTION.

       01  EXL-PRM.
           03  FUN-EXL          PIC  9(01).
           03  PRG-EXL          PIC  X(06).
           03  OPE-EXL          PIC  9(04).
           03  PAR-EXL          PIC  X(30).
           03  PIN-EXL          PIC  9(06).
           03  PFI-EXL          PIC  9(06).
           03  DTI-EXL          PIC  9(06).
           03  HRI-EXL          PIC  9(08).
           03  STA-EXL          PIC  X(01).
           03  FLG-EXL          PIC  9(01).
           03  TAB-EXL.
               05  ARQ-EXL      OCCURS  06.
                   07  NAR-EXL  PIC  X(06).
                   07  QTD-EXL  PIC  9(07).

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 09 COLUMN 14 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 04.
           03  LINE 10 COLUMN 14 PIC X(53) FROM " ? Periodo ja processad
      -       "o anteriormente:            ? " BACKGROUND-COLOR 04.
           03  LINE 10 COLUMN 67 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 14 PIC X(53) FROM " ?                     
      -       "                            ? " BACKGROUND-COLOR 04.
           03  LINE 11 COLUMN 67 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 14 PIC X(53) FROM " ? Execucao em ..:   / 
      -       " /     :                    ? " BACKGROUND-COLOR 04.
           03  LINE 12 COLUMN 67 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 14 PIC X(53) FROM " ? Operador .....:     
      -       "                            ? " BACKGROUND-COLOR 04.
           03  LINE 13 COLUMN 67 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 14 PIC X(53) FROM " ? Situacao .....:     
      -       "                            ? " BACKGROUND-COLOR 04.
           03  LINE 14 COLUMN 67 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 14 PIC X(53) FROM " ??????????????????????
      -       "????????????????????????????? " BACKGROUND-COLOR 04.
           03  LINE 15 COLUMN 67 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 16 PIC X(53) FROM SPACES.

       01  ENT-001.
           03  LINE 12 COLUMN 33 PIC 9(02) FROM DIA-AUX
               BACKGROUND-COLOR  04.
           03  LINE 12 COLUMN 36 PIC 9(02) FROM MES-AUX
               BACKGROUND-COLOR  04.
           03  LINE 12 COLUMN 39 PIC 9(02) FROM ANO-AUX
               BACKGROUND-COLOR  04.
           03  LINE 12 COLUMN 43 PIC 9(02) FROM HRA-AUX
               BACKGROUND-COLOR  04.
           03  LINE 12 COLUMN 46 PIC 9(02) FROM MIN-AUX
               BACKGROUND-COLOR  04.
           03  LINE 13 COLUMN 33 PIC 9(04) FROM OPE-AUX
               BACKGROUND-COLOR  04.
           03  LINE 14 COLUMN 33 PIC X(12) FROM SIT-AUX
               BACKGROUND-COLOR  04.

       01  LPA-001.
           03  LINE 09 COLUMN 14 PIC X(55) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 10 COLUMN 14 PIC X(55) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 11 COLUMN 14 PIC X(55) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 12 COLUMN 14 PIC X(55) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 13 COLUMN 14 PIC X(55) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 14 COLUMN 14 PIC X(55) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 15 COLUMN 14 PIC X(55) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 16 COLUMN 14 PIC X(55) FROM SPACES
               BACKGROUND-COLOR  07.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "PERIODO JA PROCESSA
      -            "DO !!!  [ENTER] PROSSEGUE  -  [ESC] DESISTE     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001  LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                    BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION  USING  EXL-PRM.

       ROT-000-000.
           OPEN     I-O      CADHEX
           IF  FS-STA  NOT  =   "00"
               OPEN     OUTPUT   CADHEX
               CLOSE    CADHEX
               OPEN     I-O      CADHEX.
           GO  TO   ROT-100-000, ROT-200-000,
                    DEPENDING    ON  FUN-EXL.
           GO  TO   ROT-900-000.

       ROT-100-000.
           MOVE     0        TO  FLG-EXL  FLG-ACH
           MOVE     SPACES   TO  NAR-EXL (1)  NAR-EXL (2)
                                 NAR-EXL (3)  NAR-EXL (4)
                                 NAR-EXL (5)  NAR-EXL (6)
           MOVE     ZEROS    TO  QTD-EXL (1)  QTD-EXL (2)
                                 QTD-EXL (3)  QTD-EXL (4)
                                 QTD-EXL (5)  QTD-EXL (6)
                                 DTI-EXL      HRI-EXL
           MOVE     PRG-EXL  TO  PRG-HEX
           MOVE     ZEROS    TO  DTI-HEX  HRI-HEX
           START    CADHEX   KEY GREATER  CHV-HEX
                    INVALID  KEY GO  TO   ROT-100-030.

       ROT-100-010.
           READ     CADHEX   NEXT AT END
                    GO  TO   ROT-100-030.
           IF  PRG-HEX  NOT  =   PRG-EXL
               GO  TO        ROT-100-030.
           IF  PAR-HEX  NOT  =   PAR-EXL
               GO  TO        ROT-100-010.
           IF  PIN-HEX   >   PFI-EXL  OR  PFI-HEX  <  PIN-EXL
               GO  TO        ROT-100-010.
           MOVE     1        TO  FLG-ACH
           MOVE     DTI-HEX  TO  DTA-AUX
           MOVE     HRI-HEX  TO  HOR-AUX
           MOVE     OPE-HEX  TO  OPE-AUX
           MOVE     "CONCLUIDA"     TO  SIT-AUX
           IF  STA-HEX   =   "I"
               MOVE     "INTERROMPIDA"  TO  SIT-AUX.
           GO  TO   ROT-100-010.

       ROT-100-030.
           IF  FLG-ACH   =   0
               GO  TO        ROT-100-050.
           DISPLAY  TLA-001  ENT-001  MEN-001
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           DISPLAY  LPA-001
           IF  TECLADO   =   01
               MOVE     1    TO  FLG-EXL
               GO  TO        ROT-900-000.

       ROT-100-050.
           MOVE     PRG-EXL  TO  PRG-HEX
           ACCEPT   DTI-HEX  FROM  DATE
           ACCEPT   HRI-HEX  FROM  TIME
           MOVE     OPE-EXL  TO  OPE-HEX
           MOVE     PAR-EXL  TO  PAR-HEX
           MOVE     PIN-EXL  TO  PIN-HEX
           MOVE     PFI-EXL  TO  PFI-HEX
           MOVE     ZEROS    TO  DTF-HEX  HRF-HEX
           MOVE     "I"      TO  STA-HEX
           MOVE     TAB-EXL  TO  TAB-HEX.

       ROT-100-060.
           WRITE    REG-HEX  INVALID  KEY
                    ADD      1        TO  HRI-HEX
                    GO  TO   ROT-100-060.
           MOVE     DTI-HEX  TO  DTI-EXL
           MOVE     HRI-HEX  TO  HRI-EXL
           GO  TO   ROT-900-000.

       ROT-200-000.
           IF  DTI-EXL   =   ZEROS
               GO  TO        ROT-900-000.
           MOVE     PRG-EXL  TO  PRG-HEX
           MOVE     DTI-EXL  TO  DTI-HEX
           MOVE     HRI-EXL  TO  HRI-HEX
           READ     CADHEX   INVALID  KEY
                    GO  TO   ROT-900-000.
           ACCEPT   DTF-HEX  FROM  DATE
           ACCEPT   HRF-HEX  FROM  TIME
           MOVE     STA-EXL  TO  STA-HEX
           MOVE     TAB-EXL  TO  TAB-HEX
           REWRITE  REG-HEX
           MOVE     ZEROS    TO  DTI-EXL  HRI-EXL.

       ROT-900-000.
           CLOSE    CADHEX
           EXIT     PROGRAM.
