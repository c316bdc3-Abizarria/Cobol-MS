       01  PRM-001              PIC  9(01).
       01  PRM-OPE              PIC  9(04).

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
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           MOVE     1        TO  FUN-EXL
           MOVE     "DYN701" TO  PRG-EXL
           MOVE     PRM-OPE  TO  OPE-EXL
           MOVE     "SPED FISCAL EFD ICMS/IPI"  TO  PAR-EXL
           COMPUTE  PIN-EXL  =   ANO-AUX  *  10000  +  MES-AUX  *  100
           COMPUTE  PFI-EXL  =   PIN-EXL  +  31
           ADD      1        TO  PIN-EXL
           CALL    "DYNEXL"  USING  EXL-PRM
           IF  FLG-EXL   =   1
               GO  TO        ROT-100-000.
           MOVE     "CADLCP" TO  NAR-EXL (1)
           MOVE     "CADNFE" TO  NAR-EXL (2)
           MOVE     "CADNTE" TO  NAR-EXL (3)
           MOVE     "ARQSPD" TO  NAR-EXL (4)
           DISPLAY  MEN-003.

       ROT-200-000.
           WRITE    REG-ARQ  FROM  REG-C100
           ADD      1        TO  ACM-REG
           ADD      1        TO  ACM-BLC
           ADD      1        TO  QTD-EXL (1)
           GO  TO   ROT-200-010.

       ROT-300-000.
           WRITE    REG-ARQ  FROM  REG-C100
           ADD      1        TO  ACM-REG
           ADD      1        TO  ACM-BLC
           ADD      1        TO  QTD-EXL (2)
           GO  TO   ROT-300-010.

       ROT-400-000.
           WRITE    REG-ARQ  FROM  REG-C100
           ADD      1        TO  ACM-REG
           ADD      1        TO  ACM-BLC
           ADD      1        TO  QTD-EXL (3)
           GO  TO   ROT-400-010.

       ROT-500-000.
           MOVE     ACM-REG  TO  QTD-999
           WRITE    REG-ARQ  FROM  REG-9999
           CLOSE    ARQSPD
           MOVE     ACM-REG  TO  QTD-EXL (4)
           MOVE     2        TO  FUN-EXL
           MOVE     "F"      TO  STA-EXL
           CALL    "DYNEXL"  USING  EXL-PRM
           DISPLAY  MEN-004
           ACCEPT   OPC-001
           GO  TO   ROT-100-000.
