           SELECT      CADLDP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LDP
                       ALTERNATE     KEY     IS  PGT-LDP
                                     WITH    DUPLICATES.

           SELECT      CADLBC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LBC
                       ALTERNATE     KEY     IS  DOC-LBC
                                     WITH    DUPLICATES.

           SELECT      CADFAT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
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

       01  CAB-001.
           03  FILLER           PIC  X(22)  VALUE  "-DYNAMIC-".
           03  FILLER           PIC  X(48)  VALUE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-000.
           MOVE     1        TO  FUN-EXL
           MOVE     "DYN159" TO  PRG-EXL
           MOVE     PRM-OPE  TO  OPE-EXL
           MOVE     "EXPORTACAO CONTABIL"  TO  PAR-EXL
           COMPUTE  PIN-EXL  =   ANO-ALV  *  10000  +  MES-ALV  *  100
           COMPUTE  PFI-EXL  =   PIN-EXL  +  31
           ADD      1        TO  PIN-EXL
           CALL    "DYNEXL"  USING  EXL-PRM
           IF  FLG-EXL   =   1
               GO  TO        ROT-300-000.
           MOVE     "CADLCP" TO  NAR-EXL (1)
           MOVE     "CADCSD" TO  NAR-EXL (2)
           MOVE     "CADLDP" TO  NAR-EXL (3)
           MOVE     "CADLBC" TO  NAR-EXL (4)
           MOVE     "CADFAT" TO  NAR-EXL (5)
           MOVE     "ARQLAN" TO  NAR-EXL (6)
           DISPLAY  MEN-004
           MOVE     "PRINTER"  TO  DES-REL
           OPEN     OUTPUT   ARQLAN  RELATO
           MOVE     QTD-EXC  TO  VAL-TT1
           WRITE    REG-REL FROM TOT-001
           CLOSE    ARQLAN   RELATO
           MOVE     QTD-LAN  TO  QTD-EXL (6)
           MOVE     2        TO  FUN-EXL
           MOVE     "F"      TO  STA-EXL
           CALL    "DYNEXL"  USING  EXL-PRM
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-005
           ACCEPT   OPC-001
                    GO  TO   ROT-400-030.
           IF  ANO-LCP  NOT  =  ANO-ALV  OR  MES-LCP  NOT  =  MES-ALV
               GO  TO        ROT-400-010.
           ADD      1        TO  QTD-EXL (1)
           MOVE     "CMP"    TO  TIP-MAP
           MOVE     ZEROS    TO  COD-MAP
           COMPUTE  VAL-AUX  =   QTD-LCP  *  CST-LCP
                    GO  TO   ROT-500-030.
           IF  ANO-CSD  NOT  =  ANO-ALV  OR  MES-CSD  NOT  =  MES-ALV
               GO  TO        ROT-500-010.
           ADD      1        TO  QTD-EXL (2)
           MOVE     "VDA"    TO  TIP-MAP
           MOVE     PRX-CSD  TO  COD-MAP
           MOVE     VAL-CSD  TO  VAL-AUX
                    GO  TO   ROT-600-030.
           IF  ANO-LDP  NOT  =  ANO-ALV  OR  MES-LDP  NOT  =  MES-ALV
               GO  TO        ROT-600-010.
           ADD      1        TO  QTD-EXL (3)
           MOVE     "DSP"    TO  TIP-MAP
           MOVE     COD-LDP  TO  COD-MAP
           MOVE     VAL-LDP  TO  VAL-AUX
                    GO  TO   ROT-700-030.
           IF  ANO-LBC  NOT  =  ANO-ALV  OR  MES-LBC  NOT  =  MES-ALV
               GO  TO        ROT-700-010.
           ADD      1        TO  QTD-EXL (4)
           MOVE     "BCO"    TO  TIP-MAP
           MOVE     COD-LBC  TO  COD-MAP
           MOVE     VAL-LBC  TO  VAL-AUX
                    GO  TO   ROT-750-030.
           IF  ANO-FAT  NOT  =  ANO-ALV  OR  MES-FAT  NOT  =  MES-ALV
               GO  TO        ROT-750-010.
           ADD      1        TO  QTD-EXL (5)
           MOVE     "FAT"    TO  TIP-MAP
           MOVE     ZEROS    TO  COD-MAP
           MOVE     VAL-FAT  TO  VAL-AUX
