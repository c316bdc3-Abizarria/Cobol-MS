           SELECT      CADLBC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LBC
                       ALTERNATE     KEY     IS  DOC-LBC
                                     WITH    DUPLICATES.

           SELECT      CADOPE        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
           SELECT      CADLDP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LDP
                       ALTERNATE     KEY     IS  PGT-LDP
                                     WITH    DUPLICATES.

           SELECT      CADLES        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
       01  PRM-002              PIC  9(01).
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
           EXIT.

       ROT-100-000.
           PERFORM  ROT-600-000  THRU  ROT-600-010
           IF  FLG-EXL   =   1
               GO  TO        ROT-500-000.
           DISPLAY  TLA-003  MEN-005
           OPEN     I-O      CADBCO
                             CADHFC
                    GO  TO   ROT-100-110.
           MOVE     REG-SRT  TO  REG-LBC
           WRITE    REG-LBC
           ADD      1        TO  QTD-EXL (1)
           GO  TO   ROT-100-100.

       ROT-100-110.
                                 CTD-PRS  CTM-PRS
                                 VDD-PRS  VDM-PRS
           REWRITE  REG-PRS
           ADD      1        TO  QTD-EXL (3)
           GO  TO   ROT-300-030.

       ROT-300-040.
                    GO  TO   ROT-400-070.
           MOVE     REG-SRT  TO  REG-LDP
           WRITE    REG-LDP
           ADD      1        TO  QTD-EXL (4)
           GO  TO   ROT-400-060.

       ROT-400-070.
       ROT-400-080  SECTION.

       ROT-450-000.
           MOVE     SEQ-AUX  TO  QTD-EXL (2)
           MOVE     2        TO  FUN-EXL
           MOVE     "F"      TO  STA-EXL
           CALL    "DYNEXL"  USING  EXL-PRM
           IF  FLG-LOTE  NOT  =   1
               GO  TO        ROT-500-000.
           MOVE     1        TO  PRM-001
       ROT-500-000.
           MOVE     3   TO   PRM-001
           CHAIN   "DYN200"  USING  PRM-001.

       ROT-600-000.
           MOVE     1        TO  FUN-EXL
           MOVE     "DYN220" TO  PRG-EXL
           MOVE     OPE-AUX  TO  OPE-EXL
           MOVE     "FECHAMENTO MENSAL" TO  PAR-EXL
           MOVE     DTF-AUX  TO  PIN-EXL
           DIVIDE   DTF-AUX  BY  100  GIVING  PFI-EXL
           COMPUTE  PFI-EXL  =   PFI-EXL  *  100  +  31
           CALL    "DYNEXL"  USING  EXL-PRM
           MOVE     "CADLBC" TO  NAR-EXL (1)
           MOVE     "CADHFC" TO  NAR-EXL (2)
           MOVE     "CADPRS" TO  NAR-EXL (3)
           MOVE     "CADLDP" TO  NAR-EXL (4).

       ROT-600-010.
           EXIT.
