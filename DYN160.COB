           SELECT      CADLBC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LBC
                       ALTERNATE     KEY     IS  DOC-LBC
                                     WITH    DUPLICATES.

           SELECT      CADCTA        ASSIGN  TO  DISK
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
           03  NOM-CB1          PIC  X(48)  VALUE
               MOVE     "RELATO.TXT"  TO  DES-REL
           ELSE
               GO  TO        ROT-000-040.
           MOVE     1        TO  FUN-EXL
           MOVE     "DYN160" TO  PRG-EXL
           MOVE     OPE-AUX  TO  OPE-EXL
           MOVE     "VIRADA DE EXERCICIO"  TO  PAR-EXL
           COMPUTE  PIN-EXL  =   ANO-VRD  *  10000  +  0101
           COMPUTE  PFI-EXL  =   ANO-VRD  *  10000  +  1231
           CALL    "DYNEXL"  USING  EXL-PRM
           IF  FLG-EXL   =   1
               GO  TO        ROT-000-010.
           MOVE     "CADEST" TO  NAR-EXL (1)
           MOVE     "CADCMB" TO  NAR-EXL (2)
           MOVE     "CADBCO" TO  NAR-EXL (3)
           MOVE     "CADTNQ" TO  NAR-EXL (4)
           MOVE     "CADHAN" TO  NAR-EXL (5)
           DISPLAY  MEN-006
           OPEN     I-O      CADEST   CADCMB   CADLBC
                             CADTNQ   CADALT
           MOVE     ANO-VRD  TO  ANO-HAN
           WRITE    REG-HAN  INVALID  KEY
                    REWRITE  REG-HAN.
           ADD      1        TO  QTD-EXL (5).

       ROT-060-010.
           EXIT.
           CLOSE    RELATO   CADEST   CADCMB   CADBCO
                    CADLBC   CADCTA   CADTNQ   CADHAN
                    CADALT
           MOVE     QTD-PRD  TO  QTD-EXL (1)
           MOVE     QTD-CMB  TO  QTD-EXL (2)
           MOVE     QTD-BCO  TO  QTD-EXL (3)
           MOVE     QTD-TNQ  TO  QTD-EXL (4)
           MOVE     2        TO  FUN-EXL
           MOVE     "F"      TO  STA-EXL
           CALL    "DYNEXL"  USING  EXL-PRM
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-007
           ACCEPT   OPC-001
