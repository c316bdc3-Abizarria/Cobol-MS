                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-DSC.

           SELECT      CADDVC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-DVC
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

       DATA            DIVISION.
           03  QNF-DSC          PIC  9(06).
           03  DIF-DSC          PIC S9(06)V9.

       FD  CADDVC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADDVC.DAT".
       01  REG-DVC.
           03  CHV-DVC.
               05  FOR-DVC      PIC  9(03).
               05  DTA-DVC      PIC  9(06).
               05  LCT-DVC      PIC  9(03).
           03  LCP-DVC.
               05  PRX-DVC      PIC  9(01).
               05  SUF-DVC      PIC  9(03).
               05  DTC-DVC      PIC  9(06).
               05  LCC-DVC      PIC  9(03).
           03  NTF-DVC          PIC  9(06).
           03  NTD-DVC          PIC  9(06).
           03  QTD-DVC          PIC  9(06).
           03  CST-DVC          PIC  9(07)V9999.
           03  VAL-DVC          PIC  9(10)V99.
           03  ABT-DVC          PIC  9(10)V99.
           03  SDC-DVC          PIC  9(10)V99.
           03  MOT-DVC          PIC  X(20).

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC  X(80).
           03  SER-ULT          PIC  9(06).
           03  CIC-DIA          PIC  9(04).
           03  FLG-MOV          PIC  9(01).
           03  FS-ARQ           PIC  X(02).
           03  QTD-DVL          PIC  9(05).
           03  QTD-DEV          PIC S9(09).
           03  DEV-PCT          PIC  9(03)V9.

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004              PIC  X(80)  VALUE
      -    "FOR NOME                COMPRAS CUSTO INI CUSTO FIM TEND%  D
      -    "ESC CICLO DEV  DEV%".

       01  DET-001.
           03  FOR-DT1          PIC  9(03).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  NOM-DT1          PIC  X(20).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  CMP-DT1          PIC  ZZZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  CSI-DT1          PIC  ZZZ9,9999.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  CSU-DT1          PIC  ZZZ9,9999.
           03  TND-DT1          PIC  --9,99.
           03  DES-DT1          PIC  ----9,9.
           03  CIC-DT1          PIC  ZZZZ9.
           03  DVL-DT1          PIC  ZZZ9.
           03  PDV-DT1          PIC  ZZZ9,9.

       01  DTA-FM1.
           03  DIA-FM1          PIC  9(02).
           DISPLAY  TLA-001  TLA-002
           ACCEPT   DTA-SYS  FROM   DATE
           OPEN     INPUT    CADFOR   CADLCP   CADDSC
           OPEN     INPUT    CADDVC
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADDVC
               CLOSE    CADDVC
               OPEN     INPUT    CADDVC.
           MOVE     DTA-SYS  TO  DTA-FIN
           MOVE     DTA-SYS  TO  DTA-INI
           MOVE     01       TO  DIA-INI
               COMPUTE  CIC-DIA  ROUNDED  =
                       (SER-ULT  -  SER-PRI)  /  (QTD-CMP  -  1).
           MOVE     CIC-DIA  TO  CIC-DT1
           PERFORM  ROT-400-000
           THRU     ROT-400-030
           MOVE     QTD-DVL  TO  DVL-DT1
           MOVE     ZEROS    TO  DEV-PCT
           IF  QTD-TOT  +  QTD-DEV   >   ZEROS
               COMPUTE  DEV-PCT  ROUNDED  =
                        QTD-DEV  *  100  /  (QTD-TOT  +  QTD-DEV).
           MOVE     DEV-PCT  TO  PDV-DT1
           WRITE    REG-REL FROM DET-001
           ADD      1        TO  ACM-LIN
           IF  ACM-LIN   <   54
       ROT-350-030.
           EXIT.

       ROT-400-000.
           MOVE     ZEROS    TO  QTD-DVL  QTD-DEV
           MOVE     CHV-FOR  TO  FOR-DVC
           MOVE     ZEROS    TO  DTA-DVC  LCT-DVC
           START    CADDVC   KEY NOT LESS  CHV-DVC
                    INVALID  KEY GO  TO   ROT-400-030.

       ROT-400-010.
           READ     CADDVC   NEXT AT END
                    GO  TO   ROT-400-030.
           IF  FOR-DVC  NOT  =   CHV-FOR
               GO  TO        ROT-400-030.
           IF  DTC-DVC   <   DTA-INI  OR  DTC-DVC  >  DTA-FIN
               GO  TO        ROT-400-010.
           ADD      1        TO  QTD-DVL
           ADD      QTD-DVC  TO  QTD-DEV
           GO  TO   ROT-400-010.

       ROT-400-030.
           EXIT.

       ROT-900-000.
           MOVE     5    TO  PRM-001
           CLOSE    CADFOR   CADLCP   CADDSC
                    CADDVC
           CHAIN   "DYN100"  USING  PRM-001.
