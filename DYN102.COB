                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LDP
                       ALTERNATE     KEY     IS  PGT-LDP
                                     WITH    DUPLICATES
                       LOCK          MODE    IS  AUTOMATIC
                       FILE          STATUS  IS  FS-STA.

                       RECORD        KEY     IS  CHV-CSG
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADJRN        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-JRN
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADPRG        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PRG
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADRPR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-RPR
                       FILE          STATUS  IS  FS-ARQ.

       DATA            DIVISION.
       FILE            SECTION.

           03  CST-CSG          PIC  9(07)V9999.
           03  DTU-CSG          PIC  9(06).

       FD  CADJRN      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADJRN.DAT".
       01  REG-JRN.
           03  CHV-JRN.
               05  TRN-JRN.
                   07  DTA-JRN  PIC  9(06).
                   07  HOR-JRN  PIC  9(08).
               05  SEQ-JRN      PIC  9(05).
           03  TIP-JRN          PIC  X(01).
           03  PRG-JRN          PIC  X(06).
           03  ARQ-JRN          PIC  X(06).
           03  OPR-JRN          PIC  X(01).
           03  IMG-JRN          PIC  X(200).

       FD  CADPRG      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADPRG.DAT".
       01  REG-PRG.
           03  CHV-PRG          PIC  9(01).
           03  MKP-PRG          PIC  9(03)V99.
           03  TOL-PRG          PIC  9(02)V99.
           03  ARR-PRG          PIC  9(01).

       FD  CADRPR      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADRPR.DAT".
       01  REG-RPR.
           03  CHV-RPR.
               05  PRX-RPR      PIC  9(01).
               05  SUF-RPR      PIC  9(03).
           03  DTA-RPR          PIC  9(06).
           03  CTA-RPR          PIC  9(07)V9999.
           03  CTN-RPR          PIC  9(07)V9999.
           03  VDA-RPR          PIC  9(07)V99.
           03  SUG-RPR          PIC  9(07)V99.
           03  NOV-RPR          PIC  9(07)V99.
           03  SIT-RPR          PIC  9(01).
           03  DTP-RPR          PIC  9(06).
           03  OPE-RPR          PIC  9(04).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  NTF-DUP          PIC  9(06).
           03  FLG-XLC          PIC  9(01).
           03  FLG-CSG          PIC  9(01).
           03  CTM-ANT          PIC  9(07)V9999.
           03  VAR-AUX          PIC  9(07)V99.

           03  SUG-AUX          PIC  9(07)V99.
           03  RED-SUG          REDEFINES  SUG-AUX.
               05  INT-SUG      PIC  9(07).
               05  DEC-SUG      PIC  9(02).

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
           03  FLG-LKP          PIC  9(01).


       01  AUX-JRN.
           03  TRN-SAV          PIC  9(14).
           03  SEQ-SAV          PIC  9(05).
           03  MOD-SAV          PIC  X(01).
           03  SAV-JRN          PIC  X(200).

       SCREEN          SECTION.

       01  TLA-001.
               OPEN     OUTPUT   CADLOC
               CLOSE    CADLOC
               OPEN     I-O      CADLOC.
           OPEN     I-O      CADJRN
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADJRN
               CLOSE    CADJRN
               OPEN     I-O      CADJRN.
           OPEN     INPUT    CADPRG
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADPRG
               CLOSE    CADPRG
               OPEN     INPUT    CADPRG.
           OPEN     I-O      CADRPR
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADRPR
               CLOSE    CADRPR
               OPEN     I-O      CADRPR.
           MOVE     DTA-SYS  TO  DTA-CHK
           MOVE     CMP-CHK  TO  CHV-CMP
           READ     CADCMP   INVALID  KEY
           THRU     ROT-180-040
           IF  DIA-AUX  NOT  =   ZEROS
               DISPLAY   DIA-ENT  MES-ENT  ANO-ENT.
           PERFORM  ROT-940-000
           THRU     ROT-940-010
           MOVE     CTM-EST  TO  CTM-ANT
           COMPUTE  CTM-EST  =  (CTM-EST  *  SDO-EST  +  CST-LCP
                             *   QTD-LCP) / (SDO-EST  +  QTD-LCP)
           COMPUTE  PCT-EST  =  (VDA-EST  -  CTM-EST)
                                 *   100  /  VDA-EST
           ADD      QTD-LCP  TO  SDO-EST
           MOVE     CST-LCP  TO  CST-EST
           MOVE     "R"      TO  MOD-SAV
           PERFORM  ROT-951-000
           THRU     ROT-951-030
           REWRITE  REG-EST
           PERFORM  ROT-195-000
           THRU     ROT-195-020

       ROT-100-110.
           ADD      1        TO  LCT-LCP
           MOVE     "W"      TO  MOD-SAV
           PERFORM  ROT-953-000
           THRU     ROT-953-030
           WRITE    REG-LCP  INVALID KEY
                    GO  TO   ROT-100-110.
           IF  FS-ST1   =   "9"

       ROT-100-120.
           ADD      1        TO  LCT-LDP
           MOVE     "W"      TO  MOD-SAV
           PERFORM  ROT-954-000
           THRU     ROT-954-030
           WRITE    REG-LDP  INVALID KEY
                    GO  TO   ROT-100-120.
           IF  FS-ST1   =   "9"
       ROT-100-125.
           MOVE     CHV-LCP  TO  CHV-LPC
           MOVE     CHV-LDP  TO  DPG-LPC
           MOVE     "W"      TO  MOD-SAV
           PERFORM  ROT-955-000
           THRU     ROT-955-030
           WRITE    REG-LPC  INVALID KEY
                    GO  TO   ROT-100-130.

               PERFORM       ROT-190-000
               THRU          ROT-190-020
               MOVE     0    TO  FLG-CSG.
           PERFORM  ROT-948-000
           THRU     ROT-948-010
           PERFORM  ROT-197-000
           THRU     ROT-197-020
           PERFORM  ROT-160-000
           THRU     ROT-160-030
           DISPLAY  LPA-002
                    MOVE     CHV-FOR  TO  FOR-CSG
                    MOVE     CST-LCP  TO  CST-CSG
                    ADD      QTD-LCP  TO  SDC-CSG
                    MOVE     "W"      TO  MOD-SAV
                    PERFORM  ROT-956-000
                    THRU     ROT-956-030
                    WRITE    REG-CSG
                    GO  TO   ROT-190-020.
           MOVE     CHV-FOR  TO  FOR-CSG
           MOVE     CST-LCP  TO  CST-CSG
           ADD      QTD-LCP  TO  SDC-CSG
           MOVE     "R"      TO  MOD-SAV
           PERFORM  ROT-956-000
           THRU     ROT-956-030
           REWRITE  REG-CSG.

       ROT-190-020.
           READ     CADLOC   INVALID  KEY
                    MOVE     ZEROS    TO  SDL-LOC
                    MOVE     SDO-EST  TO  SDD-LOC
                    MOVE     "W"      TO  MOD-SAV
                    PERFORM  ROT-952-000
                    THRU     ROT-952-030
                    WRITE    REG-LOC
                    GO  TO   ROT-195-020.
           ADD      QTD-LCP  TO  SDD-LOC
           MOVE     "R"      TO  MOD-SAV
           PERFORM  ROT-952-000
           THRU     ROT-952-030
           REWRITE  REG-LOC.

       ROT-195-020.
           EXIT.

       ROT-197-000.
           IF  PRX-EST   =   1
               GO  TO        ROT-197-020.
           MOVE     PRX-EST  TO  CHV-PRG
           READ     CADPRG   INVALID  KEY
                    GO  TO   ROT-197-020.
           IF  CTM-ANT   =   ZEROS
               GO  TO        ROT-197-010.
           IF  CTM-EST   >   CTM-ANT
               COMPUTE  VAR-AUX  =  (CTM-EST  -  CTM-ANT)
                                 *   100  /  CTM-ANT
           ELSE
               COMPUTE  VAR-AUX  =  (CTM-ANT  -  CTM-EST)
                                 *   100  /  CTM-ANT.
           IF  VAR-AUX  NOT  >   TOL-PRG
               GO  TO        ROT-197-020.

       ROT-197-010.
           COMPUTE  SUG-AUX  =   CTM-EST  *  (100  +  MKP-PRG)
                                 /   100
           IF  ARR-PRG   =   1
               IF  DEC-SUG   >   49
                   MOVE     99       TO  DEC-SUG
               ELSE
                   MOVE     49       TO  DEC-SUG.
           IF  SUG-AUX   =   VDA-EST
               GO  TO        ROT-197-020.
           MOVE     PRX-EST  TO  PRX-RPR
           MOVE     SUF-EST  TO  SUF-RPR
           READ     CADRPR   INVALID  KEY
                    GO  TO   ROT-197-015.
           IF  SIT-RPR  NOT  =   0
               GO  TO        ROT-197-015.
           MOVE     DTA-SYS  TO  DTA-RPR
           MOVE     CTM-EST  TO  CTN-RPR
           MOVE     VDA-EST  TO  VDA-RPR
           MOVE     SUG-AUX  TO  SUG-RPR  NOV-RPR
           REWRITE  REG-RPR
           GO  TO   ROT-197-020.

       ROT-197-015.
           MOVE     DTA-SYS  TO  DTA-RPR
           MOVE     CTM-ANT  TO  CTA-RPR
           MOVE     CTM-EST  TO  CTN-RPR
           MOVE     VDA-EST  TO  VDA-RPR
           MOVE     SUG-AUX  TO  SUG-RPR  NOV-RPR
           MOVE     0        TO  SIT-RPR
           MOVE     ZEROS    TO  DTP-RPR  OPE-RPR
           WRITE    REG-RPR  INVALID  KEY
                    REWRITE  REG-RPR.

       ROT-197-020.
           EXIT.

       ROT-100-140.
           DISPLAY  MEN-003
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-150-020.
           PERFORM  ROT-940-000
           THRU     ROT-940-010
           MOVE     CTM-EST  TO  CTM-ANT
           COMPUTE  CTM-EST  =  (CTM-EST  *  SDO-EST  +  CST-LCP
                             *   QTD-LCP) / (SDO-EST  +  QTD-LCP)
           IF  VDA-EST  NOT  =   ZEROS
                                 *   100  /  VDA-EST.
           ADD      QTD-LCP  TO  SDO-EST
           MOVE     CST-LCP  TO  CST-EST
           MOVE     "R"      TO  MOD-SAV
           PERFORM  ROT-951-000
           THRU     ROT-951-030
           REWRITE  REG-EST
           PERFORM  ROT-195-000
           THRU     ROT-195-020

       ROT-150-030.
           ADD      1        TO  LCT-LCP
           MOVE     "W"      TO  MOD-SAV
           PERFORM  ROT-953-000
           THRU     ROT-953-030
           WRITE    REG-LCP  INVALID KEY
                    GO  TO   ROT-150-030.
           IF  FS-ST1   =   "9"
               SUBTRACT 1        FROM  LCT-LCP
               GO  TO        ROT-150-030.
           MOVE     1        TO  SIT-XLC
           MOVE     "R"      TO  MOD-SAV
           PERFORM  ROT-957-000
           THRU     ROT-957-030
           REWRITE  REG-XLC
           PERFORM  ROT-948-000
           THRU     ROT-948-010
           PERFORM  ROT-197-000
           THRU     ROT-197-020
           GO  TO   ROT-150-020.

       ROT-150-080.
       ROT-175-020.
           EXIT.

       ROT-940-000.
           ACCEPT   DTA-JRN  FROM  DATE
           ACCEPT   HOR-JRN  FROM  TIME
           MOVE     ZEROS    TO  SEQ-JRN
           MOVE     "I"      TO  TIP-JRN
           MOVE     "DYN102" TO  PRG-JRN
           MOVE     SPACES   TO  ARQ-JRN  OPR-JRN  IMG-JRN.

       ROT-940-005.
           WRITE    REG-JRN  INVALID  KEY
                    ADD      1        TO  HOR-JRN
                    GO  TO   ROT-940-005.
           MOVE     TRN-JRN  TO  TRN-SAV
           MOVE     ZEROS    TO  SEQ-SAV.

       ROT-940-010.
           EXIT.

       ROT-945-000.
           IF  TRN-SAV   =   ZEROS
               GO  TO        ROT-945-010.
           MOVE     TRN-SAV  TO  TRN-JRN
           MOVE     "B"      TO  TIP-JRN
           MOVE     "DYN102" TO  PRG-JRN.

       ROT-945-005.
           ADD      1        TO  SEQ-SAV
           MOVE     SEQ-SAV  TO  SEQ-JRN
           WRITE    REG-JRN  INVALID  KEY
                    GO  TO   ROT-945-005.

       ROT-945-010.
           EXIT.

       ROT-948-000.
           IF  TRN-SAV   =   ZEROS
               GO  TO        ROT-948-010.
           MOVE     TRN-SAV  TO  TRN-JRN
           MOVE     99999    TO  SEQ-JRN
           MOVE     "F"      TO  TIP-JRN
           MOVE     "DYN102" TO  PRG-JRN
           MOVE     SPACES   TO  ARQ-JRN  OPR-JRN  IMG-JRN
           WRITE    REG-JRN  INVALID  KEY
                    REWRITE  REG-JRN.
           MOVE     ZEROS    TO  TRN-SAV.

       ROT-948-010.
           EXIT.

       ROT-951-000.
           MOVE     REG-EST  TO  SAV-JRN
           MOVE     "CADEST" TO  ARQ-JRN
           READ     CADEST   INVALID  KEY
                    GO  TO   ROT-951-010.
           IF  MOD-SAV   =   "W"
               GO  TO        ROT-951-020.
           MOVE     "A"      TO  OPR-JRN
           MOVE     REG-EST  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010
           GO  TO   ROT-951-020.

       ROT-951-010.
           MOVE     "I"      TO  OPR-JRN
           MOVE     SAV-JRN  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010.

       ROT-951-020.
           MOVE     SAV-JRN  TO  REG-EST.

       ROT-951-030.
           EXIT.

       ROT-952-000.
           MOVE     REG-LOC  TO  SAV-JRN
           MOVE     "CADLOC" TO  ARQ-JRN
           READ     CADLOC   INVALID  KEY
                    GO  TO   ROT-952-010.
           IF  MOD-SAV   =   "W"
               GO  TO        ROT-952-020.
           MOVE     "A"      TO  OPR-JRN
           MOVE     REG-LOC  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010
           GO  TO   ROT-952-020.

       ROT-952-010.
           MOVE     "I"      TO  OPR-JRN
           MOVE     SAV-JRN  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010.

       ROT-952-020.
           MOVE     SAV-JRN  TO  REG-LOC.

       ROT-952-030.
           EXIT.

       ROT-953-000.
           MOVE     REG-LCP  TO  SAV-JRN
           MOVE     "CADLCP" TO  ARQ-JRN
           READ     CADLCP   INVALID  KEY
                    GO  TO   ROT-953-010.
           IF  MOD-SAV   =   "W"
               GO  TO        ROT-953-020.
           MOVE     "A"      TO  OPR-JRN
           MOVE     REG-LCP  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010
           GO  TO   ROT-953-020.

       ROT-953-010.
           MOVE     "I"      TO  OPR-JRN
           MOVE     SAV-JRN  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010.

       ROT-953-020.
           MOVE     SAV-JRN  TO  REG-LCP.

       ROT-953-030.
           EXIT.

       ROT-954-000.
           MOVE     REG-LDP  TO  SAV-JRN
           MOVE     "CADLDP" TO  ARQ-JRN
           READ     CADLDP   INVALID  KEY
                    GO  TO   ROT-954-010.
           IF  MOD-SAV   =   "W"
               GO  TO        ROT-954-020.
           MOVE     "A"      TO  OPR-JRN
           MOVE     REG-LDP  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010
           GO  TO   ROT-954-020.

       ROT-954-010.
           MOVE     "I"      TO  OPR-JRN
           MOVE     SAV-JRN  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010.

       ROT-954-020.
           MOVE     SAV-JRN  TO  REG-LDP.

       ROT-954-030.
           EXIT.

       ROT-955-000.
           MOVE     REG-LPC  TO  SAV-JRN
           MOVE     "CADLPC" TO  ARQ-JRN
           READ     CADLPC   INVALID  KEY
                    GO  TO   ROT-955-010.
           IF  MOD-SAV   =   "W"
               GO  TO        ROT-955-020.
           MOVE     "A"      TO  OPR-JRN
           MOVE     REG-LPC  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010
           GO  TO   ROT-955-020.

       ROT-955-010.
           MOVE     "I"      TO  OPR-JRN
           MOVE     SAV-JRN  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010.

       ROT-955-020.
           MOVE     SAV-JRN  TO  REG-LPC.

       ROT-955-030.
           EXIT.

       ROT-956-000.
           MOVE     REG-CSG  TO  SAV-JRN
           MOVE     "CADCSG" TO  ARQ-JRN
           READ     CADCSG   INVALID  KEY
                    GO  TO   ROT-956-010.
           IF  MOD-SAV   =   "W"
               GO  TO        ROT-956-020.
           MOVE     "A"      TO  OPR-JRN
           MOVE     REG-CSG  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010
           GO  TO   ROT-956-020.

       ROT-956-010.
           MOVE     "I"      TO  OPR-JRN
           MOVE     SAV-JRN  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010.

       ROT-956-020.
           MOVE     SAV-JRN  TO  REG-CSG.

       ROT-956-030.
           EXIT.

       ROT-957-000.
           MOVE     REG-XLC  TO  SAV-JRN
           MOVE     "CADXLC" TO  ARQ-JRN
           READ     CADXLC   INVALID  KEY
                    GO  TO   ROT-957-010.
           IF  MOD-SAV   =   "W"
               GO  TO        ROT-957-020.
           MOVE     "A"      TO  OPR-JRN
           MOVE     REG-XLC  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010
           GO  TO   ROT-957-020.

       ROT-957-010.
           MOVE     "I"      TO  OPR-JRN
           MOVE     SAV-JRN  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010.

       ROT-957-020.
           MOVE     SAV-JRN  TO  REG-XLC.

       ROT-957-030.
           EXIT.

       ROT-790-000.
           CALL    "DYNLKP"  USING  LKP-PRM
           DISPLAY  TLA-001  PRX-ENT  ATV-ENT
                    CADLOT   CADFER
                    CADCMP   CADXLC
                    CADUNC   CADCSG
                    CADLOC   CADJRN
                    CADPRG   CADRPR
           CHAIN   "DYN100"  USING   PRM-001.
