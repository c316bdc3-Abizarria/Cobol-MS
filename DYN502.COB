                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-NTA
                       ALTERNATE     KEY     IS  DTA-NTA
                                     WITH    DUPLICATES
                       ALTERNATE     KEY     IS  PCA-NTA
                                     WITH    DUPLICATES
                       LOCK          MODE    IS  AUTOMATIC
                       FILE          STATUS  IS  FS-STA.

                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-NTE.

           SELECT      CADPPG        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PPG
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADMPP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-MPP
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADJRN        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-JRN
                       FILE          STATUS  IS  FS-ARQ.

       DATA            DIVISION.
       FILE            SECTION.

           03  MOT-RQX          PIC  9(04).
           03  CTG-RQX          PIC  X(02).

       FD  CADPPG      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADPPG.DAT".
       01  REG-PPG.
           03  CHV-PPG          PIC  X(10).
           03  SIT-PPG          PIC  9(01).
           03  BLQ-PPG          PIC  9(01).
           03  MIN-PPG          PIC  9(09)V99.
           03  DTA-PPG          PIC  9(06).
           03  SAL-PPG          PIC S9(09)V99.
           03  SEQ-PPG          PIC  9(06).

       FD  CADMPP      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADMPP.DAT".
       01  REG-MPP.
           03  CHV-MPP.
               05  CLI-MPP      PIC  X(10).
               05  SEQ-MPP      PIC  9(06).
           03  DTA-MPP          PIC  9(06).
           03  TIP-MPP          PIC  9(01).
           03  DOC-MPP          PIC  9(06).
           03  BCO-MPP          PIC  9(03).
           03  HST-MPP          PIC  X(20).
           03  VAL-MPP          PIC S9(09)V99.
           03  SAL-MPP          PIC S9(09)V99.

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

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FS-STA.
               05  FS-ST1       PIC  X(01).
               05  FILLER       PIC  X(01).
           03  FS-ARQ           PIC  X(02).
           03  IND1             PIC  9(03).
           03  IND2             PIC  9(03).
           03  RSP-OPC          PIC  X(01).
           03  PTS-AU2          PIC  9(07).
           03  FLG-NEW          PIC  9(01).

           03  FLG-PPG          PIC  9(01).
           03  DLT-PPG          PIC S9(09)V99.
           03  CRD-PPG          PIC S9(09)V99.
           03  SDO-PPG          PIC S9(10)V99.

           03  CTG-AX2.
               05  CTG-AUX      PIC  9(01).
               05  FILLER       PIC  X(01).
           03  FLG-LKP          PIC  9(01).


       01  AUX-JRN.
           03  TRN-SAV          PIC  9(14).
           03  SEQ-SAV          PIC  9(05).
           03  MOD-SAV          PIC  X(01).
           03  SAV-JRN          PIC  X(200).

       SCREEN          SECTION.

       01  TLA-001.
       01  MEN-032 LINE 22 COLUMN 14 PIC X(67) FROM "MOTORISTA NAO AUTO
      -            "RIZADO P/ ESTA PLACA !!!  -  [ESC] RETORNA ...  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-033 LINE 22 COLUMN 14 PIC X(67) FROM "SALDO PRE-PAGO INSU
      -            "FICIENTE - REQUISICAO RECUSADA !!!  [ESC] ...   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-034 LINE 22 COLUMN 14 PIC X(67) FROM "SALDO PRE-PAGO INSU
      -            "FICIENTE - CONFIRMA ? [ENTER] / [ESC] RETORNA   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-035 LINE 22 COLUMN 14 PIC X(67) FROM "SALDO PRE-PAGO ABAI
      -            "XO DO MINIMO - PROVIDENCIE DEPOSITO !!! [ENTER] "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001  LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                    BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
                    INPUT    CADCLI   CADMOT   CADCCL   CADRGF
                    INPUT    CADCMP   CADCLG   CADGRC
                    INPUT    CADCTP
           OPEN     I-O      CADPPG
           IF  FS-ARQ   NOT  =   "00"
               OPEN     OUTPUT   CADPPG
               CLOSE    CADPPG
               OPEN     I-O      CADPPG.
           OPEN     I-O      CADMPP
           IF  FS-ARQ   NOT  =   "00"
               OPEN     OUTPUT   CADMPP
               CLOSE    CADMPP
               OPEN     I-O      CADMPP.
           OPEN     I-O      CADJRN
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADJRN
               CLOSE    CADJRN
               OPEN     I-O      CADJRN.
           ACCEPT   DTA-SYS  FROM  DATE
           MOVE     DTA-SYS  TO  DTA-CHK
           MOVE     CMP-CHK  TO  CHV-CMP
               CLOSE    CADLNT   CADRQX  CADQTA  CADFID
                        CADLFD   CADCLI  CADMOT  CADCCL
                        CADRGF   CADCMP  CADCLG  CADGRC
                        CADCTP   CADPPG  CADMPP  CADJRN
               CHAIN   "DYN134".
           IF  NUM-OPC  NOT  =   1
               GO  TO        ROT-000-030.
               GO  TO    ROT-100-060.

       ROT-100-063.
           IF  CLI-LNT   =   CHV-CLI
               COMPUTE  DLT-PPG  =   VAL-LNT  -  VAL-AUX
               MOVE     ZEROS    TO  CRD-PPG
           ELSE
               MOVE     VAL-LNT  TO  DLT-PPG
               MOVE     VAL-AUX  TO  CRD-PPG.
           PERFORM  ROT-180-000
           THRU     ROT-180-010
           IF  FLG-PPG   =   1
               DISPLAY   MEN-033
               ACCEPT    OPC-001
               GO  TO    ROT-100-060.
           IF  FLG-PPG   =   2
               DISPLAY   MEN-034
               ACCEPT    OPC-001
               ACCEPT    TECLADO  FROM ESCAPE  KEY
               IF  TECLADO   =   01
                   GO  TO    ROT-100-060.
           IF  FLG-PPG   =   3
               DISPLAY   MEN-035
               ACCEPT    OPC-001.
           PERFORM  ROT-940-000
           THRU     ROT-940-010
           PERFORM  ROT-185-000
           THRU     ROT-185-020
           MOVE     CHV-CLI  TO  CLI-LNT
           MOVE     PCA-AUX  TO  PCA-LNT
           COMPUTE  ACM-VAL  =   ACM-VAL  -  VAL-AUX  +  VAL-LNT
           IF  VAL-LNT   =   0
               GO  TO            ROT-100-070.
           MOVE     "R"      TO  MOD-SAV
           PERFORM  ROT-951-000
           THRU     ROT-951-030
           REWRITE  REG-LNT
           MOVE     ZEROS    TO  FLG-NEW
           GO  TO   ROT-100-160.

       ROT-100-070.
           MOVE     "R"      TO  MOD-SAV
           PERFORM  ROT-951-000
           THRU     ROT-951-030
           DELETE   CADLNT
           COMPUTE  ACM-QTD  =   ACM-QTD  -  1
           MOVE     CHV-LNT  TO  CHV-RQX
           READ     CADRQX   INVALID  KEY
                    GO  TO   ROT-100-075.
           MOVE     "R"      TO  MOD-SAV
           PERFORM  ROT-952-000
           THRU     ROT-952-030
           DELETE   CADRQX
           IF  QTD-RQX   =   ZEROS
               GO  TO        ROT-100-075.
           MOVE     CHV-CLI  TO  CLI-QTA
           MOVE     PCA-RQX  TO  PCA-QTA
           READ     CADQTA   INVALID  KEY
                    GO  TO   ROT-100-075.
           IF  MES-QTA  NOT  =   MES-ATU
               MOVE     MES-ATU  TO  MES-QTA
               MOVE     ZEROS    TO  ACM-QTA.
               SUBTRACT QTD-RQX  FROM  ACM-QTA
           ELSE
               MOVE     ZEROS    TO  ACM-QTA.
           MOVE     "R"      TO  MOD-SAV
           PERFORM  ROT-953-000
           THRU     ROT-953-030
           REWRITE  REG-QTA
           GO  TO   ROT-100-075.

       ROT-100-075.
           PERFORM  ROT-948-000
           THRU     ROT-948-010
           GO  TO   ROT-100-000.

       ROT-100-100.
           DISPLAY  NTA-ENT
           MOVE     ZEROS    TO  VAL-LNT  NUM-PCA  VAL-AUX
           MOVE     SPACES   TO  LET-PCA  DES-LNT.

       ROT-100-110.
               GO  TO    ROT-100-150.

       ROT-100-153.
           MOVE     VAL-LNT  TO  DLT-PPG
           MOVE     ZEROS    TO  CRD-PPG
           PERFORM  ROT-180-000
           THRU     ROT-180-010
           IF  FLG-PPG   =   1
               DISPLAY   MEN-033
               ACCEPT    OPC-001
               GO  TO    ROT-100-150.
           IF  FLG-PPG   =   2
               DISPLAY   MEN-034
               ACCEPT    OPC-001
               ACCEPT    TECLADO  FROM ESCAPE  KEY
               IF  TECLADO   =   01
                   GO  TO    ROT-100-150.
           IF  FLG-PPG   =   3
               DISPLAY   MEN-035
               ACCEPT    OPC-001.
           PERFORM  ROT-940-000
           THRU     ROT-940-010.

       ROT-100-154.
           MOVE     CHV-CLI  TO  CLI-LNT
           MOVE     PCA-AUX  TO  PCA-LNT
           MOVE     "W"      TO  MOD-SAV
           PERFORM  ROT-951-000
           THRU     ROT-951-030
           WRITE    REG-LNT
           IF  FS-ST1   =   "9"
               DISPLAY       MEN-LCK
               ACCEPT        OPC-001
               GO  TO        ROT-100-154.
           PERFORM  ROT-185-000
           THRU     ROT-185-020
           ADD      1        TO  ACM-QTD
           ADD      VAL-LNT  TO  ACM-VAL
           MOVE     1        TO  FLG-NEW
           IF  PTS-AU2  NOT  >   ZEROS
               GO  TO        ROT-100-190.
           ADD      PTS-AU2  TO  PTS-FID
           MOVE     "R"      TO  MOD-SAV
           PERFORM  ROT-956-000
           THRU     ROT-956-030
           REWRITE  REG-FID
           MOVE     FID-AUX  TO  FID-LFD
           MOVE     DTA-SYS  TO  DTA-LFD

       ROT-150-000.
           ADD      1        TO  LCT-LFD
           MOVE     "W"      TO  MOD-SAV
           PERFORM  ROT-957-000
           THRU     ROT-957-030
           WRITE    REG-LFD  INVALID  KEY
                    GO  TO   ROT-150-000.

               SUBTRACT QTD-OLD  FROM  ACM-QTA
           ELSE
               MOVE     ZEROS    TO  ACM-QTA.
           MOVE     "R"      TO  MOD-SAV
           PERFORM  ROT-953-000
           THRU     ROT-953-030
           REWRITE  REG-QTA.

       ROT-100-193.
               MOVE     MES-ATU  TO  MES-QTA
               MOVE     ZEROS    TO  ACM-QTA.
           ADD      QTD-AUX  TO  ACM-QTA
           MOVE     "R"      TO  MOD-SAV
           PERFORM  ROT-953-000
           THRU     ROT-953-030
           REWRITE  REG-QTA.

       ROT-100-195.
           MOVE     ZEROS    TO  DTA-RQX
           MOVE     MOT-AUX  TO  MOT-RQX
           MOVE     CTG-AX2  TO  CTG-RQX
           MOVE     "R"      TO  MOD-SAV
           PERFORM  ROT-952-000
           THRU     ROT-952-030
           WRITE    REG-RQX  INVALID  KEY
                    REWRITE  REG-RQX.
           PERFORM  ROT-948-000
           THRU     ROT-948-010
           GO  TO   ROT-100-000.

       ROT-200-000.
                    MEN-012
           OPEN     I-O      CADNTA
                             CADNTE
           PERFORM  ROT-940-000
           THRU     ROT-940-010
           COMPUTE  COL-AUX  =   ACM-QTD  /  9
           MOVE     ZEROS    TO  CHV-LNT  ACM-QTD
           START    CADLNT   KEY GREATER  CHV-LNT.
           READ     CADRQX   INVALID  KEY
                    GO  TO   ROT-300-045.
           MOVE     DTA-AUX  TO  DTA-RQX
           MOVE     "R"      TO  MOD-SAV
           PERFORM  ROT-952-000
           THRU     ROT-952-030
           REWRITE  REG-RQX.

       ROT-300-045.
               ACCEPT        OPC-001
               GO  TO        ROT-300-047.
           ADD      VAL-LNT  TO  VAL-NTA
           MOVE     "R"      TO  MOD-SAV
           PERFORM  ROT-958-000
           THRU     ROT-958-030
           REWRITE  REG-NTA
           GO  TO   ROT-300-040.

           MOVE     PCA-LNT  TO  PCA-NTA
           MOVE     DES-LNT  TO  DES-NTA
           MOVE     VAL-LNT  TO  VAL-NTA
           MOVE     "W"      TO  MOD-SAV
           PERFORM  ROT-958-000
           THRU     ROT-958-030
           WRITE    REG-NTA
           IF  FS-ST1   =   "9"
               DISPLAY       MEN-LCK
           READ     CADNTE   INVALID KEY
                    GO  TO   ROT-300-070.
           ADD      VAL-LNT  TO  VAL-NTE
           MOVE     "R"      TO  MOD-SAV
           PERFORM  ROT-959-000
           THRU     ROT-959-030
           REWRITE  REG-NTE
           GO  TO   ROT-300-040.

           MOVE     PCA-LNT  TO  PCA-NTE
           MOVE     DES-LNT  TO  DES-NTE
           MOVE     VAL-LNT  TO  VAL-NTE
           MOVE     "W"      TO  MOD-SAV
           PERFORM  ROT-959-000
           THRU     ROT-959-030
           WRITE    REG-NTE
           GO  TO   ROT-300-040.

       ROT-300-080.
           MOVE     "CADLNT" TO  ARQ-JRN
           PERFORM  ROT-947-000
           THRU     ROT-947-010
           CLOSE    CADLNT
                    CADNTA   CADNTE
           OPEN     OUTPUT   CADLNT
           CLOSE    CADLNT
           OPEN     I-O      CADLNT
           PERFORM  ROT-948-000
           THRU     ROT-948-010
           MOVE     0    TO  ACM-QTD  ACM-VAL
           MOVE     " "  TO  RSP-OPC
           DISPLAY  COL-010  MEN-016
       ROT-170-060.
           EXIT.

       ROT-180-000.
           MOVE     0        TO  FLG-PPG
           IF  DLT-PPG  NOT  >   ZEROS
               GO  TO        ROT-180-010.
           MOVE     CHV-CLI  TO  CHV-PPG
           READ     CADPPG   INVALID  KEY
                    GO  TO   ROT-180-010.
           IF  SIT-PPG  NOT  =   1
               GO  TO        ROT-180-010.
           COMPUTE  SDO-PPG  =   SAL-PPG  -  DLT-PPG
           IF  SDO-PPG   <   ZEROS
               MOVE     BLQ-PPG  TO  FLG-PPG
               GO  TO        ROT-180-010.
           IF  SDO-PPG   <   MIN-PPG
               MOVE     3        TO  FLG-PPG.

       ROT-180-010.
           EXIT.

       ROT-185-000.
           IF  CRD-PPG   =   ZEROS
               GO  TO        ROT-185-010.
           MOVE     CLI-LNT  TO  CHV-PPG
           MOVE     CRD-PPG  TO  VAL-MPP
           MOVE     6        TO  TIP-MPP
           PERFORM  ROT-190-000
           THRU     ROT-190-010.

       ROT-185-010.
           IF  DLT-PPG   =   ZEROS
               GO  TO        ROT-185-020.
           MOVE     CHV-CLI  TO  CHV-PPG
           COMPUTE  VAL-MPP  =   ZEROS  -  DLT-PPG
           MOVE     5        TO  TIP-MPP
           IF  DLT-PPG   <   ZEROS
               MOVE     6        TO  TIP-MPP.
           PERFORM  ROT-190-000
           THRU     ROT-190-010.

       ROT-185-020.
           EXIT.

       ROT-190-000.
           READ     CADPPG   INVALID  KEY
                    GO  TO   ROT-190-010.
           IF  SIT-PPG  NOT  =   1
               GO  TO        ROT-190-010.
           ADD      VAL-MPP  TO  SAL-PPG
           ADD      1        TO  SEQ-PPG
           MOVE     "R"      TO  MOD-SAV
           PERFORM  ROT-954-000
           THRU     ROT-954-030
           REWRITE  REG-PPG
           MOVE     CHV-PPG  TO  CLI-MPP
           MOVE     SEQ-PPG  TO  SEQ-MPP
           MOVE     DTA-SYS  TO  DTA-MPP
           MOVE     CHV-LNT  TO  DOC-MPP
           MOVE     ZEROS    TO  BCO-MPP
           MOVE     "REQUISICAO"       TO  HST-MPP
           IF  TIP-MPP   =   6
               MOVE     "ESTORNO REQUISICAO"  TO  HST-MPP.
           MOVE     SAL-PPG  TO  SAL-MPP
           MOVE     "W"      TO  MOD-SAV
           PERFORM  ROT-955-000
           THRU     ROT-955-030
           WRITE    REG-MPP.

       ROT-190-010.
           EXIT.

       ROT-175-000.
           MOVE     CHV-CLI  TO  CLI-CTP
           MOVE     ZEROS    TO  CMB-CTP
       ROT-175-060.
           EXIT.

       ROT-940-000.
           ACCEPT   DTA-JRN  FROM  DATE
           ACCEPT   HOR-JRN  FROM  TIME
           MOVE     ZEROS    TO  SEQ-JRN
           MOVE     "I"      TO  TIP-JRN
           MOVE     "DYN502" TO  PRG-JRN
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
           MOVE     "DYN502" TO  PRG-JRN.

       ROT-945-005.
           ADD      1        TO  SEQ-SAV
           MOVE     SEQ-SAV  TO  SEQ-JRN
           WRITE    REG-JRN  INVALID  KEY
                    GO  TO   ROT-945-005.

       ROT-945-010.
           EXIT.

       ROT-947-000.
           IF  TRN-SAV   =   ZEROS
               GO  TO        ROT-947-010.
           MOVE     "P"      TO  TIP-JRN
           MOVE     SPACES   TO  OPR-JRN  IMG-JRN
           MOVE     TRN-SAV  TO  TRN-JRN
           MOVE     "DYN502" TO  PRG-JRN.

       ROT-947-005.
           ADD      1        TO  SEQ-SAV
           MOVE     SEQ-SAV  TO  SEQ-JRN
           WRITE    REG-JRN  INVALID  KEY
                    GO  TO   ROT-947-005.

       ROT-947-010.
           EXIT.

       ROT-948-000.
           IF  TRN-SAV   =   ZEROS
               GO  TO        ROT-948-010.
           MOVE     TRN-SAV  TO  TRN-JRN
           MOVE     99999    TO  SEQ-JRN
           MOVE     "F"      TO  TIP-JRN
           MOVE     "DYN502" TO  PRG-JRN
           MOVE     SPACES   TO  ARQ-JRN  OPR-JRN  IMG-JRN
           WRITE    REG-JRN  INVALID  KEY
                    REWRITE  REG-JRN.
           MOVE     ZEROS    TO  TRN-SAV.

       ROT-948-010.
           EXIT.

       ROT-951-000.
           MOVE     REG-LNT  TO  SAV-JRN
           MOVE     "CADLNT" TO  ARQ-JRN
           READ     CADLNT   INVALID  KEY
                    GO  TO   ROT-951-010.
           IF  MOD-SAV   =   "W"
               GO  TO        ROT-951-020.
           MOVE     "A"      TO  OPR-JRN
           MOVE     REG-LNT  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010
           GO  TO   ROT-951-020.

       ROT-951-010.
           MOVE     "I"      TO  OPR-JRN
           MOVE     SAV-JRN  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010.

       ROT-951-020.
           MOVE     SAV-JRN  TO  REG-LNT.

       ROT-951-030.
           EXIT.

       ROT-952-000.
           MOVE     REG-RQX  TO  SAV-JRN
           MOVE     "CADRQX" TO  ARQ-JRN
           READ     CADRQX   INVALID  KEY
                    GO  TO   ROT-952-010.
           IF  MOD-SAV   =   "W"
               GO  TO        ROT-952-020.
           MOVE     "A"      TO  OPR-JRN
           MOVE     REG-RQX  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010
           GO  TO   ROT-952-020.

       ROT-952-010.
           MOVE     "I"      TO  OPR-JRN
           MOVE     SAV-JRN  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010.

       ROT-952-020.
           MOVE     SAV-JRN  TO  REG-RQX.

       ROT-952-030.
           EXIT.

       ROT-953-000.
           MOVE     REG-QTA  TO  SAV-JRN
           MOVE     "CADQTA" TO  ARQ-JRN
           READ     CADQTA   INVALID  KEY
                    GO  TO   ROT-953-010.
           IF  MOD-SAV   =   "W"
               GO  TO        ROT-953-020.
           MOVE     "A"      TO  OPR-JRN
           MOVE     REG-QTA  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010
           GO  TO   ROT-953-020.

       ROT-953-010.
           MOVE     "I"      TO  OPR-JRN
           MOVE     SAV-JRN  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010.

       ROT-953-020.
           MOVE     SAV-JRN  TO  REG-QTA.

       ROT-953-030.
           EXIT.

       ROT-954-000.
           MOVE     REG-PPG  TO  SAV-JRN
           MOVE     "CADPPG" TO  ARQ-JRN
           READ     CADPPG   INVALID  KEY
                    GO  TO   ROT-954-010.
           IF  MOD-SAV   =   "W"
               GO  TO        ROT-954-020.
           MOVE     "A"      TO  OPR-JRN
           MOVE     REG-PPG  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010
           GO  TO   ROT-954-020.

       ROT-954-010.
           MOVE     "I"      TO  OPR-JRN
           MOVE     SAV-JRN  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010.

       ROT-954-020.
           MOVE     SAV-JRN  TO  REG-PPG.

       ROT-954-030.
           EXIT.

       ROT-955-000.
           MOVE     REG-MPP  TO  SAV-JRN
           MOVE     "CADMPP" TO  ARQ-JRN
           READ     CADMPP   INVALID  KEY
                    GO  TO   ROT-955-010.
           IF  MOD-SAV   =   "W"
               GO  TO        ROT-955-020.
           MOVE     "A"      TO  OPR-JRN
           MOVE     REG-MPP  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010
           GO  TO   ROT-955-020.

       ROT-955-010.
           MOVE     "I"      TO  OPR-JRN
           MOVE     SAV-JRN  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010.

       ROT-955-020.
           MOVE     SAV-JRN  TO  REG-MPP.

       ROT-955-030.
           EXIT.

       ROT-956-000.
           MOVE     REG-FID  TO  SAV-JRN
           MOVE     "CADFID" TO  ARQ-JRN
           READ     CADFID   INVALID  KEY
                    GO  TO   ROT-956-010.
           IF  MOD-SAV   =   "W"
               GO  TO        ROT-956-020.
           MOVE     "A"      TO  OPR-JRN
           MOVE     REG-FID  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010
           GO  TO   ROT-956-020.

       ROT-956-010.
           MOVE     "I"      TO  OPR-JRN
           MOVE     SAV-JRN  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010.

       ROT-956-020.
           MOVE     SAV-JRN  TO  REG-FID.

       ROT-956-030.
           EXIT.

       ROT-957-000.
           MOVE     REG-LFD  TO  SAV-JRN
           MOVE     "CADLFD" TO  ARQ-JRN
           READ     CADLFD   INVALID  KEY
                    GO  TO   ROT-957-010.
           IF  MOD-SAV   =   "W"
               GO  TO        ROT-957-020.
           MOVE     "A"      TO  OPR-JRN
           MOVE     REG-LFD  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010
           GO  TO   ROT-957-020.

       ROT-957-010.
           MOVE     "I"      TO  OPR-JRN
           MOVE     SAV-JRN  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010.

       ROT-957-020.
           MOVE     SAV-JRN  TO  REG-LFD.

       ROT-957-030.
           EXIT.

       ROT-958-000.
           MOVE     REG-NTA  TO  SAV-JRN
           MOVE     "CADNTA" TO  ARQ-JRN
           READ     CADNTA   INVALID  KEY
                    GO  TO   ROT-958-010.
           IF  MOD-SAV   =   "W"
               GO  TO        ROT-958-020.
           MOVE     "A"      TO  OPR-JRN
           MOVE     REG-NTA  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010
           GO  TO   ROT-958-020.

       ROT-958-010.
           MOVE     "I"      TO  OPR-JRN
           MOVE     SAV-JRN  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010.

       ROT-958-020.
           MOVE     SAV-JRN  TO  REG-NTA.

       ROT-958-030.
           EXIT.

       ROT-959-000.
           MOVE     REG-NTE  TO  SAV-JRN
           MOVE     "CADNTE" TO  ARQ-JRN
           READ     CADNTE   INVALID  KEY
                    GO  TO   ROT-959-010.
           IF  MOD-SAV   =   "W"
               GO  TO        ROT-959-020.
           MOVE     "A"      TO  OPR-JRN
           MOVE     REG-NTE  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010
           GO  TO   ROT-959-020.

       ROT-959-010.
           MOVE     "I"      TO  OPR-JRN
           MOVE     SAV-JRN  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010.

       ROT-959-020.
           MOVE     SAV-JRN  TO  REG-NTE.

       ROT-959-030.
           EXIT.

       ROT-790-000.
           CALL    "DYNLKP"  USING  LKP-PRM
           DISPLAY  TLA-002  ENT-002.
                    CADFID   CADLFD   CADCMP
                    CADLNT   CADRQX   CADQTA
                    CADCLG   CADGRC   CADCTP
                    CADPPG   CADMPP   CADJRN
           CHAIN   "DYN500"   USING  PRM-001.
