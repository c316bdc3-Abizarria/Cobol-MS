
           SELECT      RELATO        ASSIGN  TO  DES-REL.

           SELECT      CADJRN        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-JRN
                       FILE          STATUS  IS  FS-ARQ.

       DATA            DIVISION.
       FILE            SECTION.

           03  PTS-LFD          PIC S9(07).
           03  HST-LFD          PIC  X(20).

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
           03  FILLER           PIC  X(11)  VALUE  "DIFERENCA :".
           03  VAL-LT5          PIC  ----.---.--9,99.

       01  AUX-JRN.
           03  TRN-SAV          PIC  9(14).
           03  SEQ-SAV          PIC  9(05).
           03  MOD-SAV          PIC  X(01).
           03  SAV-JRN          PIC  X(200).

       SCREEN          SECTION.

       01  TLA-001.
      -            "UISANDO PRODUTOS ...                        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67)  FROM  "DIGITE O CODIGO D
      -            "O PRODUTO  -  [F3] TROCAS  -  [ESC] RETORNA ..."
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67)  FROM  "CODIGO INEXISTENT
      -            "E !!!  -  [ESC] RETORNA ...                 "
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-000.
           IF  TECLADO   =   04
               GO  TO        ROT-210-000.
           IF  TECLADO   =   03
               MOVE     1        TO  TIP-LKP
               MOVE     PRX-PRS  TO  PFX-LKP
           THRU     ROT-388-030
           IF  FLG-INV   =   1
               GO  TO        ROT-100-010.
           PERFORM  ROT-940-000
           THRU     ROT-940-010
           COMPUTE  VAL-LCX  =   QTD-LCX  *  VDA-EST
           COMPUTE  QTD-PRS  =   QTD-PRS  -  QTD-AUX  +  QTD-LCX
           COMPUTE  CTD-PRS  =   CTD-PRS  -  QTD-AUX  *  CTM-EST
                                          +  QTD-LCX  *  CTM-EST
           COMPUTE  VDD-PRS  =   VDD-PRS  -  VAL-SA2
                                          +  QTD-LCX  *  VDA-EST
           MOVE     "R"      TO  MOD-SAV
           PERFORM  ROT-951-000
           THRU     ROT-951-030
           REWRITE  REG-PRS
           DISPLAY  LPA-002  TOT-ENT
           COMPUTE  DLT-AUX  =   QTD-LCX  -  QTD-AUX
           COMPUTE  VDL-AUX  =   QTD-LCX  *  VDA-EST  -  VAL-SA2
           IF  QTD-LCX   =   0
               GO  TO        ROT-100-020.
           MOVE     "R"      TO  MOD-SAV
           PERFORM  ROT-952-000
           THRU     ROT-952-030
           REWRITE  REG-LCX
           PERFORM  ROT-300-000
           THRU     ROT-300-030
           THRU     ROT-397-030
           PERFORM  ROT-398-000
           THRU     ROT-398-030
           PERFORM  ROT-948-000
           THRU     ROT-948-010
           PERFORM  ROT-399-000
           THRU     ROT-399-030
           GO  TO   ROT-100-000.

       ROT-100-020.
           MOVE     "R"      TO  MOD-SAV
           PERFORM  ROT-952-000
           THRU     ROT-952-030
           DELETE   CADLCX
           CLOSE    CADLCX
           OPEN     I-O  CADLCX
           PERFORM  ROT-300-000
           THRU     ROT-300-030
           PERFORM  ROT-948-000
           THRU     ROT-948-010
           GO  TO   ROT-100-000.

       ROT-100-030.
           THRU     ROT-388-030
           IF  FLG-INV   =   1
               GO  TO        ROT-100-040.
           PERFORM  ROT-940-000
           THRU     ROT-940-010
           COMPUTE  VAL-LCX  =   QTD-LCX  *  VDA-EST
           COMPUTE  QTD-PRS  =   QTD-PRS  +  QTD-LCX
           COMPUTE  CTD-PRS  =   CTD-PRS  +  QTD-LCX  *  CTM-EST
           COMPUTE  VDD-PRS  =   VDD-PRS  +  QTD-LCX  *  VDA-EST
           MOVE     "W"      TO  MOD-SAV
           PERFORM  ROT-952-000
           THRU     ROT-952-030
           WRITE    REG-LCX
           MOVE     "R"      TO  MOD-SAV
           PERFORM  ROT-951-000
           THRU     ROT-951-030
           REWRITE  REG-PRS
           DISPLAY  LPA-002  TOT-ENT
           MOVE     QTD-LCX  TO  DLT-AUX
           THRU     ROT-397-030
           PERFORM  ROT-398-000
           THRU     ROT-398-030
           PERFORM  ROT-948-000
           THRU     ROT-948-010
           PERFORM  ROT-399-000
           THRU     ROT-399-030
           GO  TO   ROT-100-000.
           IF  CMP-AUX   <   ZEROS
               MOVE     ZEROS    TO  CMP-AUX.
           MOVE     CMP-AUX  TO  QTD-LCX
           MOVE     "R"      TO  MOD-SAV
           PERFORM  ROT-952-000
           THRU     ROT-952-030
           REWRITE  REG-LCX
           GO  TO   ROT-300-025.

           MOVE     SPACES   TO  HST-LCX
           MOVE     CMP-AUX  TO  QTD-LCX
           MOVE     ZEROS    TO  VAL-LCX
           MOVE     "W"      TO  MOD-SAV
           PERFORM  ROT-952-000
           THRU     ROT-952-030
           WRITE    REG-LCX.

       ROT-300-025.
           READ     CADLFT   INVALID  KEY
                    GO  TO   ROT-360-010.
           ADD      VDL-AUX  TO  VAL-LFT
           MOVE     "R"      TO  MOD-SAV
           PERFORM  ROT-953-000
           THRU     ROT-953-030
           REWRITE  REG-LFT
           GO  TO   ROT-360-020.

       ROT-360-010.
           MOVE     VDL-AUX  TO  VAL-LFT
           MOVE     "W"      TO  MOD-SAV
           PERFORM  ROT-953-000
           THRU     ROT-953-030
           WRITE    REG-LFT.

       ROT-360-020.
                    MOVE     ZEROS   TO  DTA-NFC  TUR-NFC  CXA-NFC
                                         ATV-NFC  PRX-NFC  SUF-NFC
                                         LCT-NFC  VAL-NFC
                    MOVE     "W"      TO  MOD-SAV
                    PERFORM  ROT-954-000
                    THRU     ROT-954-030
                    WRITE    REG-NFC.
           COMPUTE  NUM-NFC  =   VAL-NFC  +  1
           MOVE     NUM-NFC  TO  VAL-NFC
           MOVE     "R"      TO  MOD-SAV
           PERFORM  ROT-954-000
           THRU     ROT-954-030
           REWRITE  REG-NFC
           MOVE     NUM-NFC  TO  CHV-NFC
           MOVE     DTA-SYS  TO  DTA-NFC
           MOVE     SUF-LCX  TO  SUF-NFC
           MOVE     LCT-LCX  TO  LCT-NFC
           MOVE     VDL-AUX  TO  VAL-NFC
           MOVE     "W"      TO  MOD-SAV
           PERFORM  ROT-954-000
           THRU     ROT-954-030
           WRITE    REG-NFC  INVALID KEY
                    GO  TO   ROT-370-030.
           PERFORM  ROT-380-000
           IF  PTS-AU2  NOT  >   ZEROS
               GO  TO        ROT-390-040.
           ADD      PTS-AU2  TO  PTS-FID
           MOVE     "R"      TO  MOD-SAV
           PERFORM  ROT-955-000
           THRU     ROT-955-030
           REWRITE  REG-FID
           MOVE     FID-AUX  TO  FID-LFD
           MOVE     DTA-SYS  TO  DTA-LFD

       ROT-390-030.
           ADD      1        TO  LCT-LFD
           MOVE     "W"      TO  MOD-SAV
           PERFORM  ROT-956-000
           THRU     ROT-956-030
           WRITE    REG-LFD  INVALID  KEY
                    GO  TO   ROT-390-030.

           MOVE     PRX-LCX  TO  PRX-UVD
           MOVE     SUF-LCX  TO  SUF-UVD
           MOVE     DTA-SYS  TO  DTA-UVD
           MOVE     "R"      TO  MOD-SAV
           PERFORM  ROT-957-000
           THRU     ROT-957-030
           WRITE    REG-UVD  INVALID  KEY
                    REWRITE  REG-UVD.

           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01  OR  RSP-OPC  NOT  =  "N"
               ADD      DLT-AUX  TO  SDV-VSL
               MOVE     "R"      TO  MOD-SAV
               PERFORM  ROT-958-000
               THRU     ROT-958-030
               REWRITE  REG-VSL
               GO  TO        ROT-396-030.
           DISPLAY  MEN-013

       ROT-396-010.
           ADD      1        TO  LCT-VSD
           MOVE     "W"      TO  MOD-SAV
           PERFORM  ROT-959-000
           THRU     ROT-959-030
           WRITE    REG-VSD  INVALID  KEY
                    GO  TO   ROT-396-010.


       ROT-397-010.
           ADD      1        TO  LCT-PIX
           MOVE     "W"      TO  MOD-SAV
           PERFORM  ROT-960-000
           THRU     ROT-960-030
           WRITE    REG-PIX  INVALID  KEY
                    GO  TO   ROT-397-010.


       ROT-398-010.
           ADD      1        TO  LCT-HRV
           MOVE     "W"      TO  MOD-SAV
           PERFORM  ROT-961-000
           THRU     ROT-961-030
           WRITE    REG-HRV  INVALID  KEY
                    GO  TO   ROT-398-010.

               OPEN     OUTPUT   CADDSL
               CLOSE    CADDSL
               OPEN     INPUT    CADDSL.
           OPEN     I-O      CADJRN
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADJRN
               CLOSE    CADJRN
               OPEN     I-O      CADJRN.

       ROT-020-090.
           EXIT.

       ROT-940-000.
           ACCEPT   DTA-JRN  FROM  DATE
           ACCEPT   HOR-JRN  FROM  TIME
           MOVE     ZEROS    TO  SEQ-JRN
           MOVE     "I"      TO  TIP-JRN
           MOVE     "DYN203" TO  PRG-JRN
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
           MOVE     "DYN203" TO  PRG-JRN.

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
           MOVE     "DYN203" TO  PRG-JRN
           MOVE     SPACES   TO  ARQ-JRN  OPR-JRN  IMG-JRN
           WRITE    REG-JRN  INVALID  KEY
                    REWRITE  REG-JRN.
           MOVE     ZEROS    TO  TRN-SAV.

       ROT-948-010.
           EXIT.

       ROT-951-000.
           MOVE     REG-PRS  TO  SAV-JRN
           MOVE     "CADPRS" TO  ARQ-JRN
           READ     CADPRS   INVALID  KEY
                    GO  TO   ROT-951-010.
           IF  MOD-SAV   =   "W"
               GO  TO        ROT-951-020.
           MOVE     "A"      TO  OPR-JRN
           MOVE     REG-PRS  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010
           GO  TO   ROT-951-020.

       ROT-951-010.
           MOVE     "I"      TO  OPR-JRN
           MOVE     SAV-JRN  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010.

       ROT-951-020.
           MOVE     SAV-JRN  TO  REG-PRS.

       ROT-951-030.
           EXIT.

       ROT-952-000.
           MOVE     REG-LCX  TO  SAV-JRN
           MOVE     "CADLCX" TO  ARQ-JRN
           READ     CADLCX   INVALID  KEY
                    GO  TO   ROT-952-010.
           IF  MOD-SAV   =   "W"
               GO  TO        ROT-952-020.
           MOVE     "A"      TO  OPR-JRN
           MOVE     REG-LCX  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010
           GO  TO   ROT-952-020.

       ROT-952-010.
           MOVE     "I"      TO  OPR-JRN
           MOVE     SAV-JRN  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010.

       ROT-952-020.
           MOVE     SAV-JRN  TO  REG-LCX.

       ROT-952-030.
           EXIT.

       ROT-953-000.
           MOVE     REG-LFT  TO  SAV-JRN
           MOVE     "CADLFT" TO  ARQ-JRN
           READ     CADLFT   INVALID  KEY
                    GO  TO   ROT-953-010.
           IF  MOD-SAV   =   "W"
               GO  TO        ROT-953-020.
           MOVE     "A"      TO  OPR-JRN
           MOVE     REG-LFT  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010
           GO  TO   ROT-953-020.

       ROT-953-010.
           MOVE     "I"      TO  OPR-JRN
           MOVE     SAV-JRN  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010.

       ROT-953-020.
           MOVE     SAV-JRN  TO  REG-LFT.

       ROT-953-030.
           EXIT.

       ROT-954-000.
           MOVE     REG-NFC  TO  SAV-JRN
           MOVE     "CADNFC" TO  ARQ-JRN
           READ     CADNFC   INVALID  KEY
                    GO  TO   ROT-954-010.
           IF  MOD-SAV   =   "W"
               GO  TO        ROT-954-020.
           MOVE     "A"      TO  OPR-JRN
           MOVE     REG-NFC  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010
           GO  TO   ROT-954-020.

       ROT-954-010.
           MOVE     "I"      TO  OPR-JRN
           MOVE     SAV-JRN  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010.

       ROT-954-020.
           MOVE     SAV-JRN  TO  REG-NFC.

       ROT-954-030.
           EXIT.

       ROT-955-000.
           MOVE     REG-FID  TO  SAV-JRN
           MOVE     "CADFID" TO  ARQ-JRN
           READ     CADFID   INVALID  KEY
                    GO  TO   ROT-955-010.
           IF  MOD-SAV   =   "W"
               GO  TO        ROT-955-020.
           MOVE     "A"      TO  OPR-JRN
           MOVE     REG-FID  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010
           GO  TO   ROT-955-020.

       ROT-955-010.
           MOVE     "I"      TO  OPR-JRN
           MOVE     SAV-JRN  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010.

       ROT-955-020.
           MOVE     SAV-JRN  TO  REG-FID.

       ROT-955-030.
           EXIT.

       ROT-956-000.
           MOVE     REG-LFD  TO  SAV-JRN
           MOVE     "CADLFD" TO  ARQ-JRN
           READ     CADLFD   INVALID  KEY
                    GO  TO   ROT-956-010.
           IF  MOD-SAV   =   "W"
               GO  TO        ROT-956-020.
           MOVE     "A"      TO  OPR-JRN
           MOVE     REG-LFD  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010
           GO  TO   ROT-956-020.

       ROT-956-010.
           MOVE     "I"      TO  OPR-JRN
           MOVE     SAV-JRN  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010.

       ROT-956-020.
           MOVE     SAV-JRN  TO  REG-LFD.

       ROT-956-030.
           EXIT.

       ROT-957-000.
           MOVE     REG-UVD  TO  SAV-JRN
           MOVE     "CADUVD" TO  ARQ-JRN
           READ     CADUVD   INVALID  KEY
                    GO  TO   ROT-957-010.
           IF  MOD-SAV   =   "W"
               GO  TO        ROT-957-020.
           MOVE     "A"      TO  OPR-JRN
           MOVE     REG-UVD  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010
           GO  TO   ROT-957-020.

       ROT-957-010.
           MOVE     "I"      TO  OPR-JRN
           MOVE     SAV-JRN  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010.

       ROT-957-020.
           MOVE     SAV-JRN  TO  REG-UVD.

       ROT-957-030.
           EXIT.

       ROT-958-000.
           MOVE     REG-VSL  TO  SAV-JRN
           MOVE     "CADVSL" TO  ARQ-JRN
           READ     CADVSL   INVALID  KEY
                    GO  TO   ROT-958-010.
           IF  MOD-SAV   =   "W"
               GO  TO        ROT-958-020.
           MOVE     "A"      TO  OPR-JRN
           MOVE     REG-VSL  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010
           GO  TO   ROT-958-020.

       ROT-958-010.
           MOVE     "I"      TO  OPR-JRN
           MOVE     SAV-JRN  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010.

       ROT-958-020.
           MOVE     SAV-JRN  TO  REG-VSL.

       ROT-958-030.
           EXIT.

       ROT-959-000.
           MOVE     REG-VSD  TO  SAV-JRN
           MOVE     "CADVSD" TO  ARQ-JRN
           READ     CADVSD   INVALID  KEY
                    GO  TO   ROT-959-010.
           IF  MOD-SAV   =   "W"
               GO  TO        ROT-959-020.
           MOVE     "A"      TO  OPR-JRN
           MOVE     REG-VSD  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010
           GO  TO   ROT-959-020.

       ROT-959-010.
           MOVE     "I"      TO  OPR-JRN
           MOVE     SAV-JRN  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010.

       ROT-959-020.
           MOVE     SAV-JRN  TO  REG-VSD.

       ROT-959-030.
           EXIT.

       ROT-960-000.
           MOVE     REG-PIX  TO  SAV-JRN
           MOVE     "CADPIX" TO  ARQ-JRN
           READ     CADPIX   INVALID  KEY
                    GO  TO   ROT-960-010.
           IF  MOD-SAV   =   "W"
               GO  TO        ROT-960-020.
           MOVE     "A"      TO  OPR-JRN
           MOVE     REG-PIX  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010
           GO  TO   ROT-960-020.

       ROT-960-010.
           MOVE     "I"      TO  OPR-JRN
           MOVE     SAV-JRN  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010.

       ROT-960-020.
           MOVE     SAV-JRN  TO  REG-PIX.

       ROT-960-030.
           EXIT.

       ROT-961-000.
           MOVE     REG-HRV  TO  SAV-JRN
           MOVE     "CADHRV" TO  ARQ-JRN
           READ     CADHRV   INVALID  KEY
                    GO  TO   ROT-961-010.
           IF  MOD-SAV   =   "W"
               GO  TO        ROT-961-020.
           MOVE     "A"      TO  OPR-JRN
           MOVE     REG-HRV  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010
           GO  TO   ROT-961-020.

       ROT-961-010.
           MOVE     "I"      TO  OPR-JRN
           MOVE     SAV-JRN  TO  IMG-JRN
           PERFORM  ROT-945-000
           THRU     ROT-945-010.

       ROT-961-020.
           MOVE     SAV-JRN  TO  REG-HRV.

       ROT-961-030.
           EXIT.

       ROT-790-000.
           CALL    "DYNLKP"  USING  LKP-PRM
           DISPLAY  LPA-001  TLA-001
                    CADLCX   CADPRS   CADUVD
                    CADVSL   CADVSD   CADPIX
                    CADHRV   CADDSL   CADDSA
                    CADOPE   CADPRO   CADJRN
           CHAIN   "DYN201".

       ROT-200-030.
           IF  ATV-PRS   =   1   CHAIN  "DYN202"  USING  PRM-002.

       ROT-210-000.
           CLOSE    CADEST   CADKIT   CADLOT   CADFTA
                    CADRGF   CADPRS   CADLCX   CADLFT
                    CADNFC   CADFID   CADLFD   CADOPE
                    CADUVD   CADVSL   CADVSD   CADPIX
                    CADHRV   CADDSA   CADPRO   CADDSL
                    CADJRN
           IF  FLG-RSV   =   1
               CLOSE    CADRSV.
           CHAIN   "DYN236"  USING  PRM-002.
