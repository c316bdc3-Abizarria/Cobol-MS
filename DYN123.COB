                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CSD.

           SELECT      CADNCP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-NCP
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

       DATA            DIVISION.
           03  QTD-CSD          PIC  9(06)V9.
           03  VAL-CSD          PIC  9(10)V99.

       FD  CADNCP      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADNCP.DAT".
       01  REG-NCP.
           03  CHV-NCP.
               05  PRX-NCP      PIC  9(01).
               05  SUF-NCP      PIC  9(03).
               05  DTA-NCP      PIC  9(06).
               05  LCT-NCP      PIC  9(03).
           03  DTL-NCP          PIC  9(06).
           03  LCC-NCP          PIC  9(03).
           03  NTF-NCP          PIC  9(06).
           03  NTC-NCP          PIC  9(06).
           03  FOR-NCP          PIC  9(03).
           03  QTD-NCP          PIC S9(06).
           03  QES-NCP          PIC S9(06)V9.
           03  VAL-NCP          PIC  9(10)V99.
           03  VES-NCP          PIC  9(10)V99.
           03  CMV-NCP          PIC  9(10)V99.
           03  CTA-NCP          PIC  9(07)V9999.
           03  CTN-NCP          PIC  9(07)V9999.
           03  DPG-NCP.
               05  COD-NCP      PIC  9(04).
               05  DTD-NCP      PIC  9(06).
               05  LCD-NCP      PIC  9(03).

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC  X(80).
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  FS-ARQ           PIC  X(02).
           03  FLG-NCP          PIC  9(01).
           03  ACM-LIN          PIC  9(02).
           03  PRX-ANT          PIC  9(01).
           03  SUF-ANT          PIC  9(04).
           03  ACM-CST          PIC S9(11)V99.
           03  TOT-VAL          PIC S9(12)V99.
           03  TOT-CST          PIC S9(12)V99.
           03  ACM-NCP          PIC S9(11)V99.
           03  TOT-NCP          PIC S9(12)V99.
           03  LUC-AUX          PIC S9(11)V99.
           03  PCT-AUX          PIC S9(03)V99.

           03  CST-DT1          PIC  ----.--9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  PCT-DT1          PIC  --9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  MRC-DT1          PIC  X(01).

       01  TOT-001.
           03  FILLER           PIC  X(33)  VALUE
           03  FILLER           PIC  X(10)  VALUE  "  CUSTO :".
           03  CST-TT1          PIC  ---.---.--9,99.

       01  TOT-002.
           03  FILLER           PIC  X(58)  VALUE  "* CUSTO REAPRESENTA
      -        "DO POR NOTAS COMPLEMENTARES DE COMPRA :".
           03  NCP-TT2          PIC  ---.---.--9,99.

       01  PRM-001              PIC  9(01).

       SCREEN          SECTION.

       ROT-000-000.
           OPEN     INPUT    CADEST   CADCSD
           MOVE     1        TO  FLG-NCP
           OPEN     INPUT    CADNCP
           IF  FS-ARQ  NOT  =   "00"
               MOVE     0        TO  FLG-NCP.
           DISPLAY  TLA-001.

       ROT-100-000.
           MOVE     ZEROS    TO  ACM-LIN  CHV-CSD
                                 ACM-QTD  ACM-VAL  ACM-CST
                                 TOT-VAL  TOT-CST
                                 ACM-NCP  TOT-NCP
           MOVE     9        TO  PRX-ANT
           MOVE     9999     TO  SUF-ANT
           WRITE    REG-REL FROM CAB-001  AFTER 0
           READ     CADEST   INVALID  KEY
                    MOVE     SPACES   TO  DES-EST.
           MOVE     DES-EST  TO  DES-DT1
           MOVE     SPACES   TO  MRC-DT1
           PERFORM  ROT-210-000
           THRU     ROT-210-020
           IF  ACM-NCP  NOT  =   ZEROS
               ADD      ACM-NCP  TO  ACM-CST  TOT-NCP
               MOVE     "*"      TO  MRC-DT1.
           MOVE     ACM-QTD  TO  QTD-DT1
           MOVE     ACM-VAL  TO  VAL-DT1
           MOVE     ACM-CST  TO  CST-DT1
           MOVE     ZEROS    TO  ACM-LIN.

       ROT-200-040.
           MOVE     ZEROS    TO  ACM-QTD  ACM-VAL  ACM-CST  ACM-NCP.

       ROT-200-050.
           PERFORM  ROT-200-030
           MOVE     TOT-CST  TO  CST-TT1
           WRITE    REG-REL FROM CAB-002
           WRITE    REG-REL FROM TOT-001
           IF  TOT-NCP  NOT  =   ZEROS
               MOVE     TOT-NCP  TO  NCP-TT2
               WRITE    REG-REL FROM TOT-002.
           CLOSE    RELATO
           DISPLAY  MEN-005
           ACCEPT   OPC-001
           GO  TO   ROT-100-000.

       ROT-210-000.
           MOVE     ZEROS    TO  ACM-NCP
           IF  FLG-NCP   =   0
               GO  TO        ROT-210-020.
           MOVE     PRX-ANT  TO  PRX-NCP
           MOVE     SUF-ANT  TO  SUF-NCP
           MOVE     DTA-INI  TO  DTA-NCP
           MOVE     ZEROS    TO  LCT-NCP
           START    CADNCP   KEY NOT LESS CHV-NCP
                    INVALID  KEY GO  TO   ROT-210-020.

       ROT-210-010.
           READ     CADNCP   NEXT AT END
                    GO  TO   ROT-210-020.
           IF  PRX-NCP  NOT  =   PRX-ANT  OR  SUF-NCP  NOT  =  SUF-ANT
               GO  TO        ROT-210-020.
           IF  DTA-NCP   >   DTA-FIN
               GO  TO        ROT-210-020.
           ADD      CMV-NCP  TO  ACM-NCP
           GO  TO   ROT-210-010.

       ROT-210-020.
           EXIT.

       ROT-900-000.
           MOVE     6    TO  PRM-001
           CLOSE    CADEST   CADCSD
           IF  FLG-NCP   =   1
               CLOSE    CADNCP.
           CHAIN   "DYN200"  USING   PRM-001.
