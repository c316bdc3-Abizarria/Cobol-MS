           SELECT      CADLDP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LDP
                       ALTERNATE     KEY     IS  PGT-LDP
                                     WITH    DUPLICATES.

           SELECT      CADDSP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
           SELECT      CADLBC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LBC
                       ALTERNATE     KEY     IS  DOC-LBC
                                     WITH    DUPLICATES.

           SELECT      CADLCB        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LCB
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      ARQREM        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL.
           03  COD-LBC          PIC  9(01).
           03  VAL-LBC          PIC  9(10)V99.

       FD  CADLCB      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADLCB.DAT".
       01  REG-LCB.
           03  CHV-LCB.
               05  COD-LCB      PIC  9(04).
               05  DTA-LCB      PIC  9(06).
               05  LCT-LCB      PIC  9(03).
           03  BAR-LCB          PIC  X(44).

       FD  ARQREM      LABEL         RECORD  IS  OMITTED
                       VALUE    OF   FILE-ID     "REMPAG.TXT".
       01  REG-REM              PIC  X(96).

       FD  ARQRET      LABEL         RECORD  IS  OMITTED
                       VALUE    OF   FILE-ID     "RETPAG.TXT".
       01  AUXILIARES.
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  FS-ARQ           PIC  X(02).
           03  BCO-AUX          PIC  9(03).
           03  SEQ-AUX          PIC  9(02).
           03  ACM-QTD          PIC  9(06).
           03  VCT-DET          PIC  9(06).
           03  VAL-DET          PIC  9(10)V99.
           03  HST-DET          PIC  X(20).
           03  BAR-DET          PIC  X(44).

       01  TRL-REM.
           03  FILLER           PIC  X(01)  VALUE  "9".
               BACKGROUND-COLOR  01.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "(A)PROVAR, (G)ERAR
      -            " REMESSA, (R)ETORNO OU (D)DA ?  -  [ESC] RETORNA "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O PERIODO D
      -            "E VENCIMENTO  -  [ESC] RETORNA ...              "
           DISPLAY  TLA-001
           ACCEPT   DTA-SYS  FROM   DATE
           OPEN     I-O      CADLDP   CADLBC
           OPEN     INPUT    CADDSP   CADCTA
           OPEN     I-O      CADLCB
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADLCB
               CLOSE    CADLCB
               OPEN     I-O      CADLCB.

       ROT-000-010.
           DISPLAY  MEN-001
               GO  TO        ROT-200-000.
           IF  RSP-OPC   =   "R"
               GO  TO        ROT-300-000.
           IF  RSP-OPC   =   "D"
               CLOSE    CADLDP   CADLBC   CADLCB
                        CADDSP   CADCTA
               CHAIN   "DYN319"  USING  PRM-001  PRM-OPE.
           GO  TO   ROT-000-010.

       ROT-100-000.
           THRU     ROT-500-030
           IF  RSP-OPC   =   "E"
               GO  TO        ROT-000-010.
           MOVE     DTA-INI  TO  PGT-LDP
           START    CADLDP   KEY NOT LESS PGT-LDP
                    INVALID  KEY GO  TO   ROT-000-010.

       ROT-100-010.
           READ     CADLDP   NEXT AT END
                    GO  TO   ROT-000-010.
           IF  PGT-LDP   >   DTA-FIN
               GO  TO        ROT-000-010.
           IF  FLG-LDP  NOT  =   1
               GO  TO        ROT-100-010.
           DISPLAY  TIT-ENT      VAL-ENT  MEN-003
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-001
           MOVE     DTA-SYS  TO  DTA-HDR
           WRITE    REG-REM  FROM  HDR-REM
           MOVE     ZEROS    TO  ACM-QTD  ACM-VAL
           MOVE     DTA-INI  TO  PGT-LDP
           START    CADLDP   KEY NOT LESS PGT-LDP
                    INVALID  KEY GO  TO   ROT-200-020.

       ROT-200-010.
           READ     CADLDP   NEXT AT END
                    GO  TO   ROT-200-020.
           IF  PGT-LDP   >   DTA-FIN
               GO  TO        ROT-200-020.
           IF  FLG-LDP  NOT  =   4
               GO  TO        ROT-200-010.
           MOVE     CHV-LDP  TO  CHV-DET
           MOVE     PGT-LDP  TO  VCT-DET
           MOVE     VAL-LDP  TO  VAL-DET
           MOVE     HST-LDP  TO  HST-DET
           MOVE     CHV-LDP  TO  CHV-LCB
           READ     CADLCB   INVALID  KEY
                    MOVE     SPACES   TO  BAR-LCB.
           MOVE     BAR-LCB  TO  BAR-DET
           WRITE    REG-REM  FROM  DET-REM
           ADD      1        TO  ACM-QTD
           ADD      VAL-LDP  TO  ACM-VAL

       ROT-900-000.
           MOVE     1    TO  PRM-001
           CLOSE    CADLDP   CADLBC   CADLCB
                    CADDSP   CADCTA
           CHAIN   "DYN400"  USING  PRM-001  PRM-OPE.
