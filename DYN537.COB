                       RECORD        KEY     IS  CHV-RSV
                       FILE          STATUS  IS  FS-RSV.

           SELECT      CADPLV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PLV
                       FILE          STATUS  IS  FS-PLV.

           SELECT      CADASL        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  PCA-ASL
                       FILE          STATUS  IS  FS-ASL.

           SELECT      CADUSL        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-USL
                       FILE          STATUS  IS  FS-USL.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

       DATA            DIVISION.
           03  QTD-RSV          PIC  9(06)V9.
           03  DTA-RSV          PIC  9(06).

       FD  CADPLV      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADPLV.DAT".
       01  REG-PLV.
           03  CHV-PLV          PIC  9(02).
           03  DES-PLV          PIC  X(20).
           03  QTD-PLV          PIC  9(02).
           03  VAL-PLV          PIC  9(06)V99.
           03  PRC-PLV          PIC  9(06)V99.
           03  VRF-PLV          PIC  9(06)V99.
           03  CST-PLV          PIC  9(06)V99.
           03  SIT-PLV          PIC  9(01).

       FD  CADASL      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADASL.DAT".
       01  REG-ASL.
           03  PCA-ASL          PIC  X(07).
           03  TIP-ASL          PIC  9(01).
           03  CLI-ASL          PIC  X(10).
           03  FID-ASL          PIC  9(06).
           03  NOM-ASL          PIC  X(30).
           03  PLV-ASL          PIC  9(02).
           03  FRM-ASL          PIC  9(01).
           03  SIT-ASL          PIC  9(01).
           03  DTI-ASL          PIC  9(06).
           03  REN-ASL          PIC  9(04).
           03  USO-ASL          PIC  9(03).
           03  CMP-USO          PIC  9(04).

       FD  CADUSL      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADUSL.DAT".
       01  REG-USL.
           03  CHV-USL.
               05  PCA-USL      PIC  X(07).
               05  DTA-USL      PIC  9(06).
               05  OSV-USL      PIC  9(06).
               05  SEQ-USL      PIC  9(02).
           03  PLV-USL          PIC  9(02).
           03  VAL-USL          PIC  9(06)V99.
           03  VRF-USL          PIC  9(06)V99.
           03  CST-USL          PIC  9(06)V99.

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC  X(80).
           03  NUM-AUX          PIC  9(06).
           03  SEQ-AUX          PIC  9(02).
           03  FS-RSV           PIC  X(02).
           03  FS-PLV           PIC  X(02).
           03  FS-ASL           PIC  X(02).
           03  FS-USL           PIC  X(02).
           03  PCA-AUX          PIC  X(07).
           03  TUR-AUX          PIC  9(01).
           03  CXA-AUX          PIC  9(01).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

           03  CMP-SYS.
               05  ANO-CSY      PIC  9(02).
               05  MES-CSY      PIC  9(02).

           03  DTA-AUX.
               05  ANO-AUX      PIC  9(02).
               05  MES-AUX      PIC  9(02).
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O KM ATUAL D
      -            "O VEICULO  -  [ESC] RETORNA ...                 "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "TIPO (1=PRODUTO, 2=
      -            "SERVICO, 3=LAVAGEM ASSINATURA)  -  [ESC] ENCERRA"
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O CODIGO DO 
      -            "PRODUTO  -  [ESC] RETORNA ...                   "
       01  MEN-026 LINE 22 COLUMN 14 PIC X(67) FROM "O.S. ABERTA  -  LAN
      -            "CE OS ITENS ...                                 "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-027 LINE 22 COLUMN 14 PIC X(67) FROM "PLACA SEM ASSINATUR
      -            "A DE LAVAGEM ATIVA !!!  -  TECLE [ENTER] ...    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-028 LINE 22 COLUMN 14 PIC X(67) FROM "ASSINATURA NAO RENO
      -            "VADA NO MES !!!  -  TECLE [ENTER] ...           "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-029 LINE 22 COLUMN 14 PIC X(67) FROM "FRANQUIA DO MES ESG
      -            "OTADA  -  LANCE COMO SERVICO  -  [ENTER] ...    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001  LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                    BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       ROT-000-000.
           ACCEPT   DTA-SYS  FROM   DATE
           MOVE     ANO-SYS  TO  ANO-CSY
           MOVE     MES-SYS  TO  MES-CSY
           OPEN     I-O      CADOSV   CADIOS
                    I-O      CADPRS   CADLCX
           OPEN     INPUT    CADCLI   CADEST   CADCXA
               OPEN     OUTPUT   CADRSV
               CLOSE    CADRSV
               OPEN     I-O      CADRSV.
           OPEN     I-O      CADPLV
           IF  FS-PLV  NOT  =   "00"
               OPEN     OUTPUT   CADPLV
               CLOSE    CADPLV
               OPEN     I-O      CADPLV.
           OPEN     I-O      CADASL
           IF  FS-ASL  NOT  =   "00"
               OPEN     OUTPUT   CADASL
               CLOSE    CADASL
               OPEN     I-O      CADASL.
           OPEN     I-O      CADUSL
           IF  FS-USL  NOT  =   "00"
               OPEN     OUTPUT   CADUSL
               CLOSE    CADUSL
               OPEN     I-O      CADUSL.
           DISPLAY  TLA-001.

       ROT-000-010.
           IF  TECLADO   =   01
               DISPLAY       LPA-001  LPA-002
               GO  TO        ROT-000-010.
           IF  TIP-IOS   <   1  OR  >  3
               GO  TO        ROT-250-010.
           IF  TIP-IOS   =   3
               GO  TO        ROT-260-000.
           IF  TIP-IOS   =   2
               GO  TO        ROT-250-030.

           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01  AND  TIP-IOS  =  3
               GO  TO        ROT-250-010.
           IF  TECLADO   =   01
               GO  TO        ROT-250-050.
           MOVE     CHV-OSV  TO  OSV-IOS.
           IF  TIP-IOS   =   1
               PERFORM  ROT-650-000
               THRU     ROT-650-020.
           IF  TIP-IOS   =   3
               PERFORM  ROT-670-000
               THRU     ROT-670-010.
           ADD      VAL-IOS  TO  VAL-OSV
           REWRITE  REG-OSV
           DISPLAY  TOT-ENT
           GO  TO   ROT-250-010.

       ROT-260-000.
           MOVE     PCA-OSV  TO  PCA-ASL
           MOVE     SPACES   TO  RSP-OPC
           READ     CADASL   INVALID  KEY
                    DISPLAY  MEN-027
                    ACCEPT   OPC-001
                    GO  TO   ROT-250-010.
           IF  SIT-ASL  NOT  =   1
               DISPLAY       MEN-027
               ACCEPT        OPC-001
               GO  TO        ROT-250-010.
           IF  REN-ASL   <   CMP-SYS
               DISPLAY       MEN-028
               ACCEPT        OPC-001
               GO  TO        ROT-250-010.
           MOVE     PLV-ASL  TO  CHV-PLV
           READ     CADPLV   INVALID  KEY
                    DISPLAY  MEN-027
                    ACCEPT   OPC-001
                    GO  TO   ROT-250-010.
           IF  CMP-USO  NOT  =   CMP-SYS
               MOVE     ZEROS    TO  USO-ASL.
           IF  QTD-PLV   >   ZEROS  AND
               USO-ASL  NOT  <   QTD-PLV
               DISPLAY       MEN-029
               ACCEPT        OPC-001
               GO  TO        ROT-250-010.
           MOVE     DES-PLV  TO  DES-IOS
           MOVE     1        TO  QTD-IOS
           MOVE     PRC-PLV  TO  VAL-IOS
           DISPLAY  DES-ENT  QTD-ENT  VAL-ENT
           GO  TO   ROT-250-060.

       ROT-300-000.
           DISPLAY  LPA-001  LPA-002  MEN-014
           MOVE     ZEROS    TO  CHV-OSV
       ROT-660-020.
           EXIT.

       ROT-670-000.
           IF  CMP-USO  NOT  =   CMP-SYS
               MOVE     ZEROS    TO  USO-ASL
               MOVE     CMP-SYS  TO  CMP-USO.
           ADD      1        TO  USO-ASL
           REWRITE  REG-ASL
           MOVE     PCA-ASL  TO  PCA-USL
           MOVE     DTA-SYS  TO  DTA-USL
           MOVE     CHV-OSV  TO  OSV-USL
           MOVE     SEQ-IOS  TO  SEQ-USL
           MOVE     PLV-ASL  TO  PLV-USL
           MOVE     VAL-IOS  TO  VAL-USL
           MOVE     VRF-PLV  TO  VRF-USL
           MOVE     CST-PLV  TO  CST-USL
           WRITE    REG-USL  INVALID  KEY
                    REWRITE  REG-USL.

       ROT-670-010.
           EXIT.

       ROT-700-000.
           MOVE     DIA-SYS  TO  DIA-CB1
           MOVE     MES-SYS  TO  MES-CB1
           MOVE     2    TO  PRM-001
           CLOSE    CADOSV   CADIOS   CADPRS   CADLCX
                    CADCLI   CADEST   CADCXA   CADRSV
                    CADPLV   CADASL   CADUSL
           CHAIN   "DYN500"  USING   PRM-001.
