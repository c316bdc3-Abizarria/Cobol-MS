                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-COB.

           SELECT      CADDBC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-DBC
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADACD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ACD
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADPAC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PAC
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADCTT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CTT
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

       DATA            DIVISION.
           03  SIT-CLI          PIC  9(01).
           03  LIM-CLI          PIC  9(09)V99.

       FD  CADDBC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADDBC.DAT".
       01  REG-DBC.
           03  CHV-DBC          PIC  9(06).
           03  CLI-DBC          PIC  X(10).
           03  BCO-DBC          PIC  9(03).
           03  BDR-DBC          PIC  9(06).
           03  DTA-DBC          PIC  9(06).
           03  VCT-DBC          PIC  9(06).
           03  VAL-DBC          PIC  9(10)V99.
           03  TXA-DBC          PIC  9(02)V9999.
           03  JUR-DBC          PIC  9(10)V99.
           03  TAR-DBC          PIC  9(06)V99.
           03  LIQ-DBC          PIC  9(10)V99.
           03  SIT-DBC          PIC  9(01).
           03  DTS-DBC          PIC  9(06).
           03  VRC-DBC          PIC  9(10)V99.

       FD  CADACD      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADACD.DAT".
       01  REG-ACD.
           03  CHV-ACD          PIC  9(06).
           03  CLI-ACD          PIC  X(10).
           03  DTA-ACD          PIC  9(06).
           03  QTF-ACD          PIC  9(02).
           03  VOR-ACD          PIC  9(10)V99.
           03  TIP-ACD          PIC  X(01).
           03  PCT-ACD          PIC  9(02)V99.
           03  VJD-ACD          PIC  9(10)V99.
           03  VAL-ACD          PIC  9(10)V99.
           03  QTP-ACD          PIC  9(02).
           03  SIT-ACD          PIC  9(01).
           03  DTS-ACD          PIC  9(06).
           03  TAB-ACD.
               05  PAR-ACD                  OCCURS  24.
                   07  PFT-ACD  PIC  9(06).
                   07  PVC-ACD  PIC  9(06).
                   07  PVL-ACD  PIC  9(10)V99.

       FD  CADPAC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADPAC.DAT".
       01  REG-PAC.
           03  CHV-PAC.
               05  FAT-PAC      PIC  9(06).
               05  ACD-PAC      PIC  9(06).
           03  TIP-PAC          PIC  9(01).
           03  DTA-PAC          PIC  9(06).
           03  VAL-PAC          PIC  9(10)V99.

       FD  CADCTT      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCTT.DAT".
       01  REG-CTT.
           03  CHV-CTT.
               05  FAT-CTT      PIC  9(06).
               05  NUM-CTT      PIC  9(06).
           03  TIP-CTT          PIC  9(01).
           03  CLI-CTT          PIC  X(10).
           03  DRQ-CTT          PIC  9(06).
           03  PCA-CTT          PIC  X(07).
           03  DTA-CTT          PIC  9(06).
           03  VAL-CTT          PIC  9(09)V99.
           03  MOT-CTT          PIC  X(30).
           03  RSP-CTT          PIC  X(20).
           03  SIT-CTT          PIC  9(01).
           03  DTS-CTT          PIC  9(06).
           03  VCR-CTT          PIC  9(09)V99.

       FD  CADCOB      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCOB.DAT".
       01  REG-COB.
       01  AUXILIARES.
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  FS-ARQ           PIC  X(02).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  SER-HOJ          PIC  9(06).
           03  SER-VCT          PIC  9(06).
           03  DIA-ATR          PIC S9(06).
           03  NVL-AUX          PIC  9(01).
           03  FLG-ACD          PIC  9(01).
           03  VAL-CTS          PIC S9(10)V99.
           03  VAL-BAS          PIC S9(10)V99.
           03  ACM-CRT          PIC  9(04).
           03  OPC-EML          PIC  9(01).
           03  FLG-DOC          PIC  9(01).
           03  FLG-ABR          PIC  9(01).
           03  PRI-EML          PIC  9(06).

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
           03  ATR-CR4          PIC  ZZZ9.
           03  FILLER           PIC  X(05)  VALUE  " DIAS".

       01  EML-PRM.
           03  FUN-EML          PIC  9(01).
           03  CLI-EML          PIC  X(10).
           03  FIN-EML          PIC  9(01).
           03  TIP-EML          PIC  9(01).
           03  REF-EML          PIC  X(10).
           03  PRG-EML          PIC  X(06).
           03  OPE-EML          PIC  9(04).
           03  NUM-EML          PIC  9(06).
           03  ARQ-EML          PIC  X(12).
           03  END-EML          PIC  X(60).
           03  FLG-EML          PIC  9(01).

       01  PRM-001              PIC  9(01).

       SCREEN          SECTION.
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "[ENTER] GERA AS CAR
      -            "TAS - (N) NEGATIVACAO - (E)-MAIL - [ESC] RETORNA "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "COBRANCA GERADA  - 
      -            " VEJA AS CARTAS NA IMPRESSORA  -  [ENTER] ..."
           COMPUTE  SER-HOJ  =   ANO-SYS  *  360
                             +   MES-SYS  *  30   +  DIA-SYS
           OPEN     I-O      CADCOB
           OPEN     INPUT    CADFAT   CADCLI
           OPEN     INPUT    CADDBC
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADDBC
               CLOSE    CADDBC
               OPEN     INPUT    CADDBC.
           OPEN     INPUT    CADACD
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADACD
               CLOSE    CADACD
               OPEN     INPUT    CADACD.
           OPEN     INPUT    CADPAC
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADPAC
               CLOSE    CADPAC
               OPEN     INPUT    CADPAC.
           OPEN     INPUT    CADCTT
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADCTT
               CLOSE    CADCTT
               OPEN     INPUT    CADCTT.

       ROT-100-000.
           MOVE     ZEROS    TO  OPC-EML  FLG-DOC  PRI-EML
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-001
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-900-000.
           IF  RSP-OPC   =   "N"
               CLOSE    CADCOB   CADFAT  CADCLI  CADDBC
                        CADACD   CADPAC  CADCTT
               CHAIN   "DYN152".
           IF  RSP-OPC   =   "E"
               MOVE     1        TO  OPC-EML.
           MOVE     "PRINTER"     TO  DES-REL
           OPEN     OUTPUT   RELATO
           MOVE     ZEROS    TO  ACM-CRT  CHV-FAT
           START    CADFAT   KEY GREATER  CHV-FAT
           COMPUTE  DIA-ATR  =   SER-HOJ  -  SER-VCT
           IF  DIA-ATR  NOT  >   ZEROS
               GO  TO        ROT-100-010.
           MOVE     CHV-FAT  TO  CHV-DBC
           READ     CADDBC   INVALID  KEY
                    MOVE     ZEROS    TO  SIT-DBC.
           IF  SIT-DBC   =   1
               GO  TO        ROT-100-010.
           PERFORM  ROT-150-000  THRU  ROT-150-020
           IF  FLG-ACD   =   1
               GO  TO        ROT-100-010.
           PERFORM  ROT-160-000  THRU  ROT-160-020
           COMPUTE  VAL-BAS  =   VAL-FAT  -  VAL-CTS
           IF  VAL-BAS  NOT  >   ZEROS
               GO  TO        ROT-100-010.
           MOVE     1        TO  NVL-AUX
           IF  DIA-ATR   >   15
               MOVE     2   TO   NVL-AUX.
           MOVE     DIA-FAT  TO  DIA-CR4
           MOVE     MES-FAT  TO  MES-CR4
           MOVE     ANO-FAT  TO  ANO-CR4
           MOVE     VAL-BAS  TO  VAL-CR4
           MOVE     DIA-ATR  TO  ATR-CR4
           MOVE     0        TO  FLG-ABR
           PERFORM  ROT-170-000  THRU  ROT-170-020
           IF  FLG-ABR   =   1
               WRITE    REG-REL FROM CRT-001  AFTER 0
           ELSE
               WRITE    REG-REL FROM CRT-001  AFTER  PAGE.
           WRITE    REG-REL FROM CRT-002  AFTER  2
           WRITE    REG-REL FROM CRT-003
           MOVE     SPACES   TO  REG-REL

       ROT-100-090.
           CLOSE    RELATO
           IF  OPC-EML   =   1
               MOVE     2        TO  FUN-EML
               MOVE     PRI-EML  TO  NUM-EML
               MOVE     "DYN529" TO  PRG-EML
               CALL     "DYNEML"  USING  EML-PRM.
           IF  ACM-CRT   =   ZEROS
               DISPLAY       MEN-003
           ELSE
           ACCEPT   OPC-001
           GO  TO   ROT-100-000.

       ROT-150-000.
           MOVE     0        TO  FLG-ACD
           MOVE     CHV-FAT  TO  FAT-PAC
           MOVE     ZEROS    TO  ACD-PAC
           START    CADPAC   KEY GREATER  CHV-PAC
                    INVALID  KEY GO  TO   ROT-150-020.

       ROT-150-010.
           READ     CADPAC   NEXT AT END
                    GO  TO   ROT-150-020.
           IF  FAT-PAC  NOT  =   CHV-FAT
               GO  TO        ROT-150-020.
           IF  TIP-PAC  NOT  =   2
               GO  TO        ROT-150-010.
           MOVE     ACD-PAC  TO  CHV-ACD
           READ     CADACD   INVALID KEY
                    GO  TO   ROT-150-010.
           IF  SIT-ACD   =   1
               MOVE     1        TO  FLG-ACD
               GO  TO        ROT-150-020.
           GO  TO   ROT-150-010.

       ROT-150-020.
           EXIT.

       ROT-160-000.
           MOVE     ZEROS    TO  VAL-CTS
           MOVE     CHV-FAT  TO  FAT-CTT
           MOVE     ZEROS    TO  NUM-CTT
           START    CADCTT   KEY NOT LESS CHV-CTT
                    INVALID  KEY GO  TO   ROT-160-020.

       ROT-160-010.
           READ     CADCTT   NEXT AT END
                    GO  TO   ROT-160-020.
           IF  FAT-CTT  NOT  =   CHV-FAT
               GO  TO        ROT-160-020.
           IF  SIT-CTT   =   1
               ADD      VAL-CTT  TO  VAL-CTS.
           GO  TO   ROT-160-010.

       ROT-160-020.
           EXIT.

       ROT-170-000.
           IF  OPC-EML   =   0
               GO  TO        ROT-170-020.
           MOVE     1        TO  FUN-EML  FIN-EML
           IF  NVL-AUX   =   3
               MOVE     3        TO  FIN-EML.
           MOVE     4        TO  TIP-EML
           MOVE     CLI-FAT  TO  CLI-EML
           MOVE     CHV-FAT  TO  REF-EML
           MOVE     "DYN529" TO  PRG-EML
           MOVE     ZEROS    TO  OPE-EML
           CALL     "DYNEML"  USING  EML-PRM
           IF  FLG-EML   =   0
               GO  TO        ROT-170-010.
           IF  FLG-DOC   =   0
               GO  TO        ROT-170-020.
           CLOSE    RELATO
           MOVE     "PRINTER"     TO  DES-REL
           OPEN     OUTPUT   RELATO
           MOVE     0        TO  FLG-DOC
           MOVE     1        TO  FLG-ABR
           GO  TO   ROT-170-020.

       ROT-170-010.
           CLOSE    RELATO
           MOVE     ARQ-EML  TO  DES-REL
           OPEN     OUTPUT   RELATO
           MOVE     1        TO  FLG-DOC  FLG-ABR
           IF  PRI-EML   =   ZEROS
               MOVE     NUM-EML  TO  PRI-EML.

       ROT-170-020.
           EXIT.

       ROT-900-000.
           MOVE     3    TO  PRM-001
           CLOSE    CADCOB   CADFAT   CADCLI   CADDBC
                    CADACD   CADPAC   CADCTT
           CHAIN   "DYN500"  USING   PRM-001.
