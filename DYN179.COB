       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN179.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADCMB        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CMB.

           SELECT      CADCTR        ASSIGN  TO  DISK.

           SELECT      CADTNQ        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TNQ.

           SELECT      CADTBD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TBD
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

       DATA            DIVISION.
       FILE            SECTION.

       FD  CADCMB      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCMB.DAT".
       01  REG-CMB.
           03  CHV-CMB          PIC  9(02).
           03  DES-CMB          PIC  X(15).
           03  VVM-CMB          PIC  9(11)V99.
           03  LUC-CMB          PIC  9(04)V9999.

       FD  CADCTR      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCTR.DAT".
       01  REG-CTR.
           03  DIA-CTR          PIC  9(02).
           03  DTI-CTR          PIC  9(06).
           03  DTC-CTR          PIC  9(06).
           03  DTD-CTR          PIC  9(06).
           03  FAT-CTR          PIC  9(06).
           03  PCT-CTR          PIC  9(02)V99.
           03  SIT-CTR          PIC  X(01).
           03  CHK-CTR.
               05  ATV-CTR      PIC  9(01).
               05  PRX-CTR      PIC  9(01).
               05  SUF-CTR      PIC  9(03).
               05  LCT-CTR      PIC  9(03).

       FD  CADTNQ      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADTNQ.DAT".
       01  REG-TNQ.
           03  CHV-TNQ          PIC  9(02).
           03  CMB-TNQ          PIC  9(02).
           03  SDI-TNQ          PIC S9(05)V9.
           03  SDA-TNQ          PIC S9(05)V9.
           03  CAP-TNQ          PIC  9(05).

       FD  CADTBD      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADTBD.DAT".
       01  REG-TBD.
           03  CHV-TBD.
               05  DTA-TBD      PIC  9(06).
               05  SEQ-TBD      PIC  9(03).
           03  TQO-TBD          PIC  9(02).
           03  TQD-TBD          PIC  9(02).
           03  CMB-TBD          PIC  9(02).
           03  MTV-TBD          PIC  9(01).
           03  OAN-TBD          PIC  9(05)V9.
           03  ODP-TBD          PIC  9(05)V9.
           03  DAN-TBD          PIC  9(05)V9.
           03  DDP-TBD          PIC  9(05)V9.
           03  QTD-TBD          PIC  9(05)V9.
           03  QTR-TBD          PIC  9(05)V9.
           03  OPE-TBD          PIC  9(04).
           03  HRA-TBD          PIC  9(04).

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC  X(80).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  FS-ARQ           PIC  X(02).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  TQO-AUX          PIC  9(02).
           03  TQD-AUX          PIC  9(02).
           03  CMB-AUX          PIC  9(02).
           03  CAP-AUX          PIC  9(05).
           03  MTV-AUX          PIC  9(01).
           03  OAN-AUX          PIC  9(05)V9.
           03  ODP-AUX          PIC  9(05)V9.
           03  DAN-AUX          PIC  9(05)V9.
           03  DDP-AUX          PIC  9(05)V9.
           03  QTD-AUX          PIC  9(05)V9.
           03  QTR-AUX          PIC  9(05)V9.
           03  DIF-AUX          PIC S9(05)V9.
           03  DMT-AUX          PIC  X(15).

           03  TAB-MTV          PIC  X(60)  VALUE
      -        "MANUTENCAO     TESTE ESTANQ.  UNIFICACAO     OUTROS".
           03  RED-MTV          REDEFINES   TAB-MTV.
               05  MTV-TAB      PIC  X(15)  OCCURS  04.

           03  DTA-AUX.
               05  ANO-AUX      PIC  9(02).
               05  MES-AUX      PIC  9(02).
               05  DIA-AUX      PIC  9(02).

           03  HOR-AUX.
               05  HRA-AUX.
                   07  HH-AUX   PIC  9(02).
                   07  MM-AUX   PIC  9(02).
               05  FILLER       PIC  9(04).

       01  CAB-001.
           03  FILLER           PIC  X(22)  VALUE  "-DYNAMIC-".
           03  FILLER           PIC  X(40)  VALUE
      -        "TRANSBORDO ENTRE TANQUES".
           03  FILLER           PIC  X(07)  VALUE  "DATA :".
           03  DIA-CB1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-CB1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB1          PIC  9(02).

       01  CAB-002              PIC  X(80)  VALUE  ALL  "-".

       01  DET-001.
           03  FILLER           PIC  X(16)  VALUE  "DOCUMENTO ....:".
           03  DIA-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-DT1          PIC  9(02).
           03  FILLER           PIC  X(03)  VALUE  " - ".
           03  SEQ-DT1          PIC  9(03).
           03  FILLER           PIC  X(10)  VALUE  SPACES.
           03  FILLER           PIC  X(16)  VALUE  "MOTIVO .......:".
           03  MTV-DT1          PIC  X(15).

       01  DET-002.
           03  FILLER           PIC  X(16)  VALUE  "COMBUSTIVEL ..:".
           03  CMB-DT2          PIC  X(15).

       01  DET-003              PIC  X(80)  VALUE
      -    "TANQUE           LEITURA ANTES   LEITURA DEPOIS            V
      -    "OLUME".

       01  DET-004.
           03  TIP-DT4          PIC  X(10).
           03  TNQ-DT4          PIC  9(02).
           03  FILLER           PIC  X(10)  VALUE  SPACES.
           03  ANT-DT4          PIC  ZZ.ZZ9,9.
           03  FILLER           PIC  X(09)  VALUE  SPACES.
           03  DEP-DT4          PIC  ZZ.ZZ9,9.
           03  FILLER           PIC  X(09)  VALUE  SPACES.
           03  VOL-DT4          PIC  ---.--9,9.

       01  DET-005.
           03  FILLER           PIC  X(56)  VALUE
      -        "DIFERENCA NO TRANSBORDO (RECEBIDO - RETIRADO)".
           03  DIF-DT5          PIC  ---.--9,9.

       01  DET-006.
           03  FILLER           PIC  X(16)  VALUE  "OPERADOR .....:".
           03  OPE-DT6          PIC  9(04).
           03  FILLER           PIC  X(10)  VALUE  SPACES.
           03  FILLER           PIC  X(16)  VALUE  "HORA .........:".
           03  HH-DT6           PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  ":".
           03  MM-DT6           PIC  9(02).

       01  DET-007              PIC  X(80)  VALUE
      -    "RESPONSAVEL : ______________________________     VISTO : ___
      -    "_________________".

       01  PRM-001              PIC  9(01).
       01  PRM-OPE              PIC  9(04).

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 02 PIC X(66) FROM
      -        "TRANSBORDO ENTRE TANQUES  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.

       01  TLA-002.
           03  LINE 06 COLUMN 10 PIC X(60) FROM " ??????????????????????
      -       "?????????????????????????????????????"
               BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 10 PIC X(60) FROM " ?                     
      -       "                                    ?"
               BACKGROUND-COLOR  01.
           03  LINE 07 COLUMN 70 PIC X(02) FROM SPACES.
           03  LINE 08 COLUMN 10 PIC X(60) FROM " ? Data .........:   / 
      -       " /          Documento :             ?"
               BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 70 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 10 PIC X(60) FROM " ?                     
      -       "                                    ?"
               BACKGROUND-COLOR  01.
           03  LINE 09 COLUMN 70 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 10 PIC X(60) FROM " ? Tanque Origem :    -
      -       "                                    ?"
               BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 70 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 10 PIC X(60) FROM " ? Tanque Destino:    -
      -       "                                    ?"
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 70 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 10 PIC X(60) FROM " ? Motivo .......:   - 
      -       "                                    ?"
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 70 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 10 PIC X(60) FROM " ?                     
      -       "                                    ?"
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 70 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 10 PIC X(60) FROM " ?                    A
      -       "ntes      Depois      Volume        ?"
               BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 70 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 10 PIC X(60) FROM " ? Origem .......:     
      -       "                                    ?"
               BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 70 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 10 PIC X(60) FROM " ? Destino ......:     
      -       "                                    ?"
               BACKGROUND-COLOR  01.
           03  LINE 16 COLUMN 70 PIC X(02) FROM SPACES.
           03  LINE 17 COLUMN 10 PIC X(60) FROM " ?                     
      -       "                                    ?"
               BACKGROUND-COLOR  01.
           03  LINE 17 COLUMN 70 PIC X(02) FROM SPACES.
           03  LINE 18 COLUMN 10 PIC X(60) FROM " ? Diferenca no transbo
      -       "rdo ...........:                    ?"
               BACKGROUND-COLOR  01.
           03  LINE 18 COLUMN 70 PIC X(02) FROM SPACES.
           03  LINE 19 COLUMN 10 PIC X(60) FROM " ??????????????????????
      -       "?????????????????????????????????????"
               BACKGROUND-COLOR  01.
           03  LINE 19 COLUMN 70 PIC X(02) FROM SPACES.
           03  LINE 20 COLUMN 12 PIC X(60) FROM SPACES.

       01  ENT-001.
           03  DIA-ENT LINE 08 COLUMN 29 PIC 9(02)    FROM  DIA-AUX
                       BACKGROUND-COLOR  01.
           03  MES-ENT LINE 08 COLUMN 32 PIC 9(02)    FROM  MES-AUX
                       BACKGROUND-COLOR  01.
           03  ANO-ENT LINE 08 COLUMN 35 PIC 9(02)    FROM  ANO-AUX
                       BACKGROUND-COLOR  01.

       01  SEQ-ENT  LINE 08 COLUMN 57 PIC ZZ9      FROM  SEQ-TBD
                    BACKGROUND-COLOR  01.

       01  ENT-002.
           03  TQO-ENT LINE 10 COLUMN 29 PIC 9(02)    USING TQO-AUX
                       BACKGROUND-COLOR  01.
           03  DCO-ENT LINE 10 COLUMN 34 PIC X(15)    FROM  DES-CMB
                       BACKGROUND-COLOR  01.

       01  ENT-003.
           03  TQD-ENT LINE 11 COLUMN 29 PIC 9(02)    USING TQD-AUX
                       BACKGROUND-COLOR  01.
           03  DCD-ENT LINE 11 COLUMN 34 PIC X(15)    FROM  DES-CMB
                       BACKGROUND-COLOR  01.

       01  ENT-004.
           03  MTV-ENT LINE 12 COLUMN 29 PIC 9(01)    USING MTV-AUX
                       BACKGROUND-COLOR  01.
           03  DMT-ENT LINE 12 COLUMN 33 PIC X(15)    FROM  DMT-AUX
                       BACKGROUND-COLOR  01.

       01  OAN-ENT  LINE 15 COLUMN 29 PIC ZZ.ZZ9,9  USING OAN-AUX
                    BACKGROUND-COLOR  01.
       01  ODP-ENT  LINE 15 COLUMN 41 PIC ZZ.ZZ9,9  USING ODP-AUX
                    BACKGROUND-COLOR  01.
       01  QTD-ENT  LINE 15 COLUMN 53 PIC ZZ.ZZ9,9  FROM  QTD-AUX
                    BACKGROUND-COLOR  01.
       01  DAN-ENT  LINE 16 COLUMN 29 PIC ZZ.ZZ9,9  USING DAN-AUX
                    BACKGROUND-COLOR  01.
       01  DDP-ENT  LINE 16 COLUMN 41 PIC ZZ.ZZ9,9  USING DDP-AUX
                    BACKGROUND-COLOR  01.
       01  QTR-ENT  LINE 16 COLUMN 53 PIC ZZ.ZZ9,9  FROM  QTR-AUX
                    BACKGROUND-COLOR  01.
       01  DIF-ENT  LINE 18 COLUMN 52 PIC ---.--9,9 FROM  DIF-AUX
                    BACKGROUND-COLOR  01.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O TANQUE DE 
      -            "ORIGEM  -  [ESC] RETORNA ...                    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "TANQUE INEXISTENTE 
      -            "!!!  -  TECLE [ENTER] ...                       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O TANQUE DE 
      -            "DESTINO  -  [ESC] RETORNA ...                   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "DESTINO IGUAL A ORI
      -            "GEM OU COMBUSTIVEL DIFERENTE  -  [ENTER]        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "MOTIVO: 1-MANUTENCA
      -            "O 2-TESTE ESTANQ. 3-UNIFICACAO 4-OUTROS         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE AS LEITURAS 
      -            "ANTES E DEPOIS  -  [ESC] RETORNA ...            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "LEITURA DEPOIS INCO
      -            "ERENTE COM O SENTIDO DO TRANSBORDO - [ENTER]    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "ATENCAO !!!  VOLUME
      -            " EXCEDE A CAPACIDADE DO TANQUE - [ENTER]        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-009 LINE 22 COLUMN 14 PIC X(67) FROM "TECLE [ENTER] P/ GR
      -            "AVAR O TRANSBORDO  -  [ESC] RETORNA ...         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-010 LINE 22 COLUMN 14 PIC X(67) FROM "TRANSBORDO GRAVADO 
      -            " -  IMPRIMIR O DOCUMENTO ? (S/N)                "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-011 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRIMIR NA (I)MPRE
      -            "SSORA OU EM (A)RQUIVO ?                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-012 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  IMPRIM
      -            "INDO DOCUMENTO DE TRANSBORDO ...                "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001 LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION  CHAINING  PRM-001  PRM-OPE.

       ROT-000-000.
           DISPLAY  TLA-001
           OPEN     INPUT    CADCTR
           READ     CADCTR
           MOVE     DTC-CTR  TO  DTA-AUX
           CLOSE    CADCTR
           OPEN     INPUT    CADCMB
                    I-O      CADTNQ
           OPEN     I-O      CADTBD
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADTBD
               CLOSE    CADTBD
               OPEN     I-O      CADTBD.

       ROT-100-000.
           MOVE     ZEROS    TO  TQO-AUX  TQD-AUX  MTV-AUX
                                 OAN-AUX  ODP-AUX  QTD-AUX
                                 DAN-AUX  DDP-AUX  QTR-AUX
                                 DIF-AUX
           DISPLAY  TLA-002  ENT-001.

       ROT-100-010.
           DISPLAY  MEN-001
           ACCEPT   (10 29)  TQO-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-900-000.
           IF  TQO-AUX   =   ZEROS
               GO  TO        ROT-100-010.
           MOVE     SPACES   TO  RSP-OPC
           MOVE     TQO-AUX  TO  CHV-TNQ
           READ     CADTNQ   INVALID  KEY
                    DISPLAY  MEN-002
                    ACCEPT   OPC-001
                    GO  TO   ROT-100-010.
           MOVE     CMB-TNQ  TO  CMB-AUX  CHV-CMB
           MOVE     ZEROS    TO  OAN-AUX
           IF  SDA-TNQ   >   ZEROS
               MOVE     SDA-TNQ  TO  OAN-AUX.
           READ     CADCMB   INVALID  KEY
                    MOVE     SPACES   TO  DES-CMB.
           DISPLAY  ENT-002.

       ROT-100-020.
           DISPLAY  MEN-003
           ACCEPT   (11 29)  TQD-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-010.
           IF  TQD-AUX   =   ZEROS
               GO  TO        ROT-100-020.
           MOVE     SPACES   TO  RSP-OPC
           IF  TQD-AUX   =   TQO-AUX
               DISPLAY       MEN-004
               ACCEPT        OPC-001
               GO  TO        ROT-100-020.
           MOVE     TQD-AUX  TO  CHV-TNQ
           READ     CADTNQ   INVALID  KEY
                    DISPLAY  MEN-002
                    ACCEPT   OPC-001
                    GO  TO   ROT-100-020.
           IF  CMB-TNQ  NOT  =   CMB-AUX
               DISPLAY       MEN-004
               ACCEPT        OPC-001
               GO  TO        ROT-100-020.
           MOVE     CAP-TNQ  TO  CAP-AUX
           MOVE     ZEROS    TO  DAN-AUX
           IF  SDA-TNQ   >   ZEROS
               MOVE     SDA-TNQ  TO  DAN-AUX.
           DISPLAY  ENT-003.

       ROT-100-030.
           DISPLAY  MEN-005
           ACCEPT   (12 29)  MTV-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-020.
           IF  MTV-AUX   <   1  OR  >  4
               GO  TO        ROT-100-030.
           MOVE     MTV-TAB (MTV-AUX)  TO  DMT-AUX
           DISPLAY  ENT-004.

       ROT-100-040.
           DISPLAY  MEN-006  OAN-ENT
           ACCEPT   (15 29)  OAN-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  OAN-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-100-030.
           ACCEPT   (15 41)  ODP-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  ODP-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-100-040.
           MOVE     SPACES   TO  RSP-OPC
           IF  ODP-AUX  NOT  <   OAN-AUX
               DISPLAY       MEN-007
               ACCEPT        OPC-001
               GO  TO        ROT-100-040.
           COMPUTE  QTD-AUX  =   OAN-AUX  -  ODP-AUX
           DISPLAY  QTD-ENT.

       ROT-100-050.
           DISPLAY  MEN-006  DAN-ENT
           ACCEPT   (16 29)  DAN-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  DAN-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-100-040.
           ACCEPT   (16 41)  DDP-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  DDP-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-100-050.
           MOVE     SPACES   TO  RSP-OPC
           IF  DDP-AUX  NOT  >   DAN-AUX
               DISPLAY       MEN-007
               ACCEPT        OPC-001
               GO  TO        ROT-100-050.
           IF  CAP-AUX  NOT  =   ZEROS  AND  DDP-AUX  >  CAP-AUX
               DISPLAY       MEN-008
               ACCEPT        OPC-001
               GO  TO        ROT-100-050.
           COMPUTE  QTR-AUX  =   DDP-AUX  -  DAN-AUX
           COMPUTE  DIF-AUX  =   QTR-AUX  -  QTD-AUX
           DISPLAY  QTR-ENT  DIF-ENT.

       ROT-100-060.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-009
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-050.
           MOVE     DTA-AUX  TO  DTA-TBD
           MOVE     TQO-AUX  TO  TQO-TBD
           MOVE     TQD-AUX  TO  TQD-TBD
           MOVE     CMB-AUX  TO  CMB-TBD
           MOVE     MTV-AUX  TO  MTV-TBD
           MOVE     OAN-AUX  TO  OAN-TBD
           MOVE     ODP-AUX  TO  ODP-TBD
           MOVE     DAN-AUX  TO  DAN-TBD
           MOVE     DDP-AUX  TO  DDP-TBD
           MOVE     QTD-AUX  TO  QTD-TBD
           MOVE     QTR-AUX  TO  QTR-TBD
           MOVE     PRM-OPE  TO  OPE-TBD
           ACCEPT   HOR-AUX  FROM  TIME
           MOVE     HRA-AUX  TO  HRA-TBD
           MOVE     ZEROS    TO  SEQ-TBD.

       ROT-100-070.
           ADD      1        TO  SEQ-TBD
           WRITE    REG-TBD  INVALID  KEY
                    GO  TO   ROT-100-070.
           MOVE     TQO-AUX  TO  CHV-TNQ
           READ     CADTNQ
           MOVE     ODP-AUX  TO  SDA-TNQ
           REWRITE  REG-TNQ
           MOVE     TQD-AUX  TO  CHV-TNQ
           READ     CADTNQ
           MOVE     DDP-AUX  TO  SDA-TNQ
           REWRITE  REG-TNQ
           DISPLAY  SEQ-ENT.

       ROT-100-080.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-010
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           IF  RSP-OPC   =   "N"
               GO  TO        ROT-100-000.
           IF  RSP-OPC  NOT  =   "S"
               GO  TO        ROT-100-080.
           PERFORM  ROT-200-000  THRU  ROT-200-020
           GO  TO   ROT-100-000.

       ROT-200-000.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-011
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-020.
           IF  RSP-OPC   =   "I"
               MOVE     "PRINTER"     TO  DES-REL
           ELSE
           IF  RSP-OPC   =   "A"
               MOVE     "RELATO.TXT"  TO  DES-REL
           ELSE
               GO  TO        ROT-200-000.

       ROT-200-010.
           DISPLAY  MEN-012
           OPEN     OUTPUT   RELATO
           MOVE     DIA-AUX  TO  DIA-CB1  DIA-DT1
           MOVE     MES-AUX  TO  MES-CB1  MES-DT1
           MOVE     ANO-AUX  TO  ANO-CB1  ANO-DT1
           MOVE     SEQ-TBD  TO  SEQ-DT1
           MOVE     DMT-AUX  TO  MTV-DT1
           MOVE     DES-CMB  TO  CMB-DT2
           WRITE    REG-REL FROM CAB-001  AFTER 0
           WRITE    REG-REL FROM CAB-002
           WRITE    REG-REL FROM DET-001  AFTER 2
           WRITE    REG-REL FROM DET-002
           WRITE    REG-REL FROM CAB-002  AFTER 2
           WRITE    REG-REL FROM DET-003
           WRITE    REG-REL FROM CAB-002
           MOVE     "ORIGEM"  TO  TIP-DT4
           MOVE     TQO-AUX  TO  TNQ-DT4
           MOVE     OAN-AUX  TO  ANT-DT4
           MOVE     ODP-AUX  TO  DEP-DT4
           COMPUTE  VOL-DT4  =   ZERO  -  QTD-AUX
           WRITE    REG-REL FROM DET-004
           MOVE     "DESTINO" TO  TIP-DT4
           MOVE     TQD-AUX  TO  TNQ-DT4
           MOVE     DAN-AUX  TO  ANT-DT4
           MOVE     DDP-AUX  TO  DEP-DT4
           MOVE     QTR-AUX  TO  VOL-DT4
           WRITE    REG-REL FROM DET-004
           WRITE    REG-REL FROM CAB-002
           MOVE     DIF-AUX  TO  DIF-DT5
           WRITE    REG-REL FROM DET-005
           MOVE     PRM-OPE  TO  OPE-DT6
           MOVE     HH-AUX   TO  HH-DT6
           MOVE     MM-AUX   TO  MM-DT6
           WRITE    REG-REL FROM DET-006  AFTER 2
           WRITE    REG-REL FROM DET-007  AFTER 4
           CLOSE    RELATO.

       ROT-200-020.
           EXIT.

       ROT-900-000.
           MOVE     3    TO  PRM-001
           CLOSE    CADCMB   CADTNQ   CADTBD
           CHAIN   "DYN100"  USING  PRM-001  PRM-OPE.
