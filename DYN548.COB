       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN548.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADEDI        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-EDI
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADENV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ENV
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADCLI        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CLI.

           SELECT      CADNTA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-NTA
                       ALTERNATE     KEY     IS  DTA-NTA
                                     WITH    DUPLICATES
                       ALTERNATE     KEY     IS  PCA-NTA
                                     WITH    DUPLICATES.

           SELECT      CADRQX        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-RQX.

           SELECT      CADMOT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-MOT.

           SELECT      CADABT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ABT
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      ARQEXP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FS-EXP.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

       DATA            DIVISION.
       FILE            SECTION.

       FD  CADEDI      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADEDI.DAT".
       01  REG-EDI.
           03  CHV-EDI          PIC  X(10).
           03  FMT-EDI          PIC  9(01).
           03  ARQ-EDI          PIC  X(04).
           03  SIT-EDI          PIC  9(01).
           03  ULT-EDI          PIC  9(06).

       FD  CADENV      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADENV.DAT".
       01  REG-ENV.
           03  CHV-ENV.
               05  CLI-ENV      PIC  X(10).
               05  NUM-ENV      PIC  9(06).
           03  DTA-ENV          PIC  9(06).
           03  DTN-ENV          PIC  9(06).
           03  PCA-ENV          PIC  X(07).
           03  KM-ENV           PIC  9(07).
           03  QTD-ENV          PIC  9(05)V9.
           03  MOT-ENV          PIC  9(04).
           03  DES-ENV          PIC  X(20).
           03  VAL-ENV          PIC S9(09)V99.

       FD  CADCLI      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCLI.DAT".
       01  REG-CLI.
           03  CHV-CLI          PIC  X(10).
           03  NOM-CLI          PIC  X(35).
           03  TEL-CLI          PIC  9(12).
           03  CNT-CLI          PIC  X(15).
           03  END-CLI          PIC  X(35).
           03  CID-CLI          PIC  X(20).
           03  CEP-CLI          PIC  9(08).
           03  EST-CLI          PIC  X(02).
           03  CGC-CLI          PIC  9(14).
           03  INS-CLI          PIC  X(15).
           03  CTG-CLI          PIC  9(01).
           03  SIT-CLI          PIC  9(01).
           03  LIM-CLI          PIC  9(09)V99.

       FD  CADNTA      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADNTA.DAT".
       01  REG-NTA.
           03  CHV-NTA.
               05  CLI-NTA      PIC  X(10).
               05  DTA-NTA      PIC  9(06).
               05  NUM-NTA      PIC  9(06).
           03  PCA-NTA          PIC  X(07).
           03  DES-NTA          PIC  X(20).
           03  VAL-NTA          PIC S9(09)V99.

       FD  CADRQX      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADRQX.DAT".
       01  REG-RQX.
           03  CHV-RQX          PIC  9(06).
           03  PCA-RQX          PIC  X(07).
           03  DTA-RQX          PIC  9(06).
           03  KM-RQX           PIC  9(07).
           03  QTD-RQX          PIC  9(05)V9.
           03  MOT-RQX          PIC  9(04).
           03  CTG-RQX          PIC  X(02).

       FD  CADMOT      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADMOT.DAT".
       01  REG-MOT.
           03  CHV-MOT.
               05  CLI-MOT      PIC  X(10).
               05  COD-MOT      PIC  9(04).
           03  NOM-MOT          PIC  X(22).
           03  SEN-MOT          PIC  X(04).
           03  SIT-MOT          PIC  9(01).
           03  DOC-MOT          PIC  X(14).
           03  PLC-MOT.
               05  PL1-MOT      PIC  X(07).
               05  PL2-MOT      PIC  X(07).
               05  PL3-MOT      PIC  X(07).

       FD  CADABT      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADABT.DAT".
       01  REG-ABT.
           03  CHV-ABT.
               05  DTA-ABT      PIC  9(06).
               05  BIC-ABT      PIC  9(02).
               05  SEQ-ABT      PIC  9(04).
           03  HRA-ABT          PIC  9(04).
           03  LTS-ABT          PIC  9(04)V99.
           03  VAL-ABT          PIC  9(05)V99.
           03  FTA-ABT          PIC  9(03).

       FD  ARQEXP      LABEL         RECORD  IS  OMITTED
                       VALUE    OF   FILE-ID     NOM-EXP.
       01  REG-EXP              PIC  X(130).

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC  X(80).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  FS-ARQ           PIC  X(02).
           03  FS-EXP           PIC  X(02).
           03  ACM-LIN          PIC  9(02).
           03  CLI-AUX          PIC  X(10).
           03  FMT-AUX          PIC  9(01).
           03  ARQ-AUX          PIC  X(04).
           03  SIT-AUX          PIC  9(01).
           03  ULT-AUX          PIC  9(06).
           03  TIP-AUX          PIC  X(01).
           03  FLG-ABR          PIC  9(01).
           03  FLG-HRA          PIC  9(01).
           03  HRA-AUX          PIC  9(04).
           03  HRA-RED          REDEFINES   HRA-AUX.
               05  HOR-AUX      PIC  9(02).
               05  MIN-AUX      PIC  9(02).
           03  LTS-AUX          PIC  9(05)V9.
           03  PRC-AUX          PIC  9(03)V999.
           03  QTI-AUX          PIC  9(05).
           03  QTA-AUX          PIC  9(05).
           03  TOT-CLI          PIC  9(04).
           03  TOT-QTI          PIC  9(06).
           03  TOT-QTA          PIC  9(06).

           03  NOM-EXP.
               05  ARQ-EXP      PIC  X(04).
               05  MES-EXP      PIC  9(02).
               05  DIA-EXP      PIC  9(02).
               05  FILLER       PIC  X(04)  VALUE  ".TXT".

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

           03  DTA-AUX.
               05  ANO-AUX      PIC  9(02).
               05  MES-AUX      PIC  9(02).
               05  DIA-AUX      PIC  9(02).

       01  PRM-001              PIC  9(01).

       01  EXP-001.
           03  TIP-EX1          PIC  X(01).
           03  NUM-EX1          PIC  9(06).
           03  DIA-EX1          PIC  9(02).
           03  MES-EX1          PIC  9(02).
           03  FILLER           PIC  9(02)  VALUE  20.
           03  ANO-EX1          PIC  9(02).
           03  HRA-EX1          PIC  9(04).
           03  PCA-EX1          PIC  X(07).
           03  MOT-EX1          PIC  9(04).
           03  NMT-EX1          PIC  X(22).
           03  KM-EX1           PIC  9(07).
           03  DES-EX1          PIC  X(20).
           03  QTD-EX1          PIC  9(05)V9.
           03  PRC-EX1          PIC  9(03)V999.
           03  SNL-EX1          PIC  X(01).
           03  VAL-EX1          PIC  9(09)V99.

       01  EXP-002.
           03  TIP-EX2          PIC  X(01).
           03  FILLER           PIC  X(01)  VALUE  ";".
           03  NUM-EX2          PIC  9(06).
           03  FILLER           PIC  X(01)  VALUE  ";".
           03  DIA-EX2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-EX2          PIC  9(02).
           03  FILLER           PIC  X(03)  VALUE  "/20".
           03  ANO-EX2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  ";".
           03  HRA-EX2.
               05  HOR-EX2      PIC  9(02).
               05  SEP-EX2      PIC  X(01).
               05  MIN-EX2      PIC  9(02).
           03  HRX-EX2          REDEFINES   HRA-EX2
                                PIC  X(05).
           03  FILLER           PIC  X(01)  VALUE  ";".
           03  PCA-EX2          PIC  X(07).
           03  FILLER           PIC  X(01)  VALUE  ";".
           03  MOT-EX2          PIC  9(04).
           03  FILLER           PIC  X(01)  VALUE  ";".
           03  NMT-EX2          PIC  X(22).
           03  FILLER           PIC  X(01)  VALUE  ";".
           03  KM-EX2           PIC  9(07).
           03  FILLER           PIC  X(01)  VALUE  ";".
           03  DES-EX2          PIC  X(20).
           03  FILLER           PIC  X(01)  VALUE  ";".
           03  QTD-EX2          PIC  9(05),9.
           03  FILLER           PIC  X(01)  VALUE  ";".
           03  PRC-EX2          PIC  9(03),999.
           03  FILLER           PIC  X(01)  VALUE  ";".
           03  VAL-EX2          PIC  -9(09),99.

       01  CAB-001.
           03  FILLER           PIC  X(22)  VALUE  "-DYNAMIC-".
           03  FILLER           PIC  X(48)  VALUE
               "EXPORTACAO DE CONSUMO - EDI FROTA".
           03  FILLER           PIC  X(08)  VALUE  "FOLHA :".
           03  PAG-CB1          PIC  9(02).

       01  CAB-002.
           03  FILLER           PIC  X(10)  VALUE  "DATA    : ".
           03  DIA-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB2          PIC  9(02).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004.
           03  FILLER           PIC  X(40)  VALUE
               "CLIENTE    NOME                      ARQ".
           03  FILLER           PIC  X(40)  VALUE
               "UIVO       FMT NOVAS CORRIG.  SITUACAO  ".

       01  DET-001.
           03  CLI-DT1          PIC  X(10).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  NOM-DT1          PIC  X(25).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  ARQ-DT1          PIC  X(12).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  FMT-DT1          PIC  X(03).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  QTI-DT1          PIC  ZZ.ZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  QTA-DT1          PIC  ZZ.ZZ9.
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  SIT-DT1          PIC  X(10).

       01  TOT-001.
           03  FILLER           PIC  X(14)  VALUE  "TOTAL GERAL : ".
           03  CLI-TT1          PIC  Z.ZZ9.
           03  FILLER           PIC  X(35)  VALUE  " CLIENTES".
           03  QTI-TT1          PIC  ZZZ.ZZ9.
           03  QTA-TT1          PIC  ZZZ.ZZ9.

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 01 PIC  X(67) FROM
      -        " EXPORTACAO DE CONSUMO - EDI FROTA  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.

       01  TLA-002.
           03  LINE 07 COLUMN 20 PIC X(44) FROM " ??????????????????????
      -       "???????????????????? " BACKGROUND-COLOR 01.
           03  LINE 08 COLUMN 20 PIC X(44) FROM " ? Cliente ..:         
      -       "                   ? " BACKGROUND-COLOR 01.
           03  LINE 08 COLUMN 64 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 20 PIC X(44) FROM " ? Formato ..:    1-Fix
      -       "o  2-CSV  0-Exclui ? " BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 64 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 20 PIC X(44) FROM " ? Arquivo ..:      + M
      -       "MDD.TXT            ? " BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 64 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 20 PIC X(44) FROM " ? Situacao .:    0-Ati
      -       "vo  1-Suspenso     ? " BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 64 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 20 PIC X(44) FROM " ? Ult.envio :   /  /  
      -       "                   ? " BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 64 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 20 PIC X(44) FROM " ??????????????????????
      -       "???????????????????? " BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 64 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 22 PIC X(44) FROM SPACES.

       01  ENT-001.
           03  FMT-ENT LINE 09 COLUMN 35 PIC 9(01) FROM  FMT-AUX
                       BACKGROUND-COLOR  01.
           03  ARQ-ENT LINE 10 COLUMN 35 PIC X(04) FROM  ARQ-AUX
                       BACKGROUND-COLOR  01.
           03  SIT-ENT LINE 11 COLUMN 35 PIC 9(01) FROM  SIT-AUX
                       BACKGROUND-COLOR  01.
           03  DIU-ENT LINE 12 COLUMN 35 PIC 9(02) FROM  DIA-AUX
                       BACKGROUND-COLOR  01.
           03  MEU-ENT LINE 12 COLUMN 38 PIC 9(02) FROM  MES-AUX
                       BACKGROUND-COLOR  01.
           03  ANU-ENT LINE 12 COLUMN 41 PIC 9(02) FROM  ANO-AUX
                       BACKGROUND-COLOR  01.

       01  CLN-ENT LINE 08 COLUMN 46 PIC X(16) FROM  NOM-CLI
                   BACKGROUND-COLOR  01.

       01  LPA-001.
           03  LINE 09 COLUMN 35 PIC X(01) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 35 PIC X(04) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 35 PIC X(01) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 35 PIC X(02) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 38 PIC X(02) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 41 PIC X(02) FROM SPACES
               BACKGROUND-COLOR  01.

       01  LPA-002.
           03  LINE 08 COLUMN 35 PIC X(10) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 46 PIC X(16) FROM SPACES
               BACKGROUND-COLOR  01.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "(C)ONFIGURAR CLIENT
      -            "E OU (E)XPORTAR ?  -  [ESC] RETORNA ...         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "CODIGO DO CLIENTE ?
      -            "  -  [ESC] RETORNA ...                          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "CLIENTE INEXISTENTE
      -            " !!!  -  [ENTER] ...                            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "FORMATO DO ARQUIVO 
      -            "(1-FIXO  2-CSV  0-EXCLUI) ?                     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "PREFIXO DO NOME DO 
      -            "ARQUIVO (4 POSICOES) ?  -  [ESC] ...            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "SITUACAO (0-ATIVO  
      -            "1-SUSPENSO) ?  -  [ESC] RETORNA ...             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "CLIENTE A EXPORTAR 
      -            "(BRANCO = TODOS) ?  -  [ESC] RETORNA            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "CLIENTE SEM LAYOUT 
      -            "EDI CONFIGURADO !!!  -  [ENTER] ...             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-009 LINE 22 COLUMN 14 PIC X(67) FROM "CONTROLE NA (I)MPRE
      -            "SSORA OU EM (A)RQUIVO ?                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-010 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  GERAND
      -            "O OS ARQUIVOS DE EXPORTACAO ...                 "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-011 LINE 22 COLUMN 14 PIC X(67) FROM "EXPORTACAO CONCLUID
      -            "A  -  TECLE [ENTER] ...                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001  LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                    BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION  CHAINING  PRM-001.

       ROT-000-000.
           DISPLAY  TLA-001  TLA-002
           ACCEPT   DTA-SYS  FROM   DATE
           OPEN     I-O      CADEDI
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADEDI
               CLOSE    CADEDI
               OPEN     I-O      CADEDI.
           OPEN     I-O      CADENV
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADENV
               CLOSE    CADENV
               OPEN     I-O      CADENV.
           OPEN     INPUT    CADABT
           OPEN     INPUT    CADCLI   CADNTA   CADRQX   CADMOT.

       ROT-000-010.
           DISPLAY  MEN-001
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-900-000.
           IF  RSP-OPC   =   "C"
               GO  TO        ROT-100-000.
           IF  RSP-OPC   =   "E"
               GO  TO        ROT-200-000.
           GO  TO   ROT-000-010.

       ROT-100-000.
           DISPLAY  LPA-001  LPA-002  MEN-002
           MOVE     SPACES   TO  CLI-AUX
           ACCEPT   (08 35)  CLI-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  CLI-AUX   =   SPACES
               GO  TO        ROT-100-000.
           MOVE     CLI-AUX  TO  CHV-CLI
           READ     CADCLI   INVALID  KEY
                    DISPLAY  MEN-003
                    ACCEPT   OPC-001
                    GO  TO   ROT-100-000.
           DISPLAY  CLN-ENT
           MOVE     CLI-AUX  TO  CHV-EDI
           READ     CADEDI   INVALID  KEY
                    MOVE     1        TO  FMT-EDI
                    MOVE     CLI-AUX  TO  ARQ-EDI
                    MOVE     ZEROS    TO  SIT-EDI  ULT-EDI.
           MOVE     FMT-EDI  TO  FMT-AUX
           MOVE     ARQ-EDI  TO  ARQ-AUX
           MOVE     SIT-EDI  TO  SIT-AUX
           MOVE     ULT-EDI  TO  ULT-AUX  DTA-AUX
           DISPLAY  ENT-001.

       ROT-100-010.
           DISPLAY  MEN-004
           ACCEPT   (09 35)  FMT-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  FMT-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           IF  FMT-AUX   >   2
               GO  TO        ROT-100-010.
           IF  FMT-AUX  NOT  =   ZEROS
               GO  TO        ROT-100-020.
           MOVE     CLI-AUX  TO  CHV-EDI
           READ     CADEDI   INVALID  KEY
                    GO  TO   ROT-100-000.
           DELETE   CADEDI
           GO  TO   ROT-100-000.

       ROT-100-020.
           DISPLAY  MEN-005
           ACCEPT   (10 35)  ARQ-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  ARQ-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-100-010.
           IF  ARQ-AUX   =   SPACES
               GO  TO        ROT-100-020.

       ROT-100-030.
           DISPLAY  MEN-006
           ACCEPT   (11 35)  SIT-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  SIT-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-100-020.
           IF  SIT-AUX   >   1
               GO  TO        ROT-100-030.

       ROT-100-040.
           MOVE     CLI-AUX  TO  CHV-EDI
           MOVE     FMT-AUX  TO  FMT-EDI
           MOVE     ARQ-AUX  TO  ARQ-EDI
           MOVE     SIT-AUX  TO  SIT-EDI
           MOVE     ULT-AUX  TO  ULT-EDI
           WRITE    REG-EDI  INVALID  KEY
                    REWRITE  REG-EDI.
           GO  TO   ROT-100-000.

       ROT-200-000.
           DISPLAY  LPA-001  LPA-002  MEN-007
           MOVE     SPACES   TO  CLI-AUX
           ACCEPT   (08 35)  CLI-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-010.
           IF  CLI-AUX   =   SPACES
               MOVE     "TODOS"  TO  NOM-CLI
               DISPLAY  CLN-ENT
               GO  TO   ROT-200-010.
           MOVE     CLI-AUX  TO  CHV-CLI
           READ     CADCLI   INVALID  KEY
                    DISPLAY  MEN-003
                    ACCEPT   OPC-001
                    GO  TO   ROT-200-000.
           DISPLAY  CLN-ENT
           MOVE     CLI-AUX  TO  CHV-EDI
           READ     CADEDI   INVALID  KEY
                    DISPLAY  MEN-008
                    ACCEPT   OPC-001
                    GO  TO   ROT-200-000.

       ROT-200-010.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-009
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-200-000.
           IF  RSP-OPC   =   "I"
               MOVE     "PRINTER"     TO  DES-REL
           ELSE
           IF  RSP-OPC   =   "A"
               MOVE     "RELATO.TXT"  TO  DES-REL
           ELSE
               GO  TO        ROT-200-010.
           DISPLAY  MEN-010
           OPEN     OUTPUT       RELATO
           MOVE     1        TO  PAG-CB1
           MOVE     ZEROS    TO  ACM-LIN  TOT-CLI  TOT-QTI  TOT-QTA
           MOVE     DIA-SYS  TO  DIA-CB2
           MOVE     MES-SYS  TO  MES-CB2
           MOVE     ANO-SYS  TO  ANO-CB2
           WRITE    REG-REL FROM CAB-001  AFTER 0
           PERFORM  ROT-200-015
           IF  CLI-AUX  NOT  =   SPACES
               PERFORM  ROT-300-000  THRU  ROT-300-090
               GO  TO   ROT-200-030.
           MOVE     SPACES   TO  CHV-EDI
           START    CADEDI   KEY GREATER  CHV-EDI
                    INVALID  KEY GO  TO   ROT-200-030.
           GO  TO   ROT-200-020.

       ROT-200-015.
           WRITE    REG-REL FROM CAB-002  AFTER  2
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM CAB-004
           WRITE    REG-REL FROM CAB-003
           ADD      5        TO  ACM-LIN.

       ROT-200-020.
           READ     CADEDI   NEXT AT END
                    GO  TO   ROT-200-030.
           PERFORM  ROT-300-000  THRU  ROT-300-090
           GO  TO   ROT-200-020.

       ROT-200-030.
           MOVE     TOT-CLI  TO  CLI-TT1
           MOVE     TOT-QTI  TO  QTI-TT1
           MOVE     TOT-QTA  TO  QTA-TT1
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM TOT-001
           WRITE    REG-REL FROM CAB-003
           CLOSE    RELATO
           DISPLAY  MEN-011
           ACCEPT   OPC-001
           GO  TO   ROT-200-000.

       ROT-300-000.
           MOVE     ZEROS    TO  QTI-AUX  QTA-AUX  FLG-ABR
           MOVE     ARQ-EDI  TO  ARQ-EXP
           MOVE     MES-SYS  TO  MES-EXP
           MOVE     DIA-SYS  TO  DIA-EXP
           IF  SIT-EDI  NOT  =   ZEROS
               MOVE     "SUSPENSO"    TO  SIT-DT1
               GO  TO   ROT-300-080.
           MOVE     CHV-EDI  TO  CLI-NTA
           MOVE     ZEROS    TO  DTA-NTA  NUM-NTA
           START    CADNTA   KEY NOT LESS CHV-NTA
                    INVALID  KEY GO  TO   ROT-300-070.

       ROT-300-010.
           READ     CADNTA   NEXT AT END
                    GO  TO   ROT-300-070.
           IF  CLI-NTA  NOT  =   CHV-EDI
               GO  TO        ROT-300-070.
           MOVE     NUM-NTA  TO  CHV-RQX
           READ     CADRQX   INVALID  KEY
                    MOVE     ZEROS    TO  DTA-RQX  KM-RQX  QTD-RQX
                                          MOT-RQX
                    MOVE     SPACES   TO  CTG-RQX.
           MOVE     CHV-EDI  TO  CLI-ENV
           MOVE     NUM-NTA  TO  NUM-ENV
           READ     CADENV   INVALID  KEY
                    MOVE     "I"      TO  TIP-AUX
                    GO  TO   ROT-300-020.
           IF  DTN-ENV   =   DTA-NTA  AND  PCA-ENV  =  PCA-NTA
               AND KM-ENV    =   KM-RQX   AND  QTD-ENV  =  QTD-RQX
               AND MOT-ENV   =   MOT-RQX  AND  DES-ENV  =  DES-NTA
               AND VAL-ENV   =   VAL-NTA
               GO  TO        ROT-300-010.
           MOVE     "A"      TO  TIP-AUX.

       ROT-300-020.
           PERFORM  ROT-350-000  THRU  ROT-350-020
           MOVE     CHV-EDI  TO  CLI-MOT
           MOVE     MOT-RQX  TO  COD-MOT
           READ     CADMOT   INVALID  KEY
                    MOVE     SPACES   TO  NOM-MOT.
           IF  MOT-RQX   =   ZEROS
               MOVE     SPACES   TO  NOM-MOT.
           MOVE     ZEROS    TO  PRC-AUX
           IF  QTD-RQX   >   ZEROS
               COMPUTE  PRC-AUX  ROUNDED  =  VAL-NTA  /  QTD-RQX.
           IF  FLG-ABR   =   ZEROS
               MOVE     1        TO  FLG-ABR
               OPEN     EXTEND   ARQEXP
               IF  FS-EXP  NOT  =   "00"
                   OPEN     OUTPUT   ARQEXP.
           MOVE     DTA-NTA  TO  DTA-AUX
           IF  FMT-EDI   =   2
               PERFORM  ROT-370-000
           ELSE
               PERFORM  ROT-360-000.
           IF  TIP-AUX   =   "I"
               ADD      1        TO  QTI-AUX
           ELSE
               ADD      1        TO  QTA-AUX.
           MOVE     CHV-EDI  TO  CLI-ENV
           MOVE     NUM-NTA  TO  NUM-ENV
           MOVE     DTA-SYS  TO  DTA-ENV
           MOVE     DTA-NTA  TO  DTN-ENV
           MOVE     PCA-NTA  TO  PCA-ENV
           MOVE     KM-RQX   TO  KM-ENV
           MOVE     QTD-RQX  TO  QTD-ENV
           MOVE     MOT-RQX  TO  MOT-ENV
           MOVE     DES-NTA  TO  DES-ENV
           MOVE     VAL-NTA  TO  VAL-ENV
           WRITE    REG-ENV  INVALID  KEY
                    REWRITE  REG-ENV.
           GO  TO   ROT-300-010.

       ROT-300-070.
           IF  FLG-ABR   =   1
               CLOSE    ARQEXP.
           MOVE     DTA-SYS  TO  ULT-EDI
           REWRITE  REG-EDI
           MOVE     SPACES   TO  SIT-DT1
           IF  QTI-AUX  =  ZEROS  AND  QTA-AUX  =  ZEROS
               MOVE     "SEM MOVTO"   TO  SIT-DT1.
           PERFORM  ROT-400-000  THRU  ROT-400-020.

       ROT-300-080.
           MOVE     CHV-EDI  TO  CHV-CLI  CLI-DT1
           READ     CADCLI   INVALID  KEY
                    MOVE     SPACES   TO  NOM-CLI.
           MOVE     NOM-CLI  TO  NOM-DT1
           MOVE     NOM-EXP  TO  ARQ-DT1
           MOVE     "FIX"    TO  FMT-DT1
           IF  FMT-EDI   =   2
               MOVE     "CSV"    TO  FMT-DT1.
           MOVE     QTI-AUX  TO  QTI-DT1
           MOVE     QTA-AUX  TO  QTA-DT1
           WRITE    REG-REL FROM DET-001
           ADD      1        TO  ACM-LIN  TOT-CLI
           ADD      QTI-AUX  TO  TOT-QTI
           ADD      QTA-AUX  TO  TOT-QTA
           IF  ACM-LIN   >   54
               ADD      1        TO  PAG-CB1
               WRITE    REG-REL FROM CAB-001  AFTER  PAGE
               MOVE     ZEROS    TO  ACM-LIN
               PERFORM  ROT-200-015.

       ROT-300-090.
           EXIT.

       ROT-350-000.
           MOVE     ZEROS    TO  FLG-HRA  HRA-AUX
           IF  QTD-RQX   =   ZEROS
               GO  TO        ROT-350-020.
           MOVE     DTA-NTA  TO  DTA-ABT
           MOVE     ZEROS    TO  BIC-ABT  SEQ-ABT
           START    CADABT   KEY NOT LESS CHV-ABT
                    INVALID  KEY GO  TO   ROT-350-020.

       ROT-350-010.
           READ     CADABT   NEXT AT END
                    GO  TO   ROT-350-020.
           IF  DTA-ABT  NOT  =   DTA-NTA
               GO  TO        ROT-350-020.
           COMPUTE  LTS-AUX  ROUNDED  =  LTS-ABT
           IF  LTS-AUX  NOT  =   QTD-RQX
               GO  TO        ROT-350-010.
           MOVE     HRA-ABT  TO  HRA-AUX
           MOVE     1        TO  FLG-HRA.

       ROT-350-020.
           EXIT.

       ROT-360-000.
           MOVE     TIP-AUX  TO  TIP-EX1
           MOVE     NUM-NTA  TO  NUM-EX1
           MOVE     DIA-AUX  TO  DIA-EX1
           MOVE     MES-AUX  TO  MES-EX1
           MOVE     ANO-AUX  TO  ANO-EX1
           MOVE     HRA-AUX  TO  HRA-EX1
           MOVE     PCA-NTA  TO  PCA-EX1
           MOVE     MOT-RQX  TO  MOT-EX1
           MOVE     NOM-MOT  TO  NMT-EX1
           MOVE     KM-RQX   TO  KM-EX1
           MOVE     DES-NTA  TO  DES-EX1
           MOVE     QTD-RQX  TO  QTD-EX1
           MOVE     PRC-AUX  TO  PRC-EX1
           MOVE     VAL-NTA  TO  VAL-EX1
           MOVE     "+"      TO  SNL-EX1
           IF  VAL-NTA   <   ZEROS
               MOVE     "-"      TO  SNL-EX1.
           WRITE    REG-EXP FROM EXP-001.

       ROT-370-000.
           MOVE     TIP-AUX  TO  TIP-EX2
           MOVE     NUM-NTA  TO  NUM-EX2
           MOVE     DIA-AUX  TO  DIA-EX2
           MOVE     MES-AUX  TO  MES-EX2
           MOVE     ANO-AUX  TO  ANO-EX2
           MOVE     SPACES   TO  HRX-EX2
           IF  FLG-HRA   =   1
               MOVE     HOR-AUX  TO  HOR-EX2
               MOVE     ":"      TO  SEP-EX2
               MOVE     MIN-AUX  TO  MIN-EX2.
           MOVE     PCA-NTA  TO  PCA-EX2
           MOVE     MOT-RQX  TO  MOT-EX2
           MOVE     NOM-MOT  TO  NMT-EX2
           MOVE     KM-RQX   TO  KM-EX2
           MOVE     DES-NTA  TO  DES-EX2
           MOVE     QTD-RQX  TO  QTD-EX2
           MOVE     PRC-AUX  TO  PRC-EX2
           MOVE     VAL-NTA  TO  VAL-EX2
           WRITE    REG-EXP FROM EXP-002.

       ROT-400-000.
           MOVE     CHV-EDI  TO  CLI-ENV
           MOVE     ZEROS    TO  NUM-ENV
           START    CADENV   KEY NOT LESS CHV-ENV
                    INVALID  KEY GO  TO   ROT-400-020.

       ROT-400-010.
           READ     CADENV   NEXT AT END
                    GO  TO   ROT-400-020.
           IF  CLI-ENV  NOT  =   CHV-EDI
               GO  TO        ROT-400-020.
           MOVE     CLI-ENV  TO  CLI-NTA
           MOVE     DTN-ENV  TO  DTA-NTA
           MOVE     NUM-ENV  TO  NUM-NTA
           READ     CADNTA   INVALID  KEY
                    DELETE   CADENV.
           GO  TO   ROT-400-010.

       ROT-400-020.
           EXIT.

       ROT-900-000.
           MOVE     1    TO  PRM-001
           CLOSE    CADEDI   CADENV   CADCLI   CADNTA   CADRQX
                    CADMOT   CADABT
           CHAIN   "DYN500"  USING  PRM-001.
