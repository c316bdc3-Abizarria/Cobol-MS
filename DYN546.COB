       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN546.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADVEI        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-VEI
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADCLI        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CLI.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

       DATA            DIVISION.
       FILE            SECTION.

       FD  CADVEI      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADVEI.DAT".
       01  REG-VEI.
           03  CHV-VEI.
               05  CLI-VEI      PIC  X(10).
               05  PCA-VEI      PIC  X(07).
           03  DES-VEI          PIC  X(20).
           03  TNQ-VEI          PIC  9(04).
           03  KMN-VEI          PIC  9(02)V99.
           03  KMX-VEI          PIC  9(02)V99.

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

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC  X(80).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  FS-ARQ           PIC  X(02).
           03  CLI-AUX          PIC  X(10).
           03  PCA-AUX          PIC  X(07).
           03  DES-AUX          PIC  X(20).
           03  TNQ-AUX          PIC  9(04).
           03  KMN-AUX          PIC  9(02)V99.
           03  KMX-AUX          PIC  9(02)V99.
           03  ACM-VEI          PIC  9(04).

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

       01  CAB-001.
           03  FILLER           PIC  X(38)  VALUE
               "CADASTRO DE VEICULOS DA FROTA".
           03  DIA-CB1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-CB1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB1          PIC  9(02).

       01  CAB-002.
           03  FILLER           PIC  X(12)  VALUE  "CLIENTE".
           03  FILLER           PIC  X(09)  VALUE  "PLACA".
           03  FILLER           PIC  X(22)  VALUE  "MODELO".
           03  FILLER           PIC  X(09)  VALUE  "TANQUE".
           03  FILLER           PIC  X(09)  VALUE  "KM/L MIN".
           03  FILLER           PIC  X(08)  VALUE  "KM/L MAX".

       01  DET-001.
           03  CLI-DET          PIC  X(10).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  PCA-DET          PIC  X(07).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  DES-DET          PIC  X(20).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  TNQ-DET          PIC  Z.ZZ9.
           03  FILLER           PIC  X(05)  VALUE  SPACES.
           03  KMN-DET          PIC  Z9,99.
           03  FILLER           PIC  X(04)  VALUE  SPACES.
           03  KMX-DET          PIC  Z9,99.

       01  TOT-001.
           03  FILLER           PIC  X(20)  VALUE
               "TOTAL DE VEICULOS :".
           03  QTD-TOT          PIC  ZZZ9.

       01  PRM-001              PIC  9(01).

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 01 PIC  X(67) FROM
      -        " VEICULOS DA FROTA  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.

       01  TLA-002.
           03  LINE 07 COLUMN 20 PIC X(40) FROM " ??????????????????????
      -       "???????????????? " BACKGROUND-COLOR 01.
           03  LINE 08 COLUMN 20 PIC X(40) FROM " ? Cliente ..:         
      -       "               ? " BACKGROUND-COLOR 01.
           03  LINE 08 COLUMN 60 PIC X(02) FROM SPACES.
           03  LINE 09 COLUMN 20 PIC X(40) FROM " ? Placa ....:         
      -       "               ? " BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 60 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 20 PIC X(40) FROM " ? Modelo ...:         
      -       "               ? " BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 60 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 20 PIC X(40) FROM " ? Tanque ...:      LIT
      -       "ROS            ? " BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 60 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 20 PIC X(40) FROM " ? Km/l min .:         
      -       "               ? " BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 60 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 20 PIC X(40) FROM " ? Km/l max .:         
      -       "               ? " BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 60 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 20 PIC X(40) FROM " ??????????????????????
      -       "???????????????? " BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 60 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 22 PIC X(40) FROM SPACES.

       01  ENT-001.
           03  CLN-ENT LINE 08 COLUMN 46 PIC X(12) FROM  NOM-CLI
                       BACKGROUND-COLOR  01.
           03  DES-ENT LINE 10 COLUMN 35 PIC X(20) FROM  DES-AUX
                       BACKGROUND-COLOR  01.
           03  TNQ-ENT LINE 11 COLUMN 35 PIC Z.ZZ9 FROM  TNQ-AUX
                       BACKGROUND-COLOR  01.
           03  KMN-ENT LINE 12 COLUMN 35 PIC Z9,99 FROM  KMN-AUX
                       BACKGROUND-COLOR  01.
           03  KMX-ENT LINE 13 COLUMN 35 PIC Z9,99 FROM  KMX-AUX
                       BACKGROUND-COLOR  01.

       01  LPA-001.
           03  LINE 09 COLUMN 35 PIC X(07) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 35 PIC X(20) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 35 PIC X(05) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 35 PIC X(05) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 35 PIC X(05) FROM SPACES
               BACKGROUND-COLOR  01.

       01  LPA-002.
           03  LINE 08 COLUMN 35 PIC X(10) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 08 COLUMN 46 PIC X(12) FROM SPACES
               BACKGROUND-COLOR  01.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "(V)EICULOS OU (R)EL
      -            "ATORIO ?  -  [ESC] RETORNA ...                  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "CODIGO DO CLIENTE ?
      -            "  -  [ESC] RETORNA ...                          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "CLIENTE INEXISTENTE
      -            " !!!  -  [ENTER] ...                            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "PLACA DO VEICULO ? 
      -            " -  [ESC] RETORNA ...                           "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "MODELO / DESCRICAO 
      -            "DO VEICULO ?  -  [ESC] RETORNA ...              "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "CAPACIDADE DO TANQU
      -            "E EM LITROS (ZEROS EXCLUI) ?  -  [ESC] ...      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "CONSUMO MINIMO ESPE
      -            "RADO EM KM/L (ZEROS = SEM LIMITE) ?             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "CONSUMO MAXIMO ESPE
      -            "RADO EM KM/L (ZEROS = SEM LIMITE) ?             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-009 LINE 22 COLUMN 14 PIC X(67) FROM "KM/L MAXIMO MENOR Q
      -            "UE O MINIMO !!!  -  [ENTER] ...                 "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-010 LINE 22 COLUMN 14 PIC X(67) FROM "RELATORIO EMITIDO  
      -            "-  TECLE [ENTER] ...                            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001  LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                    BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION  CHAINING  PRM-001.

       ROT-000-000.
           DISPLAY  TLA-001  TLA-002
           ACCEPT   DTA-SYS  FROM   DATE
           OPEN     I-O      CADVEI
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADVEI
               CLOSE    CADVEI
               OPEN     I-O      CADVEI.
           OPEN     INPUT    CADCLI.

       ROT-000-010.
           DISPLAY  MEN-001
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-900-000.
           IF  RSP-OPC   =   "V"
               GO  TO        ROT-100-000.
           IF  RSP-OPC   =   "R"
               GO  TO        ROT-200-000.
           GO  TO   ROT-000-010.

       ROT-100-000.
           DISPLAY  LPA-002  MEN-002
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
           DISPLAY  CLN-ENT.

       ROT-100-010.
           DISPLAY  LPA-001  MEN-004
           MOVE     SPACES   TO  PCA-AUX
           ACCEPT   (09 35)  PCA-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           IF  PCA-AUX   =   SPACES
               GO  TO        ROT-100-010.
           MOVE     CLI-AUX  TO  CLI-VEI
           MOVE     PCA-AUX  TO  PCA-VEI
           READ     CADVEI   INVALID  KEY
                    MOVE     SPACES   TO  DES-VEI
                    MOVE     ZEROS    TO  TNQ-VEI  KMN-VEI  KMX-VEI.
           MOVE     DES-VEI  TO  DES-AUX
           MOVE     TNQ-VEI  TO  TNQ-AUX
           MOVE     KMN-VEI  TO  KMN-AUX
           MOVE     KMX-VEI  TO  KMX-AUX
           DISPLAY  ENT-001.

       ROT-100-020.
           DISPLAY  MEN-005
           ACCEPT   (10 35)  DES-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  DES-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-100-010.

       ROT-100-030.
           DISPLAY  MEN-006
           ACCEPT   (11 35)  TNQ-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  TNQ-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-100-020.
           IF  TNQ-AUX  NOT  =   ZEROS
               GO  TO        ROT-100-040.
           MOVE     CLI-AUX  TO  CLI-VEI
           MOVE     PCA-AUX  TO  PCA-VEI
           READ     CADVEI   INVALID  KEY
                    GO  TO   ROT-100-010.
           DELETE   CADVEI
           GO  TO   ROT-100-010.

       ROT-100-040.
           DISPLAY  MEN-007
           ACCEPT   (12 35)  KMN-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  KMN-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-100-030.

       ROT-100-050.
           DISPLAY  MEN-008
           ACCEPT   (13 35)  KMX-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  KMX-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-100-040.
           IF  KMX-AUX  NOT  =   ZEROS  AND  KMX-AUX  <  KMN-AUX
               DISPLAY       MEN-009
               ACCEPT        OPC-001
               GO  TO        ROT-100-050.

       ROT-100-060.
           MOVE     CLI-AUX  TO  CLI-VEI
           MOVE     PCA-AUX  TO  PCA-VEI
           MOVE     DES-AUX  TO  DES-VEI
           MOVE     TNQ-AUX  TO  TNQ-VEI
           MOVE     KMN-AUX  TO  KMN-VEI
           MOVE     KMX-AUX  TO  KMX-VEI
           WRITE    REG-VEI  INVALID  KEY
                    REWRITE  REG-VEI.
           GO  TO   ROT-100-010.

       ROT-200-000.
           OPEN     OUTPUT   RELATO
           MOVE     DIA-SYS  TO  DIA-CB1
           MOVE     MES-SYS  TO  MES-CB1
           MOVE     ANO-SYS  TO  ANO-CB1
           WRITE    REG-REL  FROM  CAB-001  AFTER  PAGE
           WRITE    REG-REL  FROM  CAB-002  AFTER  2
           MOVE     SPACES   TO  REG-REL
           WRITE    REG-REL
           MOVE     ZEROS    TO  ACM-VEI
           MOVE     SPACES   TO  CHV-VEI
           START    CADVEI   KEY GREATER  CHV-VEI
                    INVALID  KEY GO  TO   ROT-200-020.

       ROT-200-010.
           READ     CADVEI   NEXT AT END
                    GO  TO   ROT-200-020.
           MOVE     CLI-VEI  TO  CLI-DET
           MOVE     PCA-VEI  TO  PCA-DET
           MOVE     DES-VEI  TO  DES-DET
           MOVE     TNQ-VEI  TO  TNQ-DET
           MOVE     KMN-VEI  TO  KMN-DET
           MOVE     KMX-VEI  TO  KMX-DET
           WRITE    REG-REL  FROM  DET-001
           ADD      1        TO  ACM-VEI
           GO  TO   ROT-200-010.

       ROT-200-020.
           MOVE     SPACES   TO  REG-REL
           WRITE    REG-REL
           MOVE     ACM-VEI  TO  QTD-TOT
           WRITE    REG-REL  FROM  TOT-001
           CLOSE    RELATO
           DISPLAY  MEN-010
           ACCEPT   OPC-001
           GO  TO   ROT-000-010.

       ROT-900-000.
           MOVE     1    TO  PRM-001
           CLOSE    CADVEI   CADCLI
           CHAIN   "DYN500"  USING  PRM-001.
