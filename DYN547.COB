       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN547.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

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

           SELECT      CADABT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ABT
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADVEI        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-VEI
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADSRT        ASSIGN  TO  DISK.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

       DATA            DIVISION.
       FILE            SECTION.

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

       SD  CADSRT.

       01  REG-SRT.
           03  CLI-SRT          PIC  X(10).
           03  PCA-SRT          PIC  X(07).
           03  MNT-SRT          PIC  9(09).
           03  SER-SRT          PIC  9(06).
           03  NUM-SRT          PIC  9(06).
           03  DTA-SRT          PIC  9(06).
           03  HRA-SRT          PIC  9(04).
           03  FLG-SRT          PIC  9(01).
           03  KM-SRT           PIC  9(07).
           03  QTD-SRT          PIC  9(05)V9.

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC  X(80).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  FS-ARQ           PIC  X(02).
           03  ACM-LIN          PIC  9(02).
           03  CLI-REF          PIC  X(10).
           03  HRS-AUX          PIC  9(02).
           03  SER-INI          PIC  9(06).
           03  SER-FIM          PIC  9(06).
           03  SER-AUX          PIC  9(06).
           03  HOR-AUX          PIC  9(02).
           03  MIN-AUX          PIC  9(02).
           03  LTS-AUX          PIC  9(05)V9.
           03  CLI-ANT          PIC  X(10).
           03  PCA-ANT          PIC  X(07).
           03  MNT-ANT          PIC  9(09).
           03  SER-ANT          PIC  9(06).
           03  FLG-ANT          PIC  9(01).
           03  KM-ANT           PIC  9(07).
           03  INT-AUX          PIC S9(09).
           03  KML-AUX          PIC  9(05)V99.
           03  OCO-AUX          PIC  X(24).
           03  FLG-CAB          PIC  9(01).
           03  QTD-OCO          PIC  9(05).
           03  TOT-OCO          PIC  9(05).
           03  TOT-CLI          PIC  9(04).

           03  DTA-INI.
               05  ANO-INI      PIC  9(02).
               05  MES-INI      PIC  9(02).
               05  DIA-INI      PIC  9(02).

           03  DTA-FIM.
               05  ANO-FIM      PIC  9(02).
               05  MES-FIM      PIC  9(02).
               05  DIA-FIM      PIC  9(02).

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

           03  DTA-AUX.
               05  ANO-AUX      PIC  9(02).
               05  MES-AUX      PIC  9(02).
               05  DIA-AUX      PIC  9(02).

       01  PRM-001              PIC  9(01).

       01  CAB-001.
           03  FILLER           PIC  X(22)  VALUE  "-DYNAMIC-".
           03  FILLER           PIC  X(48)  VALUE
               "OCORRENCIAS DE ABASTECIMENTO - FROTA".
           03  FILLER           PIC  X(08)  VALUE  "FOLHA :".
           03  PAG-CB1          PIC  9(02).

       01  CAB-002.
           03  FILLER           PIC  X(10)  VALUE  "PERIODO : ".
           03  DIA-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB2          PIC  9(02).
           03  FILLER           PIC  X(03)  VALUE  " A ".
           03  DIA-CB3          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-CB3          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB3          PIC  9(02).
           03  FILLER           PIC  X(25)  VALUE
               "     INTERVALO MINIMO : ".
           03  HRS-CB2          PIC  Z9.
           03  FILLER           PIC  X(06)  VALUE  " HORAS".

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004.
           03  FILLER           PIC  X(40)  VALUE
               "DATA     HORA  PLACA   REQUIS        KM ".
           03  FILLER           PIC  X(40)  VALUE
               "  LITROS   KM/L OCORRENCIA              ".

       01  CLI-001.
           03  FILLER           PIC  X(10)  VALUE  "CLIENTE : ".
           03  CLI-CL1          PIC  X(10).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  NOM-CL1          PIC  X(35).

       01  DET-001.
           03  DIA-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  HRA-DT1.
               05  HOR-DT1      PIC  9(02).
               05  SEP-DT1      PIC  X(01).
               05  MIN-DT1      PIC  9(02).
           03  HRX-DT1          REDEFINES   HRA-DT1
                                PIC  X(05).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  PCA-DT1          PIC  X(07).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  NUM-DT1          PIC  9(06).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  KM-DT1           PIC  Z.ZZZ.ZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  QTD-DT1          PIC  ZZ.ZZ9,9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  KML-DT1          PIC  ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  OCO-DT1          PIC  X(24).

       01  TOT-001.
           03  FILLER           PIC  X(36)  VALUE
               "TOTAL DE OCORRENCIAS DO CLIENTE :".
           03  QTD-TT1          PIC  ZZ.ZZ9.

       01  TOT-002.
           03  FILLER           PIC  X(14)  VALUE  "TOTAL GERAL : ".
           03  CLI-TT2          PIC  Z.ZZ9.
           03  FILLER           PIC  X(15)  VALUE  " CLIENTES    - ".
           03  OCO-TT2          PIC  ZZ.ZZ9.
           03  FILLER           PIC  X(12)  VALUE  " OCORRENCIAS".

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 02 PIC X(66) FROM
      -        "OCORRENCIAS DE ABASTECIMENTO - FROTA  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.

       01  TLA-002.
           03  LINE 10 COLUMN 16 PIC X(52) FROM " ??????????????????????
      -       "???????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 16 PIC X(52) FROM " ? Cliente (branco = to
      -       "dos):                      ? " BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 16 PIC X(52) FROM " ? Data inicial .......
      -       "....:   /  /               ? " BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 16 PIC X(52) FROM " ? Data final .........
      -       "....:   /  /               ? " BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 16 PIC X(52) FROM " ? Intervalo minimo ...
      -       "....:    HORAS             ? " BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 16 PIC X(52) FROM " ??????????????????????
      -       "???????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 15 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 18 PIC X(52) FROM SPACES.

       01  ENT-001.
           03  CLI-ENT LINE 11 COLUMN 45 PIC X(10) USING CLI-REF
                       BACKGROUND-COLOR  01.
           03  NOM-ENT LINE 11 COLUMN 56 PIC X(09) FROM  NOM-CLI
                       BACKGROUND-COLOR  01.
           03  DIN-ENT LINE 12 COLUMN 45 PIC 9(02) USING DIA-INI
                       BACKGROUND-COLOR  01.
           03  MIN-ENT LINE 12 COLUMN 48 PIC 9(02) USING MES-INI
                       BACKGROUND-COLOR  01.
           03  AIN-ENT LINE 12 COLUMN 51 PIC 9(02) USING ANO-INI
                       BACKGROUND-COLOR  01.
           03  DFI-ENT LINE 13 COLUMN 45 PIC 9(02) USING DIA-FIM
                       BACKGROUND-COLOR  01.
           03  MFI-ENT LINE 13 COLUMN 48 PIC 9(02) USING MES-FIM
                       BACKGROUND-COLOR  01.
           03  AFI-ENT LINE 13 COLUMN 51 PIC 9(02) USING ANO-FIM
                       BACKGROUND-COLOR  01.
           03  HRS-ENT LINE 14 COLUMN 45 PIC 9(02) USING HRS-AUX
                       BACKGROUND-COLOR  01.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O CODIGO DO 
      -            "CLIENTE (BRANCO = TODOS)  -  [ESC] RETORNA      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "CLIENTE INEXISTENTE
      -            " !!!  -  TECLE [ENTER] ...                      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRIMIR NA (I)MPRE
      -            "SSORA OU EM (A)RQUIVO ?                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  VERIFI
      -            "CANDO OS ABASTECIMENTOS ...                     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A DATA INICI
      -            "AL DO PERIODO  -  [ESC] RETORNA ...             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A DATA FINAL
      -            " DO PERIODO  -  [ESC] RETORNA ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "INTERVALO MINIMO EN
      -            "TRE ABASTECIMENTOS (HORAS) ?  -  [ESC] ...      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "RELATORIO EMITIDO  
      -            "-  TECLE [ENTER] ...                            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001 LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION  CHAINING  PRM-001.

       ROT-000-000.
           DISPLAY  TLA-001  TLA-002
           ACCEPT   DTA-SYS  FROM   DATE
           OPEN     INPUT    CADCLI   CADNTA   CADRQX
           OPEN     INPUT    CADABT
           OPEN     INPUT    CADVEI
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADVEI
               CLOSE    CADVEI
               OPEN     INPUT    CADVEI.
           MOVE     SPACES   TO  CLI-REF
           MOVE     DTA-SYS  TO  DTA-INI  DTA-FIM
           MOVE     1        TO  DIA-INI
           MOVE     4        TO  HRS-AUX.

       ROT-100-000.
           DISPLAY  MEN-001
           ACCEPT   (11 45)  CLI-REF  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-900-000.
           MOVE     SPACES   TO  NOM-CLI  RSP-OPC
           IF  CLI-REF   =   SPACES
               MOVE     "TODOS"  TO  NOM-CLI
               GO  TO        ROT-100-005.
           MOVE     CLI-REF  TO  CHV-CLI
           READ     CADCLI   INVALID KEY
                    DISPLAY  MEN-002
                    ACCEPT   OPC-001
                    GO  TO   ROT-100-000.

       ROT-100-005.
           DISPLAY  ENT-001  MEN-005
           ACCEPT   (12 45)  DIA-INI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           IF  DIA-INI   <   1  OR  >  31
               GO  TO        ROT-100-005.
           ACCEPT   (12 48)  MES-INI  WITH  UPDATE  AUTO-SKIP
           IF  MES-INI   <   1  OR  >  12
               GO  TO        ROT-100-005.
           ACCEPT   (12 51)  ANO-INI  WITH  UPDATE  AUTO-SKIP.

       ROT-100-007.
           DISPLAY  MEN-006
           ACCEPT   (13 45)  DIA-FIM  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-005.
           IF  DIA-FIM   <   1  OR  >  31
               GO  TO        ROT-100-007.
           ACCEPT   (13 48)  MES-FIM  WITH  UPDATE  AUTO-SKIP
           IF  MES-FIM   <   1  OR  >  12
               GO  TO        ROT-100-007.
           ACCEPT   (13 51)  ANO-FIM  WITH  UPDATE  AUTO-SKIP
           COMPUTE  SER-INI  =   ANO-INI  *  360
                             +   MES-INI  *  30   +  DIA-INI
           COMPUTE  SER-FIM  =   ANO-FIM  *  360
                             +   MES-FIM  *  30   +  DIA-FIM
           IF  SER-FIM   <   SER-INI
               GO  TO        ROT-100-007.

       ROT-100-008.
           DISPLAY  MEN-007
           ACCEPT   (14 45)  HRS-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-007.

       ROT-100-010.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-003
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-008.
           IF  RSP-OPC   =   "I"
               MOVE     "PRINTER"     TO  DES-REL
           ELSE
           IF  RSP-OPC   =   "A"
               MOVE     "RELATO.TXT"  TO  DES-REL
           ELSE
               GO  TO        ROT-100-010.
           DISPLAY  MEN-004
           OPEN     OUTPUT       RELATO
           MOVE     1        TO  PAG-CB1
           MOVE     ZEROS    TO  ACM-LIN  TOT-OCO  TOT-CLI
           MOVE     DIA-INI  TO  DIA-CB2
           MOVE     MES-INI  TO  MES-CB2
           MOVE     ANO-INI  TO  ANO-CB2
           MOVE     DIA-FIM  TO  DIA-CB3
           MOVE     MES-FIM  TO  MES-CB3
           MOVE     ANO-FIM  TO  ANO-CB3
           MOVE     HRS-AUX  TO  HRS-CB2
           WRITE    REG-REL FROM CAB-001  AFTER 0
           PERFORM  ROT-100-015
           IF  CLI-REF   =   SPACES
               GO  TO        ROT-100-012.
           MOVE     CLI-REF  TO  CLI-NTA
           MOVE     ZEROS    TO  DTA-NTA  NUM-NTA
           START    CADNTA   KEY NOT LESS CHV-NTA
                    INVALID  KEY GO  TO   ROT-100-030.
           GO  TO   ROT-100-014.

       ROT-100-012.
           MOVE     SPACES   TO  PCA-NTA
           START    CADNTA   KEY GREATER  PCA-NTA
                    INVALID  KEY GO  TO   ROT-100-030.

       ROT-100-014.
           SORT     CADSRT   ON  ASCENDING  KEY CLI-SRT  PCA-SRT
                                                MNT-SRT  NUM-SRT
                    INPUT        PROCEDURE  IS  ROT-300-000
                    OUTPUT       PROCEDURE  IS  ROT-400-000
           GO  TO   ROT-100-030.

       ROT-100-015.
           WRITE    REG-REL FROM CAB-002  AFTER  2
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM CAB-004
           WRITE    REG-REL FROM CAB-003
           ADD      5        TO  ACM-LIN.

       ROT-100-030.
           MOVE     TOT-CLI  TO  CLI-TT2
           MOVE     TOT-OCO  TO  OCO-TT2
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM TOT-002
           WRITE    REG-REL FROM CAB-003
           CLOSE    RELATO
           DISPLAY  MEN-008
           ACCEPT   OPC-001
           GO  TO   ROT-100-000.

       ROT-300-000  SECTION.

       ROT-300-010.
           READ     CADNTA   NEXT AT END
                    GO  TO   ROT-300-030.
           IF  CLI-REF  NOT  =   SPACES  AND  CLI-NTA  NOT  =  CLI-REF
               GO  TO        ROT-300-030.
           IF  PCA-NTA   =   SPACES
               GO  TO        ROT-300-010.
           MOVE     DTA-NTA  TO  DTA-AUX
           COMPUTE  SER-AUX  =   ANO-AUX  *  360
                             +   MES-AUX  *  30   +  DIA-AUX
           IF  SER-AUX   >   SER-FIM
               GO  TO        ROT-300-010.
           MOVE     NUM-NTA  TO  CHV-RQX
           READ     CADRQX   INVALID KEY
                    GO  TO   ROT-300-010.
           IF  KM-RQX  =  ZEROS  AND  QTD-RQX  =  ZEROS
               GO  TO        ROT-300-010.
           MOVE     CLI-NTA  TO  CLI-SRT
           MOVE     PCA-NTA  TO  PCA-SRT
           MOVE     SER-AUX  TO  SER-SRT
           MOVE     NUM-NTA  TO  NUM-SRT
           MOVE     DTA-NTA  TO  DTA-SRT
           MOVE     KM-RQX   TO  KM-SRT
           MOVE     QTD-RQX  TO  QTD-SRT
           MOVE     ZEROS    TO  HRA-SRT  FLG-SRT
           COMPUTE  MNT-SRT  =   SER-AUX  *  1440
           IF  QTD-RQX   =   ZEROS
               GO  TO        ROT-300-025.
           MOVE     DTA-NTA  TO  DTA-ABT
           MOVE     ZEROS    TO  BIC-ABT  SEQ-ABT
           START    CADABT   KEY NOT LESS CHV-ABT
                    INVALID  KEY GO  TO   ROT-300-025.

       ROT-300-020.
           READ     CADABT   NEXT AT END
                    GO  TO   ROT-300-025.
           IF  DTA-ABT  NOT  =   DTA-NTA
               GO  TO        ROT-300-025.
           COMPUTE  LTS-AUX  ROUNDED  =  LTS-ABT
           IF  LTS-AUX  NOT  =   QTD-RQX
               GO  TO        ROT-300-020.
           MOVE     HRA-ABT  TO  HRA-SRT
           MOVE     1        TO  FLG-SRT
           COMPUTE  HOR-AUX  =   HRA-ABT  /  100
           COMPUTE  MIN-AUX  =   HRA-ABT  -  HOR-AUX  *  100
           COMPUTE  MNT-SRT  =   SER-AUX  *  1440
                             +   HOR-AUX  *  60   +  MIN-AUX.

       ROT-300-025.
           RELEASE  REG-SRT
           GO  TO   ROT-300-010.

       ROT-300-030.
           EXIT.

       ROT-400-000  SECTION.

       ROT-400-010.
           MOVE     SPACES   TO  CLI-ANT  PCA-ANT.

       ROT-400-020.
           RETURN   CADSRT   AT  END
                    GO  TO   ROT-400-040.
           IF  CLI-SRT  NOT  =   CLI-ANT
               PERFORM  ROT-500-000  THRU  ROT-500-010
               MOVE     CLI-SRT  TO  CLI-ANT
               MOVE     SPACES   TO  PCA-ANT
               MOVE     ZEROS    TO  QTD-OCO  FLG-CAB.
           IF  PCA-SRT  NOT  =   PCA-ANT
               MOVE     PCA-SRT  TO  PCA-ANT
               MOVE     ZEROS    TO  FLG-ANT  KM-ANT
               MOVE     CLI-SRT  TO  CLI-VEI
               MOVE     PCA-SRT  TO  PCA-VEI
               READ     CADVEI   INVALID KEY
                        MOVE     ZEROS    TO  TNQ-VEI  KMN-VEI
                                              KMX-VEI.
           IF  SER-SRT   <   SER-INI
               GO  TO        ROT-400-030.
           MOVE     ZEROS    TO  KML-AUX
           IF  KM-SRT  >  KM-ANT  AND  KM-ANT  >  ZEROS
                              AND  QTD-SRT  >  ZEROS
               COMPUTE  KML-AUX  ROUNDED  =  (KM-SRT  -  KM-ANT)
                                          /  QTD-SRT.
           IF  TNQ-VEI  >  ZEROS  AND  QTD-SRT  >  TNQ-VEI
               MOVE     "LITROS ACIMA DO TANQUE"  TO  OCO-AUX
               PERFORM  ROT-600-000  THRU  ROT-600-010.
           IF  FLG-ANT   =   ZEROS
               GO  TO        ROT-400-030.
           IF  FLG-SRT  =  1  AND  FLG-ANT  =  1
               COMPUTE  INT-AUX  =   MNT-SRT  -  MNT-ANT
           ELSE
               COMPUTE  INT-AUX  =  (SER-SRT  -  SER-ANT)  *  1440.
           IF  INT-AUX   <   HRS-AUX  *  60
               MOVE     "INTERVALO CURTO"         TO  OCO-AUX
               PERFORM  ROT-600-000  THRU  ROT-600-010.
           IF  KM-SRT  >  ZEROS  AND  KM-SRT  <  KM-ANT
               MOVE     "HODOMETRO REGREDIU"      TO  OCO-AUX
               PERFORM  ROT-600-000  THRU  ROT-600-010.
           IF  KML-AUX   =   ZEROS
               GO  TO        ROT-400-030.
           IF  (KMN-VEI  >  ZEROS  AND  KML-AUX  <  KMN-VEI)  OR
               (KMX-VEI  >  ZEROS  AND  KML-AUX  >  KMX-VEI)
               MOVE     "KM/L FORA DA FAIXA"      TO  OCO-AUX
               PERFORM  ROT-600-000  THRU  ROT-600-010.

       ROT-400-030.
           MOVE     FLG-SRT  TO  FLG-ANT
           IF  FLG-SRT   =   0
               MOVE     2        TO  FLG-ANT.
           MOVE     MNT-SRT  TO  MNT-ANT
           MOVE     SER-SRT  TO  SER-ANT
           IF  KM-SRT   >   ZEROS
               MOVE     KM-SRT   TO  KM-ANT.
           GO  TO   ROT-400-020.

       ROT-400-040.
           PERFORM  ROT-500-000  THRU  ROT-500-010.

       ROT-400-050  SECTION.

       ROT-500-000.
           IF  QTD-OCO   =   ZEROS
               GO  TO        ROT-500-010.
           MOVE     QTD-OCO  TO  QTD-TT1
           WRITE    REG-REL FROM TOT-001
           MOVE     SPACES   TO  REG-REL
           WRITE    REG-REL
           ADD      2        TO  ACM-LIN
           ADD      1        TO  TOT-CLI
           ADD      QTD-OCO  TO  TOT-OCO
           PERFORM  ROT-700-000  THRU  ROT-700-010.

       ROT-500-010.
           EXIT.

       ROT-600-000.
           IF  FLG-CAB   =   1
               GO  TO        ROT-600-005.
           MOVE     1        TO  FLG-CAB
           MOVE     CLI-SRT  TO  CHV-CLI  CLI-CL1
           READ     CADCLI   INVALID KEY
                    MOVE     SPACES   TO  NOM-CLI.
           MOVE     NOM-CLI  TO  NOM-CL1
           WRITE    REG-REL FROM CLI-001
           ADD      1        TO  ACM-LIN.

       ROT-600-005.
           MOVE     DTA-SRT  TO  DTA-AUX
           MOVE     DIA-AUX  TO  DIA-DT1
           MOVE     MES-AUX  TO  MES-DT1
           MOVE     ANO-AUX  TO  ANO-DT1
           IF  FLG-SRT   =   1
               COMPUTE  HOR-DT1  =   HRA-SRT  /  100
               COMPUTE  MIN-DT1  =   HRA-SRT  -  HOR-DT1  *  100
               MOVE     ":"      TO  SEP-DT1
           ELSE
               MOVE     SPACES   TO  HRX-DT1.
           MOVE     PCA-SRT  TO  PCA-DT1
           MOVE     NUM-SRT  TO  NUM-DT1
           MOVE     KM-SRT   TO  KM-DT1
           MOVE     QTD-SRT  TO  QTD-DT1
           MOVE     KML-AUX  TO  KML-DT1
           MOVE     OCO-AUX  TO  OCO-DT1
           WRITE    REG-REL FROM DET-001
           ADD      1        TO  ACM-LIN  QTD-OCO
           PERFORM  ROT-700-000  THRU  ROT-700-010.

       ROT-600-010.
           EXIT.

       ROT-700-000.
           IF  ACM-LIN   <   54
               GO  TO        ROT-700-010.
           ADD      1        TO  PAG-CB1
           WRITE    REG-REL FROM CAB-001  AFTER  PAGE
           MOVE     ZEROS    TO  ACM-LIN
           PERFORM  ROT-100-015.

       ROT-700-010.
           EXIT.

       ROT-900-000.
           MOVE     5    TO  PRM-001
           CLOSE    CADCLI   CADNTA   CADRQX   CADABT   CADVEI
           CHAIN   "DYN500"  USING  PRM-001.
