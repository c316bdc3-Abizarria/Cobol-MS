       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN539.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADBCO        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-BCO.

           SELECT      CADDBC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-DBC
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

       DATA            DIVISION.
       FILE            SECTION.

       FD  CADBCO      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADBCO.DAT".
       01  REG-BCO.
           03  CHV-BCO          PIC  9(03).
           03  NOM-BCO          PIC  X(15).
           03  SDI-BCO          PIC S9(11)V99.

       FD  CADDBC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADDBC.DAT".
       01  REG-DBC.
           03  CHV-DBC          PIC  9(06).
           03  CLI-DBC          PIC  X(10).
           03  BCO-DBC          PIC  9(03).
           03  BDR-DBC          PIC  9(06).
           03  DTA-DBC          PIC  9(06).
           03  VCT-DBC.
               05  ANV-DBC      PIC  9(02).
               05  MEV-DBC      PIC  9(02).
               05  DIV-DBC      PIC  9(02).
           03  VAL-DBC          PIC  9(10)V99.
           03  TXA-DBC          PIC  9(02)V9999.
           03  JUR-DBC          PIC  9(10)V99.
           03  TAR-DBC          PIC  9(06)V99.
           03  LIQ-DBC          PIC  9(10)V99.
           03  SIT-DBC          PIC  9(01).
           03  DTS-DBC          PIC  9(06).
           03  VRC-DBC          PIC  9(10)V99.

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC  X(80).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  ACM-LIN          PIC  9(02).
           03  FS-ARQ           PIC  X(02).
           03  BCO-REF          PIC  9(03).
           03  SIT-REF          PIC  9(01).
           03  DST-AUX          PIC  9(10)V99.
           03  TOT-VAL          PIC  9(11)V99.
           03  TOT-DST          PIC  9(11)V99.
           03  TOT-LIQ          PIC  9(11)V99.

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

       01  TAB-SIT.
           03  FILLER           PIC  X(04)  VALUE  "ABER".
           03  FILLER           PIC  X(04)  VALUE  "PAGA".
           03  FILLER           PIC  X(04)  VALUE  "RECP".
       01  RED-SIT              REDEFINES   TAB-SIT.
           03  SIT-TAB          PIC  X(04)  OCCURS  03.

       01  PRM-001              PIC  9(01).

       01  CAB-001.
           03  FILLER           PIC  X(22)  VALUE  "-DYNAMIC-".
           03  FILLER           PIC  X(48)  VALUE
               "DESCONTO BANCARIO DE FATURAS".
           03  FILLER           PIC  X(08)  VALUE  "FOLHA :".
           03  PAG-CB1          PIC  9(02).

       01  CAB-002.
           03  FILLER           PIC  X(28)  VALUE
               "POSICAO DOS TITULOS EM   - ".
           03  DIA-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB2          PIC  9(02).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004.
           03  FILLER           PIC  X(41)  VALUE
               "FATURA CLIENTE    BCO BORDER VENCTO      ".
           03  FILLER           PIC  X(39)  VALUE
               "    VALOR    DESAGIO      LIQUIDO SIT".

       01  DET-001.
           03  FAT-DT1          PIC  9(06).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  CLI-DT1          PIC  X(10).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  BCO-DT1          PIC  9(03).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  BDR-DT1          PIC  9(06).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DIA-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  VAL-DT1          PIC  Z.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DST-DT1          PIC  ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  LIQ-DT1          PIC  Z.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  SIT-DT1          PIC  X(04).

       01  TOT-001.
           03  FILLER           PIC  X(37)  VALUE
               "TOTAL GERAL .........................".
           03  VAL-TT1          PIC  ZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DST-TT1          PIC  ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  LIQ-TT1          PIC  Z.ZZZ.ZZ9,99.

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 02 PIC X(66) FROM
      -        "DESCONTO BANCARIO - RELATORIO  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.

       01  TLA-002.
           03  LINE 10 COLUMN 16 PIC X(52) FROM " ??????????????????????
      -       "???????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 16 PIC X(52) FROM " ? Banco (000 = todos) 
      -       "....:     -                ? " BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 16 PIC X(52) FROM " ? Situacao (0 = todas)
      -       " ...:   1-Aberta 2-Paga    ? " BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 16 PIC X(52) FROM " ?                     
      -       "        3-Recomprada       ? " BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 16 PIC X(52) FROM " ??????????????????????
      -       "???????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 18 PIC X(52) FROM SPACES.

       01  ENT-001.
           03  BCO-ENT LINE 11 COLUMN 45 PIC 9(03) USING BCO-REF
                       BACKGROUND-COLOR  01.
           03  NOM-ENT LINE 11 COLUMN 51 PIC X(15) FROM  NOM-BCO
                       BACKGROUND-COLOR  01.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O CODIGO DO 
      -            "BANCO (000 = TODOS)  -  [ESC] RETORNA ...       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "BANCO INEXISTENTE !
      -            "!!  -  TECLE [ENTER] ...                        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRIMIR NA (I)MPRE
      -            "SSORA OU EM (A)RQUIVO ?                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  IMPRIM
      -            "INDO OS TITULOS DESCONTADOS ...                 "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A SITUACAO D
      -            "OS TITULOS (0 = TODAS)  -  [ESC] RETORNA ...    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001 LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION  CHAINING  PRM-001.

       ROT-000-000.
           DISPLAY  TLA-001  TLA-002
           ACCEPT   DTA-SYS  FROM   DATE
           OPEN     INPUT    CADBCO
           OPEN     INPUT    CADDBC
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADDBC
               CLOSE    CADDBC
               OPEN     INPUT    CADDBC.
           MOVE     ZEROS    TO  BCO-REF  SIT-REF.

       ROT-100-000.
           DISPLAY  MEN-001
           ACCEPT   (11 45)  BCO-REF  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-900-000.
           MOVE     SPACES   TO  NOM-BCO
           IF  BCO-REF   =   ZEROS
               MOVE     "TODOS"  TO  NOM-BCO
               GO  TO        ROT-100-005.
           MOVE     BCO-REF  TO  CHV-BCO
           MOVE     SPACES   TO  RSP-OPC
           READ     CADBCO   INVALID KEY
                    DISPLAY  MEN-002
                    ACCEPT   OPC-001
                    GO  TO   ROT-100-000.

       ROT-100-005.
           DISPLAY  BCO-ENT  NOM-ENT  MEN-005
           ACCEPT   (12 45)  SIT-REF  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           IF  SIT-REF   >   3
               GO  TO        ROT-100-005.

       ROT-100-010.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-003
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-005.
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
           MOVE     ZEROS    TO  ACM-LIN  TOT-VAL  TOT-DST  TOT-LIQ
           MOVE     DIA-SYS  TO  DIA-CB2
           MOVE     MES-SYS  TO  MES-CB2
           MOVE     ANO-SYS  TO  ANO-CB2
           WRITE    REG-REL FROM CAB-001  AFTER 0
           PERFORM  ROT-100-015
           MOVE     ZEROS    TO  CHV-DBC
           START    CADDBC   KEY GREATER  CHV-DBC
                    INVALID  KEY GO  TO   ROT-100-030.
           GO  TO   ROT-100-020.

       ROT-100-015.
           WRITE    REG-REL FROM CAB-002  AFTER  2
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM CAB-004
           WRITE    REG-REL FROM CAB-003
           ADD      5        TO  ACM-LIN.

       ROT-100-020.
           READ     CADDBC   NEXT AT END
                    GO  TO   ROT-100-030.
           IF  BCO-REF  NOT  =   ZEROS  AND  BCO-DBC  NOT  =  BCO-REF
               GO  TO        ROT-100-020.
           IF  SIT-REF  NOT  =   ZEROS  AND  SIT-DBC  NOT  =  SIT-REF
               GO  TO        ROT-100-020.
           PERFORM  ROT-200-000  THRU  ROT-200-010
           GO  TO   ROT-100-020.

       ROT-100-030.
           MOVE     TOT-VAL  TO  VAL-TT1
           MOVE     TOT-DST  TO  DST-TT1
           MOVE     TOT-LIQ  TO  LIQ-TT1
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM TOT-001
           WRITE    REG-REL FROM CAB-003
           CLOSE    RELATO
           GO  TO   ROT-100-000.

       ROT-200-000.
           COMPUTE  DST-AUX  =   JUR-DBC  +  TAR-DBC
           MOVE     CHV-DBC  TO  FAT-DT1
           MOVE     CLI-DBC  TO  CLI-DT1
           MOVE     BCO-DBC  TO  BCO-DT1
           MOVE     BDR-DBC  TO  BDR-DT1
           MOVE     DIV-DBC  TO  DIA-DT1
           MOVE     MEV-DBC  TO  MES-DT1
           MOVE     ANV-DBC  TO  ANO-DT1
           MOVE     VAL-DBC  TO  VAL-DT1
           MOVE     DST-AUX  TO  DST-DT1
           MOVE     LIQ-DBC  TO  LIQ-DT1
           MOVE     SPACES   TO  SIT-DT1
           IF  SIT-DBC   >   0  AND  <  4
               MOVE     SIT-TAB (SIT-DBC)  TO  SIT-DT1.
           ADD      VAL-DBC  TO  TOT-VAL
           ADD      DST-AUX  TO  TOT-DST
           ADD      LIQ-DBC  TO  TOT-LIQ
           WRITE    REG-REL FROM DET-001
           ADD      1        TO  ACM-LIN
           IF  ACM-LIN   <   54
               GO  TO        ROT-200-010.
           ADD      1        TO  PAG-CB1
           WRITE    REG-REL FROM CAB-001  AFTER  PAGE
           MOVE     ZEROS    TO  ACM-LIN
           PERFORM  ROT-100-015.

       ROT-200-010.
           EXIT.

       ROT-900-000.
           CLOSE    CADBCO   CADDBC
           CHAIN   "DYN538"  USING  PRM-001.
