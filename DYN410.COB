       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN410.
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

           SELECT      CADLBC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LBC
                       ALTERNATE     KEY     IS  DOC-LBC
                                     WITH    DUPLICATES.

           SELECT      ARQLBC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ALB
                       FILE          STATUS  IS  FS-STA.

           SELECT      CADPRM        ASSIGN  TO  DISK.

           SELECT      CADSRT        ASSIGN  TO  DISK.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

       DATA            DIVISION.
       FILE            SECTION.

       FD  CADBCO      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADBCO.DAT".
       01  REG-BCO.
           03  CHV-BCO          PIC  9(03).
           03  NOM-BCO          PIC  X(15).
           03  SDI-BCO          PIC S9(11)V99.

       FD  CADLBC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADLBC.DAT".
       01  REG-LBC.
           03  CHV-LBC.
               05  BCO-LBC      PIC  9(03).
               05  DTA-LBC      PIC  9(06).
               05  LCT-LBC      PIC  9(03).
           03  FLG-LBC          PIC  9(01).
           03  DOC-LBC          PIC  9(06).
           03  HST-LBC          PIC  X(20).
           03  COD-LBC          PIC  9(01).
           03  VAL-LBC          PIC  9(10)V99.

       FD  ARQLBC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "ARQLBC.DAT".
       01  REG-ALB.
           03  CHV-ALB.
               05  BCO-ALB      PIC  9(03).
               05  DTA-ALB      PIC  9(06).
               05  LCT-ALB      PIC  9(03).
           03  FLG-ALB          PIC  9(01).
           03  DOC-ALB          PIC  9(06).
           03  HST-ALB          PIC  X(20).
           03  COD-ALB          PIC  9(01).
           03  VAL-ALB          PIC  9(10)V99.

       FD  CADPRM      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADPRM.DAT".
       01  REG-PRM.
           03  COD-PRM          PIC  9(05).
           03  CLI-PRM          PIC  9(02)  OCCURS  36.
           03  END-PRM          PIC  9(02)  OCCURS  35.
           03  CID-PRM          PIC  9(02)  OCCURS  20.
           03  EST-PRM          PIC  9(02)  OCCURS  02.
           03  CEP-PRM          PIC  9(08).
           03  CGC-PRM          PIC  9(14).
           03  INS-PRM          PIC  9(02)  OCCURS  15.
           03  MUN-PRM          PIC  9(07).
           03  COD-PST          PIC  9(03).
           03  LIM-SGR          PIC  9(08)V99.
           03  TXM-PRM          PIC  9(02)V99.
           03  TXJ-PRM          PIC  9(02)V9999.

       SD  CADSRT.

       01  REG-SRT.
           03  CHV-SRT.
               05  DTA-SRT      PIC  9(08).
               05  LCT-SRT      PIC  9(03).
           03  DOC-SRT          PIC  9(06).
           03  HST-SRT          PIC  X(20).
           03  COD-SRT          PIC  9(01).
           03  VAL-SRT          PIC  9(10)V99.

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC  X(80).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FS-STA           PIC  X(02).
           03  NET-ARQ          PIC S9(11)V99.
           03  IND1             PIC  9(03).
           03  IND2             PIC  9(03).
           03  RSP-OPC          PIC  X(01).
           03  FIM-SRT          PIC  9(01).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  TECLADO          PIC  9(02).
           03  ACM-LIN          PIC  9(02).
           03  ACM-SDO          PIC S9(11)V99.
           03  ACM-DEB          PIC  9(11)V99.
           03  ACM-CRE          PIC  9(11)V99.
           03  LIM-INI          PIC  9(08).
           03  LIM-FIN          PIC  9(08).

           03  NOM-TAB          PIC  X(36).
           03  RED-NOM          REDEFINES   NOM-TAB.
               05  LET-NOM      PIC  X(01)  OCCURS  36.

           03  TAB-LET          PIC  X(42)  VALUE
      -        "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ ./-&,".
           03  RED-LET          REDEFINES   TAB-LET.
               05  LET-TAB      PIC  X(01)  OCCURS  42.

           03  DTA-INI.
               05  ANO-INI      PIC  9(02).
               05  MES-INI      PIC  9(02).
               05  DIA-INI      PIC  9(02).

           03  DTA-FIN.
               05  ANO-FIN      PIC  9(02).
               05  MES-FIN      PIC  9(02).
               05  DIA-FIN      PIC  9(02).

           03  DTA-AUX.
               05  ANO-AUX      PIC  9(02).
               05  MES-AUX      PIC  9(02).
               05  DIA-AUX      PIC  9(02).

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(04).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

           03  DTA-LCT.
               05  ANO-LCT      PIC  9(04).
               05  MES-LCT      PIC  9(02).
               05  DIA-LCT      PIC  9(02).

       01  CAB-001.
           03  FILLER           PIC  X(22)  VALUE  "-DYNAMIC-".
           03  NOM-CB1          PIC  X(48).
           03  FILLER           PIC  X(08)  VALUE  "FOLHA :".
           03  PAG-CB1          PIC  9(02).

       01  CAB-002.
           03  FILLER           PIC  X(19)  VALUE
      -        "EXTRATO BANCARIO :".
           03  BCO-CB2          PIC  9(03).
           03  FILLER           PIC  X(03)  VALUE  " -".
           03  NOM-CB2          PIC  X(15).
           03  FILLER           PIC  X(13)  VALUE  "  PERIODO :".
           03  DI1-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ME1-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  AN1-CB2          PIC  9(02).
           03  FILLER           PIC  X(03)  VALUE  " A".
           03  DI2-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ME2-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  AN2-CB2          PIC  9(02).
           03  DIA-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB2          PIC  9(02).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004              PIC  X(80)  VALUE
      -    "  DATA   NUMERO HISTORICO           C/L      DEBITO      CRE
      -    "DITO          SALDO".

       01  DET-001.
           03  DIA-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DOC-DT1          PIC  9(06).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  HST-DT1          PIC  X(20).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  COD-DT1          PIC  9(01).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DEB-DT1          PIC  Z.ZZZ.ZZ9,99  BLANK  WHEN  ZEROS.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  CRE-DT1          PIC  Z.ZZZ.ZZ9,99  BLANK  WHEN  ZEROS.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  SDO-DT1          PIC  ---.---.--9,99.

       01  SDO-001.
           03  FILLER           PIC  X(16)  VALUE  SPACES.
           03  DES-SD1          PIC  X(18).
           03  DIA-SD1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-SD1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-SD1          PIC  9(02).
           03  FILLER           PIC  X(23)  VALUE  " ...".
           03  VAL-SD1          PIC  ---.---.--9,99.

       01  TOT-001.
           03  FILLER           PIC  X(16)  VALUE  SPACES.
           03  FILLER           PIC  X(22)  VALUE
      -        "TOTAL DO PERIODO ..".
           03  DEB-TT1          PIC  ZZ.ZZZ.ZZ9,99.
           03  CRE-TT1          PIC  ZZ.ZZZ.ZZ9,99.

       01  PRM-001              PIC  9(01).

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 02 PIC X(66) FROM
      -        "EXTRATO BANCARIO  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.
           03  LINE 06 COLUMN 27 PIC X(22) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 07 COLUMN 27 PIC X(24) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 17 COLUMN 34 PIC X(28) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 18 COLUMN 36 PIC X(26) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 19 COLUMN 42 PIC X(20) FROM SPACES
               BACKGROUND-COLOR  07.

       01  TLA-002.
           03  LINE 09 COLUMN 20 PIC X(40) FROM " ??????????????????????
      -        "????????????????"    BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 20 PIC X(40) FROM " ?
      -        "               ?"    BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 60 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 20 PIC X(40) FROM " ?  Banco .:      -
      -        "               ?"    BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 60 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 20 PIC X(40) FROM " ?
      -        "               ?"    BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 60 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 20 PIC X(40) FROM " ?  Periodo:   /  /   a
      -        "   /  /        ?"    BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 60 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 20 PIC X(40) FROM " ?
      -        "               ?"    BACKGROUND-COLOR  01.
           03  LINE 14 COLUMN 60 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 20 PIC X(40) FROM " ??????????????????????
      -        "????????????????"    BACKGROUND-COLOR  01.
           03  LINE 15 COLUMN 60 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 22 PIC X(40) FROM SPACES.

       01  ENT-001.
           03  BCO-ENT LINE 11 COLUMN 33 PIC 9(03) USING CHV-BCO
                       BACKGROUND-COLOR  01.
           03  NOM-ENT LINE 11 COLUMN 41 PIC X(15) USING NOM-BCO
                       BACKGROUND-COLOR  01.
           03  DI1-ENT LINE 13 COLUMN 33 PIC 9(02) USING DIA-INI
                       BACKGROUND-COLOR  01.
           03  ME1-ENT LINE 13 COLUMN 36 PIC 9(02) USING MES-INI
                       BACKGROUND-COLOR  01.
           03  AN1-ENT LINE 13 COLUMN 39 PIC 9(02) USING ANO-INI
                       BACKGROUND-COLOR  01.
           03  DI2-ENT LINE 13 COLUMN 44 PIC 9(02) USING DIA-FIN
                       BACKGROUND-COLOR  01.
           03  ME2-ENT LINE 13 COLUMN 47 PIC 9(02) USING MES-FIN
                       BACKGROUND-COLOR  01.
           03  AN2-ENT LINE 13 COLUMN 50 PIC 9(02) USING ANO-FIN
                       BACKGROUND-COLOR  01.

       01  LPA-001  LINE 11 COLUMN 41 PIC X(15) FROM SPACES
                    BACKGROUND-COLOR  01.

       01  LPA-PER.
           03  LINE 13 COLUMN 33 PIC X(02) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 36 PIC X(02) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 39 PIC X(02) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 44 PIC X(02) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 47 PIC X(02) FROM SPACES
                       BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 50 PIC X(02) FROM SPACES
                       BACKGROUND-COLOR  01.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O CODIGO DO 
      -            "BANCO  -  [ESC] RETORNA ...                     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "BANCO INEXISTENTE !
      -            "!!  -  [ESC] RETORNA ...                        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A DATA INICI
      -            "AL DO PERIODO  -  [ESC] RETORNA ...             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A DATA FINAL
      -            " DO PERIODO  -  [ESC] RETORNA ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRIMIR NA (I)MPRE
      -            "SSORA OU EM (A)RQUIVO ?  -  [ESC] RETORNA ...   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  IMPRIM
      -            "INDO EXTRATO BANCARIO ...                       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "EXTRATO ENCERRADO  
      -            "-  TECLE [ENTER] ...                            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001 LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION.

       ROT-000-000.
           DISPLAY  TLA-001  TLA-002
           OPEN     INPUT    CADBCO
                             CADLBC   CADPRM
           READ     CADPRM
           MOVE     1   TO   IND2.

       ROT-000-010.
           MOVE     CLI-PRM (IND2 + 1)  TO IND1
           MOVE     LET-TAB (IND1)  TO  LET-NOM (IND2)
           ADD      1   TO   IND2
           IF  IND2  <  36
               GO  TO        ROT-000-010.
           MOVE     SPACES   TO  LET-NOM (IND2)
           ACCEPT   DTA-SYS FROM DATE  YYYYMMDD
           MOVE     NOM-TAB  TO  NOM-CB1
           MOVE     DIA-SYS  TO  DIA-CB2
           MOVE     MES-SYS  TO  MES-CB2
           MOVE     ANO-SYS  TO  ANO-CB2.

       ROT-100-000.
           DISPLAY  LPA-001  MEN-001
           MOVE     0   TO   CHV-BCO
           ACCEPT   (11 33)  CHV-BCO  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-900-000.
           IF  CHV-BCO   =   ZEROS
               GO  TO        ROT-100-000.
           MOVE     SPACES   TO  RSP-OPC
           READ     CADBCO   INVALID KEY
                    DISPLAY  MEN-002
                    ACCEPT   OPC-001
                    GO  TO   ROT-100-000.
           DISPLAY  BCO-ENT      NOM-ENT
           MOVE     ZEROS    TO  DTA-INI  DTA-FIN.

       ROT-100-010.
           DISPLAY  MEN-003
           ACCEPT   (13 33)  DIA-INI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               DISPLAY       LPA-PER
               GO  TO        ROT-100-000.
           IF  DIA-INI   <   1  OR  > 31
               GO  TO        ROT-100-010.
           DISPLAY  DI1-ENT.

       ROT-100-015.
           ACCEPT   (13 36)  MES-INI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-010.
           IF  MES-INI   <   1  OR  > 12
               GO  TO        ROT-100-015.
           DISPLAY  ME1-ENT.

       ROT-100-020.
           ACCEPT   (13 39)  ANO-INI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-015.
           DISPLAY  AN1-ENT
           MOVE     DTA-INI  TO  DTA-AUX
           PERFORM  ROT-400-000
           THRU     ROT-400-010
           MOVE     DTA-LCT  TO  LIM-INI.

       ROT-100-025.
           DISPLAY  MEN-004
           ACCEPT   (13 44)  DIA-FIN  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-020.
           IF  DIA-FIN   <   1  OR  > 31
               GO  TO        ROT-100-025.
           DISPLAY  DI2-ENT.

       ROT-100-030.
           ACCEPT   (13 47)  MES-FIN  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-025.
           IF  MES-FIN   <   1  OR  > 12
               GO  TO        ROT-100-030.
           DISPLAY  ME2-ENT.

       ROT-100-035.
           ACCEPT   (13 50)  ANO-FIN  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-030.
           DISPLAY  AN2-ENT
           MOVE     DTA-FIN  TO  DTA-AUX
           PERFORM  ROT-400-000
           THRU     ROT-400-010
           MOVE     DTA-LCT  TO  LIM-FIN
           IF  LIM-FIN   <   LIM-INI
               GO  TO        ROT-100-025.

       ROT-100-040.
           DISPLAY  MEN-005
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-025.
           IF  RSP-OPC   =   "I"
               MOVE     "PRINTER"     TO  DES-REL
           ELSE
           IF  RSP-OPC   =   "A"
               MOVE     "RELATO.TXT"  TO  DES-REL
           ELSE
               GO  TO        ROT-100-040.
           DISPLAY  MEN-006
           OPEN     OUTPUT       RELATO
           MOVE     CHV-BCO  TO  BCO-CB2
           MOVE     NOM-BCO  TO  NOM-CB2
           MOVE     DIA-INI  TO  DI1-CB2
           MOVE     MES-INI  TO  ME1-CB2
           MOVE     ANO-INI  TO  AN1-CB2
           MOVE     DIA-FIN  TO  DI2-CB2
           MOVE     MES-FIN  TO  ME2-CB2
           MOVE     ANO-FIN  TO  AN2-CB2
           MOVE     ZEROS    TO  PAG-CB1  FIM-SRT
                                 ACM-DEB  ACM-CRE
           SORT     CADSRT   ON  ASCENDING  KEY  CHV-SRT
                    INPUT        PROCEDURE  IS   ROT-500-000
                    OUTPUT       PROCEDURE  IS   ROT-600-000
           CLOSE    RELATO
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-007
           ACCEPT   OPC-001
           GO  TO   ROT-100-000.

       ROT-400-000.
           MOVE     DIA-AUX  TO  DIA-LCT
           MOVE     MES-AUX  TO  MES-LCT
           MOVE     ANO-AUX  TO  ANO-LCT
           IF  ANO-AUX   <   50
               ADD     2000  TO  ANO-LCT
           ELSE
               ADD     1900  TO  ANO-LCT.

       ROT-400-010.
           EXIT.

       ROT-700-000.
           ADD      1        TO  PAG-CB1
           IF  PAG-CB1   =   1
               WRITE    REG-REL FROM CAB-001  AFTER  0
           ELSE
               WRITE    REG-REL FROM CAB-001  AFTER  PAGE.
           WRITE    REG-REL FROM CAB-002  AFTER  2
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM CAB-004
           WRITE    REG-REL FROM CAB-003
           MOVE     ZEROS    TO  ACM-LIN.

       ROT-700-010.
           EXIT.

       ROT-900-000.
           MOVE     6    TO  PRM-001
           CLOSE    CADBCO
                    CADLBC   CADPRM
           CHAIN   "DYN400"  USING   PRM-001.

       ROT-500-000  SECTION.

       ROT-500-010.
           MOVE     SPACES   TO  CHV-LBC
           MOVE     CHV-BCO  TO  BCO-LBC
           START    CADLBC   KEY GREATER  CHV-LBC
                    INVALID  KEY GO  TO   ROT-500-030.

       ROT-500-020.
           READ     CADLBC   NEXT AT END
                    GO  TO   ROT-500-030.
           IF  BCO-LBC  NOT  =   CHV-BCO
               GO  TO        ROT-500-030.
           IF  FLG-LBC   =   1
               GO  TO        ROT-500-020.
           MOVE     DTA-LBC  TO  DTA-AUX
           PERFORM  ROT-400-000
           THRU     ROT-400-010
           IF  DTA-LCT   >   LIM-FIN
               GO  TO        ROT-500-020.
           MOVE     DTA-LCT  TO  DTA-SRT
           MOVE     LCT-LBC  TO  LCT-SRT
           MOVE     DOC-LBC  TO  DOC-SRT
           MOVE     HST-LBC  TO  HST-SRT
           MOVE     COD-LBC  TO  COD-SRT
           MOVE     VAL-LBC  TO  VAL-SRT
           RELEASE  REG-SRT
           GO  TO   ROT-500-020.

       ROT-500-030.
           MOVE     ZEROS    TO  NET-ARQ
           MOVE     SPACES   TO  CHV-ALB
           MOVE     CHV-BCO  TO  BCO-ALB
           OPEN     INPUT    ARQLBC
           IF  FS-STA  NOT  =   "00"
               GO  TO        ROT-500-060.
           START    ARQLBC   KEY GREATER  CHV-ALB
                    INVALID  KEY GO  TO   ROT-500-050.

       ROT-500-040.
           READ     ARQLBC   NEXT AT END
                    GO  TO   ROT-500-050.
           IF  BCO-ALB  NOT  =   CHV-BCO
               GO  TO        ROT-500-050.
           IF  FLG-ALB   =   1
               GO  TO        ROT-500-040.
           IF  COD-ALB   =   1  OR  3  OR  6
               ADD      VAL-ALB  TO  NET-ARQ
           ELSE
               SUBTRACT VAL-ALB FROM NET-ARQ.
           MOVE     DTA-ALB  TO  DTA-AUX
           PERFORM  ROT-400-000
           THRU     ROT-400-010
           IF  DTA-LCT   >   LIM-FIN
               GO  TO        ROT-500-040.
           MOVE     DTA-LCT  TO  DTA-SRT
           MOVE     LCT-ALB  TO  LCT-SRT
           MOVE     DOC-ALB  TO  DOC-SRT
           MOVE     HST-ALB  TO  HST-SRT
           MOVE     COD-ALB  TO  COD-SRT
           MOVE     VAL-ALB  TO  VAL-SRT
           RELEASE  REG-SRT
           GO  TO   ROT-500-040.

       ROT-500-050.
           CLOSE    ARQLBC.

       ROT-500-060.
           COMPUTE  ACM-SDO  =   SDI-BCO  -  NET-ARQ.

       ROT-500-090.
           EXIT.

       ROT-600-000  SECTION.

       ROT-600-010.
           PERFORM  ROT-700-000
           THRU     ROT-700-010.

       ROT-600-020.
           RETURN   CADSRT   AT  END
                    MOVE     1   TO   FIM-SRT
                    GO  TO   ROT-600-030.
           IF  DTA-SRT  NOT  <   LIM-INI
               GO  TO        ROT-600-030.
           IF  COD-SRT   =   1 OR 3 OR 6
               ADD      VAL-SRT  TO  ACM-SDO
           ELSE
               SUBTRACT VAL-SRT FROM ACM-SDO.
           GO  TO   ROT-600-020.

       ROT-600-030.
           MOVE     "SALDO ANTERIOR EM" TO  DES-SD1
           MOVE     DIA-INI  TO  DIA-SD1
           MOVE     MES-INI  TO  MES-SD1
           MOVE     ANO-INI  TO  ANO-SD1
           MOVE     ACM-SDO  TO  VAL-SD1
           WRITE    REG-REL FROM SDO-001
           MOVE     SPACES   TO  REG-REL
           WRITE    REG-REL
           ADD      2        TO  ACM-LIN
           IF  FIM-SRT   =   1
               GO  TO        ROT-600-080.

       ROT-600-040.
           IF  ACM-LIN  NOT  <   54
               PERFORM  ROT-700-000
               THRU     ROT-700-010.
           MOVE     DTA-SRT  TO  DTA-LCT
           MOVE     DIA-LCT  TO  DIA-DT1
           MOVE     MES-LCT  TO  MES-DT1
           MOVE     ANO-LCT  TO  ANO-DT1
           MOVE     DOC-SRT  TO  DOC-DT1
           MOVE     HST-SRT  TO  HST-DT1
           MOVE     COD-SRT  TO  COD-DT1
           IF  COD-SRT   =   1 OR 3 OR 6
               MOVE     ZEROS    TO  DEB-DT1
               MOVE     VAL-SRT  TO  CRE-DT1
               ADD      VAL-SRT  TO  ACM-SDO  ACM-CRE
           ELSE
               MOVE     VAL-SRT  TO  DEB-DT1
               MOVE     ZEROS    TO  CRE-DT1
               ADD      VAL-SRT  TO  ACM-DEB
               SUBTRACT VAL-SRT FROM ACM-SDO.
           MOVE     ACM-SDO  TO  SDO-DT1
           WRITE    REG-REL FROM DET-001
           ADD      1        TO  ACM-LIN
           RETURN   CADSRT   AT  END
                    GO  TO   ROT-600-080.
           GO  TO   ROT-600-040.

       ROT-600-080.
           MOVE     ACM-DEB  TO  DEB-TT1
           MOVE     ACM-CRE  TO  CRE-TT1
           MOVE     "SALDO FINAL EM" TO  DES-SD1
           MOVE     DIA-FIN  TO  DIA-SD1
           MOVE     MES-FIN  TO  MES-SD1
           MOVE     ANO-FIN  TO  ANO-SD1
           MOVE     ACM-SDO  TO  VAL-SD1
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM TOT-001
           WRITE    REG-REL FROM SDO-001.

       ROT-600-090.
           EXIT.
