       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN416.
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

           SELECT      CADLDP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LDP
                       ALTERNATE     KEY     IS  PGT-LDP
                                     WITH    DUPLICATES.

           SELECT      CADFNC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FNC
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADPRE        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PRE
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

       FD  CADLDP      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADLDP.DAT".
       01  REG-LDP.
           03  CHV-LDP.
               05  COD-LDP      PIC  9(04).
               05  DTA-LDP      PIC  9(06).
               05  LCT-LDP      PIC  9(03).
           03  FLG-LDP          PIC  9(01).
           03  PGT-LDP          PIC  9(06).
           03  HST-LDP          PIC  X(20).
           03  VAL-LDP          PIC S9(10)V99.

       FD  CADFNC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADFNC.DAT".
       01  REG-FNC.
           03  CHV-FNC          PIC  9(04).
           03  BCO-FNC          PIC  9(03).
           03  DES-FNC          PIC  X(20).
           03  CTR-FNC          PIC  X(15).
           03  DTA-FNC.
               05  ANO-FNC      PIC  9(02).
               05  MES-FNC      PIC  9(02).
               05  DIA-FNC      PIC  9(02).
           03  DVC-FNC          PIC  9(02).
           03  PRC-FNC          PIC  9(10)V99.
           03  TXA-FNC          PIC  9(02)V9999.
           03  MET-FNC          PIC  X(01).
           03  PRZ-FNC          PIC  9(03).
           03  CAR-FNC          PIC  9(02).
           03  CTA-FNC.
               05  PXA-FNC      PIC  9(01).
               05  SFA-FNC      PIC  9(03).
           03  CTJ-FNC.
               05  PXJ-FNC      PIC  9(01).
               05  SFJ-FNC      PIC  9(03).

       FD  CADPRE      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADPRE.DAT".
       01  REG-PRE.
           03  CHV-PRE.
               05  EMP-PRE      PIC  9(04).
               05  PAR-PRE      PIC  9(03).
           03  VCT-PRE.
               05  ANO-PRE      PIC  9(02).
               05  MES-PRE      PIC  9(02).
               05  DIA-PRE      PIC  9(02).
           03  AMO-PRE          PIC  9(10)V99.
           03  JUR-PRE          PIC  9(10)V99.
           03  SDO-PRE          PIC  9(10)V99.
           03  LDA-PRE.
               05  CDA-PRE      PIC  9(04).
               05  DTA-PRE      PIC  9(06).
               05  LTA-PRE      PIC  9(03).
           03  LDJ-PRE.
               05  CDJ-PRE      PIC  9(04).
               05  DTJ-PRE      PIC  9(06).
               05  LTJ-PRE      PIC  9(03).

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
           03  FLG-PAG          PIC  9(01).
           03  FLG-PAR          PIC  9(01).
           03  QTD-PAR          PIC  9(03).
           03  QTD-PAG          PIC  9(03).
           03  SDO-AUX          PIC  9(10)V99.
           03  JUR-AUX          PIC  9(10)V99.
           03  TOT-PRC          PIC  9(11)V99.
           03  TOT-SDO          PIC  9(11)V99.
           03  TOT-JUR          PIC  9(11)V99.

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

       01  PRM-001              PIC  9(01).
       01  PRM-OPE              PIC  9(04).

       01  CAB-001.
           03  FILLER           PIC  X(22)  VALUE  "-DYNAMIC-".
           03  FILLER           PIC  X(48)  VALUE
               "EMPRESTIMOS E FINANCIAMENTOS".
           03  FILLER           PIC  X(08)  VALUE  "FOLHA :".
           03  PAG-CB1          PIC  9(02).

       01  CAB-002.
           03  FILLER           PIC  X(28)  VALUE
               "SALDO DEVEDOR POSICAO EM - ".
           03  DIA-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB2          PIC  9(02).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004.
           03  FILLER           PIC  X(41)  VALUE
               "EMPR BANCO      DESCRICAO       PRINCIPAL".
           03  FILLER           PIC  X(39)  VALUE
               "  PAGAS   SALDO DEVEDOR JUROS A VENCER".

       01  DET-001.
           03  EMP-DT1          PIC  9(04).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  BCO-DT1          PIC  X(10).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DES-DT1          PIC  X(10).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  PRC-DT1          PIC  ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  PAG-DT1          PIC  ZZ9.
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  PAR-DT1          PIC  ZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  SDO-DT1          PIC  ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  JUR-DT1          PIC  ZZZ.ZZZ.ZZ9,99.

       01  TOT-001.
           03  FILLER           PIC  X(26)  VALUE
               "TOTAL GERAL .............:".
           03  PRC-TT1          PIC  Z.ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(08)  VALUE  SPACES.
           03  SDO-TT1          PIC  ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  JUR-TT1          PIC  ZZZ.ZZZ.ZZ9,99.

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 02 PIC X(66) FROM
      -        "EMPRESTIMOS - SALDO DEVEDOR  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.

       01  TLA-002.
           03  LINE 10 COLUMN 16 PIC X(52) FROM " ??????????????????????
      -       "???????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 16 PIC X(52) FROM " ? Banco (000 = todos) 
      -       "....:     -                ? " BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 16 PIC X(52) FROM " ??????????????????????
      -       "???????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 18 PIC X(52) FROM SPACES.

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
      -            "INDO O SALDO DEVEDOR DOS EMPRESTIMOS ...        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001 LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION  CHAINING  PRM-001  PRM-OPE.

       ROT-000-000.
           DISPLAY  TLA-001  TLA-002
           ACCEPT   DTA-SYS  FROM   DATE
           OPEN     INPUT    CADBCO   CADLDP
           OPEN     INPUT    CADFNC
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADFNC
               CLOSE    CADFNC
               OPEN     INPUT    CADFNC.
           OPEN     INPUT    CADPRE
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADPRE
               CLOSE    CADPRE
               OPEN     INPUT    CADPRE.
           MOVE     ZEROS    TO  BCO-REF.

       ROT-100-000.
           DISPLAY  MEN-001
           ACCEPT   (11 45)  BCO-REF  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-900-000.
           MOVE     SPACES   TO  NOM-BCO
           IF  BCO-REF   =   ZEROS
               MOVE     "TODOS"  TO  NOM-BCO
               GO  TO        ROT-100-010.
           MOVE     BCO-REF  TO  CHV-BCO
           MOVE     SPACES   TO  RSP-OPC
           READ     CADBCO   INVALID KEY
                    DISPLAY  MEN-002
                    ACCEPT   OPC-001
                    GO  TO   ROT-100-000.

       ROT-100-010.
           DISPLAY  BCO-ENT  NOM-ENT
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-003
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
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
           MOVE     ZEROS    TO  ACM-LIN  TOT-PRC  TOT-SDO  TOT-JUR
           MOVE     DIA-SYS  TO  DIA-CB2
           MOVE     MES-SYS  TO  MES-CB2
           MOVE     ANO-SYS  TO  ANO-CB2
           WRITE    REG-REL FROM CAB-001  AFTER 0
           PERFORM  ROT-100-015
           MOVE     ZEROS    TO  CHV-FNC
           START    CADFNC   KEY GREATER  CHV-FNC
                    INVALID  KEY GO  TO   ROT-100-030.
           GO  TO   ROT-100-020.

       ROT-100-015.
           WRITE    REG-REL FROM CAB-002  AFTER  2
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM CAB-004
           WRITE    REG-REL FROM CAB-003
           ADD      5        TO  ACM-LIN.

       ROT-100-020.
           READ     CADFNC   NEXT AT END
                    GO  TO   ROT-100-030.
           IF  BCO-REF  NOT  =   ZEROS  AND  BCO-FNC  NOT  =  BCO-REF
               GO  TO        ROT-100-020.
           PERFORM  ROT-200-000  THRU  ROT-200-020
           GO  TO   ROT-100-020.

       ROT-100-030.
           MOVE     TOT-PRC  TO  PRC-TT1
           MOVE     TOT-SDO  TO  SDO-TT1
           MOVE     TOT-JUR  TO  JUR-TT1
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM TOT-001
           WRITE    REG-REL FROM CAB-003
           CLOSE    RELATO
           GO  TO   ROT-100-000.

       ROT-200-000.
           MOVE     ZEROS    TO  QTD-PAR  QTD-PAG  SDO-AUX  JUR-AUX
           MOVE     CHV-FNC  TO  EMP-PRE
           MOVE     ZEROS    TO  PAR-PRE
           START    CADPRE   KEY GREATER  CHV-PRE
                    INVALID  KEY GO  TO   ROT-200-015.

       ROT-200-010.
           READ     CADPRE   NEXT AT END
                    GO  TO   ROT-200-015.
           IF  EMP-PRE  NOT  =   CHV-FNC
               GO  TO        ROT-200-015.
           ADD      1        TO  QTD-PAR
           MOVE     1        TO  FLG-PAR
           MOVE     LDA-PRE  TO  CHV-LDP
           PERFORM  ROT-300-000  THRU  ROT-300-010
           IF  FLG-PAG   =   0
               MOVE     0        TO  FLG-PAR
               ADD      AMO-PRE  TO  SDO-AUX.
           MOVE     LDJ-PRE  TO  CHV-LDP
           PERFORM  ROT-300-000  THRU  ROT-300-010
           IF  FLG-PAG   =   0
               MOVE     0        TO  FLG-PAR
               ADD      JUR-PRE  TO  JUR-AUX.
           IF  FLG-PAR   =   1
               ADD      1        TO  QTD-PAG.
           GO  TO   ROT-200-010.

       ROT-200-015.
           MOVE     BCO-FNC  TO  CHV-BCO
           READ     CADBCO   INVALID KEY
                    MOVE     SPACES   TO  NOM-BCO.
           MOVE     CHV-FNC  TO  EMP-DT1
           MOVE     NOM-BCO  TO  BCO-DT1
           MOVE     DES-FNC  TO  DES-DT1
           MOVE     PRC-FNC  TO  PRC-DT1
           MOVE     QTD-PAG  TO  PAG-DT1
           MOVE     QTD-PAR  TO  PAR-DT1
           MOVE     SDO-AUX  TO  SDO-DT1
           MOVE     JUR-AUX  TO  JUR-DT1
           ADD      PRC-FNC  TO  TOT-PRC
           ADD      SDO-AUX  TO  TOT-SDO
           ADD      JUR-AUX  TO  TOT-JUR
           WRITE    REG-REL FROM DET-001
           ADD      1        TO  ACM-LIN
           PERFORM  ROT-400-000  THRU  ROT-400-010.

       ROT-200-020.
           EXIT.

       ROT-300-000.
           MOVE     1        TO  FLG-PAG
           IF  CHV-LDP   =   ZEROS
               GO  TO        ROT-300-010.
           READ     CADLDP   INVALID KEY
                    GO  TO   ROT-300-010.
           IF  FLG-LDP  NOT  =   2
               MOVE     0        TO  FLG-PAG.

       ROT-300-010.
           EXIT.

       ROT-400-000.
           IF  ACM-LIN   <   54
               GO  TO        ROT-400-010.
           ADD      1        TO  PAG-CB1
           WRITE    REG-REL FROM CAB-001  AFTER  PAGE
           MOVE     ZEROS    TO  ACM-LIN
           PERFORM  ROT-100-015.

       ROT-400-010.
           EXIT.

       ROT-900-000.
           CLOSE    CADBCO   CADLDP   CADFNC   CADPRE
           CHAIN   "DYN415"  USING  PRM-001  PRM-OPE.
