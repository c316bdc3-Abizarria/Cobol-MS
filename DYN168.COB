       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN168.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADFOR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FOR.

           SELECT      CADEST        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-EST.

           SELECT      CADDVC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-DVC
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

       DATA            DIVISION.
       FILE            SECTION.

       FD  CADFOR      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADFOR.DAT".
       01  REG-FOR.
           03  CHV-FOR          PIC  9(03).
           03  NOM-FOR          PIC  X(25).

       FD  CADEST      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADEST.DAT".
       01  REG-EST.
           03  CHV-EST.
               05  PRX-EST      PIC  9(01).
               05  SUF-EST      PIC  9(03).
           03  DES-EST          PIC  X(25).
           03  MIN-EST          PIC  9(06).
           03  SDO-EST          PIC S9(06)V9.
           03  CST-EST          PIC  9(07)V9999.
           03  CTM-EST          PIC  9(07)V9999.
           03  VDA-EST          PIC  9(07)V99.
           03  PC2-EST          PIC  9(07)V99.
           03  PC3-EST          PIC  9(07)V99.
           03  PCT-EST          PIC S9(03)V99.
           03  QVM-EST          PIC  9(07)V9.
           03  QVA-EST          PIC  9(08)V9.

       FD  CADDVC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADDVC.DAT".
       01  REG-DVC.
           03  CHV-DVC.
               05  FOR-DVC      PIC  9(03).
               05  DTA-DVC.
                   07  ANO-DVC  PIC  9(02).
                   07  MES-DVC  PIC  9(02).
                   07  DIA-DVC  PIC  9(02).
               05  LCT-DVC      PIC  9(03).
           03  LCP-DVC.
               05  PRX-DVC      PIC  9(01).
               05  SUF-DVC      PIC  9(03).
               05  DTC-DVC      PIC  9(06).
               05  LCC-DVC      PIC  9(03).
           03  NTF-DVC          PIC  9(06).
           03  NTD-DVC          PIC  9(06).
           03  QTD-DVC          PIC  9(06).
           03  CST-DVC          PIC  9(07)V9999.
           03  VAL-DVC          PIC  9(10)V99.
           03  ABT-DVC          PIC  9(10)V99.
           03  SDC-DVC          PIC  9(10)V99.
           03  MOT-DVC          PIC  X(20).

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC  X(80).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  ACM-LIN          PIC  9(02).
           03  FS-ARQ           PIC  X(02).
           03  FLG-MOV          PIC  9(01).
           03  FOR-ANT          PIC  9(03).
           03  FOR-QTD          PIC  9(05).
           03  FOR-DEV          PIC  9(08).
           03  FOR-VAL          PIC  9(11)V99.
           03  FOR-ABT          PIC  9(11)V99.
           03  FOR-SDC          PIC  9(11)V99.
           03  GER-QTD          PIC  9(05).
           03  GER-DEV          PIC  9(08).
           03  GER-VAL          PIC  9(11)V99.
           03  GER-ABT          PIC  9(11)V99.
           03  GER-SDC          PIC  9(11)V99.

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

           03  DTA-INI.
               05  ANO-INI      PIC  9(02).
               05  MES-INI      PIC  9(02).
               05  DIA-INI      PIC  9(02).

           03  DTA-FIN.
               05  ANO-FIN      PIC  9(02).
               05  MES-FIN      PIC  9(02).
               05  DIA-FIN      PIC  9(02).

       01  PRM-001              PIC  9(01).

       01  CAB-001.
           03  FILLER           PIC  X(22)  VALUE  "-DYNAMIC-".
           03  FILLER           PIC  X(48)  VALUE
               "DEVOLUCOES POR FORNECEDOR".
           03  FILLER           PIC  X(08)  VALUE  "FOLHA :".
           03  PAG-CB1          PIC  9(02).

       01  CAB-002.
           03  FILLER           PIC  X(10)  VALUE  "PERIODO :".
           03  DTI-CB2          PIC  X(08).
           03  FILLER           PIC  X(03)  VALUE  " A ".
           03  DTF-CB2          PIC  X(08).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004              PIC  X(80)  VALUE
      -    "DATA     PRODUTO                NF CMP NF DEV    QTDE
      -    "  VALOR MOTIVO".

       01  CAB-005.
           03  FILLER           PIC  X(13)  VALUE  "FORNECEDOR :".
           03  FOR-CB5          PIC  9(03).
           03  FILLER           PIC  X(03)  VALUE  " - ".
           03  NOM-CB5          PIC  X(25).

       01  DET-001.
           03  DTA-DT1          PIC  X(08).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  PRX-DT1          PIC  9(01).
           03  FILLER           PIC  X(01)  VALUE  "-".
           03  SUF-DT1          PIC  9(03).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DES-DT1          PIC  X(16).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  NTF-DT1          PIC  9(06).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  NTD-DT1          PIC  9(06).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  QTD-DT1          PIC  ZZZ.ZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  VAL-DT1          PIC  ZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  MOT-DT1          PIC  X(12).

       01  TOT-001.
           03  LBL-TT1          PIC  X(20).
           03  QTD-TT1          PIC  ZZZZ9.
           03  FILLER           PIC  X(21)  VALUE  " DEVOLUCAO(OES)".
           03  DEV-TT1          PIC  ZZZ.ZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  VAL-TT1          PIC  ZZ.ZZZ.ZZ9,99.

       01  TOT-002.
           03  LBL-TT2          PIC  X(54).
           03  VAL-TT2          PIC  ZZ.ZZZ.ZZ9,99.

       01  DTA-FM1.
           03  DIA-FM1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-FM1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-FM1          PIC  9(02).

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 02 PIC X(66) FROM
      -        "DEVOLUCOES POR FORNECEDOR  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.

       01  TLA-002.
           03  LINE 10 COLUMN 22 PIC X(37) FROM " ??????????????????????
      -        "?????????????"   BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 22 PIC X(37) FROM " ? Periodo :   /  /  a
      -        "   /  /     ?"   BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 59 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 22 PIC X(37) FROM " ??????????????????????
      -        "?????????????"   BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 59 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 24 PIC X(37) FROM SPACES.

       01  ENT-001.
           03  DI1-ENT LINE 11 COLUMN 35 PIC 9(02) USING DIA-INI
                       BACKGROUND-COLOR  01.
           03  MI1-ENT LINE 11 COLUMN 38 PIC 9(02) USING MES-INI
                       BACKGROUND-COLOR  01.
           03  AI1-ENT LINE 11 COLUMN 41 PIC 9(02) USING ANO-INI
                       BACKGROUND-COLOR  01.
           03  DF1-ENT LINE 11 COLUMN 46 PIC 9(02) USING DIA-FIN
                       BACKGROUND-COLOR  01.
           03  MF1-ENT LINE 11 COLUMN 49 PIC 9(02) USING MES-FIN
                       BACKGROUND-COLOR  01.
           03  AF1-ENT LINE 11 COLUMN 52 PIC 9(02) USING ANO-FIN
                       BACKGROUND-COLOR  01.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O PERIODO D
      -            "AS DEVOLUCOES  -  [ESC] RETORNA ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRIMIR NA (I)MP
      -            "RESSORA OU EM (A)RQUIVO ?                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  IMPRI
      -            "MINDO AS DEVOLUCOES POR FORNECEDOR ...            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001 LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION.

       ROT-000-000.
           DISPLAY  TLA-001  TLA-002
           ACCEPT   DTA-SYS  FROM   DATE
           OPEN     INPUT    CADFOR   CADEST
           OPEN     INPUT    CADDVC
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADDVC
               CLOSE    CADDVC
               OPEN     INPUT    CADDVC.
           MOVE     DTA-SYS  TO  DTA-FIN
           MOVE     DTA-SYS  TO  DTA-INI
           MOVE     01       TO  DIA-INI.

       ROT-100-000.
           DISPLAY  MEN-001
           ACCEPT   (11 35)  DIA-INI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  DI1-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-900-000.
           ACCEPT   (11 38)  MES-INI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  MI1-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           ACCEPT   (11 41)  ANO-INI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  AI1-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           ACCEPT   (11 46)  DIA-FIN  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  DF1-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           ACCEPT   (11 49)  MES-FIN  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  MF1-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           ACCEPT   (11 52)  ANO-FIN  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  AF1-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.

       ROT-100-010.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-002
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
           DISPLAY  MEN-003
           OPEN     OUTPUT       RELATO
           MOVE     1        TO  PAG-CB1
           MOVE     ZEROS    TO  ACM-LIN  FOR-ANT  GER-QTD  GER-DEV
                                 GER-VAL  GER-ABT  GER-SDC
           MOVE     0        TO  FLG-MOV
           MOVE     DIA-INI  TO  DIA-FM1
           MOVE     MES-INI  TO  MES-FM1
           MOVE     ANO-INI  TO  ANO-FM1
           MOVE     DTA-FM1  TO  DTI-CB2
           MOVE     DIA-FIN  TO  DIA-FM1
           MOVE     MES-FIN  TO  MES-FM1
           MOVE     ANO-FIN  TO  ANO-FM1
           MOVE     DTA-FM1  TO  DTF-CB2
           WRITE    REG-REL FROM CAB-001  AFTER 0
           PERFORM  ROT-100-015
           MOVE     ZEROS    TO  CHV-DVC
           START    CADDVC   KEY GREATER  CHV-DVC
                    INVALID  KEY GO  TO   ROT-100-030.
           GO  TO   ROT-100-020.

       ROT-100-015.
           WRITE    REG-REL FROM CAB-002  AFTER  2
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM CAB-004
           WRITE    REG-REL FROM CAB-003.

       ROT-100-020.
           READ     CADDVC   NEXT AT END
                    GO  TO   ROT-100-030.
           IF  DTA-DVC   <   DTA-INI  OR  DTA-DVC  >  DTA-FIN
               GO  TO        ROT-100-020.
           IF  FLG-MOV   =   0
               MOVE     1        TO  FLG-MOV
               PERFORM  ROT-200-000  THRU  ROT-200-010
           ELSE
           IF  FOR-DVC  NOT  =   FOR-ANT
               PERFORM  ROT-300-000  THRU  ROT-300-010
               PERFORM  ROT-200-000  THRU  ROT-200-010.
           MOVE     DIA-DVC  TO  DIA-FM1
           MOVE     MES-DVC  TO  MES-FM1
           MOVE     ANO-DVC  TO  ANO-FM1
           MOVE     DTA-FM1  TO  DTA-DT1
           MOVE     PRX-DVC  TO  PRX-DT1  PRX-EST
           MOVE     SUF-DVC  TO  SUF-DT1  SUF-EST
           MOVE     SPACES   TO  DES-EST
           READ     CADEST   INVALID KEY
                    MOVE     SPACES   TO  DES-EST.
           MOVE     DES-EST  TO  DES-DT1
           MOVE     NTF-DVC  TO  NTF-DT1
           MOVE     NTD-DVC  TO  NTD-DT1
           MOVE     QTD-DVC  TO  QTD-DT1
           MOVE     VAL-DVC  TO  VAL-DT1
           MOVE     MOT-DVC  TO  MOT-DT1
           WRITE    REG-REL FROM DET-001
           ADD      1        TO  ACM-LIN  FOR-QTD
           ADD      QTD-DVC  TO  FOR-DEV
           ADD      VAL-DVC  TO  FOR-VAL
           ADD      ABT-DVC  TO  FOR-ABT
           ADD      SDC-DVC  TO  FOR-SDC
           PERFORM  ROT-400-000  THRU  ROT-400-010
           GO  TO   ROT-100-020.

       ROT-100-030.
           IF  FLG-MOV   =   0
               GO  TO        ROT-100-040.
           PERFORM  ROT-300-000  THRU  ROT-300-010
           MOVE     "TOTAL GERAL ......:"  TO  LBL-TT1
           MOVE     GER-QTD  TO  QTD-TT1
           MOVE     GER-DEV  TO  DEV-TT1
           MOVE     GER-VAL  TO  VAL-TT1
           WRITE    REG-REL FROM TOT-001  AFTER  2
           MOVE     "   ABATIDO EM DUPLICATAS ..."  TO  LBL-TT2
           MOVE     GER-ABT  TO  VAL-TT2
           WRITE    REG-REL FROM TOT-002
           MOVE     "   CREDITO A COMPENSAR ....."  TO  LBL-TT2
           MOVE     GER-SDC  TO  VAL-TT2
           WRITE    REG-REL FROM TOT-002.

       ROT-100-040.
           WRITE    REG-REL FROM CAB-003
           CLOSE    RELATO
           GO  TO   ROT-100-000.

       ROT-200-000.
           MOVE     FOR-DVC  TO  FOR-ANT  CHV-FOR  FOR-CB5
           MOVE     SPACES   TO  NOM-FOR
           READ     CADFOR   INVALID KEY
                    MOVE     SPACES   TO  NOM-FOR.
           MOVE     NOM-FOR  TO  NOM-CB5
           MOVE     ZEROS    TO  FOR-QTD  FOR-DEV  FOR-VAL
                                 FOR-ABT  FOR-SDC
           WRITE    REG-REL FROM CAB-005  AFTER  2
           ADD      2        TO  ACM-LIN
           PERFORM  ROT-400-000  THRU  ROT-400-010.

       ROT-200-010.
           EXIT.

       ROT-300-000.
           MOVE     "TOTAL FORNECEDOR .:"  TO  LBL-TT1
           MOVE     FOR-QTD  TO  QTD-TT1
           MOVE     FOR-DEV  TO  DEV-TT1
           MOVE     FOR-VAL  TO  VAL-TT1
           WRITE    REG-REL FROM TOT-001
           MOVE     "   ABATIDO EM DUPLICATAS ..."  TO  LBL-TT2
           MOVE     FOR-ABT  TO  VAL-TT2
           WRITE    REG-REL FROM TOT-002
           MOVE     "   CREDITO A COMPENSAR ....."  TO  LBL-TT2
           MOVE     FOR-SDC  TO  VAL-TT2
           WRITE    REG-REL FROM TOT-002
           ADD      FOR-QTD  TO  GER-QTD
           ADD      FOR-DEV  TO  GER-DEV
           ADD      FOR-VAL  TO  GER-VAL
           ADD      FOR-ABT  TO  GER-ABT
           ADD      FOR-SDC  TO  GER-SDC
           ADD      3        TO  ACM-LIN
           PERFORM  ROT-400-000  THRU  ROT-400-010.

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
           MOVE     5    TO  PRM-001
           CLOSE    CADFOR   CADEST   CADDVC
           CHAIN   "DYN100"  USING  PRM-001.
