       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN517.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADCPD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CPD.

           SELECT      CADPRM        ASSIGN  TO  DISK.

           SELECT      CADSRT        ASSIGN  TO  DISK.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

       DATA            DIVISION.
       FILE            SECTION.

       FD  CADCPD      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCPD.DAT".
       01  REG-CPD.
           03  CHV-CPD.
               05  DTA-CPD      PIC  9(06).
               05  NUM-CPD      PIC  9(06).
               05  LCT-CPD      PIC  9(03).
           03  BCO-CPD          PIC  9(03).
           03  NOM-CPD          PIC  X(30).
           03  VAL-CPD          PIC  9(09)V99.

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
           03  NOM-SRT          PIC  X(30).
           03  VEN-SRT          PIC  9(08).
           03  NUM-SRT          PIC  9(06).
           03  BCO-SRT          PIC  9(03).
           03  VAL-SRT          PIC  9(09)V99.

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC  X(80).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  IND1             PIC  9(02).
           03  IND2             PIC  9(02).
           03  RSP-OPC          PIC  X(01).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  TECLADO          PIC  9(02).
           03  ACM-LIN          PIC  9(02).
           03  ACM-QTD          PIC  9(04).
           03  VCD-QTD          PIC  9(04).
           03  AVC-QTD          PIC  9(04).
           03  GER-QTD          PIC  9(04).
           03  ACM-VAL          PIC  9(12)V99.
           03  VCD-VAL          PIC  9(12)V99.
           03  AVC-VAL          PIC  9(12)V99.
           03  GER-VAL          PIC  9(12)V99.
           03  NOM-ANT          PIC  X(30).
           03  LIM-INI          PIC  9(08).
           03  LIM-FIN          PIC  9(08).
           03  LIM-SYS          PIC  9(08).
           03  TAM-NOM          PIC  9(02).
           03  NOM-AUX          PIC  X(30).
           03  RED-AUX          REDEFINES   NOM-AUX.
               05  LET-AUX      PIC  X(01)  OCCURS  30.

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

           03  DTA-LCT.
               05  ANO-LCT      PIC  9(04).
               05  MES-LCT      PIC  9(02).
               05  DIA-LCT      PIC  9(02).

           03  NOM-TAB          PIC  X(36).
           03  RED-NOM          REDEFINES   NOM-TAB.
               05  LET-NOM      PIC  X(01)  OCCURS  36.

           03  TAB-LET          PIC  X(42)  VALUE
      -        "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ ./-&,".
           03  RED-LET          REDEFINES   TAB-LET.
               05  LET-TAB      PIC  X(01)  OCCURS  42.

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(04).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

       01  CAB-001.
           03  FILLER           PIC  X(22)  VALUE  "-DYNAMIC-".
           03  NOM-CB1          PIC  X(48).
           03  FILLER           PIC  X(08)  VALUE  "FOLHA :".
           03  PAG-CB1          PIC  9(02).

       01  CAB-002.
           03  FILLER           PIC  X(72)  VALUE
      -        "MOVIMENTO DE CHEQUES PRE-DATADOS POR EMITENTE".
           03  DIA-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB2          PIC  9(02).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004.
           03  FILLER           PIC  X(16)  VALUE  "   BOM PARA".
           03  FILLER           PIC  X(09)  VALUE  "NUMERO".
           03  FILLER           PIC  X(34)  VALUE  "BCO".
           03  FILLER           PIC  X(08)  VALUE  "VALOR".
           03  FILLER           PIC  X(13)  VALUE  "SITUACAO".

       01  CAB-005.
           03  FILLER           PIC  X(16)  VALUE  "PERIODO DE :".
           03  DI1-CB5          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ME1-CB5          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  AN1-CB5          PIC  9(04).
           03  FILLER           PIC  X(07)  VALUE  "  ATE ".
           03  DI2-CB5          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ME2-CB5          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  AN2-CB5          PIC  9(04).
           03  FILLER           PIC  X(04)  VALUE  SPACES.
           03  EMT-CB5          PIC  X(33).

       01  DET-001.
           03  FILLER           PIC  X(03)  VALUE  SPACES.
           03  DIA-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-DT1          PIC  9(04).
           03  FILLER           PIC  X(03)  VALUE  SPACES.
           03  NUM-DT1          PIC  9(06).
           03  FILLER           PIC  X(03)  VALUE  SPACES.
           03  BCO-DT1          PIC  9(03).
           03  FILLER           PIC  X(22)  VALUE  SPACES.
           03  VAL-DT1          PIC  ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(03)  VALUE  SPACES.
           03  SIT-DT1          PIC  X(08).

       01  DET-002.
           03  FILLER           PIC  X(11)  VALUE  "EMITENTE :".
           03  NOM-DT2          PIC  X(30).

       01  TOT-001.
           03  FILLER           PIC  X(20)  VALUE  SPACES.
           03  DES-TT1          PIC  X(21).
           03  QTD-TT1          PIC  ZZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  VAL-TT1          PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  PRM-001              PIC  9(01).

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 02 PIC X(66) FROM
      -        "MOVIMENTO DE CHEQUES PRE-DATADOS  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.

       01  TLA-002.
           03  LINE 08 COLUMN 12 PIC X(58) FROM " ??????????????????????
      -       "???????????????????????????????????" BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 12 PIC X(58) FROM " ?                     
      -       "                                  ?" BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 70 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 12 PIC X(58) FROM " ?  Vencimento de :   /
      -       "  /    ate :   /  /               ?" BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 70 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 12 PIC X(58) FROM " ?                     
      -       "                                  ?" BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 70 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 12 PIC X(58) FROM " ?  Emitente .....:    
      -       "                                  ?" BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 70 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 12 PIC X(58) FROM " ?                  (EM
      -       " BRANCO = TODOS)                  ?" BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 70 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 12 PIC X(58) FROM " ?                     
      -       "                                  ?" BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 70 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 12 PIC X(58) FROM " ??????????????????????
      -       "???????????????????????????????????" BACKGROUND-COLOR 01.
           03  LINE 15 COLUMN 70 PIC X(02) FROM SPACES.
           03  LINE 16 COLUMN 14 PIC X(58) FROM SPACES.

       01  ENT-001.
           03  DI1-ENT LINE 10 COLUMN 32 PIC 9(02) USING DIA-INI
                       BACKGROUND-COLOR  01.
           03  ME1-ENT LINE 10 COLUMN 35 PIC 9(02) USING MES-INI
                       BACKGROUND-COLOR  01.
           03  AN1-ENT LINE 10 COLUMN 38 PIC 9(02) USING ANO-INI
                       BACKGROUND-COLOR  01.
           03  DI2-ENT LINE 10 COLUMN 48 PIC 9(02) USING DIA-FIN
                       BACKGROUND-COLOR  01.
           03  ME2-ENT LINE 10 COLUMN 51 PIC 9(02) USING MES-FIN
                       BACKGROUND-COLOR  01.
           03  AN2-ENT LINE 10 COLUMN 54 PIC 9(02) USING ANO-FIN
                       BACKGROUND-COLOR  01.
           03  NOM-ENT LINE 12 COLUMN 32 PIC X(30) USING NOM-AUX
                       BACKGROUND-COLOR  01.

       01  LPA-001.
           03  LINE 06 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 07 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 08 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 09 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 10 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 11 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 12 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 13 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 14 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 15 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 16 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 17 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 18 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 19 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 20 COLUMN 01 PIC X(80) FROM SPACES
               BACKGROUND-COLOR  07.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O VENCIMENTO
      -            " INICIAL  -  [ESC] RETORNA ...                  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O VENCIMENTO
      -            " FINAL  -  [ESC] RETORNA ...                    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O EMITENTE O
      -            "U [ENTER] P/ TODOS  -  [ESC] RETORNA ...        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "TECLE [ENTER] P/ IM
      -            "PRIMIR !!!  -  [ESC] RETORNA ...                "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRIMIR NA (I)MPRE
      -            "SSORA OU EM (A)RQUIVO ?                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  IMPRIM
      -            "INDO RELACAO DE CHEQUES PRE-DATADOS ...         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "NAO EXISTEM CHEQUES
      -            " PRE-DATADOS NO PERIODO  -  [ESC] RETORNA       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "RELACAO ENCERRADA  
      -            "-  TECLE [ENTER] ...                            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001 LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION.

       ROT-000-000.
           OPEN     INPUT        CADCPD   CADPRM
           DISPLAY  TLA-001      LPA-001  TLA-002
           READ     CADPRM
           MOVE     1   TO   IND2.

       ROT-000-010.
           MOVE     CLI-PRM (IND2 + 1)  TO IND1
           MOVE     LET-TAB (IND1)  TO  LET-NOM (IND2)
           ADD      1   TO   IND2
           IF  IND2  <  36
               GO  TO        ROT-000-010.
           MOVE     SPACES   TO  LET-NOM (IND2)
           ACCEPT   DTA-SYS  FROM   DATE  YYYYMMDD.
           MOVE     NOM-TAB  TO  NOM-CB1
           MOVE     DIA-SYS  TO  DIA-CB2
           MOVE     MES-SYS  TO  MES-CB2
           MOVE     ANO-SYS  TO  ANO-CB2
           MOVE     DTA-SYS  TO  LIM-SYS
           MOVE     ZEROS    TO  DTA-INI  DTA-FIN
           MOVE     SPACES   TO  NOM-AUX.

       ROT-100-000.
           DISPLAY  MEN-001
           ACCEPT   (10 32)  DIA-INI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-000.
           IF  DIA-INI   <   1  OR  > 31
               GO  TO        ROT-100-000.
           DISPLAY  DI1-ENT.

       ROT-100-010.
           ACCEPT   (10 35)  MES-INI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           IF  MES-INI   <   1  OR  > 12
               GO  TO        ROT-100-010.
           DISPLAY  ME1-ENT.

       ROT-100-020.
           ACCEPT   (10 38)  ANO-INI  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-010.
           DISPLAY  AN1-ENT
           MOVE     DTA-INI  TO  DTA-AUX
           PERFORM  ROT-400-000
           THRU     ROT-400-010
           MOVE     DTA-LCT  TO  LIM-INI.

       ROT-100-030.
           DISPLAY  MEN-002
           ACCEPT   (10 48)  DIA-FIN  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-020.
           IF  DIA-FIN   <   1  OR  > 31
               GO  TO        ROT-100-030.
           DISPLAY  DI2-ENT.

       ROT-100-040.
           ACCEPT   (10 51)  MES-FIN  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-030.
           IF  MES-FIN   <   1  OR  > 12
               GO  TO        ROT-100-040.
           DISPLAY  ME2-ENT.

       ROT-100-050.
           ACCEPT   (10 54)  ANO-FIN  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-040.
           DISPLAY  AN2-ENT
           MOVE     DTA-FIN  TO  DTA-AUX
           PERFORM  ROT-400-000
           THRU     ROT-400-010
           MOVE     DTA-LCT  TO  LIM-FIN
           IF  LIM-FIN   <   LIM-INI
               GO  TO        ROT-100-030.

       ROT-100-060.
           DISPLAY  MEN-003
           ACCEPT   (12 32)  NOM-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-050.
           DISPLAY  NOM-ENT
           MOVE     30       TO  TAM-NOM.

       ROT-100-070.
           IF  LET-AUX (TAM-NOM)  =   SPACES  AND
               TAM-NOM   >   1
               SUBTRACT      1   FROM  TAM-NOM
               GO  TO        ROT-100-070.

       ROT-100-080.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-004
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE   KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-060.

       ROT-100-090.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-005
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-080.
           IF  RSP-OPC   =   "I"
               MOVE     "PRINTER"     TO  DES-REL
           ELSE
           IF  RSP-OPC   =   "A"
               MOVE     "RELATO.TXT"  TO  DES-REL
           ELSE
               GO  TO        ROT-100-090.
           DISPLAY  MEN-006
           MOVE     ZEROS    TO  GER-QTD  GER-VAL
                                 VCD-QTD  VCD-VAL
                                 AVC-QTD  AVC-VAL
           SORT     CADSRT   ON  ASCENDING  KEY  NOM-SRT  VEN-SRT
                                                 NUM-SRT
                    INPUT        PROCEDURE  IS   ROT-500-000
                    OUTPUT       PROCEDURE  IS   ROT-600-000
           MOVE     SPACES   TO  RSP-OPC
           IF  GER-QTD   =   ZEROS
               DISPLAY  MEN-007
           ELSE
               DISPLAY  MEN-008.
           ACCEPT   OPC-001
           GO  TO   ROT-100-000.

       ROT-300-000.
           MOVE     5    TO  PRM-001
           CLOSE    CADCPD   CADPRM
           CHAIN   "DYN500"  USING  PRM-001.

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

       ROT-500-000  SECTION.

       ROT-500-010.
           MOVE     ZEROS    TO  CHV-CPD
           START    CADCPD   KEY GREATER  CHV-CPD
                    INVALID  KEY GO  TO   ROT-500-090.

       ROT-500-020.
           READ     CADCPD   NEXT AT END
                    GO  TO   ROT-500-090.
           MOVE     DTA-CPD  TO  DTA-AUX
           PERFORM  ROT-400-000
           THRU     ROT-400-010
           IF  DTA-LCT   <   LIM-INI  OR
               DTA-LCT   >   LIM-FIN
               GO  TO        ROT-500-020.
           IF  NOM-AUX  NOT  =   SPACES  AND
               NOM-CPD (1:TAM-NOM)  NOT  =  NOM-AUX (1:TAM-NOM)
               GO  TO        ROT-500-020.
           MOVE     DTA-LCT  TO  VEN-SRT
           MOVE     NOM-CPD  TO  NOM-SRT
           MOVE     NUM-CPD  TO  NUM-SRT
           MOVE     BCO-CPD  TO  BCO-SRT
           MOVE     VAL-CPD  TO  VAL-SRT
           RELEASE  REG-SRT
           GO  TO   ROT-500-020.

       ROT-500-090.
           EXIT.

       ROT-600-000  SECTION.

       ROT-600-010.
           RETURN   CADSRT   AT  END
                    GO  TO   ROT-600-090.
           MOVE     DTA-INI  TO  DTA-AUX
           PERFORM  ROT-400-000
           THRU     ROT-400-010
           MOVE     DIA-LCT  TO  DI1-CB5
           MOVE     MES-LCT  TO  ME1-CB5
           MOVE     ANO-LCT  TO  AN1-CB5
           MOVE     DTA-FIN  TO  DTA-AUX
           PERFORM  ROT-400-000
           THRU     ROT-400-010
           MOVE     DIA-LCT  TO  DI2-CB5
           MOVE     MES-LCT  TO  ME2-CB5
           MOVE     ANO-LCT  TO  AN2-CB5
           MOVE     NOM-AUX  TO  EMT-CB5
           OPEN     OUTPUT   RELATO
           MOVE     1        TO  PAG-CB1
           WRITE    REG-REL FROM CAB-001  AFTER  0.

       ROT-600-020.
           WRITE    REG-REL FROM CAB-002  AFTER  2
           WRITE    REG-REL FROM CAB-005
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM CAB-004
           WRITE    REG-REL FROM CAB-003
           MOVE     ZEROS    TO  ACM-LIN.

       ROT-600-030.
           IF  ACM-LIN   >   50
               PERFORM       ROT-600-070.
           MOVE     NOM-SRT  TO  NOM-ANT  NOM-DT2
           WRITE    REG-REL FROM DET-002  AFTER  2
           ADD      2        TO  ACM-LIN
           MOVE     ZEROS    TO  ACM-QTD  ACM-VAL.

       ROT-600-040.
           IF  ACM-LIN  NOT  <   54
               PERFORM       ROT-600-070.
           MOVE     VEN-SRT  TO  DTA-LCT
           MOVE     DIA-LCT  TO  DIA-DT1
           MOVE     MES-LCT  TO  MES-DT1
           MOVE     ANO-LCT  TO  ANO-DT1
           MOVE     NUM-SRT  TO  NUM-DT1
           MOVE     BCO-SRT  TO  BCO-DT1
           MOVE     VAL-SRT  TO  VAL-DT1
           IF  VEN-SRT   <   LIM-SYS
               MOVE     "VENCIDO"    TO  SIT-DT1
               ADD      1        TO  VCD-QTD
               ADD      VAL-SRT  TO  VCD-VAL
           ELSE
               MOVE     "A VENCER"   TO  SIT-DT1
               ADD      1        TO  AVC-QTD
               ADD      VAL-SRT  TO  AVC-VAL.
           WRITE    REG-REL FROM DET-001
           ADD      1        TO  ACM-LIN  ACM-QTD
                                 GER-QTD
           ADD      VAL-SRT  TO  ACM-VAL  GER-VAL
           RETURN   CADSRT   AT  END
                    GO  TO   ROT-600-060.
           IF  NOM-SRT  NOT  =   NOM-ANT
               PERFORM       ROT-600-050
               GO  TO        ROT-600-030.
           GO  TO   ROT-600-040.

       ROT-600-050.
           MOVE     "- TOTAL DO EMITENTE "   TO  DES-TT1
           MOVE     ACM-QTD  TO  QTD-TT1
           MOVE     ACM-VAL  TO  VAL-TT1
           WRITE    REG-REL FROM TOT-001  AFTER  2
           ADD      2        TO  ACM-LIN.

       ROT-600-060.
           PERFORM  ROT-600-050
           WRITE    REG-REL FROM CAB-003  AFTER  2
           MOVE     "- TOTAL VENCIDO ...."   TO  DES-TT1
           MOVE     VCD-QTD  TO  QTD-TT1
           MOVE     VCD-VAL  TO  VAL-TT1
           WRITE    REG-REL FROM TOT-001
           MOVE     "- TOTAL A VENCER ..."   TO  DES-TT1
           MOVE     AVC-QTD  TO  QTD-TT1
           MOVE     AVC-VAL  TO  VAL-TT1
           WRITE    REG-REL FROM TOT-001
           MOVE     "- TOTAL GERAL ......"   TO  DES-TT1
           MOVE     GER-QTD  TO  QTD-TT1
           MOVE     GER-VAL  TO  VAL-TT1
           WRITE    REG-REL FROM TOT-001
           WRITE    REG-REL FROM CAB-003
           CLOSE    RELATO
           GO  TO   ROT-600-090.

       ROT-600-070.
           ADD      1        TO  PAG-CB1
           WRITE    REG-REL FROM CAB-001  AFTER  PAGE
           PERFORM  ROT-600-020.

       ROT-600-090.
           EXIT.
