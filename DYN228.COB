       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN228.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADATV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ATV.

           SELECT      CADCSD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CSD.

           SELECT      CADCTR        ASSIGN  TO  DISK.

           SELECT      CADPRM        ASSIGN  TO  DISK.

           SELECT      CADPRS        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PRS.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

       DATA            DIVISION.
       FILE            SECTION.

       FD  CADATV      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADATV.DAT".
       01  REG-ATV.
           03  CHV-ATV          PIC  9(01).
           03  DES-ATV          PIC  X(15).

       FD  CADCSD      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCSD.DAT".
       01  REG-CSD.
           03  CHV-CSD.
               05  PRX-CSD      PIC  9(01).
               05  SUF-CSD      PIC  9(03).
               05  DTA-CSD      PIC  9(06).
           03  CTM-CSD          PIC  9(07)V9999.
           03  QTD-CSD          PIC  9(06)V9.
           03  VAL-CSD          PIC  9(10)V99.

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

       FD  CADPRS      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADPRS.DAT".
       01  REG-PRS.
           03  CHV-PRS.
               05  TUR-PRS      PIC  9(01).
               05  CXA-PRS      PIC  9(01).
               05  ATV-PRS      PIC  9(01).
               05  LIN-PRS      PIC  9(03).
           03  DES-PRS          PIC  X(15).
           03  PRX-PRS          PIC  9(01).
           03  QTD-PRS          PIC  9(06)V9.
           03  CTD-PRS          PIC  9(10)V99.
           03  VDD-PRS          PIC S9(10)V99.
           03  QTM-PRS          PIC  9(07)V9.
           03  CTM-PRS          PIC  9(11)V99.
           03  VDM-PRS          PIC S9(11)V99.

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC  X(80).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  IND1             PIC  9(02).
           03  IND2             PIC  9(02).
           03  IND3             PIC  9(02).
           03  RSP-OPC          PIC  X(01).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  TECLADO          PIC  9(02).
           03  ACM-LIN          PIC  9(02).
           03  ULT-DIA          PIC  9(02).
           03  MEL-DIA          PIC  9(02).
           03  PIO-DIA          PIC  9(02).
           03  QTD-DIA          PIC  9(02).
           03  RST-AUX          PIC  9(02).
           03  ACM-QTD          PIC  9(08)V9.
           03  ACM-VAL          PIC S9(12)V99.
           03  ACM-CST          PIC S9(12)V99.
           03  LUC-AUX          PIC S9(12)V99.
           03  PCT-AUX          PIC S9(03)V99.
           03  MED-AUX          PIC S9(12)V99.

           03  DTA-AUX.
               05  ANO-AUX      PIC  9(02).
               05  MES-AUX      PIC  9(02).
               05  DIA-AUX      PIC  9(02).

           03  MES-REF          PIC  9(02).
           03  ANO-REF          PIC  9(04).
           03  AAR-REF          PIC  9(02).

           03  NOM-TAB          PIC  X(36).
           03  RED-NOM          REDEFINES   NOM-TAB.
               05  LET-NOM      PIC  X(01)  OCCURS  36.

           03  TAB-LET          PIC  X(42)  VALUE
      -        "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ ./-&,".
           03  RED-LET          REDEFINES   TAB-LET.
               05  LET-TAB      PIC  X(01)  OCCURS  42.

           03  TAB-MES          PIC  X(24)  VALUE
      -        "312831303130313130313031".
           03  RED-MES          REDEFINES   TAB-MES.
               05  DIA-MES      PIC  9(02)  OCCURS  12.

           03  TAB-ORG          PIC  X(45)  VALUE
      -        "COMBUSTIVEIS   OUTROS PRODUTOSSERVICOS       ".
           03  RED-ORG          REDEFINES   TAB-ORG.
               05  NOM-ORG      PIC  X(15)  OCCURS  03.

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(04).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

           03  GRP-TAB          OCCURS  10.
               05  DGR-TAB      PIC  X(15).
               05  QGR-TAB      PIC  9(08)V9.
               05  VGR-TAB      PIC S9(12)V99.
               05  CGR-TAB      PIC S9(12)V99.

           03  ORG-TAB          OCCURS  03.
               05  QOR-TAB      PIC  9(08)V9.
               05  VOR-TAB      PIC S9(12)V99.
               05  COR-TAB      PIC S9(12)V99.

           03  DIA-TAB          OCCURS  31.
               05  QDI-TAB      PIC  9(08)V9.
               05  VDI-TAB      PIC S9(11)V99.
               05  CDI-TAB      PIC S9(11)V99.

       01  CAB-001.
           03  FILLER           PIC  X(22)  VALUE  "-DYNAMIC-".
           03  NOM-CB1          PIC  X(48).
           03  FILLER           PIC  X(08)  VALUE  "FOLHA :".
           03  PAG-CB1          PIC  9(02).

       01  CAB-002.
           03  FILLER           PIC  X(36)  VALUE
      -        "RELATORIO MENSAL DE VENDAS".
           03  FILLER           PIC  X(13)  VALUE  "REFERENCIA :".
           03  MES-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB2          PIC  9(04).
           03  FILLER           PIC  X(16)  VALUE  SPACES.
           03  DIA-CB3          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-CB3          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB3          PIC  9(02).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004.
           03  TIT-CB4          PIC  X(32).
           03  FILLER           PIC  X(11)  VALUE  " QUANTIDADE".
           03  FILLER           PIC  X(14)  VALUE  "         VENDA".
           03  FILLER           PIC  X(14)  VALUE  "         CUSTO".
           03  FILLER           PIC  X(08)  VALUE  " MARGEM%".

       01  DET-001.
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  COD-DT1          PIC  9(01).
           03  FILLER           PIC  X(03)  VALUE  " -".
           03  DES-DT1          PIC  X(15).
           03  FILLER           PIC  X(11)  VALUE  SPACES.
           03  QTD-DT1          PIC  Z.ZZZ.ZZ9,9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  VAL-DT1          PIC  --.---.--9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  CST-DT1          PIC  --.---.--9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  PCT-DT1          PIC  ---9,99.

       01  DET-002.
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  DIA-DT2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-DT2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-DT2          PIC  9(04).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  SIT-DT2          PIC  X(18).
           03  QTD-DT2          PIC  Z.ZZZ.ZZ9,9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  VAL-DT2          PIC  --.---.--9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  CST-DT2          PIC  --.---.--9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  PCT-DT2          PIC  ---9,99.

       01  TOT-001.
           03  DES-TT1          PIC  X(43).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  VAL-TT1          PIC  --.---.--9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  CST-TT1          PIC  --.---.--9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  PCT-TT1          PIC  ---9,99.

       01  TOT-002.
           03  DES-TT2          PIC  X(18).
           03  DIA-TT2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-TT2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-TT2          PIC  9(04).
           03  FILLER           PIC  X(15)  VALUE  "  -  VENDAS :".
           03  VAL-TT2          PIC  --.---.--9,99.

       01  TOT-003.
           03  FILLER           PIC  X(28)  VALUE
      -        "MEDIA DOS DIAS COM VENDA ..".
           03  QTD-TT3          PIC  Z9.
           03  FILLER           PIC  X(15)  VALUE  " DIAS  -  MEDIA".
           03  FILLER           PIC  X(03)  VALUE  " :".
           03  VAL-TT3          PIC  --.---.--9,99.

       01  PRM-001              PIC  9(01).

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 02 PIC X(66) FROM
      -        "RELATORIO MENSAL DE VENDAS  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR 00.

       01  TLA-002.
           03  LINE 09 COLUMN 22 PIC X(37) FROM " ??????????????????????
      -       "??????????????" BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 22 PIC X(37) FROM " ?                     
      -       "             ?" BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 59 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 22 PIC X(37) FROM " ? Mes de Referencia : 
      -       "  /          ?" BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 59 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 22 PIC X(37) FROM " ?                     
      -       "             ?" BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 59 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 22 PIC X(37) FROM " ??????????????????????
      -       "??????????????" BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 59 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 24 PIC X(37) FROM SPACES.

       01  ENT-001.
           03  LINE 11 COLUMN 45 PIC 9(02) USING MES-REF
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 48 PIC 9(04) USING ANO-REF
               BACKGROUND-COLOR  01.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "TECLE [ENTER] P/ IM
      -            "PRIMIR !!!  -  [ESC] RETORNA ...                "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  ACUMUL
      -            "ANDO VALORES DO MES ...                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  IMPRIM
      -            "INDO RELATORIO MENSAL ...                       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "RELATORIO ENCERRADO
      -            "  -  TECLE [ENTER] ...                          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRIMIR NA (I)MPRE
      -            "SSORA OU EM (A)RQUIVO ?                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001 LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION  CHAINING  PRM-001.

       ROT-000-000.
           DISPLAY  TLA-001
           OPEN     INPUT  CADCTR CADPRM
           READ     CADPRM
           READ     CADCTR
           MOVE     1        TO   IND2.

       ROT-000-010.
           MOVE     CLI-PRM (IND2 + 1)  TO IND3
           MOVE     LET-TAB (IND3)  TO  LET-NOM (IND2)
           ADD      1   TO   IND2
           IF  IND2  <  36
               GO  TO        ROT-000-010.
           MOVE     SPACES   TO  LET-NOM (IND2)
           ACCEPT   DTA-SYS  FROM   DATE  YYYYMMDD.
           MOVE     NOM-TAB  TO  NOM-CB1
           MOVE     DIA-SYS  TO  DIA-CB3
           MOVE     MES-SYS  TO  MES-CB3
           MOVE     ANO-SYS  TO  ANO-CB3
           MOVE     DTI-CTR  TO  DTA-AUX
           IF  MES-AUX   <   1   OR  >  12
               MOVE     DIA-SYS  TO  DIA-AUX
               MOVE     MES-SYS  TO  MES-AUX
               MOVE     ANO-SYS  TO  ANO-AUX.
           MOVE     MES-AUX  TO  MES-REF  MES-CB2
           MOVE     ANO-AUX  TO  AAR-REF  ANO-REF
           IF  ANO-AUX   <   50
               ADD     2000  TO  ANO-REF
           ELSE
               ADD     1900  TO  ANO-REF.
           MOVE     ANO-REF  TO  ANO-CB2
           MOVE     DIA-MES (MES-REF)   TO  ULT-DIA
           DIVIDE   ANO-REF  BY  4  GIVING  IND1  REMAINDER  RST-AUX
           IF  MES-REF   =   2   AND   RST-AUX  =  0
               MOVE     29       TO  ULT-DIA.
           CLOSE    CADCTR   CADPRM
           DISPLAY  TLA-002  ENT-001.

       ROT-100-000.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-001
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-900-000.

       ROT-100-010.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-005
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           IF  RSP-OPC   =   "I"
               MOVE     "PRINTER"     TO  DES-REL
           ELSE
           IF  RSP-OPC   =   "A"
               MOVE     "RELATO.TXT"  TO  DES-REL
           ELSE
               GO  TO        ROT-100-010.

       ROT-200-000.
           DISPLAY  MEN-002
           OPEN     INPUT  CADATV CADCSD CADPRS
           MOVE     1        TO  IND1.

       ROT-200-005.
           MOVE     SPACES   TO  DGR-TAB (IND1)
           MOVE     ZEROS    TO  QGR-TAB (IND1)  VGR-TAB (IND1)
                                 CGR-TAB (IND1)
           IF  IND1  NOT  >  3
               MOVE     ZEROS    TO  QOR-TAB (IND1)  VOR-TAB (IND1)
                                     COR-TAB (IND1).
           ADD      1        TO  IND1
           IF  IND1      <   11
               GO  TO        ROT-200-005.
           MOVE     1        TO  IND1.

       ROT-200-007.
           MOVE     ZEROS    TO  QDI-TAB (IND1)  VDI-TAB (IND1)
                                 CDI-TAB (IND1)
           ADD      1        TO  IND1
           IF  IND1      <   32
               GO  TO        ROT-200-007.
           MOVE     SPACES   TO  CHV-PRS
           START    CADPRS   KEY GREATER  CHV-PRS
                    INVALID  KEY GO  TO   ROT-200-020.

       ROT-200-010.
           READ     CADPRS   NEXT AT END
                    GO  TO   ROT-200-020.
           IF  ATV-PRS   <   1   OR  >  3
               GO  TO        ROT-200-010.
           MOVE     ATV-PRS  TO  IND1
           ADD      QTM-PRS  TO  QOR-TAB (IND1)
           ADD      VDM-PRS  TO  VOR-TAB (IND1)
           ADD      CTM-PRS  TO  COR-TAB (IND1)
           COMPUTE  IND1     =   PRX-PRS  +  1
           IF  DGR-TAB (IND1)  =  SPACES
               MOVE     DES-PRS  TO  DGR-TAB (IND1).
           ADD      QTM-PRS  TO  QGR-TAB (IND1)
           ADD      VDM-PRS  TO  VGR-TAB (IND1)
           ADD      CTM-PRS  TO  CGR-TAB (IND1)
           GO  TO   ROT-200-010.

       ROT-200-020.
           MOVE     ZEROS    TO  CHV-CSD
           START    CADCSD   KEY GREATER  CHV-CSD
                    INVALID  KEY GO  TO   ROT-300-000.

       ROT-200-030.
           READ     CADCSD   NEXT AT END
                    GO  TO   ROT-300-000.
           MOVE     DTA-CSD  TO  DTA-AUX
           IF  ANO-AUX  NOT  =   AAR-REF  OR
               MES-AUX  NOT  =   MES-REF
               GO  TO        ROT-200-030.
           IF  DIA-AUX   <   1   OR  >  31
               GO  TO        ROT-200-030.
           ADD      QTD-CSD  TO  QDI-TAB (DIA-AUX)
           ADD      VAL-CSD  TO  VDI-TAB (DIA-AUX)
           COMPUTE  CDI-TAB (DIA-AUX)  ROUNDED  =  CDI-TAB (DIA-AUX)
                             +   QTD-CSD  *  CTM-CSD
           GO  TO   ROT-200-030.

       ROT-300-000.
           DISPLAY  MEN-003
           OPEN     OUTPUT       RELATO
           MOVE     1        TO  PAG-CB1
           WRITE    REG-REL FROM CAB-001  AFTER 0
           PERFORM  ROT-310-020
           MOVE     "ATIVIDADE"         TO  TIT-CB4
           PERFORM  ROT-320-000
           MOVE     ZEROS    TO  ACM-VAL  ACM-CST
           MOVE     1        TO  IND1.

       ROT-300-010.
           IF  VGR-TAB (IND1)  =  ZEROS  AND
               CGR-TAB (IND1)  =  ZEROS  AND
               QGR-TAB (IND1)  =  ZEROS
               GO  TO        ROT-300-015.
           PERFORM  ROT-310-000  THRU  ROT-310-010
           COMPUTE  COD-DT1  =   IND1  -  1
           MOVE     COD-DT1  TO  CHV-ATV
           READ     CADATV   INVALID  KEY
                    MOVE     DGR-TAB (IND1)  TO  DES-ATV.
           MOVE     DES-ATV         TO  DES-DT1
           MOVE     QGR-TAB (IND1)  TO  QTD-DT1
           MOVE     VGR-TAB (IND1)  TO  VAL-DT1  ACM-VAL
           MOVE     CGR-TAB (IND1)  TO  CST-DT1  ACM-CST
           PERFORM  ROT-330-000
           MOVE     PCT-AUX  TO  PCT-DT1
           WRITE    REG-REL FROM DET-001
           ADD      1        TO  ACM-LIN.

       ROT-300-015.
           ADD      1        TO  IND1
           IF  IND1      <   11
               GO  TO        ROT-300-010.
           MOVE     ZEROS    TO  ACM-VAL  ACM-CST
           MOVE     1        TO  IND1.

       ROT-300-020.
           ADD      VGR-TAB (IND1)  TO  ACM-VAL
           ADD      CGR-TAB (IND1)  TO  ACM-CST
           ADD      1        TO  IND1
           IF  IND1      <   11
               GO  TO        ROT-300-020.
           MOVE     "     - TOTAL DAS ATIVIDADES ....."  TO  DES-TT1
           PERFORM  ROT-340-000
           MOVE     "GRUPO DE VENDA"    TO  TIT-CB4
           PERFORM  ROT-320-000
           MOVE     1        TO  IND1.

       ROT-300-030.
           PERFORM  ROT-310-000  THRU  ROT-310-010
           MOVE     IND1            TO  COD-DT1
           MOVE     NOM-ORG (IND1)  TO  DES-DT1
           MOVE     QOR-TAB (IND1)  TO  QTD-DT1
           MOVE     VOR-TAB (IND1)  TO  VAL-DT1  ACM-VAL
           MOVE     COR-TAB (IND1)  TO  CST-DT1  ACM-CST
           PERFORM  ROT-330-000
           MOVE     PCT-AUX  TO  PCT-DT1
           WRITE    REG-REL FROM DET-001
           ADD      1        TO  ACM-LIN
           ADD      1        TO  IND1
           IF  IND1      <   4
               GO  TO        ROT-300-030.
           COMPUTE  ACM-VAL  =   VOR-TAB (1)  +  VOR-TAB (2)
                             +   VOR-TAB (3)
           COMPUTE  ACM-CST  =   COR-TAB (1)  +  COR-TAB (2)
                             +   COR-TAB (3)
           MOVE     "     - TOTAL DOS GRUPOS ........."  TO  DES-TT1
           PERFORM  ROT-340-000
           MOVE     "MOVIMENTO DIARIO"  TO  TIT-CB4
           PERFORM  ROT-320-000
           MOVE     ZEROS    TO  MEL-DIA  PIO-DIA  QTD-DIA
           MOVE     1        TO  IND1.

       ROT-300-040.
           IF  VDI-TAB (IND1)  NOT  >  ZEROS
               GO  TO        ROT-300-045.
           ADD      1        TO  QTD-DIA
           IF  MEL-DIA   =   ZEROS
               MOVE     IND1     TO  MEL-DIA  PIO-DIA
               GO  TO        ROT-300-045.
           IF  VDI-TAB (IND1)  >  VDI-TAB (MEL-DIA)
               MOVE     IND1     TO  MEL-DIA.
           IF  VDI-TAB (IND1)  <  VDI-TAB (PIO-DIA)
               MOVE     IND1     TO  PIO-DIA.

       ROT-300-045.
           ADD      1        TO  IND1
           IF  IND1  NOT  >  ULT-DIA
               GO  TO        ROT-300-040.
           MOVE     ZEROS    TO  ACM-QTD  ACM-VAL  ACM-CST
           MOVE     MES-REF  TO  MES-DT2
           MOVE     ANO-REF  TO  ANO-DT2
           MOVE     1        TO  IND1.

       ROT-300-050.
           PERFORM  ROT-310-000  THRU  ROT-310-010
           MOVE     IND1     TO  DIA-DT2
           MOVE     SPACES   TO  SIT-DT2
           IF  IND1      =   MEL-DIA
               MOVE     "<< MELHOR DIA"  TO  SIT-DT2.
           IF  IND1      =   PIO-DIA  AND  QTD-DIA  >  1
               MOVE     "<< PIOR DIA"    TO  SIT-DT2.
           MOVE     QDI-TAB (IND1)  TO  QTD-DT2
           MOVE     VDI-TAB (IND1)  TO  VAL-DT2
           MOVE     CDI-TAB (IND1)  TO  CST-DT2
           COMPUTE  LUC-AUX  =   VDI-TAB (IND1)  -  CDI-TAB (IND1)
           MOVE     ZEROS    TO  PCT-AUX
           IF  VDI-TAB (IND1)  NOT  =  ZEROS
               COMPUTE  PCT-AUX  =  LUC-AUX  *  100  /  VDI-TAB (IND1).
           MOVE     PCT-AUX  TO  PCT-DT2
           WRITE    REG-REL FROM DET-002
           ADD      1        TO  ACM-LIN
           ADD      QDI-TAB (IND1)  TO  ACM-QTD
           ADD      VDI-TAB (IND1)  TO  ACM-VAL
           ADD      CDI-TAB (IND1)  TO  ACM-CST
           ADD      1        TO  IND1
           IF  IND1  NOT  >  ULT-DIA
               GO  TO        ROT-300-050.
           MOVE     "     - TOTAL DO MES ............."  TO  DES-TT1
           PERFORM  ROT-340-000
           IF  QTD-DIA   =   ZEROS
               GO  TO        ROT-300-060.
           IF  ACM-LIN   >   50
               PERFORM       ROT-310-020.
           MOVE     "MELHOR DIA .....:"  TO  DES-TT2
           MOVE     MEL-DIA  TO  DIA-TT2
           MOVE     MES-REF  TO  MES-TT2
           MOVE     ANO-REF  TO  ANO-TT2
           MOVE     VDI-TAB (MEL-DIA)    TO  VAL-TT2
           WRITE    REG-REL FROM TOT-002  AFTER  2
           MOVE     "PIOR DIA .......:"  TO  DES-TT2
           MOVE     PIO-DIA  TO  DIA-TT2
           MOVE     VDI-TAB (PIO-DIA)    TO  VAL-TT2
           WRITE    REG-REL FROM TOT-002
           DIVIDE   ACM-VAL  BY  QTD-DIA  GIVING  MED-AUX  ROUNDED
           MOVE     QTD-DIA  TO  QTD-TT3
           MOVE     MED-AUX  TO  VAL-TT3
           WRITE    REG-REL FROM TOT-003.

       ROT-300-060.
           CLOSE    RELATO   CADATV   CADCSD   CADPRS
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-004
           ACCEPT   OPC-001.

       ROT-900-000.
           MOVE     6    TO  PRM-001
           CHAIN   "DYN200"  USING   PRM-001.

       ROT-310-000.
           IF  ACM-LIN   <   54
               GO  TO        ROT-310-010.
           ADD      1        TO  PAG-CB1
           WRITE    REG-REL FROM CAB-001  AFTER  PAGE
           PERFORM  ROT-310-020
           WRITE    REG-REL FROM CAB-004
           WRITE    REG-REL FROM CAB-003
           ADD      2        TO  ACM-LIN.

       ROT-310-010.
           EXIT.

       ROT-310-020.
           WRITE    REG-REL FROM CAB-002  AFTER  2
           WRITE    REG-REL FROM CAB-003
           MOVE     ZEROS    TO  ACM-LIN.

       ROT-320-000.
           IF  ACM-LIN   >   48
               ADD      1        TO  PAG-CB1
               WRITE    REG-REL FROM CAB-001  AFTER  PAGE
               PERFORM  ROT-310-020.
           WRITE    REG-REL FROM CAB-004  AFTER  2
           WRITE    REG-REL FROM CAB-003
           ADD      3        TO  ACM-LIN.

       ROT-330-000.
           COMPUTE  LUC-AUX  =   ACM-VAL  -  ACM-CST
           MOVE     ZEROS    TO  PCT-AUX
           IF  ACM-VAL  NOT  =   ZEROS
               COMPUTE  PCT-AUX  =  LUC-AUX  *  100  /  ACM-VAL.

       ROT-340-000.
           MOVE     ACM-VAL  TO  VAL-TT1
           MOVE     ACM-CST  TO  CST-TT1
           PERFORM  ROT-330-000
           MOVE     PCT-AUX  TO  PCT-TT1
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM TOT-001
           ADD      2        TO  ACM-LIN.
