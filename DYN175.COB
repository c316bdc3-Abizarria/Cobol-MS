       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN175.
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

           SELECT      CADCMB        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CMB.

           SELECT      CADLCP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LCP.

           SELECT      CADCTD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CTD
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADBCD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-BCD
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

       DATA            DIVISION.
       FILE            SECTION.

       FD  CADFOR      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADFOR.DAT".
       01  REG-FOR.
           03  CHV-FOR          PIC  9(03).
           03  NOM-FOR          PIC  X(25).

       FD  CADCMB      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCMB.DAT".
       01  REG-CMB.
           03  CHV-CMB          PIC  9(02).
           03  DES-CMB          PIC  X(15).
           03  VVM-CMB          PIC  9(11)V99.
           03  LUC-CMB          PIC  9(04)V9999.

       FD  CADLCP      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADLCP.DAT".
       01  REG-LCP.
           03  CHV-LCP.
               05  PRX-LCP      PIC  9(01).
               05  SUF-LCP      PIC  9(03).
               05  DTA-LCP.
                   07  ANO-LCP  PIC  9(02).
                   07  MES-LCP  PIC  9(02).
                   07  DIA-LCP  PIC  9(02).
               05  LCT-LCP      PIC  9(03).
           03  NTF-LCP          PIC  9(06).
           03  FOR-LCP          PIC  9(03).
           03  QTD-LCP          PIC S9(06).
           03  CST-LCP          PIC  9(07)V9999.

       FD  CADCTD      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCTD.DAT".
       01  REG-CTD.
           03  CHV-CTD.
               05  FOR-CTD      PIC  9(03).
               05  CMB-CTD      PIC  9(02).
           03  NUM-CTD          PIC  X(15).
           03  DTI-CTD.
               05  ANO-CTI      PIC  9(02).
               05  MES-CTI      PIC  9(02).
           03  DTF-CTD.
               05  ANO-CTF      PIC  9(02).
               05  MES-CTF      PIC  9(02).
           03  VOL-CTD          PIC  9(07).
           03  FXA-CTD                      OCCURS  04.
               05  LIT-CTD      PIC  9(07).
               05  BON-CTD      PIC  9(01)V9999.
               05  MKT-CTD      PIC  9(07)V99.

       FD  CADBCD      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADBCD.DAT".
       01  REG-BCD.
           03  CHV-BCD.
               05  FOR-BCD      PIC  9(03).
               05  CMB-BCD      PIC  9(02).
               05  ANO-BCD      PIC  9(02).
               05  MES-BCD      PIC  9(02).
           03  DTR-BCD.
               05  ANR-BCD      PIC  9(02).
               05  MER-BCD      PIC  9(02).
               05  DIR-BCD      PIC  9(02).
           03  VAL-BCD          PIC  9(08)V99.
           03  DOC-BCD          PIC  X(15).

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
           03  IND-MES          PIC  9(02).
           03  IND-FXA          PIC  9(01).
           03  FXA-AUX          PIC  9(01).
           03  CTR-AUX          PIC  9(08).
           03  LIT-AUX          PIC S9(08).
           03  DIF-AUX          PIC S9(08).
           03  BON-AUX          PIC  9(09)V99.
           03  REC-AUX          PIC  9(09)V99.
           03  CTD-CTR          PIC  9(09).
           03  CTD-CMP          PIC S9(09).
           03  CTD-DIF          PIC S9(09).
           03  CTD-BON          PIC  9(09)V99.
           03  CTD-REC          PIC  9(09)V99.
           03  GER-BON          PIC  9(09)V99.
           03  GER-REC          PIC  9(09)V99.
           03  SDO-AUX          PIC S9(09)V99.

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

           03  REF-INI.
               05  ANO-RIN      PIC  9(02).
               05  MES-RIN      PIC  9(02).

           03  REF-FIN.
               05  ANO-REF      PIC  9(02).
               05  MES-REF      PIC  9(02).

           03  REF-AUX.
               05  ANO-RAX      PIC  9(02).
               05  MES-RAX      PIC  9(02).

       01  TAB-LIT.
           03  LIT-MES          PIC S9(08)  OCCURS  12.

       01  PRM-001              PIC  9(01).

       01  CAB-001.
           03  FILLER           PIC  X(22)  VALUE  "-DYNAMIC-".
           03  FILLER           PIC  X(48)  VALUE
               "CONTRATOS DE DISTRIBUIDORA".
           03  FILLER           PIC  X(08)  VALUE  "FOLHA :".
           03  PAG-CB1          PIC  9(02).

       01  CAB-002.
           03  FILLER           PIC  X(23)  VALUE
               "ACUMULADO NO ANO DE 01/".
           03  ANI-CB2          PIC  9(02).
           03  FILLER           PIC  X(03)  VALUE  " A ".
           03  MEF-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANF-CB2          PIC  9(02).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004              PIC  X(80)  VALUE
      -    "MES   CONTRATADO   COMPRADO  DIFERENCA    ACUMUL. FX  BONIFI
      -    "CACAO     RECEBIDO".

       01  CAB-005.
           03  FILLER           PIC  X(13)  VALUE  "FORNECEDOR :".
           03  FOR-CB5          PIC  9(03).
           03  FILLER           PIC  X(03)  VALUE  " - ".
           03  NOM-CB5          PIC  X(25).
           03  FILLER           PIC  X(04)  VALUE  SPACES.
           03  FILLER           PIC  X(14)  VALUE  "COMBUSTIVEL :".
           03  CMB-CB5          PIC  9(02).
           03  FILLER           PIC  X(03)  VALUE  " - ".
           03  DES-CB5          PIC  X(13).

       01  CAB-006.
           03  FILLER           PIC  X(11)  VALUE  "CONTRATO :".
           03  NUM-CB6          PIC  X(15).
           03  FILLER           PIC  X(13)  VALUE  "  VIGENCIA :".
           03  MCI-CB6          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ACI-CB6          PIC  9(02).
           03  FILLER           PIC  X(03)  VALUE  " A ".
           03  MCF-CB6          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ACF-CB6          PIC  9(02).
           03  FILLER           PIC  X(15)  VALUE  "  VOLUME/MES :".
           03  VOL-CB6          PIC  Z.ZZZ.ZZ9.
           03  FILLER           PIC  X(02)  VALUE  " L".

       01  DET-001.
           03  MES-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  CTR-DT1          PIC  ZZ.ZZZ.ZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  CMP-DT1          PIC  ZZ.ZZZ.ZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DIF-DT1          PIC  --.---.--9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  ACU-DT1          PIC  --.---.--9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  FXA-DT1          PIC  Z.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  BON-DT1          PIC  Z.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  REC-DT1          PIC  Z.ZZZ.ZZ9,99.

       01  TOT-001.
           03  FILLER           PIC  X(06)  VALUE  "TOTAL".
           03  CTR-TT1          PIC  ZZ.ZZZ.ZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  CMP-TT1          PIC  ZZ.ZZZ.ZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DIF-TT1          PIC  --.---.--9.
           03  FILLER           PIC  X(14)  VALUE  SPACES.
           03  BON-TT1          PIC  Z.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  REC-TT1          PIC  Z.ZZZ.ZZ9,99.

       01  TOT-002.
           03  LBL-TT2          PIC  X(52).
           03  VAL-TT2          PIC  Z.ZZZ.ZZ9,99-.

       01  TOT-003.
           03  LBL-TT3          PIC  X(39).
           03  QTD-TT3          PIC  ZZ.ZZZ.ZZ9.
           03  FILLER           PIC  X(07)  VALUE  " LITROS".

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 02 PIC X(66) FROM
      -        "CONTRATOS DE DISTRIBUIDORA  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.

       01  TLA-002.
           03  LINE 10 COLUMN 22 PIC X(38) FROM " ??????????????????????
      -       "?????????????? " BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 22 PIC X(38) FROM " ? Acumulado ate (mes/a
      -       "no):   /     ? " BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 60 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 22 PIC X(38) FROM " ??????????????????????
      -       "?????????????? " BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 60 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 24 PIC X(38) FROM SPACES.

       01  ENT-001.
           03  MRF-ENT LINE 11 COLUMN 50 PIC 9(02) USING MES-REF
                       BACKGROUND-COLOR  01.
           03  ARF-ENT LINE 11 COLUMN 53 PIC 9(02) USING ANO-REF
                       BACKGROUND-COLOR  01.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O MES/ANO AT
      -            "E O QUAL ACUMULAR  -  [ESC] RETORNA ...         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRIMIR NA (I)MPRE
      -            "SSORA OU EM (A)RQUIVO ?                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  IMPRIM
      -            "INDO OS CONTRATOS DE DISTRIBUIDORA ...          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001 LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION.

       ROT-000-000.
           DISPLAY  TLA-001  TLA-002
           ACCEPT   DTA-SYS  FROM   DATE
           OPEN     INPUT    CADFOR   CADCMB   CADLCP
           OPEN     INPUT    CADCTD
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADCTD
               CLOSE    CADCTD
               OPEN     INPUT    CADCTD.
           OPEN     INPUT    CADBCD
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADBCD
               CLOSE    CADBCD
               OPEN     INPUT    CADBCD.
           MOVE     MES-SYS  TO  MES-REF
           MOVE     ANO-SYS  TO  ANO-REF.

       ROT-100-000.
           DISPLAY  MEN-001
           ACCEPT   (11 50)  MES-REF  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  MRF-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-900-000.
           IF  MES-REF   <   1  OR  >  12
               GO  TO        ROT-100-000.
           ACCEPT   (11 53)  ANO-REF  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  ARF-ENT
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
           MOVE     ZEROS    TO  ACM-LIN  GER-BON  GER-REC
           MOVE     0        TO  FLG-MOV
           MOVE     ANO-REF  TO  ANO-RIN  ANI-CB2  ANF-CB2
           MOVE     01       TO  MES-RIN
           MOVE     MES-REF  TO  MEF-CB2
           WRITE    REG-REL FROM CAB-001  AFTER 0
           PERFORM  ROT-100-015
           MOVE     ZEROS    TO  CHV-CTD
           START    CADCTD   KEY GREATER  CHV-CTD
                    INVALID  KEY GO  TO   ROT-100-030.
           GO  TO   ROT-100-020.

       ROT-100-015.
           WRITE    REG-REL FROM CAB-002  AFTER  2
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM CAB-004
           WRITE    REG-REL FROM CAB-003.

       ROT-100-020.
           READ     CADCTD   NEXT AT END
                    GO  TO   ROT-100-030.
           IF  DTF-CTD   <   REF-INI  OR  DTI-CTD  >  REF-FIN
               GO  TO        ROT-100-020.
           MOVE     1        TO  FLG-MOV
           PERFORM  ROT-200-000  THRU  ROT-200-010
           PERFORM  ROT-250-000  THRU  ROT-250-030
           MOVE     ZEROS    TO  CTD-CTR  CTD-CMP  CTD-DIF
                                 CTD-BON  CTD-REC
           MOVE     1        TO  IND-MES
           PERFORM  ROT-300-000  THRU  ROT-300-020
           PERFORM  ROT-500-000  THRU  ROT-500-010
           GO  TO   ROT-100-020.

       ROT-100-030.
           IF  FLG-MOV   =   0
               GO  TO        ROT-100-040.
           WRITE    REG-REL FROM CAB-003  AFTER  2
           MOVE     "TOTAL GERAL DE BONIFICACOES APURADAS ......."
                             TO  LBL-TT2
           MOVE     GER-BON  TO  VAL-TT2
           WRITE    REG-REL FROM TOT-002
           MOVE     "TOTAL GERAL RECEBIDO DAS DISTRIBUIDORAS ...."
                             TO  LBL-TT2
           MOVE     GER-REC  TO  VAL-TT2
           WRITE    REG-REL FROM TOT-002
           COMPUTE  SDO-AUX  =   GER-BON  -  GER-REC
           MOVE     "SALDO GERAL A RECEBER DAS DISTRIBUIDORAS ..."
                             TO  LBL-TT2
           MOVE     SDO-AUX  TO  VAL-TT2
           WRITE    REG-REL FROM TOT-002.

       ROT-100-040.
           WRITE    REG-REL FROM CAB-003
           CLOSE    RELATO
           GO  TO   ROT-100-000.

       ROT-200-000.
           IF  ACM-LIN   >   32
               MOVE     54       TO  ACM-LIN
               PERFORM  ROT-400-000  THRU  ROT-400-010.
           MOVE     FOR-CTD  TO  CHV-FOR  FOR-CB5
           MOVE     SPACES   TO  NOM-FOR
           READ     CADFOR   INVALID KEY
                    MOVE     SPACES   TO  NOM-FOR.
           MOVE     NOM-FOR  TO  NOM-CB5
           MOVE     CMB-CTD  TO  CHV-CMB  CMB-CB5
           MOVE     SPACES   TO  DES-CMB
           READ     CADCMB   INVALID KEY
                    MOVE     SPACES   TO  DES-CMB.
           MOVE     DES-CMB  TO  DES-CB5
           MOVE     NUM-CTD  TO  NUM-CB6
           MOVE     MES-CTI  TO  MCI-CB6
           MOVE     ANO-CTI  TO  ACI-CB6
           MOVE     MES-CTF  TO  MCF-CB6
           MOVE     ANO-CTF  TO  ACF-CB6
           MOVE     VOL-CTD  TO  VOL-CB6
           WRITE    REG-REL FROM CAB-005  AFTER  2
           WRITE    REG-REL FROM CAB-006
           ADD      3        TO  ACM-LIN.

       ROT-200-010.
           EXIT.

       ROT-250-000.
           MOVE     ZEROS    TO  TAB-LIT
           MOVE     1        TO  PRX-LCP
           MOVE     CMB-CTD  TO  SUF-LCP
           MOVE     ANO-REF  TO  ANO-LCP
           MOVE     ZEROS    TO  MES-LCP  DIA-LCP  LCT-LCP
           START    CADLCP   KEY GREATER  CHV-LCP
                    INVALID  KEY GO  TO   ROT-250-030.

       ROT-250-010.
           READ     CADLCP   NEXT AT END
                    GO  TO   ROT-250-030.
           IF  PRX-LCP  NOT  =   1  OR  SUF-LCP  NOT  =  CMB-CTD
               GO  TO        ROT-250-030.
           IF  ANO-LCP  NOT  =   ANO-REF  OR  MES-LCP  >  MES-REF
               GO  TO        ROT-250-030.
           IF  FOR-LCP  NOT  =   FOR-CTD
               GO  TO        ROT-250-010.
           IF  MES-LCP   <   1  OR  >  12
               GO  TO        ROT-250-010.
           ADD      QTD-LCP  TO  LIT-MES (MES-LCP)
           GO  TO   ROT-250-010.

       ROT-250-030.
           EXIT.

       ROT-300-000.
           IF  IND-MES   >   MES-REF
               GO  TO        ROT-300-020.
           MOVE     ANO-REF  TO  ANO-RAX
           MOVE     IND-MES  TO  MES-RAX
           IF  REF-AUX   <   DTI-CTD  OR  REF-AUX  >  DTF-CTD
               GO  TO        ROT-300-010.
           MOVE     VOL-CTD  TO  CTR-AUX
           MOVE     LIT-MES (IND-MES)  TO  LIT-AUX
           COMPUTE  DIF-AUX  =   LIT-AUX  -  CTR-AUX
           ADD      CTR-AUX  TO  CTD-CTR
           ADD      LIT-AUX  TO  CTD-CMP
           ADD      DIF-AUX  TO  CTD-DIF
           MOVE     0        TO  FXA-AUX
           MOVE     1        TO  IND-FXA
           PERFORM  ROT-350-000  THRU  ROT-350-010
           MOVE     ZEROS    TO  BON-AUX
           IF  FXA-AUX   >   0
               COMPUTE  BON-AUX  ROUNDED  =
                        LIT-AUX  *  BON-CTD (FXA-AUX)
                                 +  MKT-CTD (FXA-AUX).
           MOVE     FOR-CTD  TO  FOR-BCD
           MOVE     CMB-CTD  TO  CMB-BCD
           MOVE     ANO-RAX  TO  ANO-BCD
           MOVE     MES-RAX  TO  MES-BCD
           READ     CADBCD   INVALID KEY
                    MOVE     ZEROS    TO  VAL-BCD.
           MOVE     VAL-BCD  TO  REC-AUX
           ADD      BON-AUX  TO  CTD-BON
           ADD      REC-AUX  TO  CTD-REC
           MOVE     MES-RAX  TO  MES-DT1
           MOVE     ANO-RAX  TO  ANO-DT1
           MOVE     CTR-AUX  TO  CTR-DT1
           MOVE     LIT-AUX  TO  CMP-DT1
           MOVE     DIF-AUX  TO  DIF-DT1
           MOVE     CTD-DIF  TO  ACU-DT1
           MOVE     FXA-AUX  TO  FXA-DT1
           MOVE     BON-AUX  TO  BON-DT1
           MOVE     REC-AUX  TO  REC-DT1
           WRITE    REG-REL FROM DET-001
           ADD      1        TO  ACM-LIN
           PERFORM  ROT-400-000  THRU  ROT-400-010.

       ROT-300-010.
           ADD      1        TO  IND-MES
           GO  TO   ROT-300-000.

       ROT-300-020.
           EXIT.

       ROT-350-000.
           IF  IND-FXA   >   4
               GO  TO        ROT-350-010.
           IF  LIT-CTD (IND-FXA)  >  ZEROS  AND
               LIT-AUX  NOT  <  LIT-CTD (IND-FXA)
               MOVE     IND-FXA  TO  FXA-AUX.
           ADD      1        TO  IND-FXA
           GO  TO   ROT-350-000.

       ROT-350-010.
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

       ROT-500-000.
           MOVE     CTD-CTR  TO  CTR-TT1
           MOVE     CTD-CMP  TO  CMP-TT1
           MOVE     CTD-DIF  TO  DIF-TT1
           MOVE     CTD-BON  TO  BON-TT1
           MOVE     CTD-REC  TO  REC-TT1
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM TOT-001
           IF  CTD-DIF   <   ZEROS
               MOVE     "VOLUME ACUMULADO ABAIXO DO CONTRATADO :"
                                 TO  LBL-TT3
           ELSE
               MOVE     "VOLUME ACUMULADO ACIMA DO CONTRATADO .:"
                                 TO  LBL-TT3.
           MOVE     CTD-DIF  TO  QTD-TT3
           WRITE    REG-REL FROM TOT-003
           COMPUTE  SDO-AUX  =   CTD-BON  -  CTD-REC
           MOVE     "SALDO DE BONIFICACAO A RECEBER DA DISTRIBUIDORA :"
                             TO  LBL-TT2
           MOVE     SDO-AUX  TO  VAL-TT2
           WRITE    REG-REL FROM TOT-002
           ADD      CTD-BON  TO  GER-BON
           ADD      CTD-REC  TO  GER-REC
           ADD      4        TO  ACM-LIN
           PERFORM  ROT-400-000  THRU  ROT-400-010.

       ROT-500-010.
           EXIT.

       ROT-900-000.
           CLOSE    CADFOR   CADCMB   CADLCP   CADCTD   CADBCD
           CHAIN   "DYN174".
