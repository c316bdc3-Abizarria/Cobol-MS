       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN177.
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

           SELECT      CADCOT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-COT
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

       FD  CADCOT      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADCOT.DAT".
       01  REG-COT.
           03  CHV-COT.
               05  CMB-COT      PIC  9(02).
               05  DTA-COT.
                   07  ANO-COT  PIC  9(02).
                   07  MES-COT  PIC  9(02).
                   07  DIA-COT  PIC  9(02).
               05  SEQ-COT      PIC  9(02).
           03  FOR-COT          PIC  9(03).
           03  PRC-COT          PIC  9(03)V9999.
           03  PRZ-COT          PIC  9(03).
           03  FRT-COT          PIC  X(01).
           03  VFR-COT          PIC  9(01)V9999.
           03  DTV-COT.
               05  ANV-COT      PIC  9(02).
               05  MEV-COT      PIC  9(02).
               05  DIV-COT      PIC  9(02).
           03  HRV-COT.
               05  HOV-COT      PIC  9(02).
               05  MIV-COT      PIC  9(02).
           03  QTD-COT          PIC  9(06).
           03  AJU-COT          PIC  9(03)V9999.
           03  PED-COT          PIC  9(06).

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC  X(80).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  ACM-LIN          PIC  9(02).
           03  FS-ARQ           PIC  X(02).
           03  FLG-INC          PIC  9(01).
           03  CMB-REF          PIC  9(02).
           03  FOR-BSC          PIC  9(03).
           03  IND              PIC  9(02).
           03  QTD-FOR          PIC  9(02).
           03  DIA-ANT          PIC  9(02).
           03  MEN-AJU          PIC  9(03)V9999.
           03  FOR-MEN          PIC  9(03).
           03  QTD-DIA          PIC  9(03).
           03  QTD-TOT          PIC  9(04).
           03  MAI-BST          PIC  9(03).
           03  FOR-MAI          PIC  9(03).
           03  MED-AUX          PIC  9(03)V9999.
           03  PAG-AUX          PIC  9(03)V9999.
           03  DIF-AUX          PIC S9(03)V9999.

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

           03  REF-AUX.
               05  ANO-REF      PIC  9(02).
               05  MES-REF      PIC  9(02).

       01  TAB-FOR.
           03  LIN-TAB                      OCCURS  30.
               05  FOR-TAB      PIC  9(03).
               05  QTC-TAB      PIC  9(03).
               05  BST-TAB      PIC  9(03).
               05  ESC-TAB      PIC  9(03).
               05  SPR-TAB      PIC  9(06)V9999.
               05  SAJ-TAB      PIC  9(06)V9999.
               05  LIT-TAB      PIC S9(08).
               05  VAL-TAB      PIC S9(10)V9999.

       01  LKP-PRM.
           03  TIP-LKP          PIC  9(01).
           03  PFX-LKP          PIC  9(01).
           03  COD-LKP          PIC  X(10).
           03  CDN-LKP          PIC  9(03).
           03  FLG-LKP          PIC  9(01).

       01  PRM-001              PIC  9(01).

       01  CAB-001.
           03  FILLER           PIC  X(22)  VALUE  "-DYNAMIC-".
           03  FILLER           PIC  X(48)  VALUE
               "COTACOES DE COMPRA".
           03  FILLER           PIC  X(08)  VALUE  "FOLHA :".
           03  PAG-CB1          PIC  9(02).

       01  CAB-002.
           03  FILLER           PIC  X(44)  VALUE
               "PRECO COTADO X PRECO PAGO POR FORNECEDOR  - ".
           03  MES-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB2          PIC  9(02).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004              PIC  X(80)  VALUE
      -    "FOR NOME             COT MEL PED   COTADO AJUSTADO    LITROS
      -    "     PAGO PAGO-COT".

       01  CAB-005.
           03  FILLER           PIC  X(14)  VALUE  "COMBUSTIVEL :".
           03  CMB-CB5          PIC  9(02).
           03  FILLER           PIC  X(03)  VALUE  " - ".
           03  DES-CB5          PIC  X(15).

       01  DET-001.
           03  FOR-DT1          PIC  9(03).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  NOM-DT1          PIC  X(16).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  QTC-DT1          PIC  ZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  BST-DT1          PIC  ZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  ESC-DT1          PIC  ZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  PRC-DT1          PIC  ZZ9,9999.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  AJU-DT1          PIC  ZZ9,9999.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  LIT-DT1          PIC  Z.ZZZ.ZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  PAG-DT1          PIC  ZZ9,9999.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DIF-DT1          PIC  --9,9999.

       01  TOT-001.
           03  FILLER           PIC  X(22)  VALUE
               "COTACOES NO MES ....:".
           03  QTD-TT1          PIC  ZZZ9.
           03  FILLER           PIC  X(24)  VALUE
               "      DIAS COTADOS ...:".
           03  DIA-TT1          PIC  ZZ9.

       01  TOT-002.
           03  FILLER           PIC  X(22)  VALUE
               "MAIS VEZES MAIS BARATO".
           03  FILLER           PIC  X(02)  VALUE  ": ".
           03  FOR-TT2          PIC  9(03).
           03  FILLER           PIC  X(03)  VALUE  " - ".
           03  NOM-TT2          PIC  X(25).
           03  BST-TT2          PIC  ZZ9.
           03  FILLER           PIC  X(04)  VALUE  " DE ".
           03  DIA-TT2          PIC  ZZ9.
           03  FILLER           PIC  X(05)  VALUE  " DIAS".

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 02 PIC X(66) FROM
      -        "COTACOES DE COMPRA  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.

       01  TLA-002.
           03  LINE 10 COLUMN 16 PIC X(52) FROM " ??????????????????????
      -       "???????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 16 PIC X(52) FROM " ? Mes/ano de referenci
      -       "a ..:   /                  ? " BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 16 PIC X(52) FROM " ? Combustivel (00 = to
      -       "dos):    -                 ? " BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 16 PIC X(52) FROM " ??????????????????????
      -       "???????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 18 PIC X(52) FROM SPACES.

       01  ENT-001.
           03  MRF-ENT LINE 11 COLUMN 45 PIC 9(02) USING MES-REF
                       BACKGROUND-COLOR  01.
           03  ARF-ENT LINE 11 COLUMN 48 PIC 9(02) USING ANO-REF
                       BACKGROUND-COLOR  01.
           03  CMB-ENT LINE 12 COLUMN 45 PIC 9(02) USING CMB-REF
                       BACKGROUND-COLOR  01.
           03  DSC-ENT LINE 12 COLUMN 50 PIC X(15) FROM  DES-CMB
                       BACKGROUND-COLOR  01.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O MES/ANO DE
      -            " REFERENCIA  -  [ESC] RETORNA ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O COMBUSTIVE
      -            "L (00 = TODOS)  -  [F2] CONSULTA  -  [ESC] RETOR"
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "COMBUSTIVEL INEXIST
      -            "ENTE !!!  -  TECLE [ENTER] ...                  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRIMIR NA (I)MPRE
      -            "SSORA OU EM (A)RQUIVO ?                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  IMPRIM
      -            "INDO AS COTACOES DE COMPRA ...                  "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001 LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION.

       ROT-000-000.
           DISPLAY  TLA-001  TLA-002
           ACCEPT   DTA-SYS  FROM   DATE
           OPEN     INPUT    CADFOR   CADCMB   CADLCP
           OPEN     INPUT    CADCOT
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADCOT
               CLOSE    CADCOT
               OPEN     INPUT    CADCOT.
           MOVE     MES-SYS  TO  MES-REF
           MOVE     ANO-SYS  TO  ANO-REF
           MOVE     ZEROS    TO  CMB-REF.

       ROT-100-000.
           DISPLAY  MEN-001
           ACCEPT   (11 45)  MES-REF  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  MRF-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-900-000.
           IF  MES-REF   <   1  OR  >  12
               GO  TO        ROT-100-000.
           ACCEPT   (11 48)  ANO-REF  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           DISPLAY  ARF-ENT
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.

       ROT-100-005.
           DISPLAY  MEN-002
           ACCEPT   (12 45)  CMB-REF  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           IF  TECLADO   =   03
               MOVE     1        TO  TIP-LKP
               MOVE     1        TO  PFX-LKP
               PERFORM       ROT-790-000
               THRU          ROT-790-010
               IF  FLG-LKP   =   0
                   MOVE     CDN-LKP  TO  CMB-REF
                   GO  TO        ROT-100-005
               ELSE
                   GO  TO        ROT-100-005.
           MOVE     SPACES   TO  DES-CMB
           IF  CMB-REF   =   ZEROS
               MOVE     "TODOS"  TO  DES-CMB
               GO  TO        ROT-100-010.
           MOVE     CMB-REF  TO  CHV-CMB
           MOVE     SPACES   TO  RSP-OPC
           READ     CADCMB   INVALID KEY
                    DISPLAY  MEN-003
                    ACCEPT   OPC-001
                    GO  TO   ROT-100-005.

       ROT-100-010.
           DISPLAY  CMB-ENT  DSC-ENT
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-004
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
           DISPLAY  MEN-005
           OPEN     OUTPUT       RELATO
           MOVE     1        TO  PAG-CB1
           MOVE     ZEROS    TO  ACM-LIN
           MOVE     MES-REF  TO  MES-CB2
           MOVE     ANO-REF  TO  ANO-CB2
           WRITE    REG-REL FROM CAB-001  AFTER 0
           PERFORM  ROT-100-015
           IF  CMB-REF  NOT  =   ZEROS
               PERFORM  ROT-200-000  THRU  ROT-200-030
               GO  TO        ROT-100-030.
           MOVE     ZEROS    TO  CHV-CMB
           START    CADCMB   KEY GREATER  CHV-CMB
                    INVALID  KEY GO  TO   ROT-100-030.
           GO  TO   ROT-100-020.

       ROT-100-015.
           WRITE    REG-REL FROM CAB-002  AFTER  2
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM CAB-004
           WRITE    REG-REL FROM CAB-003.

       ROT-100-020.
           READ     CADCMB   NEXT AT END
                    GO  TO   ROT-100-030.
           PERFORM  ROT-200-000  THRU  ROT-200-030
           GO  TO   ROT-100-020.

       ROT-100-030.
           WRITE    REG-REL FROM CAB-003
           CLOSE    RELATO
           GO  TO   ROT-100-000.

       ROT-200-000.
           MOVE     ZEROS    TO  TAB-FOR  QTD-FOR  QTD-DIA  QTD-TOT
                                 DIA-ANT  MEN-AJU  FOR-MEN
           MOVE     1        TO  FLG-INC
           MOVE     CHV-CMB  TO  CMB-COT
           MOVE     ANO-REF  TO  ANO-COT
           MOVE     MES-REF  TO  MES-COT
           MOVE     ZEROS    TO  DIA-COT  SEQ-COT
           START    CADCOT   KEY GREATER  CHV-COT
                    INVALID  KEY GO  TO   ROT-200-010.

       ROT-200-005.
           READ     CADCOT   NEXT AT END
                    GO  TO   ROT-200-010.
           IF  CMB-COT  NOT  =   CHV-CMB  OR  ANO-COT  NOT  =  ANO-REF
               OR  MES-COT  NOT  =   MES-REF
               GO  TO        ROT-200-010.
           IF  DIA-COT  NOT  =   DIA-ANT
               PERFORM  ROT-280-000  THRU  ROT-280-010
               MOVE     DIA-COT  TO  DIA-ANT
               MOVE     ZEROS    TO  MEN-AJU  FOR-MEN
               ADD      1        TO  QTD-DIA.
           MOVE     FOR-COT  TO  FOR-BSC
           PERFORM  ROT-300-000  THRU  ROT-300-020
           IF  IND   =   ZEROS
               GO  TO        ROT-200-005.
           ADD      1        TO  QTC-TAB (IND)  QTD-TOT
           ADD      PRC-COT  TO  SPR-TAB (IND)
           ADD      AJU-COT  TO  SAJ-TAB (IND)
           IF  PED-COT  NOT  =   ZEROS
               ADD      1        TO  ESC-TAB (IND).
           IF  FOR-MEN   =   ZEROS  OR  AJU-COT  <  MEN-AJU
               MOVE     AJU-COT  TO  MEN-AJU
               MOVE     FOR-COT  TO  FOR-MEN.
           GO  TO   ROT-200-005.

       ROT-200-010.
           PERFORM  ROT-280-000  THRU  ROT-280-010
           MOVE     1        TO  PRX-LCP
           MOVE     CHV-CMB  TO  SUF-LCP
           MOVE     ANO-REF  TO  ANO-LCP
           MOVE     MES-REF  TO  MES-LCP
           MOVE     ZEROS    TO  DIA-LCP  LCT-LCP
           START    CADLCP   KEY GREATER  CHV-LCP
                    INVALID  KEY GO  TO   ROT-200-020.

       ROT-200-015.
           READ     CADLCP   NEXT AT END
                    GO  TO   ROT-200-020.
           IF  PRX-LCP  NOT  =   1  OR  SUF-LCP  NOT  =  CHV-CMB
               GO  TO        ROT-200-020.
           IF  ANO-LCP  NOT  =   ANO-REF  OR  MES-LCP  NOT  =  MES-REF
               GO  TO        ROT-200-020.
           MOVE     FOR-LCP  TO  FOR-BSC
           PERFORM  ROT-300-000  THRU  ROT-300-020
           IF  IND   =   ZEROS
               GO  TO        ROT-200-015.
           ADD      QTD-LCP  TO  LIT-TAB (IND)
           COMPUTE  VAL-TAB (IND)  =   VAL-TAB (IND)
                                   +   QTD-LCP  *  CST-LCP
           GO  TO   ROT-200-015.

       ROT-200-020.
           IF  QTD-FOR   =   ZEROS
               GO  TO        ROT-200-030.
           IF  ACM-LIN   >   44
               MOVE     54       TO  ACM-LIN
               PERFORM  ROT-400-000  THRU  ROT-400-010.
           MOVE     CHV-CMB  TO  CMB-CB5
           MOVE     DES-CMB  TO  DES-CB5
           WRITE    REG-REL FROM CAB-005  AFTER  2
           ADD      2        TO  ACM-LIN
           MOVE     0        TO  FLG-INC
           MOVE     ZEROS    TO  MAI-BST  FOR-MAI  CHV-FOR
           START    CADFOR   KEY GREATER  CHV-FOR
                    INVALID  KEY GO  TO   ROT-200-028.

       ROT-200-025.
           READ     CADFOR   NEXT AT END
                    GO  TO   ROT-200-028.
           MOVE     CHV-FOR  TO  FOR-BSC
           PERFORM  ROT-300-000  THRU  ROT-300-020
           IF  IND   =   ZEROS
               GO  TO        ROT-200-025.
           PERFORM  ROT-350-000  THRU  ROT-350-010
           GO  TO   ROT-200-025.

       ROT-200-028.
           MOVE     QTD-TOT  TO  QTD-TT1
           MOVE     QTD-DIA  TO  DIA-TT1
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM TOT-001
           ADD      2        TO  ACM-LIN
           IF  FOR-MAI   =   ZEROS
               GO  TO        ROT-200-030.
           MOVE     FOR-MAI  TO  CHV-FOR  FOR-TT2
           READ     CADFOR   INVALID KEY
                    MOVE     SPACES   TO  NOM-FOR.
           MOVE     NOM-FOR  TO  NOM-TT2
           MOVE     MAI-BST  TO  BST-TT2
           MOVE     QTD-DIA  TO  DIA-TT2
           WRITE    REG-REL FROM TOT-002
           ADD      1        TO  ACM-LIN.

       ROT-200-030.
           EXIT.

       ROT-280-000.
           IF  FOR-MEN   =   ZEROS
               GO  TO        ROT-280-010.
           MOVE     FOR-MEN  TO  FOR-BSC
           PERFORM  ROT-300-000  THRU  ROT-300-020
           IF  IND  NOT  =   ZEROS
               ADD      1        TO  BST-TAB (IND).

       ROT-280-010.
           EXIT.

       ROT-300-000.
           MOVE     1        TO  IND.

       ROT-300-010.
           IF  IND   >   QTD-FOR
               GO  TO        ROT-300-015.
           IF  FOR-TAB (IND)  =  FOR-BSC
               GO  TO        ROT-300-020.
           ADD      1        TO  IND
           GO  TO   ROT-300-010.

       ROT-300-015.
           IF  FLG-INC   =   0  OR  QTD-FOR  =  30
               MOVE     ZEROS    TO  IND
               GO  TO        ROT-300-020.
           ADD      1        TO  QTD-FOR
           MOVE     QTD-FOR  TO  IND
           MOVE     FOR-BSC  TO  FOR-TAB (IND).

       ROT-300-020.
           EXIT.

       ROT-350-000.
           MOVE     CHV-FOR  TO  FOR-DT1
           MOVE     NOM-FOR  TO  NOM-DT1
           MOVE     QTC-TAB (IND)  TO  QTC-DT1
           MOVE     BST-TAB (IND)  TO  BST-DT1
           MOVE     ESC-TAB (IND)  TO  ESC-DT1
           MOVE     ZEROS    TO  MED-AUX  PAG-AUX  DIF-AUX
           IF  QTC-TAB (IND)  >  ZEROS
               COMPUTE  MED-AUX  ROUNDED  =
                        SAJ-TAB (IND)  /  QTC-TAB (IND)
               MOVE     MED-AUX  TO  AJU-DT1
               COMPUTE  MED-AUX  ROUNDED  =
                        SPR-TAB (IND)  /  QTC-TAB (IND)
               MOVE     MED-AUX  TO  PRC-DT1
           ELSE
               MOVE     ZEROS    TO  PRC-DT1  AJU-DT1.
           MOVE     LIT-TAB (IND)  TO  LIT-DT1
           IF  LIT-TAB (IND)  >  ZEROS
               COMPUTE  PAG-AUX  ROUNDED  =
                        VAL-TAB (IND)  /  LIT-TAB (IND).
           MOVE     PAG-AUX  TO  PAG-DT1
           IF  MED-AUX  >  ZEROS  AND  PAG-AUX  >  ZEROS
               COMPUTE  DIF-AUX  =   PAG-AUX  -  MED-AUX.
           MOVE     DIF-AUX  TO  DIF-DT1
           IF  BST-TAB (IND)  >  MAI-BST
               MOVE     BST-TAB (IND)  TO  MAI-BST
               MOVE     CHV-FOR        TO  FOR-MAI.
           WRITE    REG-REL FROM DET-001
           ADD      1        TO  ACM-LIN
           PERFORM  ROT-400-000  THRU  ROT-400-010.

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

       ROT-790-000.
           CALL    "DYNLKP"  USING  LKP-PRM
           DISPLAY  TLA-001  TLA-002  ENT-001.

       ROT-790-010.
           EXIT.

       ROT-900-000.
           CLOSE    CADFOR   CADCMB   CADLCP   CADCOT
           CHAIN   "DYN176".
