       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN545.
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

           SELECT      CADPPG        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PPG
                       FILE          STATUS  IS  FS-ARQ.

           SELECT      CADMPP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-MPP
                       FILE          STATUS  IS  FS-ARQ.

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

       FD  CADPPG      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADPPG.DAT".
       01  REG-PPG.
           03  CHV-PPG          PIC  X(10).
           03  SIT-PPG          PIC  9(01).
           03  BLQ-PPG          PIC  9(01).
           03  MIN-PPG          PIC  9(09)V99.
           03  DTA-PPG          PIC  9(06).
           03  SAL-PPG          PIC S9(09)V99.
           03  SEQ-PPG          PIC  9(06).

       FD  CADMPP      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADMPP.DAT".
       01  REG-MPP.
           03  CHV-MPP.
               05  CLI-MPP      PIC  X(10).
               05  SEQ-MPP      PIC  9(06).
           03  DTA-MPP.
               05  ANO-MPP      PIC  9(02).
               05  MES-MPP      PIC  9(02).
               05  DIA-MPP      PIC  9(02).
           03  TIP-MPP          PIC  9(01).
           03  DOC-MPP          PIC  9(06).
           03  BCO-MPP          PIC  9(03).
           03  HST-MPP          PIC  X(20).
           03  VAL-MPP          PIC S9(09)V99.
           03  SAL-MPP          PIC S9(09)V99.

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC  X(80).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  ACM-LIN          PIC  9(02).
           03  FS-ARQ           PIC  X(02).
           03  FLG-CAB          PIC  9(01).
           03  CLI-REF          PIC  X(10).
           03  SER-INI          PIC  9(06).
           03  SER-FIM          PIC  9(06).
           03  SER-MPP          PIC  9(06).
           03  SDO-ANT          PIC S9(09)V99.
           03  SDO-ATU          PIC S9(09)V99.
           03  TOT-CRE          PIC  9(10)V99.
           03  TOT-DEB          PIC  9(10)V99.
           03  QTD-CTA          PIC  9(04).

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

       01  TAB-TIP.
           03  FILLER           PIC  X(06)  VALUE  "DINHEI".
           03  FILLER           PIC  X(06)  VALUE  "PIX".
           03  FILLER           PIC  X(06)  VALUE  "TRANSF".
           03  FILLER           PIC  X(06)  VALUE  "DEVOL.".
           03  FILLER           PIC  X(06)  VALUE  "CONSUM".
           03  FILLER           PIC  X(06)  VALUE  "ESTORN".
       01  RED-TIP              REDEFINES   TAB-TIP.
           03  TIP-TAB          PIC  X(06)  OCCURS  06.

       01  PRM-001              PIC  9(01).

       01  CAB-001.
           03  FILLER           PIC  X(22)  VALUE  "-DYNAMIC-".
           03  FILLER           PIC  X(48)  VALUE
               "EXTRATO DE CONTAS PRE-PAGAS".
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

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004.
           03  FILLER           PIC  X(40)  VALUE
               "DATA     REQUIS TIPO   HISTORICO        ".
           03  FILLER           PIC  X(40)  VALUE
               "     CREDITO       DEBITO          SALDO".

       01  CLI-001.
           03  FILLER           PIC  X(10)  VALUE  "CLIENTE : ".
           03  CLI-CL1          PIC  X(10).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  NOM-CL1          PIC  X(35).
           03  FILLER           PIC  X(10)  VALUE  SPACES.
           03  SIT-CL1          PIC  X(10).

       01  CLI-002.
           03  FILLER           PIC  X(66)  VALUE
               "SALDO ANTERIOR".
           03  SDO-CL2          PIC  --.---.--9,99.

       01  DET-001.
           03  DIA-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DOC-DT1          PIC  ZZZZZZ.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  TIP-DT1          PIC  X(06).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  HST-DT1          PIC  X(16).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  CRE-DT1          PIC  Z.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DEB-DT1          PIC  Z.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  SDO-DT1          PIC  --.---.--9,99.

       01  TOT-001.
           03  FILLER           PIC  X(39)  VALUE
               "TOTAIS DO PERIODO / SALDO ATUAL".
           03  CRE-TT1          PIC  ZZ.ZZZ.ZZ9,99.
           03  DEB-TT1          PIC  ZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  SDO-TT1          PIC  --.---.--9,99.

       01  TOT-002.
           03  FILLER           PIC  X(14)  VALUE  "TOTAL GERAL : ".
           03  QTD-TT2          PIC  ZZZ9.
           03  FILLER           PIC  X(16)  VALUE  " CONTAS".

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 02 PIC X(66) FROM
      -        "CONTAS PRE-PAGAS - EXTRATO  -  Ver. 7.11"
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
           03  LINE 14 COLUMN 16 PIC X(52) FROM " ??????????????????????
      -       "???????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 18 PIC X(52) FROM SPACES.

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

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O CODIGO DO 
      -            "CLIENTE (BRANCO = TODOS)  -  [ESC] RETORNA      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "CLIENTE SEM CONTA P
      -            "RE-PAGA !!!  -  TECLE [ENTER] ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRIMIR NA (I)MPRE
      -            "SSORA OU EM (A)RQUIVO ?                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  IMPRIM
      -            "INDO OS EXTRATOS ...                            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A DATA INICI
      -            "AL DO PERIODO  -  [ESC] RETORNA ...             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A DATA FINAL
      -            " DO PERIODO  -  [ESC] RETORNA ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001 LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION  CHAINING  PRM-001.

       ROT-000-000.
           DISPLAY  TLA-001  TLA-002
           ACCEPT   DTA-SYS  FROM   DATE
           OPEN     INPUT    CADCLI
           OPEN     INPUT    CADPPG
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADPPG
               CLOSE    CADPPG
               OPEN     INPUT    CADPPG.
           OPEN     INPUT    CADMPP
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADMPP
               CLOSE    CADMPP
               OPEN     INPUT    CADMPP.
           MOVE     SPACES   TO  CLI-REF
           MOVE     DTA-SYS  TO  DTA-INI  DTA-FIM
           MOVE     1        TO  DIA-INI.

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
           MOVE     CLI-REF  TO  CHV-PPG
           READ     CADPPG   INVALID KEY
                    DISPLAY  MEN-002
                    ACCEPT   OPC-001
                    GO  TO   ROT-100-000.
           MOVE     CLI-REF  TO  CHV-CLI
           READ     CADCLI   INVALID KEY
                    MOVE     SPACES   TO  NOM-CLI.

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

       ROT-100-010.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-003
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-007.
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
           MOVE     ZEROS    TO  ACM-LIN  QTD-CTA
           MOVE     DIA-INI  TO  DIA-CB2
           MOVE     MES-INI  TO  MES-CB2
           MOVE     ANO-INI  TO  ANO-CB2
           MOVE     DIA-FIM  TO  DIA-CB3
           MOVE     MES-FIM  TO  MES-CB3
           MOVE     ANO-FIM  TO  ANO-CB3
           WRITE    REG-REL FROM CAB-001  AFTER 0
           PERFORM  ROT-100-015
           MOVE     CLI-REF  TO  CHV-PPG
           START    CADPPG   KEY NOT LESS CHV-PPG
                    INVALID  KEY GO  TO   ROT-100-030.
           GO  TO   ROT-100-020.

       ROT-100-015.
           WRITE    REG-REL FROM CAB-002  AFTER  2
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM CAB-004
           WRITE    REG-REL FROM CAB-003
           ADD      5        TO  ACM-LIN.

       ROT-100-020.
           READ     CADPPG   NEXT AT END
                    GO  TO   ROT-100-030.
           IF  CLI-REF  NOT  =   SPACES  AND  CHV-PPG  NOT  =  CLI-REF
               GO  TO        ROT-100-030.
           PERFORM  ROT-200-000  THRU  ROT-200-040
           GO  TO   ROT-100-020.

       ROT-100-030.
           MOVE     QTD-CTA  TO  QTD-TT2
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM TOT-002
           WRITE    REG-REL FROM CAB-003
           CLOSE    RELATO
           GO  TO   ROT-100-000.

       ROT-200-000.
           ADD      1        TO  QTD-CTA
           MOVE     CHV-PPG  TO  CHV-CLI  CLI-CL1
           READ     CADCLI   INVALID KEY
                    MOVE     SPACES   TO  NOM-CLI.
           MOVE     NOM-CLI  TO  NOM-CL1
           MOVE     "ATIVA"  TO  SIT-CL1
           IF  SIT-PPG  NOT  =   1
               MOVE     "ENCERRADA"  TO  SIT-CL1.
           MOVE     ZEROS    TO  SDO-ANT  TOT-CRE  TOT-DEB  FLG-CAB
           MOVE     CHV-PPG  TO  CLI-MPP
           MOVE     ZEROS    TO  SEQ-MPP
           START    CADMPP   KEY NOT LESS CHV-MPP
                    INVALID  KEY GO  TO   ROT-200-030.

       ROT-200-010.
           READ     CADMPP   NEXT AT END
                    GO  TO   ROT-200-030.
           IF  CLI-MPP  NOT  =   CHV-PPG
               GO  TO        ROT-200-030.
           COMPUTE  SER-MPP  =   ANO-MPP  *  360
                             +   MES-MPP  *  30   +  DIA-MPP
           IF  SER-MPP   <   SER-INI
               MOVE     SAL-MPP  TO  SDO-ANT
               GO  TO        ROT-200-010.
           IF  SER-MPP   >   SER-FIM
               GO  TO        ROT-200-010.
           IF  FLG-CAB   =   0
               PERFORM  ROT-300-000  THRU  ROT-300-010.
           MOVE     DIA-MPP  TO  DIA-DT1
           MOVE     MES-MPP  TO  MES-DT1
           MOVE     ANO-MPP  TO  ANO-DT1
           MOVE     DOC-MPP  TO  DOC-DT1
           MOVE     SPACES   TO  TIP-DT1
           IF  TIP-MPP   >   0  AND  <  7
               MOVE     TIP-TAB (TIP-MPP)  TO  TIP-DT1.
           MOVE     HST-MPP  TO  HST-DT1
           MOVE     ZEROS    TO  CRE-DT1  DEB-DT1
           IF  VAL-MPP   <   ZEROS
               COMPUTE  DEB-DT1  =   ZEROS  -  VAL-MPP
               SUBTRACT VAL-MPP  FROM  TOT-DEB
           ELSE
               MOVE     VAL-MPP  TO  CRE-DT1
               ADD      VAL-MPP  TO  TOT-CRE.
           MOVE     SAL-MPP  TO  SDO-DT1
           WRITE    REG-REL FROM DET-001
           ADD      1        TO  ACM-LIN
           PERFORM  ROT-400-000  THRU  ROT-400-010
           GO  TO   ROT-200-010.

       ROT-200-030.
           IF  FLG-CAB   =   0
               PERFORM  ROT-300-000  THRU  ROT-300-010.
           COMPUTE  SDO-ATU  =   SDO-ANT  +  TOT-CRE  -  TOT-DEB
           MOVE     TOT-CRE  TO  CRE-TT1
           MOVE     TOT-DEB  TO  DEB-TT1
           MOVE     SDO-ATU  TO  SDO-TT1
           WRITE    REG-REL FROM TOT-001
           MOVE     SPACES   TO  REG-REL
           WRITE    REG-REL
           ADD      2        TO  ACM-LIN
           PERFORM  ROT-400-000  THRU  ROT-400-010.

       ROT-200-040.
           EXIT.

       ROT-300-000.
           MOVE     1        TO  FLG-CAB
           MOVE     SDO-ANT  TO  SDO-CL2
           WRITE    REG-REL FROM CLI-001
           WRITE    REG-REL FROM CLI-002
           ADD      2        TO  ACM-LIN
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
           CLOSE    CADCLI   CADPPG   CADMPP
           CHAIN   "DYN544"  USING  PRM-001.
