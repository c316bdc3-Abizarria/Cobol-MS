       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN541.
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

           SELECT      CADFAT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FAT.

           SELECT      CADACD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ACD
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

       FD  CADFAT      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADFAT.DAT".
       01  REG-FAT.
           03  CHV-FAT          PIC  9(06).
           03  CLI-FAT          PIC  X(10).
           03  DTA-FAT          PIC  9(06).
           03  VAL-FAT          PIC S9(10)V99.

       FD  CADACD      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADACD.DAT".
       01  REG-ACD.
           03  CHV-ACD          PIC  9(06).
           03  CLI-ACD          PIC  X(10).
           03  DTA-ACD.
               05  ANO-ACD      PIC  9(02).
               05  MES-ACD      PIC  9(02).
               05  DIA-ACD      PIC  9(02).
           03  QTF-ACD          PIC  9(02).
           03  VOR-ACD          PIC  9(10)V99.
           03  TIP-ACD          PIC  X(01).
           03  PCT-ACD          PIC  9(02)V99.
           03  VJD-ACD          PIC  9(10)V99.
           03  VAL-ACD          PIC  9(10)V99.
           03  QTP-ACD          PIC  9(02).
           03  SIT-ACD          PIC  9(01).
           03  DTS-ACD          PIC  9(06).
           03  TAB-ACD.
               05  PAR-ACD                  OCCURS  24.
                   07  PFT-ACD  PIC  9(06).
                   07  PVC-ACD  PIC  9(06).
                   07  PVL-ACD  PIC  9(10)V99.

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC  X(80).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  ACM-LIN          PIC  9(02).
           03  FS-ARQ           PIC  X(02).
           03  CLI-REF          PIC  X(10).
           03  SIT-REF          PIC  9(01).
           03  IND              PIC  9(02).
           03  QTD-PAG          PIC  9(02).
           03  SDO-AUX          PIC  9(10)V99.
           03  TOT-ORI          PIC  9(11)V99.
           03  TOT-SDO          PIC  9(11)V99.

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

       01  TAB-SIT.
           03  FILLER           PIC  X(04)  VALUE  "ATIV".
           03  FILLER           PIC  X(04)  VALUE  "QUIT".
           03  FILLER           PIC  X(04)  VALUE  "ROMP".
       01  RED-SIT              REDEFINES   TAB-SIT.
           03  SIT-TAB          PIC  X(04)  OCCURS  03.

       01  PRM-001              PIC  9(01).

       01  CAB-001.
           03  FILLER           PIC  X(22)  VALUE  "-DYNAMIC-".
           03  FILLER           PIC  X(48)  VALUE
               "ACORDOS DE PARCELAMENTO".
           03  FILLER           PIC  X(08)  VALUE  "FOLHA :".
           03  PAG-CB1          PIC  9(02).

       01  CAB-002.
           03  FILLER           PIC  X(28)  VALUE
               "POSICAO DOS ACORDOS EM   - ".
           03  DIA-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB2          PIC  9(02).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004.
           03  FILLER           PIC  X(40)  VALUE
               "ACORDO CLIENTE    DATA         ORIGINAL ".
           03  FILLER           PIC  X(40)  VALUE
               "  JUR/DESC  PARC        SALDO SIT".

       01  DET-001.
           03  ACD-DT1          PIC  9(06).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  CLI-DT1          PIC  X(10).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DIA-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  VOR-DT1          PIC  Z.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  TIP-DT1          PIC  X(01).
           03  VJD-DT1          PIC  ZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  PAG-DT1          PIC  99.
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  QTP-DT1          PIC  99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  SDO-DT1          PIC  Z.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  SIT-DT1          PIC  X(04).

       01  TOT-001.
           03  FILLER           PIC  X(26)  VALUE
               "TOTAL GERAL ..............".
           03  VOR-TT1          PIC  ZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(17)  VALUE  SPACES.
           03  SDO-TT1          PIC  ZZ.ZZZ.ZZ9,99.

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 02 PIC X(66) FROM
      -        "ACORDOS DE PARCELAMENTO - RELATORIO  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.

       01  TLA-002.
           03  LINE 10 COLUMN 16 PIC X(52) FROM " ??????????????????????
      -       "???????????????????????????? " BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 16 PIC X(52) FROM " ? Cliente (branco = to
      -       "dos):                      ? " BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 16 PIC X(52) FROM " ? Situacao (0 = todas)
      -       " ...:   1-Ativo 2-Quitado  ? " BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 68 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 16 PIC X(52) FROM " ?                     
      -       "        3-Rompido          ? " BACKGROUND-COLOR 01.
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

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O CODIGO DO 
      -            "CLIENTE (BRANCO = TODOS)  -  [ESC] RETORNA      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "CLIENTE INEXISTENTE
      -            " !!!  -  TECLE [ENTER] ...                      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRIMIR NA (I)MPRE
      -            "SSORA OU EM (A)RQUIVO ?                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  IMPRIM
      -            "INDO OS ACORDOS DE PARCELAMENTO ...             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A SITUACAO D
      -            "OS ACORDOS (0 = TODAS)  -  [ESC] RETORNA ...    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001 LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION  CHAINING  PRM-001.

       ROT-000-000.
           DISPLAY  TLA-001  TLA-002
           ACCEPT   DTA-SYS  FROM   DATE
           OPEN     INPUT    CADCLI   CADFAT
           OPEN     INPUT    CADACD
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADACD
               CLOSE    CADACD
               OPEN     INPUT    CADACD.
           MOVE     SPACES   TO  CLI-REF
           MOVE     ZEROS    TO  SIT-REF.

       ROT-100-000.
           DISPLAY  MEN-001
           ACCEPT   (11 45)  CLI-REF  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-900-000.
           MOVE     SPACES   TO  NOM-CLI
           IF  CLI-REF   =   SPACES
               MOVE     "TODOS"  TO  NOM-CLI
               GO  TO        ROT-100-005.
           MOVE     CLI-REF  TO  CHV-CLI
           MOVE     SPACES   TO  RSP-OPC
           READ     CADCLI   INVALID KEY
                    DISPLAY  MEN-002
                    ACCEPT   OPC-001
                    GO  TO   ROT-100-000.

       ROT-100-005.
           DISPLAY  CLI-ENT  NOM-ENT  MEN-005
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
           MOVE     ZEROS    TO  ACM-LIN  TOT-ORI  TOT-SDO
           MOVE     DIA-SYS  TO  DIA-CB2
           MOVE     MES-SYS  TO  MES-CB2
           MOVE     ANO-SYS  TO  ANO-CB2
           WRITE    REG-REL FROM CAB-001  AFTER 0
           PERFORM  ROT-100-015
           MOVE     ZEROS    TO  CHV-ACD
           START    CADACD   KEY GREATER  CHV-ACD
                    INVALID  KEY GO  TO   ROT-100-030.
           GO  TO   ROT-100-020.

       ROT-100-015.
           WRITE    REG-REL FROM CAB-002  AFTER  2
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM CAB-004
           WRITE    REG-REL FROM CAB-003
           ADD      5        TO  ACM-LIN.

       ROT-100-020.
           READ     CADACD   NEXT AT END
                    GO  TO   ROT-100-030.
           IF  CLI-REF  NOT  =   SPACES  AND  CLI-ACD  NOT  =  CLI-REF
               GO  TO        ROT-100-020.
           IF  SIT-REF  NOT  =   ZEROS  AND  SIT-ACD  NOT  =  SIT-REF
               GO  TO        ROT-100-020.
           PERFORM  ROT-200-000  THRU  ROT-200-010
           GO  TO   ROT-100-020.

       ROT-100-030.
           MOVE     TOT-ORI  TO  VOR-TT1
           MOVE     TOT-SDO  TO  SDO-TT1
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM TOT-001
           WRITE    REG-REL FROM CAB-003
           CLOSE    RELATO
           GO  TO   ROT-100-000.

       ROT-200-000.
           MOVE     ZEROS    TO  QTD-PAG  SDO-AUX
           MOVE     1        TO  IND
           PERFORM  ROT-300-000  THRU  ROT-300-010
           MOVE     CHV-ACD  TO  ACD-DT1
           MOVE     CLI-ACD  TO  CLI-DT1
           MOVE     DIA-ACD  TO  DIA-DT1
           MOVE     MES-ACD  TO  MES-DT1
           MOVE     ANO-ACD  TO  ANO-DT1
           MOVE     VOR-ACD  TO  VOR-DT1
           MOVE     "+"      TO  TIP-DT1
           IF  TIP-ACD   =   "D"
               MOVE     "-"      TO  TIP-DT1.
           MOVE     VJD-ACD  TO  VJD-DT1
           MOVE     QTD-PAG  TO  PAG-DT1
           MOVE     QTP-ACD  TO  QTP-DT1
           MOVE     SDO-AUX  TO  SDO-DT1
           MOVE     SPACES   TO  SIT-DT1
           IF  SIT-ACD   >   0  AND  <  4
               MOVE     SIT-TAB (SIT-ACD)  TO  SIT-DT1.
           ADD      VOR-ACD  TO  TOT-ORI
           ADD      SDO-AUX  TO  TOT-SDO
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

       ROT-300-000.
           IF  IND   >   QTP-ACD
               GO  TO        ROT-300-010.
           MOVE     PFT-ACD (IND)  TO  CHV-FAT
           ADD      1        TO  IND
           READ     CADFAT   INVALID KEY
                    ADD      1        TO  QTD-PAG
                    GO  TO   ROT-300-000.
           IF  VAL-FAT  NOT  >   ZEROS
               ADD      1        TO  QTD-PAG
               GO  TO        ROT-300-000.
           ADD      VAL-FAT  TO  SDO-AUX
           GO  TO   ROT-300-000.

       ROT-300-010.
           EXIT.

       ROT-900-000.
           CLOSE    CADCLI   CADFAT   CADACD
           CHAIN   "DYN540"  USING  PRM-001.
