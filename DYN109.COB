       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN109.
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

           SELECT      CADEST        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-EST.

           SELECT      CADUNC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-UNC.

           SELECT      CADPRM        ASSIGN  TO  DISK.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

       DATA            DIVISION.
       FILE            SECTION.

       FD  CADATV      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADATV.DAT".
       01  REG-ATV.
           03  CHV-ATV          PIC  9(01).
           03  DES-ATV          PIC  X(15).

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

       FD  CADUNC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADUNC.DAT".
       01  REG-UNC.
           03  CHV-UNC.
               05  PRX-UNC      PIC  9(01).
               05  SUF-UNC      PIC  9(03).
           03  UCP-UNC          PIC  X(05).
           03  UVD-UNC          PIC  X(05).
           03  FTR-UNC          PIC  9(04)V99.

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

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC  X(80).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  IND2             PIC  9(03).
           03  IND3             PIC  9(02).
           03  RSP-OPC          PIC  X(01).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  TECLADO          PIC  9(02).
           03  ACM-LIN          PIC  9(02).
           03  GRP-INI          PIC  9(01).
           03  GRP-FIN          PIC  9(01).
           03  PRX-ANT          PIC  9(01).
           03  GRP-QTD          PIC  9(05).
           03  GER-QTD          PIC  9(05).

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
           03  FILLER           PIC  X(36)  VALUE
      -        "TABELA DE PRECOS".
           03  ATV-CB2          PIC  X(36).
           03  DIA-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB2          PIC  9(02).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004.
           03  FILLER           PIC  X(40)  VALUE
      -        "CODGO DESCRICAO DO PRODUTO       UNID.".
           03  FILLER           PIC  X(40)  VALUE
      -        "      VENDA     CONTRATO        FROTA".

       01  DET-001.
           03  PRX-DT1          PIC  9(01).
           03  FILLER           PIC  X(01)  VALUE  "-".
           03  SUF-DT1          PIC  9(03).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DES-DT1          PIC  X(26).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  UNI-DT1          PIC  X(05).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  VDA-DT1          PIC  Z.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  PC2-DT1          PIC  Z.ZZZ.ZZ9,99  BLANK WHEN ZEROS.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  PC3-DT1          PIC  Z.ZZZ.ZZ9,99  BLANK WHEN ZEROS.

       01  DET-002.
           03  FILLER           PIC  X(08)  VALUE  "GRUPO :".
           03  PRX-DT2          PIC  9(01).
           03  FILLER           PIC  X(03)  VALUE  " -".
           03  DES-DT2          PIC  X(15).

       01  TOT-001.
           03  FILLER           PIC  X(38)  VALUE
      -        "     - TOTAL DO GRUPO .............".
           03  QTD-TT1          PIC  ZZ.ZZ9.
           03  FILLER           PIC  X(06)  VALUE  " ITENS".

       01  TOT-002.
           03  FILLER           PIC  X(38)  VALUE
      -        "     - TOTAL GERAL ................".
           03  QTD-TT2          PIC  ZZ.ZZ9.
           03  FILLER           PIC  X(06)  VALUE  " ITENS".

       01  PRM-001              PIC  9(01).

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 02 PIC X(66) FROM
      -        "TABELA DE PRECOS  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR 00.

       01  TLA-002.
           03  LINE 09 COLUMN 29 PIC X(21) FROM " ????????????????????"
               BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 29 PIC X(21) FROM " ?                  ?"
               BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 50 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 29 PIC X(21) FROM " ?  Relacao Total   ?"
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 50 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 29 PIC X(21) FROM " ?                  ?"
               BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 50 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 29 PIC X(21) FROM " ????????????????????"
               BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 50 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 31 PIC X(21) FROM SPACES.

       01  TLA-003.
           03  LINE 09 COLUMN 22 PIC X(37) FROM " ??????????????????????
      -       "??????????????" BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 22 PIC X(37) FROM " ?                     
      -       "             ?" BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 59 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 22 PIC X(37) FROM " ?  Grupo :    -       
      -       "             ?" BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 59 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 22 PIC X(37) FROM " ?                     
      -       "             ?" BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 59 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 22 PIC X(37) FROM " ??????????????????????
      -       "??????????????" BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 59 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 24 PIC X(37) FROM SPACES.

       01  ENT-001.
           03  LINE 11 COLUMN 34 PIC 9(01) USING CHV-ATV
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 40 PIC X(15) USING DES-ATV
               BACKGROUND-COLOR  01.

       01  LPA-001.
           03  LINE 11 COLUMN 34 PIC X(01) FROM SPACES
               BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 40 PIC X(15) FROM SPACES
               BACKGROUND-COLOR  01.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "TECLE [ENTER] P/ IM
      -            "PRIMIR !!!  -  [ESC] RETORNA ...                "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "NAO EXISTEM PRODUTO
      -            "S NA SELECAO  -  [ESC] RETORNA ...              "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  IMPRIM
      -            "INDO TABELA DE PRECOS ...                       "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O CODIGO DO 
      -            "GRUPO  -  [ESC] RETORNA ...                     "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "TABELA ENCERRADA  -
      -            "  TECLE [ENTER] ...                             "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRIMIR NA (I)MPRE
      -            "SSORA OU EM (A)RQUIVO ?                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001 LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION  CHAINING  PRM-001.

       ROT-000-000.
           DISPLAY  TLA-001
           OPEN     INPUT  CADATV CADEST CADPRM
                           CADUNC
           READ     CADPRM
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
           MOVE     DIA-SYS  TO  DIA-CB2
           MOVE     MES-SYS  TO  MES-CB2
           MOVE     ANO-SYS  TO  ANO-CB2
           IF  PRM-001   =   1
               GO  TO        ROT-100-000.
           GO  TO   ROT-200-000.

       ROT-000-020.
           MOVE     5    TO  PRM-001
           CLOSE    CADATV   CADEST   CADPRM
                    CADUNC
           CHAIN   "DYN100"  USING  PRM-001.

       ROT-100-000.
           DISPLAY  TLA-002
           MOVE     0        TO  GRP-INI
           MOVE     9        TO  GRP-FIN
           MOVE     SPACES   TO  ATV-CB2.

       ROT-100-010.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-001
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =   01  AND
               PRM-001   =   1
               GO  TO        ROT-000-020.
           IF  TECLADO   =   01
               GO  TO        ROT-200-000.

       ROT-100-020.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-006
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-010.
           IF  RSP-OPC   =   "I"
               MOVE     "PRINTER"     TO  DES-REL
           ELSE
           IF  RSP-OPC   =   "A"
               MOVE     "RELATO.TXT"  TO  DES-REL
           ELSE
               GO  TO        ROT-100-020.
           GO  TO   ROT-300-000.

       ROT-200-000.
           DISPLAY  TLA-003  LPA-001.

       ROT-200-010.
           MOVE     0   TO   CHV-ATV
           DISPLAY  MEN-004
           ACCEPT   (11 34)  CHV-ATV  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-000-020.
           READ     CADATV   INVALID KEY
                    GO  TO   ROT-200-010.
           DISPLAY  ENT-001
           MOVE     CHV-ATV  TO  GRP-INI  GRP-FIN
           MOVE     DES-ATV  TO  ATV-CB2
           GO  TO   ROT-100-010.

       ROT-300-000.
           DISPLAY  MEN-003
           MOVE     ZEROS    TO  GER-QTD
           MOVE     GRP-INI  TO  PRX-EST
           MOVE     ZEROS    TO  SUF-EST
           START    CADEST   KEY NOT LESS CHV-EST
                    INVALID  KEY GO  TO   ROT-300-060.

       ROT-300-010.
           READ     CADEST   NEXT AT END
                    GO  TO   ROT-300-060.
           IF  PRX-EST   >   GRP-FIN
               GO  TO        ROT-300-060.
           IF  GER-QTD   =   ZEROS
               PERFORM       ROT-300-100  THRU  ROT-300-105
               GO  TO        ROT-300-015.
           IF  PRX-EST   =   PRX-ANT
               GO  TO        ROT-300-020.
           PERFORM  ROT-300-040.

       ROT-300-015.
           PERFORM  ROT-300-030.

       ROT-300-020.
           IF  ACM-LIN  NOT  <   54
               PERFORM       ROT-300-110.
           MOVE     PRX-EST  TO  PRX-DT1
           MOVE     SUF-EST  TO  SUF-DT1
           MOVE     DES-EST  TO  DES-DT1
           MOVE     SPACES   TO  UNI-DT1
           MOVE     PRX-EST  TO  PRX-UNC
           MOVE     SUF-EST  TO  SUF-UNC
           READ     CADUNC   INVALID  KEY
                    MOVE     SPACES   TO  UVD-UNC.
           MOVE     UVD-UNC  TO  UNI-DT1
           MOVE     VDA-EST  TO  VDA-DT1
           MOVE     PC2-EST  TO  PC2-DT1
           MOVE     PC3-EST  TO  PC3-DT1
           WRITE    REG-REL FROM DET-001
           ADD      1        TO  ACM-LIN  GRP-QTD  GER-QTD
           GO  TO   ROT-300-010.

       ROT-300-030.
           IF  ACM-LIN   >   50
               PERFORM       ROT-300-110.
           MOVE     PRX-EST  TO  PRX-ANT  PRX-DT2  CHV-ATV
           READ     CADATV   INVALID  KEY
                    MOVE     SPACES   TO  DES-ATV.
           MOVE     DES-ATV  TO  DES-DT2
           WRITE    REG-REL FROM DET-002  AFTER  2
           MOVE     SPACES   TO  REG-REL
           WRITE    REG-REL
           ADD      3        TO  ACM-LIN
           MOVE     ZEROS    TO  GRP-QTD.

       ROT-300-040.
           MOVE     GRP-QTD  TO  QTD-TT1
           WRITE    REG-REL FROM TOT-001  AFTER  2
           ADD      2        TO  ACM-LIN.

       ROT-300-060.
           MOVE     SPACES   TO  RSP-OPC
           IF  GER-QTD   =   ZEROS
               DISPLAY  MEN-002
               ACCEPT   OPC-001
               GO  TO        ROT-300-070.
           PERFORM  ROT-300-040
           MOVE     GER-QTD  TO  QTD-TT2
           WRITE    REG-REL FROM CAB-003  AFTER  2
           WRITE    REG-REL FROM TOT-002
           WRITE    REG-REL FROM CAB-003
           CLOSE    RELATO
           DISPLAY  MEN-005
           ACCEPT   OPC-001.

       ROT-300-070.
           IF  PRM-001   =   1
               GO  TO        ROT-000-020.
           GO  TO   ROT-200-000.

       ROT-300-100.
           OPEN     OUTPUT       RELATO
           MOVE     1        TO  PAG-CB1
           WRITE    REG-REL FROM CAB-001  AFTER 0.

       ROT-300-105.
           WRITE    REG-REL FROM CAB-002  AFTER  2
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM CAB-004
           WRITE    REG-REL FROM CAB-003
           MOVE     ZEROS    TO  ACM-LIN.

       ROT-300-110.
           ADD      1        TO  PAG-CB1
           WRITE    REG-REL FROM CAB-001  AFTER  PAGE
           PERFORM  ROT-300-105.
