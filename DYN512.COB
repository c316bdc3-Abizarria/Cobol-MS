       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN512.
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

           SELECT      CADPRM        ASSIGN  TO  DISK.

           SELECT      CADSRT        ASSIGN  TO  DISK.

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
           03  CTG-SRT          PIC  9(01).
           03  NOM-SRT          PIC  X(35).
           03  CHV-SRT          PIC  X(10).
           03  TEL-SRT          PIC  9(12).
           03  CNT-SRT          PIC  X(15).
           03  SIT-SRT          PIC  9(01).

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
           03  GER-QTD          PIC  9(05).
           03  CLI-INI          PIC  X(10).
           03  CLI-FIN          PIC  X(10).
           03  CTG-AUX          PIC  9(01).
           03  CTG-ANT          PIC  9(01).

           03  TEL-AUX.
               05  DDD-AUX      PIC  9(04).
               05  PRX-AUX      PIC  9(04).
               05  SUF-AUX      PIC  9(04).

           03  TAB-PGT.
               05  FILLER       PIC  X(09)  VALUE  "SEMANAL  ".
               05  FILLER       PIC  X(09)  VALUE  "DEZENAL  ".
               05  FILLER       PIC  X(09)  VALUE  "QUINZENAL".
               05  FILLER       PIC  X(09)  VALUE  "MENSAL   ".
               05  FILLER       PIC  X(09)  VALUE  "EVENTUAL ".
           03  RED-PGT          REDEFINES   TAB-PGT.
               05  PGT-TAB      PIC  X(09)  OCCURS  05.

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
      -        "RELACAO RESUMIDA DOS CLIENTES".
           03  DIA-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB2          PIC  9(02).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004.
           03  FILLER           PIC  X(47)  VALUE
      -        "CODIGO     NOME DO CLIENTE".
           03  FILLER           PIC  X(33)  VALUE
      -        "TELEFONE          CONTATO".

       01  DET-001.
           03  COD-DT1          PIC  X(11).
           03  NOM-DT1          PIC  X(36).
           03  FILLER           PIC  X(01)  VALUE  "(".
           03  DDD-DT1          PIC  9(04).
           03  FILLER           PIC  X(01)  VALUE  ")".
           03  PRX-DT1          PIC  ZZZ9.
           03  FILLER           PIC  X(01)  VALUE  "-".
           03  SUF-DT1          PIC  9(04).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  SIT-DT1          PIC  X(01).
           03  CNT-DT1          PIC  X(15).

       01  DET-002.
           03  FILLER           PIC  X(12)  VALUE  "CATEGORIA :".
           03  CTG-DT2          PIC  9(01).
           03  FILLER           PIC  X(03)  VALUE  " -".
           03  PGT-DT2          PIC  X(09).

       01  TOT-001.
           03  FILLER           PIC  X(35)  VALUE  SPACES.
           03  FILLER           PIC  X(28)  VALUE
      -        "- TOTAL DA CATEGORIA .....".
           03  QTD-TT1          PIC  Z.ZZ9.
           03  FILLER           PIC  X(09)  VALUE  " CLIENTES".

       01  TOT-002.
           03  FILLER           PIC  X(35)  VALUE  SPACES.
           03  FILLER           PIC  X(27)  VALUE
      -        "- TOTAL GERAL ...........".
           03  QTD-TT2          PIC  ZZ.ZZ9.
           03  FILLER           PIC  X(09)  VALUE  " CLIENTES".

       01  TOT-003              PIC  X(80)  VALUE
      -    "(*) CLIENTE BLOQUEADO".

       01  PRM-001              PIC  9(01).

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 02 PIC X(66) FROM
      -        "RELACAO RESUMIDA DOS CLIENTES  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.

       01  TLA-002.
           03  LINE 08 COLUMN 15 PIC X(50) FROM " ??????????????????????
      -       "???????????????????????????" BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 15 PIC X(50) FROM " ?                     
      -       "                          ?" BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 65 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 15 PIC X(50) FROM " ?  Cliente de ...:    
      -       "         ate :            ?" BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 65 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 15 PIC X(50) FROM " ?                     
      -       "                          ?" BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 65 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 15 PIC X(50) FROM " ?  Categoria ....:    
      -       "(0 = TODAS)               ?" BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 65 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 15 PIC X(50) FROM " ?                     
      -       "                          ?" BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 65 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 15 PIC X(50) FROM " ??????????????????????
      -       "???????????????????????????" BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 65 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 17 PIC X(50) FROM SPACES.

       01  ENT-001.
           03  CL1-ENT LINE 10 COLUMN 35 PIC X(10) USING CLI-INI
                       BACKGROUND-COLOR  01.
           03  CL2-ENT LINE 10 COLUMN 53 PIC X(10) USING CLI-FIN
                       BACKGROUND-COLOR  01.
           03  CTG-ENT LINE 12 COLUMN 35 PIC 9(01) USING CTG-AUX
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

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O CODIGO INI
      -            "CIAL OU [ENTER] P/ TODOS  -  [ESC] RETORNA      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O CODIGO FIN
      -            "AL OU [ENTER] P/ TODOS  -  [ESC] RETORNA        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A CATEGORIA 
      -            "OU ZERO P/ TODAS  -  [ESC] RETORNA ...          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "TECLE [ENTER] P/ IM
      -            "PRIMIR !!!  -  [ESC] RETORNA ...                "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRIMIR NA (I)MPRE
      -            "SSORA OU EM (A)RQUIVO ?                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  IMPRIM
      -            "INDO RELACAO DE CLIENTES ...                    "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "NAO EXISTE CLIENTES
      -            " NA SELECAO  -  [ESC] RETORNA ...               "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-008 LINE 22 COLUMN 14 PIC X(67) FROM "RELACAO ENCERRADA  
      -            "-  TECLE [ENTER] ...                            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001 LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION.

       ROT-000-000.
           OPEN     INPUT        CADCLI   CADPRM
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
           MOVE     SPACES   TO  CLI-INI  CLI-FIN
           MOVE     ZEROS    TO  CTG-AUX.

       ROT-100-000.
           DISPLAY  MEN-001
           ACCEPT   (10 35)  CLI-INI  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-000.
           DISPLAY  CL1-ENT.

       ROT-100-010.
           DISPLAY  MEN-002
           ACCEPT   (10 53)  CLI-FIN  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           IF  CLI-FIN  NOT  =   SPACES  AND
               CLI-FIN   <   CLI-INI
               GO  TO        ROT-100-010.
           DISPLAY  CL2-ENT.

       ROT-100-020.
           DISPLAY  MEN-003
           ACCEPT   (12 35)  CTG-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-010.
           IF  CTG-AUX   >   5
               GO  TO        ROT-100-020.
           DISPLAY  CTG-ENT.

       ROT-100-030.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-004
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE   KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-020.

       ROT-100-040.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-005
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-030.
           IF  RSP-OPC   =   "I"
               MOVE     "PRINTER"     TO  DES-REL
           ELSE
           IF  RSP-OPC   =   "A"
               MOVE     "RELATO.TXT"  TO  DES-REL
           ELSE
               GO  TO        ROT-100-040.
           DISPLAY  MEN-006
           MOVE     ZEROS    TO  GER-QTD
           SORT     CADSRT   ON  ASCENDING  KEY  CTG-SRT  NOM-SRT
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
           CLOSE    CADCLI   CADPRM
           CHAIN   "DYN500"  USING  PRM-001.

       ROT-500-000  SECTION.

       ROT-500-010.
           MOVE     CLI-INI  TO  CHV-CLI
           START    CADCLI   KEY NOT LESS CHV-CLI
                    INVALID  KEY GO  TO   ROT-500-090.

       ROT-500-020.
           READ     CADCLI   NEXT AT END
                    GO  TO   ROT-500-090.
           IF  CLI-FIN  NOT  =   SPACES  AND
               CHV-CLI   >   CLI-FIN
               GO  TO        ROT-500-090.
           IF  CTG-AUX  NOT  =   ZEROS  AND
               CTG-CLI  NOT  =   CTG-AUX
               GO  TO        ROT-500-020.
           MOVE     CTG-CLI  TO  CTG-SRT
           MOVE     NOM-CLI  TO  NOM-SRT
           MOVE     CHV-CLI  TO  CHV-SRT
           MOVE     TEL-CLI  TO  TEL-SRT
           MOVE     CNT-CLI  TO  CNT-SRT
           MOVE     SIT-CLI  TO  SIT-SRT
           RELEASE  REG-SRT
           GO  TO   ROT-500-020.

       ROT-500-090.
           EXIT.

       ROT-600-000  SECTION.

       ROT-600-010.
           RETURN   CADSRT   AT  END
                    GO  TO   ROT-600-090.
           OPEN     OUTPUT   RELATO
           MOVE     1        TO  PAG-CB1
           WRITE    REG-REL FROM CAB-001  AFTER  0.

       ROT-600-020.
           WRITE    REG-REL FROM CAB-002  AFTER  2
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM CAB-004
           WRITE    REG-REL FROM CAB-003
           MOVE     ZEROS    TO  ACM-LIN.

       ROT-600-030.
           IF  ACM-LIN   >   50
               PERFORM       ROT-600-070.
           MOVE     CTG-SRT  TO  CTG-ANT  CTG-DT2
           MOVE     SPACES   TO  PGT-DT2
           IF  CTG-SRT   >   0  AND  <  6
               MOVE     PGT-TAB (CTG-SRT)  TO  PGT-DT2.
           WRITE    REG-REL FROM DET-002  AFTER  2
           MOVE     SPACES   TO  REG-REL
           WRITE    REG-REL
           ADD      3        TO  ACM-LIN
           MOVE     ZEROS    TO  ACM-QTD.

       ROT-600-040.
           IF  ACM-LIN  NOT  <   54
               PERFORM       ROT-600-070.
           MOVE     CHV-SRT  TO  COD-DT1
           MOVE     NOM-SRT  TO  NOM-DT1
           MOVE     TEL-SRT  TO  TEL-AUX
           MOVE     DDD-AUX  TO  DDD-DT1
           MOVE     PRX-AUX  TO  PRX-DT1
           MOVE     SUF-AUX  TO  SUF-DT1
           MOVE     SPACES   TO  SIT-DT1
           IF  SIT-SRT   =   1
               MOVE     "*"      TO  SIT-DT1.
           MOVE     CNT-SRT  TO  CNT-DT1
           WRITE    REG-REL FROM DET-001
           ADD      1        TO  ACM-LIN  ACM-QTD
                                 GER-QTD
           RETURN   CADSRT   AT  END
                    GO  TO   ROT-600-060.
           IF  CTG-SRT  NOT  =   CTG-ANT
               PERFORM       ROT-600-050
               GO  TO        ROT-600-030.
           GO  TO   ROT-600-040.

       ROT-600-050.
           MOVE     ACM-QTD  TO  QTD-TT1
           WRITE    REG-REL FROM TOT-001  AFTER  2
           ADD      2        TO  ACM-LIN.

       ROT-600-060.
           PERFORM  ROT-600-050
           MOVE     GER-QTD  TO  QTD-TT2
           WRITE    REG-REL FROM CAB-003  AFTER  2
           WRITE    REG-REL FROM TOT-002
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM TOT-003  AFTER  2
           CLOSE    RELATO
           GO  TO   ROT-600-090.

       ROT-600-070.
           ADD      1        TO  PAG-CB1
           WRITE    REG-REL FROM CAB-001  AFTER  PAGE
           PERFORM  ROT-600-020.

       ROT-600-090.
           EXIT.
