       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN525.
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

           SELECT      CADMDR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-MDR
                       FILE          STATUS  IS  FS-ARQ.

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

       FD  CADMDR      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADMDR.DAT".
       01  REG-MDR.
           03  CHV-MDR.
               05  CLI-MDR      PIC  X(10).
               05  COD-MDR      PIC  9(02).
           03  NOM-MDR          PIC  X(35).
           03  CRG-MDR          PIC  X(20).
           03  ANV-MDR.
               05  DIA-MDR      PIC  9(02).
               05  MES-MDR      PIC  9(02).
           03  END-MDR          PIC  X(35).
           03  CID-MDR          PIC  X(20).
           03  EST-MDR          PIC  X(02).
           03  CEP-MDR.
               05  CP1-MDR      PIC  9(05).
               05  CP2-MDR      PIC  9(03).

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
           03  CID-SRT          PIC  X(20).
           03  EST-SRT          PIC  X(02).
           03  NCL-SRT          PIC  X(35).
           03  CLI-SRT          PIC  X(10).
           03  COD-SRT          PIC  9(02).
           03  NOM-SRT          PIC  X(35).
           03  CRG-SRT          PIC  X(20).
           03  END-SRT          PIC  X(35).
           03  CEP-SRT.
               05  CP1-SRT      PIC  9(05).
               05  CP2-SRT      PIC  9(03).

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC  X(80).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FS-ARQ           PIC  X(02).
           03  IND1             PIC  9(02).
           03  IND2             PIC  9(02).
           03  RSP-OPC          PIC  X(01).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  TECLADO          PIC  9(02).
           03  ACM-LIN          PIC  9(02).
           03  ACM-QTD          PIC  9(04).
           03  CTG-QTD          PIC  9(05).
           03  GER-QTD          PIC  9(05).
           03  ACH-MDR          PIC  9(01).
           03  CTG-AUX          PIC  9(01).
           03  CTG-ANT          PIC  9(01).
           03  CID-AUX          PIC  X(20).
           03  CID-ANT          PIC  X(20).
           03  EST-ANT          PIC  X(02).

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
      -        "RELACAO DE MALA-DIRETA POR CATEGORIA E CIDADE".
           03  DIA-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB2          PIC  9(02).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004.
           03  FILLER           PIC  X(31)  VALUE
      -        "CONTATO / ENDERECO".
           03  FILLER           PIC  X(16)  VALUE  "CARGO".
           03  FILLER           PIC  X(33)  VALUE
      -        "CLIENTE / CEP".

       01  DET-001.
           03  NOM-DT1          PIC  X(31).
           03  CRG-DT1          PIC  X(16).
           03  CLI-DT1          PIC  X(11).
           03  NCL-DT1          PIC  X(22).

       01  DET-002.
           03  FILLER           PIC  X(12)  VALUE  "CATEGORIA :".
           03  CTG-DT2          PIC  9(01).
           03  FILLER           PIC  X(03)  VALUE  " -".
           03  PGT-DT2          PIC  X(09).

       01  DET-003.
           03  FILLER           PIC  X(03)  VALUE  SPACES.
           03  END-DT3          PIC  X(44).
           03  CP1-DT3          PIC  9(05).
           03  FILLER           PIC  X(01)  VALUE  "-".
           03  CP2-DT3          PIC  9(03).

       01  DET-004.
           03  FILLER           PIC  X(03)  VALUE  SPACES.
           03  FILLER           PIC  X(09)  VALUE  "CIDADE :".
           03  CID-DT4          PIC  X(21).
           03  FILLER           PIC  X(05)  VALUE  "UF :".
           03  EST-DT4          PIC  X(02).

       01  TOT-001.
           03  FILLER           PIC  X(35)  VALUE  SPACES.
           03  FILLER           PIC  X(28)  VALUE
      -        "- TOTAL DA CIDADE ........".
           03  QTD-TT1          PIC  Z.ZZ9.
           03  FILLER           PIC  X(09)  VALUE  " CONTATOS".

       01  TOT-002.
           03  FILLER           PIC  X(35)  VALUE  SPACES.
           03  FILLER           PIC  X(27)  VALUE
      -        "- TOTAL DA CATEGORIA ....".
           03  QTD-TT2          PIC  ZZ.ZZ9.
           03  FILLER           PIC  X(09)  VALUE  " CONTATOS".

       01  TOT-003.
           03  FILLER           PIC  X(35)  VALUE  SPACES.
           03  FILLER           PIC  X(27)  VALUE
      -        "- TOTAL GERAL ...........".
           03  QTD-TT3          PIC  ZZ.ZZ9.
           03  FILLER           PIC  X(09)  VALUE  " CONTATOS".

       01  PRM-001              PIC  9(01).

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 02 PIC X(66) FROM
      -        "RELACAO DE MALA-DIRETA  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.

       01  TLA-002.
           03  LINE 08 COLUMN 15 PIC X(50) FROM " ??????????????????????
      -       "???????????????????????????" BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 15 PIC X(50) FROM " ?                     
      -       "                          ?" BACKGROUND-COLOR 01.
           03  LINE 09 COLUMN 65 PIC X(02) FROM SPACES.
           03  LINE 10 COLUMN 15 PIC X(50) FROM " ?  Categoria ....:    
      -       "(0 = TODAS)               ?" BACKGROUND-COLOR 01.
           03  LINE 10 COLUMN 65 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 15 PIC X(50) FROM " ?                     
      -       "                          ?" BACKGROUND-COLOR 01.
           03  LINE 11 COLUMN 65 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 15 PIC X(50) FROM " ?  Cidade .......:    
      -       "                          ?" BACKGROUND-COLOR 01.
           03  LINE 12 COLUMN 65 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 15 PIC X(50) FROM " ?                     
      -       "                          ?" BACKGROUND-COLOR 01.
           03  LINE 13 COLUMN 65 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 15 PIC X(50) FROM " ??????????????????????
      -       "???????????????????????????" BACKGROUND-COLOR 01.
           03  LINE 14 COLUMN 65 PIC X(02) FROM SPACES.
           03  LINE 15 COLUMN 17 PIC X(50) FROM SPACES.

       01  ENT-001.
           03  CTG-ENT LINE 10 COLUMN 35 PIC 9(01) USING CTG-AUX
                       BACKGROUND-COLOR  01.
           03  CID-ENT LINE 12 COLUMN 35 PIC X(20) USING CID-AUX
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

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A CATEGORIA 
      -            "OU ZERO P/ TODAS  -  [ESC] RETORNA ...          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE A CIDADE OU 
      -            "[ENTER] P/ TODAS  -  [ESC] RETORNA ...          "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "TECLE [ENTER] P/ IM
      -            "PRIMIR !!!  -  [ESC] RETORNA ...                "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRIMIR NA (I)MPRE
      -            "SSORA OU EM (A)RQUIVO ?                         "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  IMPRIM
      -            "INDO RELACAO DE MALA-DIRETA ...                 "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-006 LINE 22 COLUMN 14 PIC X(67) FROM "NAO EXISTEM CONTATO
      -            "S NA SELECAO  -  [ESC] RETORNA ...              "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-007 LINE 22 COLUMN 14 PIC X(67) FROM "RELACAO ENCERRADA  
      -            "-  TECLE [ENTER] ...                            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001 LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION.

       ROT-000-000.
           OPEN     INPUT        CADMDR
           IF  FS-ARQ  NOT  =   "00"
               OPEN     OUTPUT   CADMDR
               CLOSE    CADMDR
               OPEN     INPUT    CADMDR.
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
           MOVE     SPACES   TO  CID-AUX
           MOVE     ZEROS    TO  CTG-AUX.

       ROT-100-000.
           DISPLAY  MEN-001
           ACCEPT   (10 35)  CTG-AUX  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-300-000.
           IF  CTG-AUX   >   5
               GO  TO        ROT-100-000.
           DISPLAY  CTG-ENT.

       ROT-100-010.
           DISPLAY  MEN-002
           ACCEPT   (12 35)  CID-AUX  WITH  UPDATE
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-000.
           DISPLAY  CID-ENT.

       ROT-100-020.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-003
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM  ESCAPE   KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-010.

       ROT-100-030.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-004
           ACCEPT   OPC-001
           ACCEPT   TECLADO  FROM ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-100-020.
           IF  RSP-OPC   =   "I"
               MOVE     "PRINTER"     TO  DES-REL
           ELSE
           IF  RSP-OPC   =   "A"
               MOVE     "RELATO.TXT"  TO  DES-REL
           ELSE
               GO  TO        ROT-100-030.
           DISPLAY  MEN-005
           MOVE     ZEROS    TO  GER-QTD
           SORT     CADSRT   ON  ASCENDING  KEY  CTG-SRT  CID-SRT
                                                 EST-SRT  NCL-SRT
                                                 CLI-SRT  COD-SRT
                    INPUT        PROCEDURE  IS   ROT-500-000
                    OUTPUT       PROCEDURE  IS   ROT-600-000
           MOVE     SPACES   TO  RSP-OPC
           IF  GER-QTD   =   ZEROS
               DISPLAY  MEN-006
           ELSE
               DISPLAY  MEN-007.
           ACCEPT   OPC-001
           GO  TO   ROT-100-000.

       ROT-300-000.
           MOVE     6    TO  PRM-001
           CLOSE    CADCLI   CADMDR   CADPRM
           CHAIN   "DYN500"  USING  PRM-001.

       ROT-500-000  SECTION.

       ROT-500-010.
           MOVE     LOW-VALUES        TO  CHV-CLI
           START    CADCLI   KEY NOT LESS CHV-CLI
                    INVALID  KEY GO  TO   ROT-500-090.

       ROT-500-020.
           READ     CADCLI   NEXT AT END
                    GO  TO   ROT-500-090.
           IF  CTG-AUX  NOT  =   ZEROS  AND
               CTG-CLI  NOT  =   CTG-AUX
               GO  TO        ROT-500-020.
           MOVE     ZEROS    TO  ACH-MDR
           MOVE     CHV-CLI  TO  CLI-MDR
           MOVE     ZEROS    TO  COD-MDR
           START    CADMDR   KEY NOT LESS CHV-MDR
                    INVALID  KEY GO  TO   ROT-500-040.

       ROT-500-030.
           READ     CADMDR   NEXT AT END
                    GO  TO   ROT-500-040.
           IF  CLI-MDR  NOT  =   CHV-CLI
               GO  TO        ROT-500-040.
           MOVE     1        TO  ACH-MDR
           MOVE     COD-MDR  TO  COD-SRT
           MOVE     NOM-MDR  TO  NOM-SRT
           MOVE     CRG-MDR  TO  CRG-SRT
           MOVE     END-MDR  TO  END-SRT
           MOVE     CID-MDR  TO  CID-SRT
           MOVE     EST-MDR  TO  EST-SRT
           MOVE     CEP-MDR  TO  CEP-SRT
           PERFORM  ROT-500-050  THRU  ROT-500-060
           GO  TO   ROT-500-030.

       ROT-500-040.
           IF  ACH-MDR  NOT  =   ZEROS
               GO  TO        ROT-500-020.
           MOVE     ZEROS    TO  COD-SRT
           MOVE     CNT-CLI  TO  NOM-SRT
           MOVE     SPACES   TO  CRG-SRT
           MOVE     END-CLI  TO  END-SRT
           MOVE     CID-CLI  TO  CID-SRT
           MOVE     EST-CLI  TO  EST-SRT
           MOVE     CEP-CLI  TO  CEP-SRT
           PERFORM  ROT-500-050  THRU  ROT-500-060
           GO  TO   ROT-500-020.

       ROT-500-050.
           IF  CID-AUX  NOT  =   SPACES  AND
               CID-SRT  NOT  =   CID-AUX
               GO  TO        ROT-500-060.
           MOVE     CTG-CLI  TO  CTG-SRT
           MOVE     NOM-CLI  TO  NCL-SRT
           MOVE     CHV-CLI  TO  CLI-SRT
           RELEASE  REG-SRT.

       ROT-500-060.
           EXIT.

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
           IF  ACM-LIN   >   48
               PERFORM       ROT-600-070.
           MOVE     CTG-SRT  TO  CTG-ANT  CTG-DT2
           MOVE     SPACES   TO  PGT-DT2
           IF  CTG-SRT   >   0  AND  <  6
               MOVE     PGT-TAB (CTG-SRT)  TO  PGT-DT2.
           WRITE    REG-REL FROM DET-002  AFTER  2
           ADD      2        TO  ACM-LIN
           MOVE     ZEROS    TO  CTG-QTD.

       ROT-600-032.
           IF  ACM-LIN   >   50
               PERFORM       ROT-600-070.
           MOVE     CID-SRT  TO  CID-ANT  CID-DT4
           MOVE     EST-SRT  TO  EST-ANT  EST-DT4
           WRITE    REG-REL FROM DET-004  AFTER  2
           ADD      2        TO  ACM-LIN
           MOVE     ZEROS    TO  ACM-QTD.

       ROT-600-040.
           IF  ACM-LIN  NOT  <   52
               PERFORM       ROT-600-070.
           MOVE     NOM-SRT  TO  NOM-DT1
           MOVE     CRG-SRT  TO  CRG-DT1
           MOVE     CLI-SRT  TO  CLI-DT1
           MOVE     NCL-SRT  TO  NCL-DT1
           MOVE     END-SRT  TO  END-DT3
           MOVE     CP1-SRT  TO  CP1-DT3
           MOVE     CP2-SRT  TO  CP2-DT3
           WRITE    REG-REL FROM DET-001  AFTER  2
           WRITE    REG-REL FROM DET-003
           ADD      3        TO  ACM-LIN
           ADD      1        TO  ACM-QTD  CTG-QTD
                                 GER-QTD
           RETURN   CADSRT   AT  END
                    GO  TO   ROT-600-060.
           IF  CTG-SRT  NOT  =   CTG-ANT
               PERFORM       ROT-600-050
               PERFORM       ROT-600-055
               GO  TO        ROT-600-030.
           IF  CID-SRT  NOT  =   CID-ANT  OR
               EST-SRT  NOT  =   EST-ANT
               PERFORM       ROT-600-050
               GO  TO        ROT-600-032.
           GO  TO   ROT-600-040.

       ROT-600-050.
           MOVE     ACM-QTD  TO  QTD-TT1
           WRITE    REG-REL FROM TOT-001  AFTER  2
           ADD      2        TO  ACM-LIN.

       ROT-600-055.
           MOVE     CTG-QTD  TO  QTD-TT2
           WRITE    REG-REL FROM TOT-002
           ADD      1        TO  ACM-LIN.

       ROT-600-060.
           PERFORM  ROT-600-050
           PERFORM  ROT-600-055
           MOVE     GER-QTD  TO  QTD-TT3
           WRITE    REG-REL FROM CAB-003  AFTER  2
           WRITE    REG-REL FROM TOT-003
           WRITE    REG-REL FROM CAB-003
           CLOSE    RELATO
           GO  TO   ROT-600-090.

       ROT-600-070.
           ADD      1        TO  PAG-CB1
           WRITE    REG-REL FROM CAB-001  AFTER  PAGE
           PERFORM  ROT-600-020.

       ROT-600-090.
           EXIT.
