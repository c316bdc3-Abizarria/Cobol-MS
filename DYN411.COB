       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYN411.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
                       DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADBCO        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-BCO.

           SELECT      CADLBC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LBC
                       ALTERNATE     KEY     IS  DOC-LBC
                                     WITH    DUPLICATES.

           SELECT      CADPRM        ASSIGN  TO  DISK.

           SELECT      CADSRT        ASSIGN  TO  DISK.

           SELECT      RELATO        ASSIGN  TO  DES-REL.

       DATA            DIVISION.
       FILE            SECTION.

       FD  CADBCO      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADBCO.DAT".
       01  REG-BCO.
           03  CHV-BCO          PIC  9(03).
           03  NOM-BCO          PIC  X(15).
           03  SDI-BCO          PIC S9(11)V99.

       FD  CADLBC      LABEL         RECORD  IS  STANDARD
                       VALUE    OF   FILE-ID     "CADLBC.DAT".
       01  REG-LBC.
           03  CHV-LBC.
               05  BCO-LBC      PIC  9(03).
               05  DTA-LBC      PIC  9(06).
               05  LCT-LBC      PIC  9(03).
           03  FLG-LBC          PIC  9(01).
           03  DOC-LBC          PIC  9(06).
           03  HST-LBC          PIC  X(20).
           03  COD-LBC          PIC  9(01).
           03  VAL-LBC          PIC  9(10)V99.

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
           03  BCO-SRT          PIC  9(03).
           03  DTA-SRT          PIC  9(08).
           03  LCT-SRT          PIC  9(03).
           03  DOC-SRT          PIC  9(06).
           03  HST-SRT          PIC  X(20).
           03  VAL-SRT          PIC  9(10)V99.

       FD  RELATO      LABEL         RECORD  IS  OMITTED.

       01  REG-REL              PIC  X(80).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  IND1             PIC  9(03).
           03  IND2             PIC  9(03).
           03  RSP-OPC          PIC  X(01).
           03  DES-REL          PIC  X(20)  VALUE  "PRINTER".
           03  TECLADO          PIC  9(02).
           03  ACM-LIN          PIC  9(02).
           03  BCO-AUX          PIC  9(03).
           03  BCO-ANT          PIC  9(03).
           03  SER-HOJ          PIC  9(06).
           03  SER-EMI          PIC  9(06).
           03  QTD-DIA          PIC S9(05).
           03  ACM-SDA          PIC S9(11)V99.
           03  ACM-CHQ          PIC  9(11)V99.
           03  ACM-OUT          PIC  9(11)V99.
           03  TOT-SDA          PIC S9(12)V99.
           03  TOT-CHQ          PIC  9(12)V99.
           03  TOT-OUT          PIC  9(12)V99.

           03  NOM-TAB          PIC  X(36).
           03  RED-NOM          REDEFINES   NOM-TAB.
               05  LET-NOM      PIC  X(01)  OCCURS  36.

           03  TAB-LET          PIC  X(42)  VALUE
      -        "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ ./-&,".
           03  RED-LET          REDEFINES   TAB-LET.
               05  LET-TAB      PIC  X(01)  OCCURS  42.

           03  DTA-AUX.
               05  ANO-AUX      PIC  9(02).
               05  MES-AUX      PIC  9(02).
               05  DIA-AUX      PIC  9(02).

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(04).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

           03  DTA-LCT.
               05  ANO-LCT      PIC  9(04).
               05  MES-LCT      PIC  9(02).
               05  DIA-LCT      PIC  9(02).

       01  CAB-001.
           03  FILLER           PIC  X(22)  VALUE  "-DYNAMIC-".
           03  NOM-CB1          PIC  X(48).
           03  FILLER           PIC  X(08)  VALUE  "FOLHA :".
           03  PAG-CB1          PIC  9(02).

       01  CAB-002.
           03  FILLER           PIC  X(72)  VALUE
      -        "RELACAO DE CHEQUES PENDENTES DE COMPENSACAO".
           03  DIA-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB2          PIC  9(02).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004              PIC  X(80)  VALUE
      -    "EMISSAO   NUMERO  HISTORICO                         VALOR
      -    "  DIAS".

       01  CAB-005.
           03  FILLER           PIC  X(08)  VALUE  "BANCO :".
           03  BCO-CB5          PIC  9(03).
           03  FILLER           PIC  X(03)  VALUE  " -".
           03  NOM-CB5          PIC  X(15).

       01  DET-001.
           03  DIA-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-DT1          PIC  9(02).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  DOC-DT1          PIC  9(06).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  HST-DT1          PIC  X(20).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  VAL-DT1          PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(04)  VALUE  SPACES.
           03  QTD-DT1          PIC  ZZZZ9.

       01  SUB-001.
           03  FILLER           PIC  X(16)  VALUE  SPACES.
           03  DES-SB1          PIC  X(24).
           03  VAL-SB1          PIC  --.---.---.--9,99.

       01  TOT-001.
           03  FILLER           PIC  X(16)  VALUE  SPACES.
           03  FILLER           PIC  X(24)  VALUE
      -        "TOTAL GERAL DOS BANCOS".

       01  PRM-001              PIC  9(01).

       SCREEN          SECTION.

       01  TLA-001.
           03  LINE 03 COLUMN 02 PIC X(66) FROM
      -        "CHEQUES PENDENTES  -  Ver. 7.11"
               BACKGROUND-COLOR  02  FOREGROUND-COLOR  00.
           03  LINE 06 COLUMN 27 PIC X(22) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 07 COLUMN 27 PIC X(24) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 16 COLUMN 29 PIC X(33) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 17 COLUMN 34 PIC X(28) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 18 COLUMN 36 PIC X(26) FROM SPACES
               BACKGROUND-COLOR  07.
           03  LINE 19 COLUMN 42 PIC X(20) FROM SPACES
               BACKGROUND-COLOR  07.

       01  TLA-002.
           03  LINE 09 COLUMN 20 PIC X(40) FROM " ??????????????????????
      -        "????????????????"    BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 20 PIC X(40) FROM " ?
      -        "               ?"    BACKGROUND-COLOR  01.
           03  LINE 10 COLUMN 60 PIC X(02) FROM SPACES.
           03  LINE 11 COLUMN 20 PIC X(40) FROM " ?  Banco .:      -
      -        "               ?"    BACKGROUND-COLOR  01.
           03  LINE 11 COLUMN 60 PIC X(02) FROM SPACES.
           03  LINE 12 COLUMN 20 PIC X(40) FROM " ?
      -        "               ?"    BACKGROUND-COLOR  01.
           03  LINE 12 COLUMN 60 PIC X(02) FROM SPACES.
           03  LINE 13 COLUMN 20 PIC X(40) FROM " ??????????????????????
      -        "????????????????"    BACKGROUND-COLOR  01.
           03  LINE 13 COLUMN 60 PIC X(02) FROM SPACES.
           03  LINE 14 COLUMN 22 PIC X(40) FROM SPACES.

       01  ENT-001.
           03  BCO-ENT LINE 11 COLUMN 33 PIC 9(03) USING CHV-BCO
                       BACKGROUND-COLOR  01.
           03  NOM-ENT LINE 11 COLUMN 41 PIC X(15) USING NOM-BCO
                       BACKGROUND-COLOR  01.

       01  LPA-001  LINE 11 COLUMN 41 PIC X(15) FROM SPACES
                    BACKGROUND-COLOR  01.

       01  MEN-001 LINE 22 COLUMN 14 PIC X(67) FROM "DIGITE O CODIGO DO 
      -            "BANCO OU ZEROS P/ TODOS  -  [ESC] RETORNA ...   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-002 LINE 22 COLUMN 14 PIC X(67) FROM "BANCO INEXISTENTE !
      -            "!!  -  [ESC] RETORNA ...                        "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-003 LINE 22 COLUMN 14 PIC X(67) FROM "IMPRIMIR NA (I)MPRE
      -            "SSORA OU EM (A)RQUIVO ?  -  [ESC] RETORNA ...   "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-004 LINE 22 COLUMN 14 PIC X(67) FROM "AGUARDE !!!  IMPRIM
      -            "INDO CHEQUES PENDENTES ...                      "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.
       01  MEN-005 LINE 22 COLUMN 14 PIC X(67) FROM "RELACAO ENCERRADA  
      -            "-  TECLE [ENTER] ...                            "
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       01  OPC-001 LINE 22 COLUMN 80 PIC X(01) USING RSP-OPC AUTO
                   BACKGROUND-COLOR  05  FOREGROUND-COLOR 15.

       PROCEDURE       DIVISION.

       ROT-000-000.
           DISPLAY  TLA-001  TLA-002
           OPEN     INPUT    CADBCO
                             CADLBC   CADPRM
           READ     CADPRM
           MOVE     1   TO   IND2.

       ROT-000-010.
           MOVE     CLI-PRM (IND2 + 1)  TO IND1
           MOVE     LET-TAB (IND1)  TO  LET-NOM (IND2)
           ADD      1   TO   IND2
           IF  IND2  <  36
               GO  TO        ROT-000-010.
           MOVE     SPACES   TO  LET-NOM (IND2)
           ACCEPT   DTA-SYS FROM DATE  YYYYMMDD
           MOVE     NOM-TAB  TO  NOM-CB1
           MOVE     DIA-SYS  TO  DIA-CB2
           MOVE     MES-SYS  TO  MES-CB2
           MOVE     ANO-SYS  TO  ANO-CB2
           COMPUTE  SER-HOJ  =   ANO-SYS  *  360
                             +   MES-SYS  *  30   +  DIA-SYS.

       ROT-100-000.
           DISPLAY  LPA-001  MEN-001
           MOVE     0   TO   CHV-BCO
           ACCEPT   (11 33)  CHV-BCO  WITH  UPDATE  AUTO-SKIP
           ACCEPT            TECLADO  FROM  ESCAPE  KEY
           IF  TECLADO   =   01
               GO  TO        ROT-900-000.
           MOVE     CHV-BCO  TO  BCO-AUX
           IF  CHV-BCO   =   ZEROS
               MOVE     "TODOS OS BANCOS"  TO  NOM-BCO
               DISPLAY  BCO-ENT  NOM-ENT
               GO  TO        ROT-100-010.
           MOVE     SPACES   TO  RSP-OPC
           READ     CADBCO   INVALID KEY
                    DISPLAY  MEN-002
                    ACCEPT   OPC-001
                    GO  TO   ROT-100-000.
           DISPLAY  BCO-ENT      NOM-ENT.

       ROT-100-010.
           DISPLAY  MEN-003
           MOVE     SPACES   TO  RSP-OPC
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
           DISPLAY  MEN-004
           OPEN     OUTPUT       RELATO
           MOVE     ZEROS    TO  PAG-CB1
           MOVE     999      TO  BCO-ANT
           SORT     CADSRT   ON  ASCENDING  KEY  BCO-SRT
                                                 DTA-SRT  LCT-SRT
                    INPUT        PROCEDURE  IS   ROT-500-000
                    OUTPUT       PROCEDURE  IS   ROT-600-000
           CLOSE    RELATO
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  MEN-005
           ACCEPT   OPC-001
           GO  TO   ROT-100-000.

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

       ROT-700-000.
           ADD      1        TO  PAG-CB1
           IF  PAG-CB1   =   1
               WRITE    REG-REL FROM CAB-001  AFTER  0
           ELSE
               WRITE    REG-REL FROM CAB-001  AFTER  PAGE.
           WRITE    REG-REL FROM CAB-002  AFTER  2
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM CAB-004
           WRITE    REG-REL FROM CAB-003
           MOVE     ZEROS    TO  ACM-LIN.

       ROT-700-010.
           EXIT.

       ROT-750-000.
           IF  BCO-ANT   =   999
               GO  TO        ROT-750-010.
           MOVE     BCO-ANT  TO  CHV-BCO
           READ     CADBCO   INVALID  KEY
                    MOVE     ZEROS    TO  SDI-BCO.
           PERFORM  ROT-800-000
           THRU     ROT-800-020
           IF  ACM-LIN   >   48
               PERFORM  ROT-700-000
               THRU     ROT-700-010.
           MOVE     SPACES   TO  REG-REL
           WRITE    REG-REL
           MOVE     "CHEQUES PENDENTES ....."  TO  DES-SB1
           MOVE     ACM-CHQ  TO  VAL-SB1
           WRITE    REG-REL FROM SUB-001
           MOVE     "SALDO ATUAL ..........."  TO  DES-SB1
           MOVE     ACM-SDA  TO  VAL-SB1
           WRITE    REG-REL FROM SUB-001
           MOVE     "OUTROS PENDENTES ......"  TO  DES-SB1
           MOVE     ACM-OUT  TO  VAL-SB1
           WRITE    REG-REL FROM SUB-001
           MOVE     "SALDO DISPONIVEL ......"  TO  DES-SB1
           COMPUTE  VAL-SB1  =   ACM-SDA  -  ACM-CHQ
                             -   ACM-OUT
           WRITE    REG-REL FROM SUB-001
           MOVE     SPACES   TO  REG-REL
           WRITE    REG-REL
           ADD      6        TO  ACM-LIN.

       ROT-750-010.
           EXIT.

       ROT-760-000.
           IF  ACM-LIN   >   50
               PERFORM  ROT-700-000
               THRU     ROT-700-010.
           MOVE     BCO-SRT  TO  CHV-BCO
           READ     CADBCO   INVALID  KEY
                    MOVE     SPACES   TO  NOM-BCO.
           MOVE     CHV-BCO  TO  BCO-CB5
           MOVE     NOM-BCO  TO  NOM-CB5
           WRITE    REG-REL FROM CAB-005
           MOVE     SPACES   TO  REG-REL
           WRITE    REG-REL
           ADD      2        TO  ACM-LIN.

       ROT-760-010.
           EXIT.

       ROT-800-000.
           MOVE     SDI-BCO  TO  ACM-SDA
           MOVE     ZEROS    TO  ACM-CHQ  ACM-OUT
           MOVE     SPACES   TO  CHV-LBC
           MOVE     CHV-BCO  TO  BCO-LBC
           START    CADLBC   KEY GREATER  CHV-LBC
                    INVALID  KEY GO  TO   ROT-800-020.

       ROT-800-010.
           READ     CADLBC   NEXT AT END
                    GO  TO   ROT-800-020.
           IF  BCO-LBC  NOT  =   CHV-BCO
               GO  TO        ROT-800-020.
           IF  FLG-LBC   =   1
               IF  COD-LBC   =   4
                   ADD       VAL-LBC  TO  ACM-CHQ
               ELSE
                   ADD       VAL-LBC  TO  ACM-OUT
           ELSE
               IF  COD-LBC   = 1  OR  3   OR  6
                   ADD       VAL-LBC  TO  ACM-SDA
               ELSE
                   SUBTRACT  VAL-LBC FROM ACM-SDA.
           GO  TO   ROT-800-010.

       ROT-800-020.
           EXIT.

       ROT-900-000.
           MOVE     6    TO  PRM-001
           CLOSE    CADBCO
                    CADLBC   CADPRM
           CHAIN   "DYN400"  USING   PRM-001.

       ROT-500-000  SECTION.

       ROT-500-010.
           MOVE     SPACES   TO  CHV-LBC
           MOVE     BCO-AUX  TO  BCO-LBC
           START    CADLBC   KEY GREATER  CHV-LBC
                    INVALID  KEY GO  TO   ROT-500-090.

       ROT-500-020.
           READ     CADLBC   NEXT AT END
                    GO  TO   ROT-500-090.
           IF  BCO-AUX  NOT  =   ZEROS  AND
               BCO-LBC  NOT  =   BCO-AUX
               GO  TO        ROT-500-090.
           IF  FLG-LBC  NOT  =   1  OR
               COD-LBC  NOT  =   4
               GO  TO        ROT-500-020.
           MOVE     DTA-LBC  TO  DTA-AUX
           PERFORM  ROT-400-000
           THRU     ROT-400-010
           MOVE     BCO-LBC  TO  BCO-SRT
           MOVE     DTA-LCT  TO  DTA-SRT
           MOVE     LCT-LBC  TO  LCT-SRT
           MOVE     DOC-LBC  TO  DOC-SRT
           MOVE     HST-LBC  TO  HST-SRT
           MOVE     VAL-LBC  TO  VAL-SRT
           RELEASE  REG-SRT
           GO  TO   ROT-500-020.

       ROT-500-090.
           EXIT.

       ROT-600-000  SECTION.

       ROT-600-010.
           PERFORM  ROT-700-000
           THRU     ROT-700-010.

       ROT-600-020.
           RETURN   CADSRT   AT  END
                    GO  TO   ROT-600-080.
           IF  BCO-SRT  NOT  =   BCO-ANT
               PERFORM  ROT-750-000
               THRU     ROT-750-010
               PERFORM  ROT-760-000
               THRU     ROT-760-010
               MOVE     BCO-SRT  TO  BCO-ANT.
           IF  ACM-LIN  NOT  <   54
               PERFORM  ROT-700-000
               THRU     ROT-700-010.
           MOVE     DTA-SRT  TO  DTA-LCT
           MOVE     DIA-LCT  TO  DIA-DT1
           MOVE     MES-LCT  TO  MES-DT1
           MOVE     ANO-LCT  TO  ANO-DT1
           COMPUTE  SER-EMI  =   ANO-LCT  *  360
                             +   MES-LCT  *  30   +  DIA-LCT
           COMPUTE  QTD-DIA  =   SER-HOJ  -  SER-EMI
           IF  QTD-DIA   <   ZEROS
               MOVE     ZEROS    TO  QTD-DIA.
           MOVE     DOC-SRT  TO  DOC-DT1
           MOVE     HST-SRT  TO  HST-DT1
           MOVE     VAL-SRT  TO  VAL-DT1
           MOVE     QTD-DIA  TO  QTD-DT1
           WRITE    REG-REL FROM DET-001
           ADD      1        TO  ACM-LIN
           GO  TO   ROT-600-020.

       ROT-600-080.
           PERFORM  ROT-750-000
           THRU     ROT-750-010
           IF  BCO-AUX  NOT  =   ZEROS
               GO  TO        ROT-600-090.
           MOVE     ZEROS    TO  TOT-SDA  TOT-CHQ  TOT-OUT
                                 CHV-BCO
           START    CADBCO   KEY GREATER  CHV-BCO
                    INVALID  KEY GO  TO   ROT-600-085.

       ROT-600-082.
           READ     CADBCO   NEXT AT END
                    GO  TO   ROT-600-085.
           PERFORM  ROT-800-000
           THRU     ROT-800-020
           ADD      ACM-SDA  TO  TOT-SDA
           ADD      ACM-CHQ  TO  TOT-CHQ
           ADD      ACM-OUT  TO  TOT-OUT
           GO  TO   ROT-600-082.

       ROT-600-085.
           IF  ACM-LIN   >   50
               PERFORM  ROT-700-000
               THRU     ROT-700-010.
           WRITE    REG-REL FROM CAB-003
           WRITE    REG-REL FROM TOT-001
           MOVE     SPACES   TO  REG-REL
           WRITE    REG-REL
           MOVE     "CHEQUES PENDENTES ....."  TO  DES-SB1
           MOVE     TOT-CHQ  TO  VAL-SB1
           WRITE    REG-REL FROM SUB-001
           MOVE     "SALDO ATUAL ..........."  TO  DES-SB1
           MOVE     TOT-SDA  TO  VAL-SB1
           WRITE    REG-REL FROM SUB-001
           MOVE     "OUTROS PENDENTES ......"  TO  DES-SB1
           MOVE     TOT-OUT  TO  VAL-SB1
           WRITE    REG-REL FROM SUB-001
           MOVE     "SALDO DISPONIVEL ......"  TO  DES-SB1
           COMPUTE  VAL-SB1  =   TOT-SDA  -  TOT-CHQ
                             -   TOT-OUT
           WRITE    REG-REL FROM SUB-001.

       ROT-600-090.
           EXIT.
